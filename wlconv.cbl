000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WATCHLST-CONVERT.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - ONE-TIME CONVERSION OF THE
001300*                  BARRED-VISITOR WATCH LIST FROM THE OLD 60-BYTE
001400*                  LAYOUT (NAME, REASON, DATE ADDED) TO THE
001500*                  100-BYTE LAYOUT CARRYING THE EXPIRY DATE AND
001600*                  WHO ADDED AND LAST MAINTAINED EACH ENTRY.  THE
001700*                  OLD CLUSTER IS READ UNDER THE WATCHOLD DD AND
001800*                  THE NEW ONE, DEFINED EMPTY AT 100 BYTES, IS
001900*                  LOADED UNDER WATCHLST.  NAME, REASON AND DATE
002000*                  ADDED ARE CARRIED ACROSS; THE EXPIRY DATE IS
002100*                  LEFT ZERO SO EVERY CONVERTED ENTRY IS STILL
002200*                  SCREENED UNTIL THE SECURITY OFFICE SETS ONE;
002300*                  THE OLD LIST NEVER RECORDED WHO ADDED AN ENTRY,
002400*                  SO ADDED-BY IS LEFT BLANK, AND THE ENTRY IS
002500*                  STAMPED AS LAST MAINTAINED TODAY BY THE USER
002600*                  RUNNING THE CONVERSION.  THE LOADED LIST IS
002700*                  READ BACK AND MUST AGREE WITH THE OLD ONE
002800*                  BEFORE THE RUN IS MARKED COMPLETED ON THE RUN
002900*                  CONTROL FILE.  A COMPLETED CONVERSION ON FILE
003000*                  REFUSES ANY FURTHER RUN, AS THE LOAD WOULD
003100*                  OVERWRITE MAINTENANCE APPLIED SINCE.
003116* 10/15/2026  RMC  THE START-UP NOW ALSO CHECKS THE JOB-STREAM
003132*                  DEPENDENCY TABLE, REFUSING TO RUN, WITH A
003148*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
003164*                  ITS PREREQUISITES HAVE COMPLETED FOR THE RUN
003180*                  DATE.  THE CONVERSION HAS NONE TODAY.
003200*
003300***************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-Z15.
003700 OBJECT-COMPUTER. IBM-Z15.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    OLD 60-BYTE WATCH LIST - INPUT, READ IN NAME ORDER
004100     SELECT WATCHOLD-FILE ASSIGN TO "WATCHOLD"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS WO-NAME
004500         FILE STATUS IS WC-WATCHOLD-STATUS.
004600*    100-BYTE WATCH LIST - LOADED, THEN READ BACK
004700     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS WL-NAME
005100         FILE STATUS IS WC-WATCHLST-STATUS.
005200*    SHARED BATCH RUN CONTROL FILE
005300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WC-RUNCTL-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*    THE WATCH LIST RECORD AS IT WAS BEFORE THE EXPIRY DATE AND
005900*    MAINTENANCE STAMPS WERE ADDED
006000 FD  WATCHOLD-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 60 CHARACTERS.
006300 01  WATCHOLD-RECORD.
006400     05  WO-NAME                     PIC X(30).
006500     05  WO-REASON                   PIC X(20).
006600     05  WO-ADDED-DATE               PIC 9(08).
006700     05  FILLER                      PIC X(02).
006800 FD  WATCHLST-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 100 CHARACTERS.
007100     COPY WATCHLST.
007200 FD  RUNCTL-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY RUNCTL.
007600 WORKING-STORAGE SECTION.
007700 77  WC-WATCHOLD-STATUS          PIC X(02) VALUE SPACES.
007800 77  WC-WATCHOLD-OPEN-SW         PIC X(01) VALUE 'N'.
007900     88  WC-WATCHOLD-IS-OPEN         VALUE 'Y'.
008000 77  WC-WATCHLST-STATUS          PIC X(02) VALUE SPACES.
008100 77  WC-WATCHLST-OPEN-SW         PIC X(01) VALUE 'N'.
008200     88  WC-WATCHLST-IS-OPEN         VALUE 'Y'.
008300 77  WC-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008400 77  WC-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008500     88  WC-RUNCTL-IS-OPEN           VALUE 'Y'.
008600 77  WC-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008700     88  WC-RUNCTL-EOF               VALUE 'Y'.
008800 77  WC-DUP-RUN-SW               PIC X(01) VALUE 'N'.
008900     88  WC-DUP-RUN                  VALUE 'Y'.
009000 77  WC-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
009100     88  WC-RUN-STARTED              VALUE 'Y'.
009200 77  WC-EOF-SW                   PIC X(01) VALUE 'N'.
009300     88  WC-WATCHOLD-EOF             VALUE 'Y'.
009400 77  WC-VERIFY-EOF-SW            PIC X(01) VALUE 'N'.
009500     88  WC-VERIFY-EOF               VALUE 'Y'.
009600 77  WC-LOAD-FAILED-SW           PIC X(01) VALUE 'N'.
009700     88  WC-LOAD-FAILED              VALUE 'Y'.
009800 77  WC-READ-COUNT               PIC 9(08) VALUE ZERO.
009900 77  WC-LOAD-COUNT               PIC 9(08) VALUE ZERO.
010000 77  WC-REJECT-COUNT             PIC 9(08) VALUE ZERO.
010100 77  WC-NO-DATE-COUNT            PIC 9(08) VALUE ZERO.
010200 77  WC-VERIFY-COUNT             PIC 9(08) VALUE ZERO.
010300 77  WC-RECON-SW                 PIC X(01) VALUE 'N'.
010400     88  WC-RECON-BALANCED           VALUE 'Y'.
010500     88  WC-RECON-OUT-OF-BAL         VALUE 'N'.
010600 01  WC-RUN-DATE                 PIC 9(08) VALUE ZERO.
010700 01  WC-RUN-TIME                 PIC 9(08) VALUE ZERO.
010800 01  WC-OPERATOR-ID              PIC X(08) VALUE SPACES.
010850     COPY JOBDEP.
010900*
011000 PROCEDURE DIVISION.
011100***************************************************************
011200*                 0000-MAINLINE                                *
011300***************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
011700         UNTIL WC-WATCHOLD-EOF.
011800     IF WC-RUN-STARTED AND NOT WC-LOAD-FAILED
011900         PERFORM 3000-VERIFY-WATCH-LIST THRU 3000-EXIT
012000     END-IF.
012100     IF NOT WC-DUP-RUN AND NOT JD-JOB-BLOCKED
012200         PERFORM 4000-RECONCILE THRU 4000-EXIT
012300     END-IF.
012400     IF WC-RUN-STARTED
012500         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
012600     END-IF.
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800     STOP RUN.
012900 0000-EXIT.
013000     EXIT.
013100*
013200***************************************************************
013300*  1000-INITIALIZE - A COMPLETED CONVERSION ON THE RUN CONTROL *
013400*  FILE REFUSES THE RUN.  THE NEW WATCH LIST IS LOADED FROM    *
013500*  EMPTY BY THE OPEN.                                          *
013600***************************************************************
013700 1000-INITIALIZE.
013800     ACCEPT WC-RUN-DATE FROM DATE YYYYMMDD.
013900     ACCEPT WC-RUN-TIME FROM TIME.
014000     ACCEPT WC-OPERATOR-ID FROM ENVIRONMENT "USER".
014100     IF WC-OPERATOR-ID = SPACES
014200         MOVE "UNKNOWN " TO WC-OPERATOR-ID
014300     END-IF.
014400     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
014500     IF NOT WC-RUN-STARTED
014600         SET WC-WATCHOLD-EOF TO TRUE
014700         GO TO 1000-EXIT
014800     END-IF.
014900     OPEN INPUT WATCHOLD-FILE.
015000     IF WC-WATCHOLD-STATUS NOT = "00"
015100         DISPLAY "WATCHLST-CONVERT: ERROR OPENING WATCHOLD - "
015200             WC-WATCHOLD-STATUS
015300         SET WC-WATCHOLD-EOF TO TRUE
015400         SET WC-LOAD-FAILED TO TRUE
015500         GO TO 1000-EXIT
015600     END-IF.
015700     SET WC-WATCHOLD-IS-OPEN TO TRUE.
015800     OPEN OUTPUT WATCHLST-FILE.
015900     IF WC-WATCHLST-STATUS NOT = "00"
016000         DISPLAY "WATCHLST-CONVERT: ERROR OPENING WATCHLST - "
016100             WC-WATCHLST-STATUS
016200         SET WC-WATCHOLD-EOF TO TRUE
016300         SET WC-LOAD-FAILED TO TRUE
016400     ELSE
016500         SET WC-WATCHLST-IS-OPEN TO TRUE
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*
017000***************************************************************
017080*  1400-RUN-CONTROL-START - REFUSE THE RUN WHEN A CONVERSION   *
017160*  HAS ALREADY COMPLETED, OR WHEN ITS PREREQUISITES HAVE NOT   *
017240*  COMPLETED, OTHERWISE DROP A START RECORD ON THE SHARED RUN  *
017320*  CONTROL FILE.                                               *
017400***************************************************************
017500 1400-RUN-CONTROL-START.
017600     MOVE "N" TO WC-DUP-RUN-SW.
017633     MOVE "WATCHLST-CONVERT" TO JD-THIS-JOB.
017666     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
017700     OPEN INPUT RUNCTL-FILE.
017800     IF WC-RUNCTL-STATUS = "00"
017900         MOVE "N" TO WC-RUNCTL-EOF-SW
018000         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
018100             UNTIL WC-RUNCTL-EOF OR WC-DUP-RUN
018200         CLOSE RUNCTL-FILE
018300     END-IF.
018400     IF WC-DUP-RUN
018500         DISPLAY "WATCHLST-CONVERT: A COMPLETED CONVERSION IS "
018600             "ALREADY ON FILE - RUN REFUSED"
018700         GO TO 1400-EXIT
018800     END-IF.
018850     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
018900     OPEN EXTEND RUNCTL-FILE.
019000     IF WC-RUNCTL-STATUS = "35"
019100         OPEN OUTPUT RUNCTL-FILE
019200     END-IF.
019300     IF WC-RUNCTL-STATUS NOT = "00"
019400         DISPLAY "WATCHLST-CONVERT: ERROR OPENING RUNCTL - "
019500             WC-RUNCTL-STATUS
019600     ELSE
019700         SET WC-RUNCTL-IS-OPEN TO TRUE
019733         IF JD-JOB-BLOCKED
019766             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
019799         ELSE
019832             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
019865         END-IF
019900     END-IF.
019920     IF JD-JOB-BLOCKED
019940         DISPLAY "WATCHLST-CONVERT: RUN BLOCKED FOR BUSINESS "
019960             "DATE " WC-RUN-DATE " - PREREQUISITES NOT COMPLETE"
019980     END-IF.
020000 1400-EXIT.
020100     EXIT.
020200*
020300 1410-SCAN-RUNCTL-REC.
020400     READ RUNCTL-FILE
020500         AT END
020600             SET WC-RUNCTL-EOF TO TRUE
020700         NOT AT END
020800             IF RC-PROGRAM-NAME = "WATCHLST-CONVERT"
020900                 AND RC-END-REC AND RC-COMPLETED
021000                 SET WC-DUP-RUN TO TRUE
021100             END-IF
021120             IF RC-RUN-DATE = WC-RUN-DATE
021140                 AND RC-END-REC AND RC-COMPLETED
021160                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
021180             END-IF
021200     END-READ.
021300 1410-EXIT.
021400     EXIT.
021500*
021600 1420-WRITE-RUNCTL-START.
021700     MOVE SPACES TO RUNCTL-RECORD.
021800     MOVE "WATCHLST-CONVERT" TO RC-PROGRAM-NAME.
021900     MOVE WC-RUN-DATE TO RC-RUN-DATE.
022000     SET RC-START-REC TO TRUE.
022100     MOVE WC-RUN-TIME TO RC-RUN-TIME.
022200     MOVE ZERO TO RC-RECORD-COUNT.
022300     SET RC-RUNNING TO TRUE.
022400     WRITE RUNCTL-RECORD.
022500     IF WC-RUNCTL-STATUS NOT = "00"
022600         DISPLAY "WATCHLST-CONVERT: ERROR WRITING RUNCTL - "
022700             WC-RUNCTL-STATUS
022800     ELSE
022900         SET WC-RUN-STARTED TO TRUE
023000     END-IF.
023100 1420-EXIT.
023200     EXIT.
023201*
023202***************************************************************
023203*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
023204*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
023205*  WAIT FOR.                                                   *
023206***************************************************************
023207 1430-LOAD-PREREQUISITES.
023208     MOVE "N" TO JD-BLOCKED-SW.
023209     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
023210     MOVE ZERO TO JD-THIS-SUB.
023211     MOVE 1 TO JD-SUB.
023212     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
023213         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
023214 1430-EXIT.
023215     EXIT.
023216*
023217 1431-SCAN-JOB-TABLE.
023218     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
023219         MOVE JD-SUB TO JD-THIS-SUB
023220     ELSE
023221         ADD 1 TO JD-SUB
023222     END-IF.
023223 1431-EXIT.
023224     EXIT.
023225*
023226***************************************************************
023227*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
023228*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
023229***************************************************************
023230 1440-MARK-PREREQUISITE.
023231     IF JD-THIS-SUB = ZERO
023232         GO TO 1440-EXIT
023233     END-IF.
023234     MOVE 1 TO JD-PRQ-SUB.
023235     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
023236         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023237 1440-EXIT.
023238     EXIT.
023239*
023240 1441-MARK-ONE-PREREQ.
023241     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
023242         RC-PROGRAM-NAME
023243         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
023244     END-IF.
023245     ADD 1 TO JD-PRQ-SUB.
023246 1441-EXIT.
023247     EXIT.
023248*
023249***************************************************************
023250*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
023251*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
023252*  BUSINESS DATE.                                              *
023253***************************************************************
023254 1450-CHECK-PREREQUISITES.
023255     IF JD-THIS-SUB = ZERO
023256         GO TO 1450-EXIT
023257     END-IF.
023258     MOVE 1 TO JD-PRQ-SUB.
023259     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
023260         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023261 1450-EXIT.
023262     EXIT.
023263*
023264 1451-CHECK-ONE-PREREQ.
023265     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
023266         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
023267         SET JD-JOB-BLOCKED TO TRUE
023268         DISPLAY "WATCHLST-CONVERT: WAITING ON "
023269             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
023270             " - NOT COMPLETED FOR BUSINESS DATE " WC-RUN-DATE
023271     END-IF.
023272     ADD 1 TO JD-PRQ-SUB.
023273 1451-EXIT.
023274     EXIT.
023275*
023276***************************************************************
023277*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
023278*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
023279*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
023280***************************************************************
023281 1460-WRITE-RUNCTL-BLOCKED.
023282     MOVE 1 TO JD-PRQ-SUB.
023283     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
023284         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023285 1460-EXIT.
023286     EXIT.
023287*
023288 1461-WRITE-ONE-BLOCKED.
023289     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
023290         OR JD-PREREQ-DONE (JD-PRQ-SUB)
023291         ADD 1 TO JD-PRQ-SUB
023292         GO TO 1461-EXIT
023293     END-IF.
023294     MOVE SPACES TO RUNCTL-RECORD.
023295     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
023296     MOVE WC-RUN-DATE TO RC-RUN-DATE.
023297     SET RC-END-REC TO TRUE.
023298     MOVE WC-RUN-TIME TO RC-RUN-TIME.
023299     MOVE ZERO TO RC-RECORD-COUNT.
023300     SET RC-BLOCKED TO TRUE.
023301     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
023302         RC-WAITING-ON.
023303     WRITE RUNCTL-RECORD.
023304     IF WC-RUNCTL-STATUS NOT = "00"
023305         DISPLAY "WATCHLST-CONVERT: ERROR WRITING RUNCTL - "
023306             WC-RUNCTL-STATUS
023307     END-IF.
023308     ADD 1 TO JD-PRQ-SUB.
023309 1461-EXIT.
023310     EXIT.
023311*
023400***************************************************************
023500*  2000-LOAD-RECORD - EVERY OLD ENTRY IS LOADED IN THE NEW     *
023600*  LAYOUT.  AN ENTRY WITH NO USABLE DATE ADDED TAKES THE RUN   *
023700*  DATE AND IS COUNTED SO THE OFFICE CAN CHECK IT.             *
023800***************************************************************
023900 2000-LOAD-RECORD.
024000     READ WATCHOLD-FILE NEXT RECORD
024100         AT END
024200             SET WC-WATCHOLD-EOF TO TRUE
024300             GO TO 2000-EXIT
024400     END-READ.
024500     ADD 1 TO WC-READ-COUNT.
024600     MOVE SPACES TO WATCHLST-RECORD.
024700     MOVE WO-NAME TO WL-NAME.
024800     MOVE WO-REASON TO WL-REASON.
024900     IF WO-ADDED-DATE NUMERIC AND WO-ADDED-DATE NOT = ZERO
025000         MOVE WO-ADDED-DATE TO WL-ADDED-DATE
025100     ELSE
025200         MOVE WC-RUN-DATE TO WL-ADDED-DATE
025300         ADD 1 TO WC-NO-DATE-COUNT
025400     END-IF.
025500     MOVE ZERO TO WL-EXPIRY-DATE.
025600     MOVE SPACES TO WL-ADDED-BY.
025700     MOVE WC-RUN-DATE TO WL-LAST-MAINT-DATE.
025800     MOVE WC-OPERATOR-ID TO WL-LAST-MAINT-BY.
025900     WRITE WATCHLST-RECORD.
026000     IF WC-WATCHLST-STATUS = "00"
026100         ADD 1 TO WC-LOAD-COUNT
026200         GO TO 2000-EXIT
026300     END-IF.
026400     IF WC-WATCHLST-STATUS = "22"
026500         ADD 1 TO WC-REJECT-COUNT
026600         DISPLAY "WATCHLST-CONVERT: DUPLICATE NAME NOT LOADED - "
026700             WO-NAME
026800         GO TO 2000-EXIT
026900     END-IF.
027000     DISPLAY "WATCHLST-CONVERT: ERROR WRITING WATCHLST - "
027100         WC-WATCHLST-STATUS " AT " WO-NAME.
027200     SET WC-LOAD-FAILED TO TRUE.
027300     SET WC-WATCHOLD-EOF TO TRUE.
027400 2000-EXIT.
027500     EXIT.
027600*
027700***************************************************************
027800*  3000-VERIFY-WATCH-LIST - CLOSE THE LOADED LIST AND READ IT  *
027900*  BACK FROM THE TOP, COUNTING THE ENTRIES INDEPENDENTLY OF    *
028000*  THE LOAD.                                                   *
028100***************************************************************
028200 3000-VERIFY-WATCH-LIST.
028300     CLOSE WATCHLST-FILE.
028400     MOVE "N" TO WC-WATCHLST-OPEN-SW.
028500     OPEN INPUT WATCHLST-FILE.
028600     IF WC-WATCHLST-STATUS NOT = "00"
028700         DISPLAY "WATCHLST-CONVERT: ERROR REOPENING WATCHLST - "
028800             WC-WATCHLST-STATUS
028900         SET WC-LOAD-FAILED TO TRUE
029000         GO TO 3000-EXIT
029100     END-IF.
029200     SET WC-WATCHLST-IS-OPEN TO TRUE.
029300     MOVE "N" TO WC-VERIFY-EOF-SW.
029400     PERFORM 3100-VERIFY-RECORD THRU 3100-EXIT
029500         UNTIL WC-VERIFY-EOF.
029600 3000-EXIT.
029700     EXIT.
029800*
029900 3100-VERIFY-RECORD.
030000     READ WATCHLST-FILE NEXT RECORD
030100         AT END
030200             SET WC-VERIFY-EOF TO TRUE
030300             GO TO 3100-EXIT
030400     END-READ.
030500     ADD 1 TO WC-VERIFY-COUNT.
030600 3100-EXIT.
030700     EXIT.
030800*
030900***************************************************************
031000*                 4000-RECONCILE                               *
031100*    EVERY OLD ENTRY READ MUST HAVE BEEN LOADED, AND THE NEW   *
031200*    LIST READ BACK MUST HOLD THE SAME NUMBER OF ENTRIES.  THE *
031300*    OLD CLUSTER IS KEPT UNTIL THE CONVERSION HAS COMPLETED IN *
031400*    BALANCE.                                                  *
031500***************************************************************
031600 4000-RECONCILE.
031700     MOVE 'N' TO WC-RECON-SW.
031800     IF NOT WC-RUN-STARTED OR WC-LOAD-FAILED
031900         SET WC-RECON-OUT-OF-BAL TO TRUE
032000         GO TO 4000-DISPLAY
032100     END-IF.
032200     IF WC-READ-COUNT = WC-LOAD-COUNT
032300         AND WC-LOAD-COUNT = WC-VERIFY-COUNT
032400         SET WC-RECON-BALANCED TO TRUE
032500     ELSE
032600         SET WC-RECON-OUT-OF-BAL TO TRUE
032700     END-IF.
032800 4000-DISPLAY.
032900     DISPLAY "WATCHLST-CONVERT: CONTROL TOTALS - RUN DATE "
033000         WC-RUN-DATE.
033100     DISPLAY "  OLD WATCH LIST ENTRIES READ : " WC-READ-COUNT.
033200     DISPLAY "  ENTRIES LOADED . . . . . . : " WC-LOAD-COUNT.
033300     DISPLAY "    DATE ADDED SET TO TODAY  : " WC-NO-DATE-COUNT.
033400     DISPLAY "  DUPLICATES NOT LOADED. . . : " WC-REJECT-COUNT.
033500     DISPLAY "  ENTRIES READ BACK. . . . . : " WC-VERIFY-COUNT.
033600     IF WC-RECON-BALANCED
033700         DISPLAY "  CONTROL TOTALS ARE IN BALANCE - WATCHLST IS "
033800             "READY FOR USE"
033900     ELSE
034000         DISPLAY "  *** CONTROL TOTALS OUT OF BALANCE - DO NOT "
034100             "USE WATCHLST, RERUN THE CONVERSION ***"
034200     END-IF.
034300 4000-EXIT.
034400     EXIT.
034500*
034600***************************************************************
034700*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE CONTROL     *
034800*  TOTALS BALANCE, OTHERWISE ABENDED SO THE CONVERSION CAN BE  *
034900*  RERUN.                                                      *
035000***************************************************************
035100 8100-WRITE-RUNCTL-END.
035200     ACCEPT WC-RUN-TIME FROM TIME.
035300     MOVE SPACES TO RUNCTL-RECORD.
035400     MOVE "WATCHLST-CONVERT" TO RC-PROGRAM-NAME.
035500     MOVE WC-RUN-DATE TO RC-RUN-DATE.
035600     SET RC-END-REC TO TRUE.
035700     MOVE WC-RUN-TIME TO RC-RUN-TIME.
035800     MOVE WC-LOAD-COUNT TO RC-RECORD-COUNT.
035900     IF WC-RECON-BALANCED
036000         SET RC-COMPLETED TO TRUE
036100     ELSE
036200         SET RC-ABENDED TO TRUE
036300     END-IF.
036400     WRITE RUNCTL-RECORD.
036500     IF WC-RUNCTL-STATUS NOT = "00"
036600         DISPLAY "WATCHLST-CONVERT: ERROR WRITING RUNCTL - "
036700             WC-RUNCTL-STATUS
036800     END-IF.
036900 8100-EXIT.
037000     EXIT.
037100*
037200 9000-TERMINATE.
037300     IF WC-WATCHOLD-IS-OPEN
037400         CLOSE WATCHOLD-FILE
037500     END-IF.
037600     IF WC-WATCHLST-IS-OPEN
037700         CLOSE WATCHLST-FILE
037800     END-IF.
037900     IF WC-RUNCTL-IS-OPEN
038000         CLOSE RUNCTL-FILE
038100     END-IF.
038200 9000-EXIT.
038300     EXIT.
