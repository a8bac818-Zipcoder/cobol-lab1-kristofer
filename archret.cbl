002200*                  TWICE FOR THE SAME CUTOFF VIA THE SHARED RUN
002300*                  CONTROL FILE.  OPERATIONS SWAPS VARCHNEW
002400*                  OVER VISARCH AFTER A BALANCED RUN.
002425* 10/15/2026  RMC  THE VISITOR HISTORY ARCHIVE RECORD IS NOW 150
002450*                  BYTES - THE VISITOR'S COMPANY AND PURPOSE OF
002475*                  VISIT ARE CARRIED FROM CHECK-IN.
002477* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
002479*                  DATE, SITE AND TIME, SO THE PASS NOW UPDATES IT
002481*                  IN PLACE AND VARCHNEW IS GONE.  IT STARTS AT
002483*                  THE CUTOFF OF THE LAST COMPLETED RUN ON THE RUN
002485*                  CONTROL FILE (EVERYTHING BEFORE THAT IS ALREADY
002487*                  ANONYMIZED OR HELD) AND STOPS AT THE FIRST
002489*                  RECORD ON OR AFTER THE NEW CUTOFF.  RECORDS
002491*                  ALREADY BLANK ARE COUNTED, NOT REWRITTEN.
002493*                  ANONYMIZING IS REPEATABLE, SO AN OUT-OF-BALANCE
002495*                  RUN IS SIMPLY RERUN FOR THE SAME CUTOFF.
002508* 10/15/2026  RMC  THE START-UP NOW ALSO CHECKS THE JOB-STREAM
002521*                  DEPENDENCY TABLE, REFUSING TO RUN, WITH A
002534*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
002547*                  ITS PREREQUISITES HAVE COMPLETED FOR THE CUTOFF
002560*                  DATE.  THE PASS HAS NONE TODAY - ITS BUSINESS
002573*                  DATE IS THE CUTOFF, NOT THE RUN DATE.
002586*
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003000 OBJECT-COMPUTER. IBM-Z15.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*    VISITOR HISTORY ARCHIVE - UPDATED IN PLACE
003400     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
003500         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS VH-ARCH-KEY
003560         ALTERNATE RECORD KEY IS VH-MEMBER-ID
003580             WITH DUPLICATES
003600         FILE STATUS IS RT-VISARCH-STATUS.
004200*    SHARED BATCH RUN CONTROL FILE
004300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS SEQUENTIAL
004700 FILE SECTION.
004800 FD  VISARCH-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 182 CHARACTERS.
005100     COPY VISARCH.
005600 FD  RUNCTL-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
006100 77  RT-VISARCH-STATUS           PIC X(02) VALUE SPACES.
006200 77  RT-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
006300     88  RT-VISARCH-IS-OPEN          VALUE 'Y'.
006700 77  RT-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
006800 77  RT-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
006900     88  RT-RUNCTL-IS-OPEN           VALUE 'Y'.
007600 77  RT-EOF-SW                   PIC X(01) VALUE 'N'.
007700     88  RT-VISARCH-EOF              VALUE 'Y'.
007800 77  RT-READ-COUNT               PIC 9(08) VALUE ZERO.
008000 77  RT-ANON-COUNT               PIC 9(08) VALUE ZERO.
008100 77  RT-HELD-COUNT               PIC 9(08) VALUE ZERO.
008166 77  RT-ALREADY-COUNT            PIC 9(08) VALUE ZERO.
008232 77  RT-REWRITE-COUNT            PIC 9(08) VALUE ZERO.
008300 77  RT-RECON-SW                 PIC X(01) VALUE 'N'.
008400     88  RT-RECON-BALANCED           VALUE 'Y'.
008500     88  RT-RECON-OUT-OF-BAL         VALUE 'N'.
008700 01  RT-RUN-DATE                 PIC 9(08) VALUE ZERO.
008800 01  RT-RUN-TIME                 PIC 9(08) VALUE ZERO.
008900 01  RT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
008933 01  RT-FROM-DATE                PIC 9(08) VALUE ZERO.
008966     COPY VISLOG.
008983     COPY JOBDEP.
009000*
009100 PROCEDURE DIVISION.
009200***************************************************************
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-RETAIN-RECORD THRU 2000-EXIT
009800         UNTIL RT-VISARCH-EOF.
009900     IF NOT RT-DUP-RUN AND NOT JD-JOB-BLOCKED
010000         PERFORM 3000-RECONCILE THRU 3000-EXIT
010100     END-IF.
010200     IF RT-RUN-STARTED
011100*  1000-INITIALIZE - THE CUTOFF COMES IN AS A YYYYMMDD PARM OR *
011200*  DEFAULTS TO 24 MONTHS BEFORE THE RUN DATE.  A COMPLETED RUN *
011300*  FOR THE SAME CUTOFF ON THE RUN CONTROL FILE REFUSES THE     *
011400*  RUN.  THE PASS STARTS AT THE LAST COMPLETED CUTOFF.         *
011500***************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT RT-RUN-DATE FROM DATE YYYYMMDD.
012300         COMPUTE RT-CUTOFF-DATE = RT-RUN-DATE - 20000
012400     END-IF.
012500     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012600     IF RT-DUP-RUN OR JD-JOB-BLOCKED
012700         SET RT-VISARCH-EOF TO TRUE
012800         GO TO 1000-EXIT
012900     END-IF.
013000     OPEN I-O VISARCH-FILE.
013100     IF RT-VISARCH-STATUS NOT = "00"
013200         DISPLAY "ARCH-RETENTION: ERROR OPENING VISARCH - "
013300             RT-VISARCH-STATUS
013400         SET RT-VISARCH-EOF TO TRUE
013520         GO TO 1000-EXIT
013640     END-IF.
013760     SET RT-VISARCH-IS-OPEN TO TRUE.
013880     MOVE LOW-VALUES TO VH-ARCH-KEY.
014000     MOVE RT-FROM-DATE TO VH-VISIT-DATE.
014120     START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
014240         INVALID KEY
014360             SET RT-VISARCH-EOF TO TRUE
014480     END-START.
014600 1000-EXIT.
014700     EXIT.
014800*
014900***************************************************************
014971*  1400-RUN-CONTROL-START - REFUSE A SECOND RUN FOR A CUTOFF   *
015042*  THAT ALREADY COMPLETED, OR A RUN WHOSE PREREQUISITES HAVE   *
015113*  NOT COMPLETED, OTHERWISE DROP A START RECORD ON THE SHARED  *
015184*  RUN CONTROL FILE.  THE CUTOFF DATE IS CARRIED AS THE RUN'S  *
015255*  BUSINESS DATE.  THE LATEST EARLIER CUTOFF THAT COMPLETED    *
015326*  BECOMES THE START OF THIS PASS.                             *
015400***************************************************************
015500 1400-RUN-CONTROL-START.
015600     MOVE "N" TO RT-DUP-RUN-SW.
015633     MOVE "ARCH-RETENTION" TO JD-THIS-JOB.
015666     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
015700     OPEN INPUT RUNCTL-FILE.
015800     IF RT-RUNCTL-STATUS = "00"
015900         MOVE "N" TO RT-RUNCTL-EOF-SW
016000         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
016100             UNTIL RT-RUNCTL-EOF
016200         CLOSE RUNCTL-FILE
016300     END-IF.
016400     IF RT-DUP-RUN
016700             "DUPLICATE RUN REFUSED"
016800         GO TO 1400-EXIT
016900     END-IF.
016950     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
017000     OPEN EXTEND RUNCTL-FILE.
017100     IF RT-RUNCTL-STATUS = "35"
017200         OPEN OUTPUT RUNCTL-FILE
017600             RT-RUNCTL-STATUS
017700     ELSE
017800         SET RT-RUNCTL-IS-OPEN TO TRUE
017833         IF JD-JOB-BLOCKED
017866             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
017899         ELSE
017932             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
017965         END-IF
018000     END-IF.
018020     IF JD-JOB-BLOCKED
018040         DISPLAY "ARCH-RETENTION: RUN BLOCKED FOR CUTOFF "
018060             RT-CUTOFF-DATE " - PREREQUISITES NOT COMPLETE"
018080     END-IF.
018100 1400-EXIT.
018200     EXIT.
018300*
018700             SET RT-RUNCTL-EOF TO TRUE
018800         NOT AT END
018900             IF RC-PROGRAM-NAME = "ARCH-RETENTION"
019000                 AND RC-END-REC AND RC-COMPLETED
019150                 PERFORM 1415-CHECK-CUTOFF THRU 1415-EXIT
019300             END-IF
019320             IF RC-RUN-DATE = RT-CUTOFF-DATE
019340                 AND RC-END-REC AND RC-COMPLETED
019360                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
019380             END-IF
019400     END-READ.
019500 1410-EXIT.
019600     EXIT.
019608*
019616 1415-CHECK-CUTOFF.
019624     IF RC-RUN-DATE = RT-CUTOFF-DATE
019632         SET RT-DUP-RUN TO TRUE
019640     END-IF.
019648     IF RC-RUN-DATE LESS THAN RT-CUTOFF-DATE
019656         AND RC-RUN-DATE GREATER THAN RT-FROM-DATE
019664         MOVE RC-RUN-DATE TO RT-FROM-DATE
019672     END-IF.
019680 1415-EXIT.
019688     EXIT.
019700*
019800 1420-WRITE-RUNCTL-START.
019900     MOVE SPACES TO RUNCTL-RECORD.
021200     END-IF.
021300 1420-EXIT.
021400     EXIT.
021401*
021402***************************************************************
021403*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
021404*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
021405*  WAIT FOR.                                                   *
021406***************************************************************
021407 1430-LOAD-PREREQUISITES.
021408     MOVE "N" TO JD-BLOCKED-SW.
021409     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
021410     MOVE ZERO TO JD-THIS-SUB.
021411     MOVE 1 TO JD-SUB.
021412     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
021413         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
021414 1430-EXIT.
021415     EXIT.
021416*
021417 1431-SCAN-JOB-TABLE.
021418     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
021419         MOVE JD-SUB TO JD-THIS-SUB
021420     ELSE
021421         ADD 1 TO JD-SUB
021422     END-IF.
021423 1431-EXIT.
021424     EXIT.
021425*
021426***************************************************************
021427*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
021428*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
021429***************************************************************
021430 1440-MARK-PREREQUISITE.
021431     IF JD-THIS-SUB = ZERO
021432         GO TO 1440-EXIT
021433     END-IF.
021434     MOVE 1 TO JD-PRQ-SUB.
021435     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
021436         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
021437 1440-EXIT.
021438     EXIT.
021439*
021440 1441-MARK-ONE-PREREQ.
021441     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
021442         RC-PROGRAM-NAME
021443         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
021444     END-IF.
021445     ADD 1 TO JD-PRQ-SUB.
021446 1441-EXIT.
021447     EXIT.
021448*
021449***************************************************************
021450*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
021451*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
021452*  BUSINESS DATE.                                              *
021453***************************************************************
021454 1450-CHECK-PREREQUISITES.
021455     IF JD-THIS-SUB = ZERO
021456         GO TO 1450-EXIT
021457     END-IF.
021458     MOVE 1 TO JD-PRQ-SUB.
021459     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
021460         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
021461 1450-EXIT.
021462     EXIT.
021463*
021464 1451-CHECK-ONE-PREREQ.
021465     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
021466         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
021467         SET JD-JOB-BLOCKED TO TRUE
021468         DISPLAY "ARCH-RETENTION: WAITING ON "
021469             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
021470             " - NOT COMPLETED FOR BUSINESS DATE " RT-CUTOFF-DATE
021471     END-IF.
021472     ADD 1 TO JD-PRQ-SUB.
021473 1451-EXIT.
021474     EXIT.
021475*
021476***************************************************************
021477*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
021478*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
021479*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
021480***************************************************************
021481 1460-WRITE-RUNCTL-BLOCKED.
021482     MOVE 1 TO JD-PRQ-SUB.
021483     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
021484         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
021485 1460-EXIT.
021486     EXIT.
021487*
021488 1461-WRITE-ONE-BLOCKED.
021489     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
021490         OR JD-PREREQ-DONE (JD-PRQ-SUB)
021491         ADD 1 TO JD-PRQ-SUB
021492         GO TO 1461-EXIT
021493     END-IF.
021494     MOVE SPACES TO RUNCTL-RECORD.
021495     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
021496     MOVE RT-CUTOFF-DATE TO RC-RUN-DATE.
021497     SET RC-END-REC TO TRUE.
021498     MOVE RT-RUN-TIME TO RC-RUN-TIME.
021499     MOVE ZERO TO RC-RECORD-COUNT.
021500     SET RC-BLOCKED TO TRUE.
021501     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
021502         RC-WAITING-ON.
021503     WRITE RUNCTL-RECORD.
021504     IF RT-RUNCTL-STATUS NOT = "00"
021505         DISPLAY "ARCH-RETENTION: ERROR WRITING RUNCTL - "
021506             RT-RUNCTL-STATUS
021507     END-IF.
021508     ADD 1 TO JD-PRQ-SUB.
021509 1461-EXIT.
021510     EXIT.
021511*
021600***************************************************************
021700*  2000-RETAIN-RECORD - ONLY RECORDS BEFORE THE CUTOFF ARE     *
021800*  READ; THE FIRST RECORD ON OR AFTER IT ENDS THE PASS.  WATCH-*
021900*  LIST HITS ARE HELD UNCHANGED, THE REST ARE REWRITTEN WITH   *
021950*  NAME AND MEMBER ID BLANKED.                                 *
022000***************************************************************
022100 2000-RETAIN-RECORD.
022200     READ VISARCH-FILE NEXT RECORD
022300         AT END
022400             SET RT-VISARCH-EOF TO TRUE
022450             GO TO 2000-EXIT
022500     END-READ.
022550     IF VH-VISIT-DATE NOT LESS THAN RT-CUTOFF-DATE
022600         SET RT-VISARCH-EOF TO TRUE
022650         GO TO 2000-EXIT
022700     END-IF.
022750     ADD 1 TO RT-READ-COUNT.
022800     MOVE VH-LOG-DATA TO VISLOG-RECORD.
022850     PERFORM 2100-APPLY-RETENTION THRU 2100-EXIT.
022900 2000-EXIT.
023000     EXIT.
023100*
023200 2100-APPLY-RETENTION.
023300     IF VL-WATCH-HIT
023400         ADD 1 TO RT-HELD-COUNT
023600         GO TO 2100-EXIT
023700     END-IF.
023820     IF VL-NAME = SPACES AND VL-MEMBER-ID = SPACES
023940         ADD 1 TO RT-ALREADY-COUNT
024060         GO TO 2100-EXIT
024180     END-IF.
024300     MOVE SPACES TO VL-NAME.
024400     MOVE SPACES TO VL-MEMBER-ID.
024500     ADD 1 TO RT-ANON-COUNT.
024600     PERFORM 2200-REWRITE-ARCHIVE THRU 2200-EXIT.
024700 2100-EXIT.
024800     EXIT.
024900*
024916***************************************************************
024932*  2200-REWRITE-ARCHIVE - THE MEMBER ID ALTERNATE KEY IS       *
024948*  BLANKED WITH THE LOG DATA.  02 MEANS THE BLANK KEY IS       *
024964*  ALREADY ON FILE, WHICH IT ALWAYS WILL BE.                   *
024980***************************************************************
025000 2200-REWRITE-ARCHIVE.
025090     MOVE VISLOG-RECORD TO VH-LOG-DATA.
025180     MOVE SPACES TO VH-MEMBER-ID.
025270     REWRITE VISARCH-RECORD.
025360     IF RT-VISARCH-STATUS = "00" OR RT-VISARCH-STATUS = "02"
025450         ADD 1 TO RT-REWRITE-COUNT
025540     ELSE
025630         DISPLAY "ARCH-RETENTION: ERROR REWRITING VISARCH - "
025720             RT-VISARCH-STATUS
025810         SET RT-VISARCH-EOF TO TRUE
025900     END-IF.
026000 2200-EXIT.
026100     EXIT.
026200*
026300***************************************************************
026400*                 3000-RECONCILE                               *
026500*    EVERY RECORD READ BEFORE THE CUTOFF MUST BE HELD, ALREADY
026600*    BLANK, OR ANONYMIZED AND REWRITTEN.  AN OUT-OF-BALANCE
026700*    RUN IS RERUN FOR THE SAME CUTOFF.
026800***************************************************************
026900 3000-RECONCILE.
027000     MOVE 'N' TO RT-RECON-SW.
027100     IF NOT RT-VISARCH-IS-OPEN
027300         SET RT-RECON-OUT-OF-BAL TO TRUE
027400         GO TO 3000-DISPLAY
027500     END-IF.
027600     IF RT-ANON-COUNT = RT-REWRITE-COUNT
027700         AND RT-READ-COUNT =
027800             RT-HELD-COUNT + RT-ALREADY-COUNT + RT-ANON-COUNT
027900         SET RT-RECON-BALANCED TO TRUE
028000     ELSE
028100         SET RT-RECON-OUT-OF-BAL TO TRUE
028200     END-IF.
028300 3000-DISPLAY.
028400     DISPLAY "ARCH-RETENTION: CONTROL TOTALS - CUTOFF "
028500         RT-CUTOFF-DATE " FROM " RT-FROM-DATE.
028600     DISPLAY "  ARCHIVE RECORDS READ . . : " RT-READ-COUNT.
028800     DISPLAY "  WATCH-LIST RECORDS HELD. : " RT-HELD-COUNT.
028850     DISPLAY "  ALREADY ANONYMIZED . . . : " RT-ALREADY-COUNT.
028900     DISPLAY "  RECORDS ANONYMIZED . . . : " RT-ANON-COUNT.
029000     DISPLAY "  ARCHIVE RECORDS REWRITTEN: " RT-REWRITE-COUNT.
029100     IF RT-RECON-BALANCED
029200         DISPLAY "  CONTROL TOTALS ARE IN BALANCE"
029400     ELSE
029500         DISPLAY "  *** CONTROL TOTALS OUT OF BALANCE - RERUN "
029600             "FOR THE SAME CUTOFF ***"
029700     END-IF.
029800 3000-EXIT.
029900     EXIT.
030000*
030100***************************************************************
030200*  8100-WRITE-RUNCTL-END - MARK THE RUN COMPLETED WHEN THE     *
030300*  ARCHIVE WAS UPDATED IN BALANCE, OTHERWISE ABENDED SO THE    *
030400*  CUTOFF STAYS RERUNNABLE.                                    *
030500***************************************************************
030600 8100-WRITE-RUNCTL-END.
031000     MOVE RT-CUTOFF-DATE TO RC-RUN-DATE.
031100     SET RC-END-REC TO TRUE.
031200     MOVE RT-RUN-TIME TO RC-RUN-TIME.
031300     MOVE RT-REWRITE-COUNT TO RC-RECORD-COUNT.
031400     IF RT-RECON-BALANCED
031500         SET RC-COMPLETED TO TRUE
031600     ELSE
032800     IF RT-VISARCH-IS-OPEN
032900         CLOSE VISARCH-FILE
033000     END-IF.
033400     IF RT-RUNCTL-IS-OPEN
033500         CLOSE RUNCTL-FILE
033600     END-IF.
