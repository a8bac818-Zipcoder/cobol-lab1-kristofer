000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISARCH-CONVERT.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - ONE-TIME LOAD OF THE FLAT
001300*                  SEQUENTIAL VISITOR HISTORY ARCHIVE (VARCHSEQ)
001400*                  INTO THE INDEXED ARCHIVE (VISARCH) KEYED ON
001500*                  VISIT DATE, SITE AND TIME WITH THE MEMBER ID AS
001600*                  AN ALTERNATE KEY.  RECORDS THAT FALL ON THE
001700*                  SAME KEY TAKE THE NEXT SEQUENCE NUMBER SO
001800*                  NOTHING IS DROPPED.  THE LOADED ARCHIVE IS READ
001900*                  BACK AND ITS RECORD COUNT AND VISIT-DATE HASH
002000*                  TOTAL MUST MATCH THE FLAT FILE BEFORE THE RUN
002100*                  IS MARKED COMPLETED ON THE RUN CONTROL FILE.  A
002200*                  COMPLETED CONVERSION ON FILE REFUSES ANY
002300*                  FURTHER RUN, AS THE LOAD WOULD OVERWRITE VISITS
002400*                  ARCHIVED SINCE.  THE FLAT ARCHIVE WAS WRITTEN
002500*                  BEFORE THE VISITOR LOG GREW TO 150 BYTES, SO
002600*                  EACH 100-BYTE RECORD IS LOADED WITH THE
002700*                  COMPANY AND PURPOSE OF VISIT LEFT BLANK.
002716* 10/15/2026  RMC  THE START-UP NOW ALSO CHECKS THE JOB-STREAM
002732*                  DEPENDENCY TABLE, REFUSING TO RUN, WITH A
002748*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
002764*                  ITS PREREQUISITES HAVE COMPLETED FOR THE RUN
002780*                  DATE.  THE CONVERSION HAS NONE TODAY.
002800*
002900***************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-Z15.
003300 OBJECT-COMPUTER. IBM-Z15.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*    FLAT VISITOR HISTORY ARCHIVE - INPUT, AS LAST WRITTEN BY
003700*    THE SEQUENTIAL ARCHIVE JOB IN THE OLD 100-BYTE LAYOUT
003800     SELECT VARCHSEQ-FILE ASSIGN TO "VARCHSEQ"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS AC-VARCHSEQ-STATUS.
004100*    INDEXED VISITOR HISTORY ARCHIVE - LOADED, THEN READ BACK
004200     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS VH-ARCH-KEY
004600         ALTERNATE RECORD KEY IS VH-MEMBER-ID
004700             WITH DUPLICATES
004800         FILE STATUS IS AC-VISARCH-STATUS.
004900*    SHARED BATCH RUN CONTROL FILE
005000     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS AC-RUNCTL-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  VARCHSEQ-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 100 CHARACTERS.
005800 01  VARCHSEQ-RECORD             PIC X(100).
005900 FD  VISARCH-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 182 CHARACTERS.
006200     COPY VISARCH.
006300 FD  RUNCTL-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600     COPY RUNCTL.
006700 WORKING-STORAGE SECTION.
006800 77  AC-VARCHSEQ-STATUS          PIC X(02) VALUE SPACES.
006900 77  AC-VARCHSEQ-OPEN-SW         PIC X(01) VALUE 'N'.
007000     88  AC-VARCHSEQ-IS-OPEN         VALUE 'Y'.
007100 77  AC-VISARCH-STATUS           PIC X(02) VALUE SPACES.
007200 77  AC-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
007300     88  AC-VISARCH-IS-OPEN          VALUE 'Y'.
007400 77  AC-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007500 77  AC-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007600     88  AC-RUNCTL-IS-OPEN           VALUE 'Y'.
007700 77  AC-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007800     88  AC-RUNCTL-EOF               VALUE 'Y'.
007900 77  AC-DUP-RUN-SW               PIC X(01) VALUE 'N'.
008000     88  AC-DUP-RUN                  VALUE 'Y'.
008100 77  AC-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008200     88  AC-RUN-STARTED              VALUE 'Y'.
008300 77  AC-EOF-SW                   PIC X(01) VALUE 'N'.
008400     88  AC-VARCHSEQ-EOF             VALUE 'Y'.
008500 77  AC-VERIFY-EOF-SW            PIC X(01) VALUE 'N'.
008600     88  AC-VERIFY-EOF               VALUE 'Y'.
008700 77  AC-LOAD-FAILED-SW           PIC X(01) VALUE 'N'.
008800     88  AC-LOAD-FAILED              VALUE 'Y'.
008900 77  AC-ARCH-DONE-SW             PIC X(01) VALUE 'N'.
009000     88  AC-ARCH-DONE                VALUE 'Y'.
009100 77  AC-READ-COUNT               PIC 9(08) VALUE ZERO.
009200 77  AC-LOAD-COUNT               PIC 9(08) VALUE ZERO.
009300 77  AC-RESEQ-COUNT              PIC 9(08) VALUE ZERO.
009400 77  AC-VERIFY-COUNT             PIC 9(08) VALUE ZERO.
009500 77  AC-READ-HASH                PIC 9(15) VALUE ZERO.
009600 77  AC-VERIFY-HASH              PIC 9(15) VALUE ZERO.
009700 77  AC-RECON-SW                 PIC X(01) VALUE 'N'.
009800     88  AC-RECON-BALANCED           VALUE 'Y'.
009900     88  AC-RECON-OUT-OF-BAL         VALUE 'N'.
010000 01  AC-RUN-DATE                 PIC 9(08) VALUE ZERO.
010100 01  AC-RUN-TIME                 PIC 9(08) VALUE ZERO.
010200     COPY VISLOG.
010250     COPY JOBDEP.
010300*
010400 PROCEDURE DIVISION.
010500***************************************************************
010600*                 0000-MAINLINE                                *
010700***************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
011100         UNTIL AC-VARCHSEQ-EOF.
011200     IF AC-RUN-STARTED AND NOT AC-LOAD-FAILED
011300         PERFORM 3000-VERIFY-ARCHIVE THRU 3000-EXIT
011400     END-IF.
011500     IF NOT AC-DUP-RUN AND NOT JD-JOB-BLOCKED
011600         PERFORM 4000-RECONCILE THRU 4000-EXIT
011700     END-IF.
011800     IF AC-RUN-STARTED
011900         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
012000     END-IF.
012100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012200     STOP RUN.
012300 0000-EXIT.
012400     EXIT.
012500*
012600***************************************************************
012700*  1000-INITIALIZE - A COMPLETED CONVERSION ON THE RUN CONTROL *
012800*  FILE REFUSES THE RUN.  THE INDEXED ARCHIVE IS CREATED       *
012900*  EMPTY BY THE OPEN.                                          *
013000***************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
013300     ACCEPT AC-RUN-TIME FROM TIME.
013400     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
013500     IF NOT AC-RUN-STARTED
013600         SET AC-VARCHSEQ-EOF TO TRUE
013700         GO TO 1000-EXIT
013800     END-IF.
013900     OPEN INPUT VARCHSEQ-FILE.
014000     IF AC-VARCHSEQ-STATUS NOT = "00"
014100         DISPLAY "VISARCH-CONVERT: ERROR OPENING VARCHSEQ - "
014200             AC-VARCHSEQ-STATUS
014300         SET AC-VARCHSEQ-EOF TO TRUE
014400         SET AC-LOAD-FAILED TO TRUE
014500         GO TO 1000-EXIT
014600     END-IF.
014700     SET AC-VARCHSEQ-IS-OPEN TO TRUE.
014800     OPEN OUTPUT VISARCH-FILE.
014900     IF AC-VISARCH-STATUS NOT = "00"
015000         DISPLAY "VISARCH-CONVERT: ERROR OPENING VISARCH - "
015100             AC-VISARCH-STATUS
015200         SET AC-VARCHSEQ-EOF TO TRUE
015300         SET AC-LOAD-FAILED TO TRUE
015400     ELSE
015500         SET AC-VISARCH-IS-OPEN TO TRUE
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015900*
016000***************************************************************
016080*  1400-RUN-CONTROL-START - REFUSE THE RUN WHEN A CONVERSION   *
016160*  HAS ALREADY COMPLETED, OR WHEN ITS PREREQUISITES HAVE NOT   *
016240*  COMPLETED, OTHERWISE DROP A START RECORD ON THE SHARED RUN  *
016320*  CONTROL FILE.                                               *
016400***************************************************************
016500 1400-RUN-CONTROL-START.
016600     MOVE "N" TO AC-DUP-RUN-SW.
016633     MOVE "VISARCH-CONVERT" TO JD-THIS-JOB.
016666     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
016700     OPEN INPUT RUNCTL-FILE.
016800     IF AC-RUNCTL-STATUS = "00"
016900         MOVE "N" TO AC-RUNCTL-EOF-SW
017000         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
017100             UNTIL AC-RUNCTL-EOF OR AC-DUP-RUN
017200         CLOSE RUNCTL-FILE
017300     END-IF.
017400     IF AC-DUP-RUN
017500         DISPLAY "VISARCH-CONVERT: A COMPLETED CONVERSION IS "
017600             "ALREADY ON FILE - RUN REFUSED"
017700         GO TO 1400-EXIT
017800     END-IF.
017850     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
017900     OPEN EXTEND RUNCTL-FILE.
018000     IF AC-RUNCTL-STATUS = "35"
018100         OPEN OUTPUT RUNCTL-FILE
018200     END-IF.
018300     IF AC-RUNCTL-STATUS NOT = "00"
018400         DISPLAY "VISARCH-CONVERT: ERROR OPENING RUNCTL - "
018500             AC-RUNCTL-STATUS
018600     ELSE
018700         SET AC-RUNCTL-IS-OPEN TO TRUE
018733         IF JD-JOB-BLOCKED
018766             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
018799         ELSE
018832             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
018865         END-IF
018900     END-IF.
018920     IF JD-JOB-BLOCKED
018940         DISPLAY "VISARCH-CONVERT: RUN BLOCKED FOR BUSINESS DATE "
018960             AC-RUN-DATE " - PREREQUISITES NOT COMPLETE"
018980     END-IF.
019000 1400-EXIT.
019100     EXIT.
019200*
019300 1410-SCAN-RUNCTL-REC.
019400     READ RUNCTL-FILE
019500         AT END
019600             SET AC-RUNCTL-EOF TO TRUE
019700         NOT AT END
019800             IF RC-PROGRAM-NAME = "VISARCH-CONVERT"
019900                 AND RC-END-REC AND RC-COMPLETED
020000                 SET AC-DUP-RUN TO TRUE
020100             END-IF
020120             IF RC-RUN-DATE = AC-RUN-DATE
020140                 AND RC-END-REC AND RC-COMPLETED
020160                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
020180             END-IF
020200     END-READ.
020300 1410-EXIT.
020400     EXIT.
020500*
020600 1420-WRITE-RUNCTL-START.
020700     MOVE SPACES TO RUNCTL-RECORD.
020800     MOVE "VISARCH-CONVERT" TO RC-PROGRAM-NAME.
020900     MOVE AC-RUN-DATE TO RC-RUN-DATE.
021000     SET RC-START-REC TO TRUE.
021100     MOVE AC-RUN-TIME TO RC-RUN-TIME.
021200     MOVE ZERO TO RC-RECORD-COUNT.
021300     SET RC-RUNNING TO TRUE.
021400     WRITE RUNCTL-RECORD.
021500     IF AC-RUNCTL-STATUS NOT = "00"
021600         DISPLAY "VISARCH-CONVERT: ERROR WRITING RUNCTL - "
021700             AC-RUNCTL-STATUS
021800     ELSE
021900         SET AC-RUN-STARTED TO TRUE
022000     END-IF.
022100 1420-EXIT.
022200     EXIT.
022201*
022202***************************************************************
022203*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
022204*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
022205*  WAIT FOR.                                                   *
022206***************************************************************
022207 1430-LOAD-PREREQUISITES.
022208     MOVE "N" TO JD-BLOCKED-SW.
022209     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
022210     MOVE ZERO TO JD-THIS-SUB.
022211     MOVE 1 TO JD-SUB.
022212     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
022213         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
022214 1430-EXIT.
022215     EXIT.
022216*
022217 1431-SCAN-JOB-TABLE.
022218     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
022219         MOVE JD-SUB TO JD-THIS-SUB
022220     ELSE
022221         ADD 1 TO JD-SUB
022222     END-IF.
022223 1431-EXIT.
022224     EXIT.
022225*
022226***************************************************************
022227*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
022228*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
022229***************************************************************
022230 1440-MARK-PREREQUISITE.
022231     IF JD-THIS-SUB = ZERO
022232         GO TO 1440-EXIT
022233     END-IF.
022234     MOVE 1 TO JD-PRQ-SUB.
022235     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
022236         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
022237 1440-EXIT.
022238     EXIT.
022239*
022240 1441-MARK-ONE-PREREQ.
022241     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
022242         RC-PROGRAM-NAME
022243         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
022244     END-IF.
022245     ADD 1 TO JD-PRQ-SUB.
022246 1441-EXIT.
022247     EXIT.
022248*
022249***************************************************************
022250*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
022251*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
022252*  BUSINESS DATE.                                              *
022253***************************************************************
022254 1450-CHECK-PREREQUISITES.
022255     IF JD-THIS-SUB = ZERO
022256         GO TO 1450-EXIT
022257     END-IF.
022258     MOVE 1 TO JD-PRQ-SUB.
022259     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
022260         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
022261 1450-EXIT.
022262     EXIT.
022263*
022264 1451-CHECK-ONE-PREREQ.
022265     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
022266         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
022267         SET JD-JOB-BLOCKED TO TRUE
022268         DISPLAY "VISARCH-CONVERT: WAITING ON "
022269             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
022270             " - NOT COMPLETED FOR BUSINESS DATE " AC-RUN-DATE
022271     END-IF.
022272     ADD 1 TO JD-PRQ-SUB.
022273 1451-EXIT.
022274     EXIT.
022275*
022276***************************************************************
022277*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
022278*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
022279*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
022280***************************************************************
022281 1460-WRITE-RUNCTL-BLOCKED.
022282     MOVE 1 TO JD-PRQ-SUB.
022283     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
022284         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
022285 1460-EXIT.
022286     EXIT.
022287*
022288 1461-WRITE-ONE-BLOCKED.
022289     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
022290         OR JD-PREREQ-DONE (JD-PRQ-SUB)
022291         ADD 1 TO JD-PRQ-SUB
022292         GO TO 1461-EXIT
022293     END-IF.
022294     MOVE SPACES TO RUNCTL-RECORD.
022295     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
022296     MOVE AC-RUN-DATE TO RC-RUN-DATE.
022297     SET RC-END-REC TO TRUE.
022298     MOVE AC-RUN-TIME TO RC-RUN-TIME.
022299     MOVE ZERO TO RC-RECORD-COUNT.
022300     SET RC-BLOCKED TO TRUE.
022301     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
022302         RC-WAITING-ON.
022303     WRITE RUNCTL-RECORD.
022304     IF AC-RUNCTL-STATUS NOT = "00"
022305         DISPLAY "VISARCH-CONVERT: ERROR WRITING RUNCTL - "
022306             AC-RUNCTL-STATUS
022307     END-IF.
022308     ADD 1 TO JD-PRQ-SUB.
022309 1461-EXIT.
022310     EXIT.
022311*
022400***************************************************************
022500*  2000-LOAD-RECORD - EVERY FLAT ARCHIVE RECORD IS LOADED      *
022600*  UNDER ITS VISIT DATE, SITE AND TIME.  THE OLD 100 BYTES GO  *
022700*  TO THE FRONT OF THE 150-BYTE VISITOR LOG RECORD; COMPANY,   *
022800*  PURPOSE OF VISIT AND FILLER ARE LEFT BLANK.                 *
022900***************************************************************
023000 2000-LOAD-RECORD.
023100     READ VARCHSEQ-FILE
023200         AT END
023300             SET AC-VARCHSEQ-EOF TO TRUE
023400             GO TO 2000-EXIT
023500     END-READ.
023600     MOVE SPACES TO VISLOG-RECORD.
023700     MOVE VARCHSEQ-RECORD TO VISLOG-RECORD (1:100).
023800     ADD 1 TO AC-READ-COUNT.
023900     ADD VL-VISIT-DATE TO AC-READ-HASH.
024000     MOVE VL-VISIT-DATE TO VH-VISIT-DATE.
024100     MOVE VL-SITE-ID TO VH-SITE-ID.
024200     MOVE VL-VISIT-TIME TO VH-VISIT-TIME.
024300     MOVE ZERO TO VH-DUP-SEQ.
024400     MOVE "N" TO AC-ARCH-DONE-SW.
024500     PERFORM 2100-ADD-ARCHIVE-REC THRU 2100-EXIT
024600         UNTIL AC-ARCH-DONE.
024700 2000-EXIT.
024800     EXIT.
024900*
025000***************************************************************
025100*  2100-ADD-ARCHIVE-REC - A TAKEN KEY MOVES ON TO THE NEXT     *
025200*  SEQUENCE NUMBER; EVEN AN EXACT REPEAT OF AN EARLIER RECORD  *
025300*  IS LOADED SO THE COUNTS PROVE NOTHING WAS DROPPED.  02      *
025400*  MEANS THE MEMBER ID IS ALREADY ON FILE UNDER ANOTHER VISIT. *
025500***************************************************************
025600 2100-ADD-ARCHIVE-REC.
025700     MOVE VL-MEMBER-ID TO VH-MEMBER-ID.
025800     MOVE VISLOG-RECORD TO VH-LOG-DATA.
025900     WRITE VISARCH-RECORD.
026000     IF AC-VISARCH-STATUS = "00" OR AC-VISARCH-STATUS = "02"
026100         ADD 1 TO AC-LOAD-COUNT
026200         IF VH-DUP-SEQ GREATER THAN ZERO
026300             ADD 1 TO AC-RESEQ-COUNT
026400         END-IF
026500         SET AC-ARCH-DONE TO TRUE
026600         GO TO 2100-EXIT
026700     END-IF.
026800     IF AC-VISARCH-STATUS NOT = "22"
026900         OR VH-DUP-SEQ = 999
027000         DISPLAY "VISARCH-CONVERT: ERROR WRITING VISARCH - "
027100             AC-VISARCH-STATUS " AT " VH-VISIT-DATE " "
027200             VH-SITE-ID " " VH-VISIT-TIME
027300         SET AC-LOAD-FAILED TO TRUE
027400         SET AC-VARCHSEQ-EOF TO TRUE
027500         SET AC-ARCH-DONE TO TRUE
027600         GO TO 2100-EXIT
027700     END-IF.
027800     ADD 1 TO VH-DUP-SEQ.
027900 2100-EXIT.
028000     EXIT.
028100*
028200***************************************************************
028300*  3000-VERIFY-ARCHIVE - CLOSE THE LOADED ARCHIVE AND READ IT  *
028400*  BACK FROM THE TOP, COUNTING RECORDS AND TOTALLING THEIR     *
028500*  VISIT DATES INDEPENDENTLY OF THE LOAD.                      *
028600***************************************************************
028700 3000-VERIFY-ARCHIVE.
028800     CLOSE VISARCH-FILE.
028900     MOVE "N" TO AC-VISARCH-OPEN-SW.
029000     OPEN INPUT VISARCH-FILE.
029100     IF AC-VISARCH-STATUS NOT = "00"
029200         DISPLAY "VISARCH-CONVERT: ERROR REOPENING VISARCH - "
029300             AC-VISARCH-STATUS
029400         SET AC-LOAD-FAILED TO TRUE
029500         GO TO 3000-EXIT
029600     END-IF.
029700     SET AC-VISARCH-IS-OPEN TO TRUE.
029800     MOVE "N" TO AC-VERIFY-EOF-SW.
029900     PERFORM 3100-VERIFY-RECORD THRU 3100-EXIT
030000         UNTIL AC-VERIFY-EOF.
030100 3000-EXIT.
030200     EXIT.
030300*
030400 3100-VERIFY-RECORD.
030500     READ VISARCH-FILE NEXT RECORD
030600         AT END
030700             SET AC-VERIFY-EOF TO TRUE
030800             GO TO 3100-EXIT
030900     END-READ.
031000     ADD 1 TO AC-VERIFY-COUNT.
031100     ADD VH-VISIT-DATE TO AC-VERIFY-HASH.
031200 3100-EXIT.
031300     EXIT.
031400*
031500***************************************************************
031600*                 4000-RECONCILE                               *
031700*    EVERY FLAT RECORD READ MUST HAVE BEEN LOADED, AND THE     *
031800*    ARCHIVE READ BACK MUST HOLD THE SAME NUMBER OF RECORDS    *
031900*    WITH THE SAME VISIT-DATE HASH TOTAL.  THE FLAT FILE IS    *
032000*    KEPT UNTIL THE CONVERSION HAS COMPLETED IN BALANCE.       *
032100***************************************************************
032200 4000-RECONCILE.
032300     MOVE 'N' TO AC-RECON-SW.
032400     IF NOT AC-RUN-STARTED OR AC-LOAD-FAILED
032500         SET AC-RECON-OUT-OF-BAL TO TRUE
032600         GO TO 4000-DISPLAY
032700     END-IF.
032800     IF AC-READ-COUNT = AC-LOAD-COUNT
032900         AND AC-READ-COUNT = AC-VERIFY-COUNT
033000         AND AC-READ-HASH = AC-VERIFY-HASH
033100         SET AC-RECON-BALANCED TO TRUE
033200     ELSE
033300         SET AC-RECON-OUT-OF-BAL TO TRUE
033400     END-IF.
033500 4000-DISPLAY.
033600     DISPLAY "VISARCH-CONVERT: CONTROL TOTALS - RUN DATE "
033700         AC-RUN-DATE.
033800     DISPLAY "  FLAT ARCHIVE RECORDS READ: " AC-READ-COUNT.
033900     DISPLAY "  RECORDS LOADED . . . . . : " AC-LOAD-COUNT.
034000     DISPLAY "    ON A SEQUENCE NUMBER . : " AC-RESEQ-COUNT.
034100     DISPLAY "  RECORDS READ BACK. . . . : " AC-VERIFY-COUNT.
034200     DISPLAY "  VISIT-DATE HASH - FLAT . : " AC-READ-HASH.
034300     DISPLAY "  VISIT-DATE HASH - LOADED : " AC-VERIFY-HASH.
034400     IF AC-RECON-BALANCED
034500         DISPLAY "  CONTROL TOTALS ARE IN BALANCE - VISARCH IS "
034600             "READY FOR USE"
034700     ELSE
034800         DISPLAY "  *** CONTROL TOTALS OUT OF BALANCE - DO NOT "
034900             "USE VISARCH, RERUN THE CONVERSION ***"
035000     END-IF.
035100 4000-EXIT.
035200     EXIT.
035300*
035400***************************************************************
035500*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE CONTROL     *
035600*  TOTALS BALANCE, OTHERWISE ABENDED SO THE CONVERSION CAN BE  *
035700*  RERUN.                                                      *
035800***************************************************************
035900 8100-WRITE-RUNCTL-END.
036000     ACCEPT AC-RUN-TIME FROM TIME.
036100     MOVE SPACES TO RUNCTL-RECORD.
036200     MOVE "VISARCH-CONVERT" TO RC-PROGRAM-NAME.
036300     MOVE AC-RUN-DATE TO RC-RUN-DATE.
036400     SET RC-END-REC TO TRUE.
036500     MOVE AC-RUN-TIME TO RC-RUN-TIME.
036600     MOVE AC-LOAD-COUNT TO RC-RECORD-COUNT.
036700     IF AC-RECON-BALANCED
036800         SET RC-COMPLETED TO TRUE
036900     ELSE
037000         SET RC-ABENDED TO TRUE
037100     END-IF.
037200     WRITE RUNCTL-RECORD.
037300     IF AC-RUNCTL-STATUS NOT = "00"
037400         DISPLAY "VISARCH-CONVERT: ERROR WRITING RUNCTL - "
037500             AC-RUNCTL-STATUS
037600     END-IF.
037700 8100-EXIT.
037800     EXIT.
037900*
038000 9000-TERMINATE.
038100     IF AC-VARCHSEQ-IS-OPEN
038200         CLOSE VARCHSEQ-FILE
038300     END-IF.
038400     IF AC-VISARCH-IS-OPEN
038500         CLOSE VISARCH-FILE
038600     END-IF.
038700     IF AC-RUNCTL-IS-OPEN
038800         CLOSE RUNCTL-FILE
038900     END-IF.
039000 9000-EXIT.
039100     EXIT.
