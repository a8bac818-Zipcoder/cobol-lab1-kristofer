000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WATCH-MAINT.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - BATCH MAINTENANCE OF THE
001300*                  BARRED-VISITOR WATCH LIST FOR THE SECURITY
001400*                  OFFICE.  APPLIES ADD / CHANGE-REASON /
001500*                  EXTEND / REMOVE CARDS, EACH NAMING THE
001600*                  OFFICER WHO AUTHORIZED IT, AND PRINTS A
001700*                  BEFORE/AFTER AUDIT REPORT SO EVERY CHANGE TO
001800*                  THE LIST IS ON PAPER WITH WHO AND WHEN.
001900*                  EVERY ENTRY NOW CARRIES AN EXPIRY DATE; THE
002000*                  CHECK-IN SCREENING IGNORES AN ENTRY ONCE IT
002100*                  HAS EXPIRED, AND THE REPORT ENDS WITH THE
002200*                  EXPIRED ENTRIES STILL ON FILE SO THE OFFICE
002300*                  CAN EXTEND OR REMOVE THEM.  THE OLD 60-BYTE
002400*                  LIST IS LOADED INTO THE NEW LAYOUT ONCE, BY
002500*                  WATCHLST-CONVERT, BEFORE THIS PROGRAM FIRST
002600*                  RUNS.
002611* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002622*                  SHARED RUN CONTROL FILE AND CHECK THE
002633*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002644*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002655*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002666*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
002677*                  IS THE BUSINESS DATE; THE JOB HAS NO
002688*                  PREREQUISITES TODAY.
002700*
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-Z15.
003200 OBJECT-COMPUTER. IBM-Z15.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    WATCH-LIST MAINTENANCE CARDS - INPUT
003600     SELECT WLTRAN-FILE ASSIGN TO "WLTRANS"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WM-WLTRAN-STATUS.
003900*    BARRED-VISITOR WATCH LIST - MAINTAINED IN PLACE
004000     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS WL-NAME
004400         FILE STATUS IS WM-WATCHLST-STATUS.
004500*    PRINTED SECURITY AUDIT REPORT
004600     SELECT PRINT-FILE ASSIGN TO "WLMNTRP"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WM-PRINT-STATUS.
004820*    SHARED BATCH RUN CONTROL FILE
004840     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004860         ORGANIZATION IS SEQUENTIAL
004880         FILE STATUS IS WM-RUNCTL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  WLTRAN-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 80 CHARACTERS.
005400     COPY WLTRAN.
005500 FD  WATCHLST-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 100 CHARACTERS.
005800     COPY WATCHLST.
005900 FD  PRINT-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  PRINT-LINE                  PIC X(80).
006220 FD  RUNCTL-FILE
006240     LABEL RECORDS ARE STANDARD
006260     RECORD CONTAINS 80 CHARACTERS.
006280     COPY RUNCTL.
006300 WORKING-STORAGE SECTION.
006400 77  WM-WLTRAN-STATUS            PIC X(02) VALUE SPACES.
006500 77  WM-WLTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
006600     88  WM-WLTRAN-IS-OPEN           VALUE 'Y'.
006700 77  WM-WATCHLST-STATUS          PIC X(02) VALUE SPACES.
006800 77  WM-WATCHLST-OPEN-SW         PIC X(01) VALUE 'N'.
006900     88  WM-WATCHLST-IS-OPEN         VALUE 'Y'.
007000 77  WM-PRINT-STATUS             PIC X(02) VALUE SPACES.
007100 77  WM-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
007200     88  WM-PRINT-IS-OPEN            VALUE 'Y'.
007300 77  WM-EOF-SW                   PIC X(01) VALUE 'N'.
007400     88  WM-WLTRAN-EOF               VALUE 'Y'.
007500 77  WM-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
007600     88  WM-SCAN-EOF                 VALUE 'Y'.
007700 77  WM-FOUND-SW                 PIC X(01) VALUE 'N'.
007800     88  WM-ENTRY-FOUND              VALUE 'Y'.
007900     88  WM-ENTRY-NOT-FOUND          VALUE 'N'.
008000 77  WM-EXPIRED-SW               PIC X(01) VALUE 'N'.
008100     88  WM-ENTRY-EXPIRED            VALUE 'Y'.
008200 77  WM-TRAN-OK-SW               PIC X(01) VALUE 'N'.
008300     88  WM-TRAN-OK                  VALUE 'Y'.
008400     88  WM-TRAN-REJECTED            VALUE 'N'.
008500 77  WM-TRAN-READ-CT             PIC 9(08) VALUE ZERO.
008600 77  WM-ADD-CT                   PIC 9(08) VALUE ZERO.
008700 77  WM-CHANGE-CT                PIC 9(08) VALUE ZERO.
008800 77  WM-EXTEND-CT                PIC 9(08) VALUE ZERO.
008900 77  WM-REMOVE-CT                PIC 9(08) VALUE ZERO.
009000 77  WM-REJECT-CT                PIC 9(08) VALUE ZERO.
009100 77  WM-ON-FILE-CT               PIC 9(08) VALUE ZERO.
009200 77  WM-EXPIRED-CT               PIC 9(08) VALUE ZERO.
009212 77  WM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
009224 77  WM-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
009236     88  WM-RUNCTL-IS-OPEN           VALUE 'Y'.
009248 77  WM-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
009260     88  WM-RUNCTL-EOF               VALUE 'Y'.
009272 77  WM-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
009284     88  WM-RUN-STARTED              VALUE 'Y'.
009300 01  WM-RUN-DATE                 PIC 9(08) VALUE ZERO.
009400 01  WM-RUN-TIME                 PIC 9(08) VALUE ZERO.
009500 01  WM-REJECT-REASON            PIC X(40) VALUE SPACES.
009600 01  WM-BEFORE-IMAGE.
009700     05  WM-BEF-NAME             PIC X(30) VALUE SPACES.
009800     05  WM-BEF-REASON           PIC X(20) VALUE SPACES.
009900     05  WM-BEF-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
010000     05  WM-BEF-LAST-MAINT-BY    PIC X(08) VALUE SPACES.
010100 01  WM-DETAIL-LINE.
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  WM-DTL-LABEL            PIC X(08) VALUE SPACES.
010400     05  WM-DTL-NAME             PIC X(30) VALUE SPACES.
010500     05  FILLER                  PIC X(01) VALUE SPACE.
010600     05  WM-DTL-REASON           PIC X(20) VALUE SPACES.
010700     05  FILLER                  PIC X(01) VALUE SPACE.
010800     05  WM-DTL-EXPIRY-DATE      PIC X(08) VALUE SPACES.
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  WM-DTL-BY               PIC X(08) VALUE SPACES.
011100     05  FILLER                  PIC X(01) VALUE SPACES.
011200 01  WM-ACTION-LINE.
011300     05  FILLER                  PIC X(07) VALUE "ACTION ".
011400     05  WM-ACT-CODE             PIC X(01) VALUE SPACE.
011500     05  FILLER                  PIC X(07) VALUE "  NAME ".
011600     05  WM-ACT-NAME             PIC X(30) VALUE SPACES.
011700     05  FILLER                  PIC X(17)
011800         VALUE "  AUTHORIZED BY ".
011900     05  WM-ACT-AUTHORIZED-BY    PIC X(08) VALUE SPACES.
012000     05  FILLER                  PIC X(10) VALUE SPACES.
012050     COPY JOBDEP.
012100*
012200 PROCEDURE DIVISION.
012300***************************************************************
012400*                 0000-MAINLINE                                *
012500***************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
012900         UNTIL WM-WLTRAN-EOF.
013000     IF WM-WATCHLST-IS-OPEN AND WM-PRINT-IS-OPEN
013100         PERFORM 4000-LIST-EXPIRED THRU 4000-EXIT
013200     END-IF.
013300     IF WM-PRINT-IS-OPEN
013400         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
013500     END-IF.
013525     IF WM-RUN-STARTED
013550         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
013575     END-IF.
013600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700     STOP RUN.
013800 0000-EXIT.
013900     EXIT.
014000*
014100***************************************************************
014200*  1000-INITIALIZE - THE FIRST RUN AT A NEW INSTALLATION       *
014300*  CREATES AN EMPTY WATCH LIST FOR THE ADD CARDS TO LOAD.      *
014400***************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT WM-RUN-DATE FROM DATE YYYYMMDD.
014700     ACCEPT WM-RUN-TIME FROM TIME.
014720     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
014740     IF WM-WLTRAN-EOF
014760         GO TO 1000-EXIT
014780     END-IF.
014800     OPEN INPUT WLTRAN-FILE.
014900     IF WM-WLTRAN-STATUS NOT = "00"
015000         DISPLAY "WATCH-MAINT: ERROR OPENING WLTRANS - "
015100             WM-WLTRAN-STATUS
015200         SET WM-WLTRAN-EOF TO TRUE
015300     ELSE
015400         SET WM-WLTRAN-IS-OPEN TO TRUE
015500     END-IF.
015600     OPEN I-O WATCHLST-FILE.
015700     IF WM-WATCHLST-STATUS = "35"
015800         OPEN OUTPUT WATCHLST-FILE
015900         IF WM-WATCHLST-STATUS = "00"
016000             CLOSE WATCHLST-FILE
016100             OPEN I-O WATCHLST-FILE
016200         END-IF
016300     END-IF.
016400     IF WM-WATCHLST-STATUS NOT = "00"
016500         DISPLAY "WATCH-MAINT: ERROR OPENING WATCHLST - "
016600             WM-WATCHLST-STATUS
016700         SET WM-WLTRAN-EOF TO TRUE
016800     ELSE
016900         SET WM-WATCHLST-IS-OPEN TO TRUE
017000     END-IF.
017100     OPEN OUTPUT PRINT-FILE.
017200     IF WM-PRINT-STATUS NOT = "00"
017300         DISPLAY "WATCH-MAINT: ERROR OPENING WLMNTRP - "
017400             WM-PRINT-STATUS
017500         SET WM-WLTRAN-EOF TO TRUE
017600     ELSE
017700         SET WM-PRINT-IS-OPEN TO TRUE
017800     END-IF.
017900     IF WM-PRINT-IS-OPEN
018000         PERFORM 1100-PRINT-HEADER THRU 1100-EXIT
018100     END-IF.
018200 1000-EXIT.
018300     EXIT.
018301*
018302 1100-PRINT-HEADER.
018303     MOVE SPACES TO PRINT-LINE.
018304     STRING "WATCH LIST MAINTENANCE AUDIT - RUN DATE "
018305            DELIMITED BY SIZE
018306            WM-RUN-DATE DELIMITED BY SIZE
018307            " TIME " DELIMITED BY SIZE
018308            WM-RUN-TIME DELIMITED BY SIZE
018309         INTO PRINT-LINE.
018310     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
018311     MOVE SPACES TO PRINT-LINE.
018312     MOVE "--------------------------------------------" TO
018313         PRINT-LINE.
018314     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
018315 1100-EXIT.
018316     EXIT.
018317*
018318***************************************************************
018319*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
018320*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
018321*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
018322*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
018323***************************************************************
018324 1400-RUN-CONTROL-START.
018325     ACCEPT WM-RUN-TIME FROM TIME.
018326     MOVE "WATCH-MAINT" TO JD-THIS-JOB.
018327     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
018328     OPEN INPUT RUNCTL-FILE.
018329     IF WM-RUNCTL-STATUS = "00"
018330         MOVE "N" TO WM-RUNCTL-EOF-SW
018331         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
018332             UNTIL WM-RUNCTL-EOF
018333         CLOSE RUNCTL-FILE
018334     END-IF.
018335     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
018336     OPEN EXTEND RUNCTL-FILE.
018337     IF WM-RUNCTL-STATUS = "35"
018338         OPEN OUTPUT RUNCTL-FILE
018339     END-IF.
018340     IF WM-RUNCTL-STATUS NOT = "00"
018341         DISPLAY "WATCH-MAINT: ERROR OPENING RUNCTL - "
018342             WM-RUNCTL-STATUS
018343         SET WM-WLTRAN-EOF TO TRUE
018344         GO TO 1400-EXIT
018345     END-IF.
018346     SET WM-RUNCTL-IS-OPEN TO TRUE.
018347     IF JD-JOB-BLOCKED
018348         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
018349         DISPLAY "WATCH-MAINT: RUN BLOCKED FOR BUSINESS DATE "
018350             WM-RUN-DATE " - PREREQUISITES NOT COMPLETE"
018351         SET WM-WLTRAN-EOF TO TRUE
018352     ELSE
018353         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
018354     END-IF.
018355 1400-EXIT.
018356     EXIT.
018357*
018358 1410-SCAN-RUNCTL-REC.
018359     READ RUNCTL-FILE
018360         AT END
018361             SET WM-RUNCTL-EOF TO TRUE
018362         NOT AT END
018363             IF RC-RUN-DATE = WM-RUN-DATE
018364                 AND RC-END-REC AND RC-COMPLETED
018365                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
018366             END-IF
018367     END-READ.
018368 1410-EXIT.
018369     EXIT.
018370*
018371 1420-WRITE-RUNCTL-START.
018372     MOVE SPACES TO RUNCTL-RECORD.
018373     MOVE "WATCH-MAINT" TO RC-PROGRAM-NAME.
018374     MOVE WM-RUN-DATE TO RC-RUN-DATE.
018375     SET RC-START-REC TO TRUE.
018376     MOVE WM-RUN-TIME TO RC-RUN-TIME.
018377     MOVE ZERO TO RC-RECORD-COUNT.
018378     SET RC-RUNNING TO TRUE.
018379     WRITE RUNCTL-RECORD.
018380     IF WM-RUNCTL-STATUS NOT = "00"
018381         DISPLAY "WATCH-MAINT: ERROR WRITING RUNCTL - "
018382             WM-RUNCTL-STATUS
018383     ELSE
018384         SET WM-RUN-STARTED TO TRUE
018385     END-IF.
018386 1420-EXIT.
018387     EXIT.
018388*
018389***************************************************************
018390*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
018391*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
018392*  WAIT FOR.                                                   *
018393***************************************************************
018394 1430-LOAD-PREREQUISITES.
018395     MOVE "N" TO JD-BLOCKED-SW.
018396     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
018397     MOVE ZERO TO JD-THIS-SUB.
018398     MOVE 1 TO JD-SUB.
018399     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
018400         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
018401 1430-EXIT.
018402     EXIT.
018403*
018404 1431-SCAN-JOB-TABLE.
018405     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
018406         MOVE JD-SUB TO JD-THIS-SUB
018407     ELSE
018408         ADD 1 TO JD-SUB
018409     END-IF.
018410 1431-EXIT.
018411     EXIT.
018412*
018413***************************************************************
018414*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
018415*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
018416***************************************************************
018417 1440-MARK-PREREQUISITE.
018418     IF JD-THIS-SUB = ZERO
018419         GO TO 1440-EXIT
018420     END-IF.
018421     MOVE 1 TO JD-PRQ-SUB.
018422     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
018423         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018424 1440-EXIT.
018425     EXIT.
018426*
018427 1441-MARK-ONE-PREREQ.
018428     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
018429         RC-PROGRAM-NAME
018430         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
018431     END-IF.
018432     ADD 1 TO JD-PRQ-SUB.
018433 1441-EXIT.
018434     EXIT.
018435*
018436***************************************************************
018437*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
018438*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
018439*  BUSINESS DATE.                                              *
018440***************************************************************
018441 1450-CHECK-PREREQUISITES.
018442     IF JD-THIS-SUB = ZERO
018443         GO TO 1450-EXIT
018444     END-IF.
018445     MOVE 1 TO JD-PRQ-SUB.
018446     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
018447         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018448 1450-EXIT.
018449     EXIT.
018450*
018451 1451-CHECK-ONE-PREREQ.
018452     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
018453         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
018454         SET JD-JOB-BLOCKED TO TRUE
018455         DISPLAY "WATCH-MAINT: WAITING ON "
018456             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
018457             " - NOT COMPLETED FOR BUSINESS DATE " WM-RUN-DATE
018458     END-IF.
018459     ADD 1 TO JD-PRQ-SUB.
018460 1451-EXIT.
018461     EXIT.
018462*
018463***************************************************************
018464*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
018465*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
018466*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
018467***************************************************************
018468 1460-WRITE-RUNCTL-BLOCKED.
018469     MOVE 1 TO JD-PRQ-SUB.
018470     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
018471         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018472 1460-EXIT.
018473     EXIT.
018474*
018475 1461-WRITE-ONE-BLOCKED.
018476     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
018477         OR JD-PREREQ-DONE (JD-PRQ-SUB)
018478         ADD 1 TO JD-PRQ-SUB
018479         GO TO 1461-EXIT
018480     END-IF.
018481     MOVE SPACES TO RUNCTL-RECORD.
018482     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
018500     MOVE WM-RUN-DATE TO RC-RUN-DATE.
018600     SET RC-END-REC TO TRUE.
018700     MOVE WM-RUN-TIME TO RC-RUN-TIME.
018800     MOVE ZERO TO RC-RECORD-COUNT.
018900     SET RC-BLOCKED TO TRUE.
019000     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
019100         RC-WAITING-ON.
019200     WRITE RUNCTL-RECORD.
019300     IF WM-RUNCTL-STATUS NOT = "00"
019400         DISPLAY "WATCH-MAINT: ERROR WRITING RUNCTL - "
019500             WM-RUNCTL-STATUS
019600     END-IF.
019700     ADD 1 TO JD-PRQ-SUB.
019800 1461-EXIT.
019900     EXIT.
020000*
020100***************************************************************
020200*                 2000-PROCESS-TRAN                            *
020300***************************************************************
020400 2000-PROCESS-TRAN.
020500     READ WLTRAN-FILE
020600         AT END
020700             SET WM-WLTRAN-EOF TO TRUE
020800         NOT AT END
020900             ADD 1 TO WM-TRAN-READ-CT
021000             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
021100     END-READ.
021200 2000-EXIT.
021300     EXIT.
021400*
021500***************************************************************
021600*  2100-APPLY-TRAN - EDIT ONE TRANSACTION, APPLY IT TO THE     *
021700*  WATCH LIST AND PRINT THE BEFORE/AFTER AUDIT BLOCK.          *
021800***************************************************************
021900 2100-APPLY-TRAN.
022000     SET WM-TRAN-OK TO TRUE.
022100     MOVE SPACES TO WM-REJECT-REASON.
022200     PERFORM 2110-PRINT-ACTION-LINE THRU 2110-EXIT.
022300     IF WT-NAME = SPACES
022400         MOVE "NAME IS BLANK" TO WM-REJECT-REASON
022500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
022600         GO TO 2100-EXIT
022700     END-IF.
022800     IF WT-AUTHORIZED-BY = SPACES
022900         MOVE "AUTHORIZING OFFICER IS BLANK" TO
023000             WM-REJECT-REASON
023100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
023200         GO TO 2100-EXIT
023300     END-IF.
023400     PERFORM 2120-READ-ENTRY THRU 2120-EXIT.
023500     PERFORM 2130-PRINT-BEFORE THRU 2130-EXIT.
023600     IF WT-ACTION-ADD
023700         PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
023800     ELSE
023900         IF WT-ACTION-CHANGE-REASON
024000             PERFORM 2300-CHANGE-REASON THRU 2300-EXIT
024100         ELSE
024200             IF WT-ACTION-EXTEND
024300                 PERFORM 2400-EXTEND-ENTRY THRU 2400-EXIT
024400             ELSE
024500                 IF WT-ACTION-REMOVE
024600                     PERFORM 2500-REMOVE-ENTRY THRU 2500-EXIT
024700                 ELSE
024800                     MOVE "INVALID ACTION CODE" TO
024900                         WM-REJECT-REASON
025000                     PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
025100                 END-IF
025200             END-IF
025300         END-IF
025400     END-IF.
025500     IF WM-TRAN-OK
025600         PERFORM 2140-PRINT-AFTER THRU 2140-EXIT
025700     END-IF.
025800 2100-EXIT.
025900     EXIT.
026000*
026100 2110-PRINT-ACTION-LINE.
026200     MOVE WT-ACTION-CODE TO WM-ACT-CODE.
026300     MOVE WT-NAME TO WM-ACT-NAME.
026400     MOVE WT-AUTHORIZED-BY TO WM-ACT-AUTHORIZED-BY.
026500     MOVE SPACES TO PRINT-LINE.
026600     MOVE WM-ACTION-LINE TO PRINT-LINE.
026700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
026800 2110-EXIT.
026900     EXIT.
027000*
027100***************************************************************
027200*  2120-READ-ENTRY - LOOK FOR THE CARD'S NAME ON THE WATCH     *
027300*  LIST AND SAVE THE BEFORE IMAGE WHEN IT IS THERE.  AN ENTRY  *
027400*  PAST ITS EXPIRY DATE IS NOTED - CHECK-IN NO LONGER SCREENS  *
027500*  AGAINST IT.                                                 *
027600***************************************************************
027700 2120-READ-ENTRY.
027800     MOVE "N" TO WM-FOUND-SW.
027900     MOVE "N" TO WM-EXPIRED-SW.
028000     MOVE SPACES TO WM-BEFORE-IMAGE.
028100     MOVE ZERO TO WM-BEF-EXPIRY-DATE.
028200     MOVE WT-NAME TO WL-NAME.
028300     READ WATCHLST-FILE
028400         INVALID KEY
028500             SET WM-ENTRY-NOT-FOUND TO TRUE
028600         NOT INVALID KEY
028700             SET WM-ENTRY-FOUND TO TRUE
028800             MOVE WL-NAME TO WM-BEF-NAME
028900             MOVE WL-REASON TO WM-BEF-REASON
029000             MOVE WL-EXPIRY-DATE TO WM-BEF-EXPIRY-DATE
029100             MOVE WL-LAST-MAINT-BY TO WM-BEF-LAST-MAINT-BY
029200             IF NOT WL-NO-EXPIRY-DATE
029300                 AND WL-EXPIRY-DATE LESS THAN WM-RUN-DATE
029400                 SET WM-ENTRY-EXPIRED TO TRUE
029500             END-IF
029600     END-READ.
029700 2120-EXIT.
029800     EXIT.
029900*
030000 2130-PRINT-BEFORE.
030100     MOVE SPACES TO WM-DETAIL-LINE.
030200     MOVE "BEFORE: " TO WM-DTL-LABEL.
030300     IF WM-ENTRY-FOUND
030400         MOVE WM-BEF-NAME TO WM-DTL-NAME
030500         MOVE WM-BEF-REASON TO WM-DTL-REASON
030600         MOVE WM-BEF-EXPIRY-DATE TO WM-DTL-EXPIRY-DATE
030700         MOVE WM-BEF-LAST-MAINT-BY TO WM-DTL-BY
030800     ELSE
030900         MOVE "(NOT ON FILE)" TO WM-DTL-NAME
031000     END-IF.
031100     MOVE SPACES TO PRINT-LINE.
031200     MOVE WM-DETAIL-LINE TO PRINT-LINE.
031300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
031400     IF WM-ENTRY-EXPIRED
031500         MOVE SPACES TO PRINT-LINE
031600         MOVE "          (ENTRY HAD EXPIRED)" TO PRINT-LINE
031700         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
031800     END-IF.
031900 2130-EXIT.
032000     EXIT.
032100*
032200 2140-PRINT-AFTER.
032300     MOVE SPACES TO WM-DETAIL-LINE.
032400     MOVE "AFTER : " TO WM-DTL-LABEL.
032500     IF WT-ACTION-REMOVE
032600         MOVE "(REMOVED FROM WATCH LIST)" TO WM-DTL-NAME
032700     ELSE
032800         MOVE WL-NAME TO WM-DTL-NAME
032900         MOVE WL-REASON TO WM-DTL-REASON
033000         MOVE WL-EXPIRY-DATE TO WM-DTL-EXPIRY-DATE
033100         MOVE WL-LAST-MAINT-BY TO WM-DTL-BY
033200     END-IF.
033300     MOVE SPACES TO PRINT-LINE.
033400     MOVE WM-DETAIL-LINE TO PRINT-LINE.
033500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
033600 2140-EXIT.
033700     EXIT.
033800*
033900***************************************************************
034000*  2150-EDIT-EXPIRY - AN EXPIRY DATE MUST BE A NUMERIC         *
034100*  YYYYMMDD DATE NO EARLIER THAN TODAY.                        *
034200***************************************************************
034300 2150-EDIT-EXPIRY.
034400     IF WT-EXPIRY-DATE NOT NUMERIC
034500         MOVE "EXPIRY DATE NOT NUMERIC - KEY YYYYMMDD" TO
034600             WM-REJECT-REASON
034700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
034800         GO TO 2150-EXIT
034900     END-IF.
035000     IF WT-EXPIRY-DATE-N LESS THAN WM-RUN-DATE
035100         MOVE "EXPIRY DATE IS IN THE PAST" TO WM-REJECT-REASON
035200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
035300     END-IF.
035400 2150-EXIT.
035500     EXIT.
035600*
035700***************************************************************
035800*  2200-ADD-ENTRY - BAR A VISITOR.  THE CARD MUST CARRY A      *
035900*  REASON AND AN EXPIRY DATE.  A NAME ALREADY ON THE LIST IS   *
036000*  A DUPLICATE UNLESS ITS ENTRY HAS EXPIRED, IN WHICH CASE THE *
036100*  ADD REPLACES IT AS A NEW BARRING.                           *
036200***************************************************************
036300 2200-ADD-ENTRY.
036400     IF WM-ENTRY-FOUND AND NOT WM-ENTRY-EXPIRED
036500         MOVE "DUPLICATE ADD - NAME ALREADY BARRED" TO
036600             WM-REJECT-REASON
036700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
036800         GO TO 2200-EXIT
036900     END-IF.
037000     IF WT-REASON = SPACES
037100         MOVE "ADD REQUIRES A REASON" TO WM-REJECT-REASON
037200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
037300         GO TO 2200-EXIT
037400     END-IF.
037500     PERFORM 2150-EDIT-EXPIRY THRU 2150-EXIT.
037600     IF WM-TRAN-REJECTED
037700         GO TO 2200-EXIT
037800     END-IF.
037900     MOVE SPACES TO WATCHLST-RECORD.
038000     MOVE WT-NAME TO WL-NAME.
038100     MOVE WT-REASON TO WL-REASON.
038200     MOVE WM-RUN-DATE TO WL-ADDED-DATE.
038300     MOVE WT-EXPIRY-DATE-N TO WL-EXPIRY-DATE.
038400     MOVE WT-AUTHORIZED-BY TO WL-ADDED-BY.
038500     MOVE WM-RUN-DATE TO WL-LAST-MAINT-DATE.
038600     MOVE WT-AUTHORIZED-BY TO WL-LAST-MAINT-BY.
038700     IF WM-ENTRY-FOUND
038800         REWRITE WATCHLST-RECORD
038900     ELSE
039000         WRITE WATCHLST-RECORD
039100     END-IF.
039200     IF WM-WATCHLST-STATUS NOT = "00"
039300         DISPLAY "WATCH-MAINT: ERROR WRITING WATCHLST - "
039400             WM-WATCHLST-STATUS
039500         MOVE "WRITE REJECTED BY FILE SYSTEM" TO
039600             WM-REJECT-REASON
039700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
039800     END-IF.
039900     IF WM-TRAN-OK
040000         ADD 1 TO WM-ADD-CT
040100     END-IF.
040200 2200-EXIT.
040300     EXIT.
040400*
040500***************************************************************
040600*  2300-CHANGE-REASON - REPLACE THE REASON ON AN ENTRY.  THE   *
040700*  EXPIRY DATE IS NOT TOUCHED.                                 *
040800***************************************************************
040900 2300-CHANGE-REASON.
041000     IF WM-ENTRY-NOT-FOUND
041100         MOVE "CHANGE TO NAME NOT ON WATCH LIST" TO
041200             WM-REJECT-REASON
041300         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
041400         GO TO 2300-EXIT
041500     END-IF.
041600     IF WT-REASON = SPACES
041700         MOVE "CHANGE REQUIRES A NEW REASON" TO
041800             WM-REJECT-REASON
041900         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
042000         GO TO 2300-EXIT
042100     END-IF.
042200     MOVE WT-REASON TO WL-REASON.
042300     PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT.
042400     IF WM-TRAN-OK
042500         ADD 1 TO WM-CHANGE-CT
042600     END-IF.
042700 2300-EXIT.
042800     EXIT.
042900*
043000***************************************************************
043100*  2400-EXTEND-ENTRY - MOVE THE EXPIRY DATE LATER.  AN ENTRY   *
043200*  THAT HAS ALREADY EXPIRED MAY BE EXTENDED, WHICH BARS THE    *
043300*  VISITOR AGAIN FROM TODAY.                                   *
043400***************************************************************
043500 2400-EXTEND-ENTRY.
043600     IF WM-ENTRY-NOT-FOUND
043700         MOVE "EXTEND OF NAME NOT ON WATCH LIST" TO
043800             WM-REJECT-REASON
043900         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
044000         GO TO 2400-EXIT
044100     END-IF.
044200     PERFORM 2150-EDIT-EXPIRY THRU 2150-EXIT.
044300     IF WM-TRAN-REJECTED
044400         GO TO 2400-EXIT
044500     END-IF.
044600     IF WT-EXPIRY-DATE-N NOT GREATER THAN WL-EXPIRY-DATE
044700         MOVE "NEW EXPIRY DATE IS NOT LATER" TO
044800             WM-REJECT-REASON
044900         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
045000         GO TO 2400-EXIT
045100     END-IF.
045200     MOVE WT-EXPIRY-DATE-N TO WL-EXPIRY-DATE.
045300     PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT.
045400     IF WM-TRAN-OK
045500         ADD 1 TO WM-EXTEND-CT
045600     END-IF.
045700 2400-EXIT.
045800     EXIT.
045900*
046000***************************************************************
046100*  2500-REMOVE-ENTRY - LIFT A BARRING.  THE ENTRY COMES OFF    *
046200*  THE FILE; THIS REPORT IS THE RECORD OF WHO LIFTED IT.       *
046300***************************************************************
046400 2500-REMOVE-ENTRY.
046500     IF WM-ENTRY-NOT-FOUND
046600         MOVE "REMOVE OF NAME NOT ON WATCH LIST" TO
046700             WM-REJECT-REASON
046800         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
046900         GO TO 2500-EXIT
047000     END-IF.
047100     DELETE WATCHLST-FILE.
047200     IF WM-WATCHLST-STATUS NOT = "00"
047300         DISPLAY "WATCH-MAINT: ERROR DELETING FROM WATCHLST - "
047400             WM-WATCHLST-STATUS
047500         MOVE "DELETE REJECTED BY FILE SYSTEM" TO
047600             WM-REJECT-REASON
047700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
047800     END-IF.
047900     IF WM-TRAN-OK
048000         ADD 1 TO WM-REMOVE-CT
048100     END-IF.
048200 2500-EXIT.
048300     EXIT.
048400*
048500 2800-REWRITE-ENTRY.
048600     MOVE WM-RUN-DATE TO WL-LAST-MAINT-DATE.
048700     MOVE WT-AUTHORIZED-BY TO WL-LAST-MAINT-BY.
048800     REWRITE WATCHLST-RECORD.
048900     IF WM-WATCHLST-STATUS NOT = "00"
049000         DISPLAY "WATCH-MAINT: ERROR REWRITING WATCHLST - "
049100             WM-WATCHLST-STATUS
049200         MOVE "REWRITE REJECTED BY FILE SYSTEM" TO
049300             WM-REJECT-REASON
049400         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
049500     END-IF.
049600 2800-EXIT.
049700     EXIT.
049800*
049900 2900-REJECT-TRAN.
050000     SET WM-TRAN-REJECTED TO TRUE.
050100     ADD 1 TO WM-REJECT-CT.
050200     MOVE SPACES TO PRINT-LINE.
050300     STRING "  *** REJECTED - " DELIMITED BY SIZE
050400            WM-REJECT-REASON DELIMITED BY SIZE
050500         INTO PRINT-LINE.
050600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
050700 2900-EXIT.
050800     EXIT.
050900*
051000***************************************************************
051100*                 3000-PRINT-TOTALS                            *
051200***************************************************************
051300 3000-PRINT-TOTALS.
051400     MOVE SPACES TO PRINT-LINE.
051500     MOVE "--------------------------------------------" TO
051600         PRINT-LINE.
051700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
051800     MOVE SPACES TO PRINT-LINE.
051900     STRING "TRANSACTIONS READ . . . . . . . : "
052000            DELIMITED BY SIZE
052100            WM-TRAN-READ-CT DELIMITED BY SIZE
052200         INTO PRINT-LINE.
052300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
052400     MOVE SPACES TO PRINT-LINE.
052500     STRING "NAMES ADDED . . . . . . . . . . : "
052600            DELIMITED BY SIZE
052700            WM-ADD-CT DELIMITED BY SIZE
052800         INTO PRINT-LINE.
052900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
053000     MOVE SPACES TO PRINT-LINE.
053100     STRING "REASONS CHANGED . . . . . . . . : "
053200            DELIMITED BY SIZE
053300            WM-CHANGE-CT DELIMITED BY SIZE
053400         INTO PRINT-LINE.
053500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
053600     MOVE SPACES TO PRINT-LINE.
053700     STRING "EXPIRY DATES EXTENDED . . . . . : "
053800            DELIMITED BY SIZE
053900            WM-EXTEND-CT DELIMITED BY SIZE
054000         INTO PRINT-LINE.
054100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
054200     MOVE SPACES TO PRINT-LINE.
054300     STRING "NAMES REMOVED . . . . . . . . . : "
054400            DELIMITED BY SIZE
054500            WM-REMOVE-CT DELIMITED BY SIZE
054600         INTO PRINT-LINE.
054700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
054800     MOVE SPACES TO PRINT-LINE.
054900     STRING "TRANSACTIONS REJECTED . . . . . : "
055000            DELIMITED BY SIZE
055100            WM-REJECT-CT DELIMITED BY SIZE
055200         INTO PRINT-LINE.
055300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
055400     MOVE SPACES TO PRINT-LINE.
055500     STRING "ENTRIES ON FILE AFTER RUN . . . : "
055600            DELIMITED BY SIZE
055700            WM-ON-FILE-CT DELIMITED BY SIZE
055800         INTO PRINT-LINE.
055900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
056000     MOVE SPACES TO PRINT-LINE.
056100     STRING "  OF WHICH EXPIRED. . . . . . . : "
056200            DELIMITED BY SIZE
056300            WM-EXPIRED-CT DELIMITED BY SIZE
056400         INTO PRINT-LINE.
056500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
056600 3000-EXIT.
056700     EXIT.
056800*
056900***************************************************************
057000*  4000-LIST-EXPIRED - SWEEP THE WHOLE LIST FRONT TO BACK AND  *
057100*  LIST EVERY ENTRY PAST ITS EXPIRY DATE.  CHECK-IN NO LONGER  *
057200*  SCREENS AGAINST THEM; THE SECURITY OFFICE DECIDES WHETHER   *
057300*  TO EXTEND OR REMOVE EACH ONE.  ENTRIES WITH NO EXPIRY DATE  *
057400*  ON FILE ARE COUNTED AS ON FILE BUT NEVER LISTED.            *
057500***************************************************************
057600 4000-LIST-EXPIRED.
057700     MOVE SPACES TO PRINT-LINE.
057800     MOVE "--------------------------------------------" TO
057900         PRINT-LINE.
058000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
058100     MOVE SPACES TO PRINT-LINE.
058200     MOVE "EXPIRED ENTRIES STILL ON THE WATCH LIST" TO
058300         PRINT-LINE.
058400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
058500     MOVE "N" TO WM-SCAN-EOF-SW.
058600     MOVE LOW-VALUES TO WL-NAME.
058700     START WATCHLST-FILE KEY NOT LESS THAN WL-NAME
058800         INVALID KEY
058900             SET WM-SCAN-EOF TO TRUE
059000     END-START.
059100     PERFORM 4100-CHECK-NEXT-ENTRY THRU 4100-EXIT
059200         UNTIL WM-SCAN-EOF.
059300     IF WM-EXPIRED-CT = ZERO
059400         MOVE SPACES TO PRINT-LINE
059500         MOVE "  (NONE)" TO PRINT-LINE
059600         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
059700     END-IF.
059800 4000-EXIT.
059900     EXIT.
060000*
060100 4100-CHECK-NEXT-ENTRY.
060200     READ WATCHLST-FILE NEXT RECORD
060300         AT END
060400             SET WM-SCAN-EOF TO TRUE
060500             GO TO 4100-EXIT
060600     END-READ.
060700     ADD 1 TO WM-ON-FILE-CT.
060800     IF WL-NO-EXPIRY-DATE
060900         OR WL-EXPIRY-DATE NOT LESS THAN WM-RUN-DATE
061000         GO TO 4100-EXIT
061100     END-IF.
061200     ADD 1 TO WM-EXPIRED-CT.
061300     MOVE SPACES TO WM-DETAIL-LINE.
061400     MOVE "EXPIRED " TO WM-DTL-LABEL.
061500     MOVE WL-NAME TO WM-DTL-NAME.
061600     MOVE WL-REASON TO WM-DTL-REASON.
061700     MOVE WL-EXPIRY-DATE TO WM-DTL-EXPIRY-DATE.
061800     MOVE WL-LAST-MAINT-BY TO WM-DTL-BY.
061900     MOVE SPACES TO PRINT-LINE.
062000     MOVE WM-DETAIL-LINE TO PRINT-LINE.
062100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
062200 4100-EXIT.
062300     EXIT.
062400*
062500 8000-WRITE-PRINT-LINE.
062600     WRITE PRINT-LINE.
062700     IF WM-PRINT-STATUS NOT = "00"
062800         DISPLAY "WATCH-MAINT: ERROR WRITING WLMNTRP - "
062900             WM-PRINT-STATUS
063000     END-IF.
063100 8000-EXIT.
063200     EXIT.
063203*
063206***************************************************************
063209*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
063212*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
063215***************************************************************
063218 8100-WRITE-RUNCTL-END.
063221     ACCEPT WM-RUN-TIME FROM TIME.
063224     MOVE SPACES TO RUNCTL-RECORD.
063227     MOVE "WATCH-MAINT" TO RC-PROGRAM-NAME.
063230     MOVE WM-RUN-DATE TO RC-RUN-DATE.
063233     SET RC-END-REC TO TRUE.
063236     MOVE WM-RUN-TIME TO RC-RUN-TIME.
063239     MOVE WM-TRAN-READ-CT TO RC-RECORD-COUNT.
063242     IF WM-WLTRAN-IS-OPEN AND WM-WATCHLST-IS-OPEN
063245         AND WM-PRINT-IS-OPEN
063248         SET RC-COMPLETED TO TRUE
063251     ELSE
063254         SET RC-ABENDED TO TRUE
063257     END-IF.
063260     WRITE RUNCTL-RECORD.
063263     IF WM-RUNCTL-STATUS NOT = "00"
063266         DISPLAY "WATCH-MAINT: ERROR WRITING RUNCTL - "
063269             WM-RUNCTL-STATUS
063272     END-IF.
063275 8100-EXIT.
063278     EXIT.
063300*
063400 9000-TERMINATE.
063500     IF WM-WLTRAN-IS-OPEN
063600         CLOSE WLTRAN-FILE
063700     END-IF.
063800     IF WM-WATCHLST-IS-OPEN
063900         CLOSE WATCHLST-FILE
064000     END-IF.
064100     IF WM-PRINT-IS-OPEN
064200         CLOSE PRINT-FILE
064300     END-IF.
064325     IF WM-RUNCTL-IS-OPEN
064350         CLOSE RUNCTL-FILE
064375     END-IF.
064400 9000-EXIT.
064500     EXIT.
