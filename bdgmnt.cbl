001500*                  FREES AN ISSUED BADGE BY HAND WHEN THE DESK
001600*                  RECOVERS ONE OUTSIDE A CHECK-OUT, WITH AN
001700*                  AUDIT REPORT FOR THE SECURITY OFFICE.
001711* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001722*                  SHARED RUN CONTROL FILE AND CHECK THE
001733*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001744*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001755*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001766*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
001777*                  IS THE BUSINESS DATE; THE JOB HAS NO
001788*                  PREREQUISITES TODAY.
001800*
001900***************************************************************
002000 ENVIRONMENT DIVISION.
003700     SELECT PRINT-FILE ASSIGN TO "BDGMNTRP"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS BM-PRINT-STATUS.
003920*    SHARED BATCH RUN CONTROL FILE
003940     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003960         ORGANIZATION IS SEQUENTIAL
003980         FILE STATUS IS BM-RUNCTL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BGTRAN-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  PRINT-LINE                  PIC X(80).
005320 FD  RUNCTL-FILE
005340     LABEL RECORDS ARE STANDARD
005360     RECORD CONTAINS 80 CHARACTERS.
005380     COPY RUNCTL.
005400 WORKING-STORAGE SECTION.
005500 77  BM-BGTRAN-STATUS            PIC X(02) VALUE SPACES.
005600 77  BM-BGTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
007400 77  BM-LOST-CT                  PIC 9(08) VALUE ZERO.
007500 77  BM-FREE-CT                  PIC 9(08) VALUE ZERO.
007600 77  BM-REJECT-CT                PIC 9(08) VALUE ZERO.
007612 77  BM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007624 77  BM-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007636     88  BM-RUNCTL-IS-OPEN           VALUE 'Y'.
007648 77  BM-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007660     88  BM-RUNCTL-EOF               VALUE 'Y'.
007672 77  BM-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
007684     88  BM-RUN-STARTED              VALUE 'Y'.
007700 01  BM-RUN-DATE                 PIC 9(08) VALUE ZERO.
007800 01  BM-RUN-TIME                 PIC 9(08) VALUE ZERO.
007900 01  BM-REJECT-REASON            PIC X(40) VALUE SPACES.
008300     05  FILLER                  PIC X(08) VALUE "  BADGE ".
008400     05  BM-ACT-BADGE-NO         PIC X(04) VALUE SPACES.
008500     05  FILLER                  PIC X(60) VALUE SPACES.
008550     COPY JOBDEP.
008600*
008700 PROCEDURE DIVISION.
008800***************************************************************
009500     IF BM-PRINT-IS-OPEN
009600         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
009700     END-IF.
009725     IF BM-RUN-STARTED
009750         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
009775     END-IF.
009800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009900     STOP RUN.
010000 0000-EXIT.
010600 1000-INITIALIZE.
010700     ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD.
010800     ACCEPT BM-RUN-TIME FROM TIME.
010820     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
010840     IF BM-BGTRAN-EOF
010860         GO TO 1000-EXIT
010880     END-IF.
010900     OPEN INPUT BGTRAN-FILE.
011000     IF BM-BGTRAN-STATUS NOT = "00"
011100         DISPLAY "BADGE-MAINT: ERROR OPENING BGTRANS - "
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014401*
014402 1100-PRINT-HEADER.
014403     MOVE SPACES TO PRINT-LINE.
014404     STRING "BADGE INVENTORY MAINTENANCE AUDIT - RUN DATE "
014405            DELIMITED BY SIZE
014406            BM-RUN-DATE DELIMITED BY SIZE
014407            " TIME " DELIMITED BY SIZE
014408            BM-RUN-TIME DELIMITED BY SIZE
014409         INTO PRINT-LINE.
014410     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014411     MOVE SPACES TO PRINT-LINE.
014412     MOVE "--------------------------------------------" TO
014413         PRINT-LINE.
014414     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014415 1100-EXIT.
014416     EXIT.
014417*
014418***************************************************************
014419*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
014420*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
014421*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
014422*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
014423***************************************************************
014424 1400-RUN-CONTROL-START.
014425     ACCEPT BM-RUN-TIME FROM TIME.
014426     MOVE "BADGE-MAINT" TO JD-THIS-JOB.
014427     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
014428     OPEN INPUT RUNCTL-FILE.
014429     IF BM-RUNCTL-STATUS = "00"
014430         MOVE "N" TO BM-RUNCTL-EOF-SW
014431         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
014432             UNTIL BM-RUNCTL-EOF
014433         CLOSE RUNCTL-FILE
014434     END-IF.
014435     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
014436     OPEN EXTEND RUNCTL-FILE.
014437     IF BM-RUNCTL-STATUS = "35"
014438         OPEN OUTPUT RUNCTL-FILE
014439     END-IF.
014440     IF BM-RUNCTL-STATUS NOT = "00"
014441         DISPLAY "BADGE-MAINT: ERROR OPENING RUNCTL - "
014442             BM-RUNCTL-STATUS
014443         SET BM-BGTRAN-EOF TO TRUE
014444         GO TO 1400-EXIT
014445     END-IF.
014446     SET BM-RUNCTL-IS-OPEN TO TRUE.
014447     IF JD-JOB-BLOCKED
014448         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
014449         DISPLAY "BADGE-MAINT: RUN BLOCKED FOR BUSINESS DATE "
014450             BM-RUN-DATE " - PREREQUISITES NOT COMPLETE"
014451         SET BM-BGTRAN-EOF TO TRUE
014452     ELSE
014453         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
014454     END-IF.
014455 1400-EXIT.
014456     EXIT.
014457*
014458 1410-SCAN-RUNCTL-REC.
014459     READ RUNCTL-FILE
014460         AT END
014461             SET BM-RUNCTL-EOF TO TRUE
014462         NOT AT END
014463             IF RC-RUN-DATE = BM-RUN-DATE
014464                 AND RC-END-REC AND RC-COMPLETED
014465                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
014466             END-IF
014467     END-READ.
014468 1410-EXIT.
014469     EXIT.
014470*
014471 1420-WRITE-RUNCTL-START.
014472     MOVE SPACES TO RUNCTL-RECORD.
014473     MOVE "BADGE-MAINT" TO RC-PROGRAM-NAME.
014474     MOVE BM-RUN-DATE TO RC-RUN-DATE.
014475     SET RC-START-REC TO TRUE.
014476     MOVE BM-RUN-TIME TO RC-RUN-TIME.
014477     MOVE ZERO TO RC-RECORD-COUNT.
014478     SET RC-RUNNING TO TRUE.
014479     WRITE RUNCTL-RECORD.
014480     IF BM-RUNCTL-STATUS NOT = "00"
014481         DISPLAY "BADGE-MAINT: ERROR WRITING RUNCTL - "
014482             BM-RUNCTL-STATUS
014483     ELSE
014484         SET BM-RUN-STARTED TO TRUE
014485     END-IF.
014486 1420-EXIT.
014487     EXIT.
014488*
014489***************************************************************
014490*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
014491*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
014492*  WAIT FOR.                                                   *
014493***************************************************************
014494 1430-LOAD-PREREQUISITES.
014495     MOVE "N" TO JD-BLOCKED-SW.
014496     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
014497     MOVE ZERO TO JD-THIS-SUB.
014498     MOVE 1 TO JD-SUB.
014499     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
014500         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
014501 1430-EXIT.
014502     EXIT.
014503*
014504 1431-SCAN-JOB-TABLE.
014505     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
014506         MOVE JD-SUB TO JD-THIS-SUB
014507     ELSE
014508         ADD 1 TO JD-SUB
014509     END-IF.
014510 1431-EXIT.
014511     EXIT.
014512*
014513***************************************************************
014514*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
014515*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
014516***************************************************************
014517 1440-MARK-PREREQUISITE.
014518     IF JD-THIS-SUB = ZERO
014519         GO TO 1440-EXIT
014520     END-IF.
014521     MOVE 1 TO JD-PRQ-SUB.
014522     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
014523         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014524 1440-EXIT.
014525     EXIT.
014526*
014527 1441-MARK-ONE-PREREQ.
014528     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
014529         RC-PROGRAM-NAME
014530         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
014531     END-IF.
014532     ADD 1 TO JD-PRQ-SUB.
014533 1441-EXIT.
014534     EXIT.
014535*
014536***************************************************************
014537*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
014538*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
014539*  BUSINESS DATE.                                              *
014540***************************************************************
014541 1450-CHECK-PREREQUISITES.
014542     IF JD-THIS-SUB = ZERO
014543         GO TO 1450-EXIT
014544     END-IF.
014545     MOVE 1 TO JD-PRQ-SUB.
014546     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
014547         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014548 1450-EXIT.
014549     EXIT.
014550*
014551 1451-CHECK-ONE-PREREQ.
014552     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
014553         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
014554         SET JD-JOB-BLOCKED TO TRUE
014555         DISPLAY "BADGE-MAINT: WAITING ON "
014556             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
014557             " - NOT COMPLETED FOR BUSINESS DATE " BM-RUN-DATE
014558     END-IF.
014559     ADD 1 TO JD-PRQ-SUB.
014560 1451-EXIT.
014561     EXIT.
014562*
014563***************************************************************
014564*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
014565*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
014566*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
014567***************************************************************
014568 1460-WRITE-RUNCTL-BLOCKED.
014569     MOVE 1 TO JD-PRQ-SUB.
014570     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
014571         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014572 1460-EXIT.
014573     EXIT.
014574*
014575 1461-WRITE-ONE-BLOCKED.
014576     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
014577         OR JD-PREREQ-DONE (JD-PRQ-SUB)
014578         ADD 1 TO JD-PRQ-SUB
014579         GO TO 1461-EXIT
014580     END-IF.
014581     MOVE SPACES TO RUNCTL-RECORD.
014582     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
014600     MOVE BM-RUN-DATE TO RC-RUN-DATE.
014700     SET RC-END-REC TO TRUE.
014800     MOVE BM-RUN-TIME TO RC-RUN-TIME.
014900     MOVE ZERO TO RC-RECORD-COUNT.
015000     SET RC-BLOCKED TO TRUE.
015100     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
015200         RC-WAITING-ON.
015300     WRITE RUNCTL-RECORD.
015400     IF BM-RUNCTL-STATUS NOT = "00"
015500         DISPLAY "BADGE-MAINT: ERROR WRITING RUNCTL - "
015600             BM-RUNCTL-STATUS
015700     END-IF.
015800     ADD 1 TO JD-PRQ-SUB.
015900 1461-EXIT.
016000     EXIT.
016100*
016200***************************************************************
037700     END-IF.
037800 8000-EXIT.
037900     EXIT.
037903*
037906***************************************************************
037909*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
037912*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
037915***************************************************************
037918 8100-WRITE-RUNCTL-END.
037921     ACCEPT BM-RUN-TIME FROM TIME.
037924     MOVE SPACES TO RUNCTL-RECORD.
037927     MOVE "BADGE-MAINT" TO RC-PROGRAM-NAME.
037930     MOVE BM-RUN-DATE TO RC-RUN-DATE.
037933     SET RC-END-REC TO TRUE.
037936     MOVE BM-RUN-TIME TO RC-RUN-TIME.
037939     MOVE BM-TRAN-READ-CT TO RC-RECORD-COUNT.
037942     IF BM-BGTRAN-IS-OPEN AND BM-BADGE-IS-OPEN
037945         AND BM-PRINT-IS-OPEN
037948         SET RC-COMPLETED TO TRUE
037951     ELSE
037954         SET RC-ABENDED TO TRUE
037957     END-IF.
037960     WRITE RUNCTL-RECORD.
037963     IF BM-RUNCTL-STATUS NOT = "00"
037966         DISPLAY "BADGE-MAINT: ERROR WRITING RUNCTL - "
037969             BM-RUNCTL-STATUS
037972     END-IF.
037975 8100-EXIT.
037978     EXIT.
038000*
038100 9000-TERMINATE.
038200     IF BM-BGTRAN-IS-OPEN
038800     IF BM-PRINT-IS-OPEN
038900         CLOSE PRINT-FILE
039000     END-IF.
039025     IF BM-RUNCTL-IS-OPEN
039050         CLOSE RUNCTL-FILE
039075     END-IF.
039100 9000-EXIT.
039200     EXIT.
