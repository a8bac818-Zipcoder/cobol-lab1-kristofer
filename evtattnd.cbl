001600*                  PRINTS, PER EVENT, WHO WAS REGISTERED, WHO
001700*                  ACTUALLY ARRIVED AND WHO DID NOT, WITH
001800*                  REGISTERED-VERSUS-ARRIVED COUNTS.
001825* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
001850*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001875*                  CARRIED FROM CHECK-IN.
001877* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001879*                  SHARED RUN CONTROL FILE AND CHECK THE
001881*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001883*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001885*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001887*                  COMPLETED FOR THE BUSINESS DATE.  THE REPORT
001889*                  WAITS FOR THE CLOSING-TIME SWEEP, AND THE
001891*                  ARCHIVE WAITS FOR THE REPORT BEFORE IT DRAINS
001893*                  THE LOG.
001900*
002000***************************************************************
002100 ENVIRONMENT DIVISION.
003600     SELECT PRINT-FILE ASSIGN TO "EVATNDRP"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS EA-PRINT-STATUS.
003820*    SHARED BATCH RUN CONTROL FILE
003840     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003860         ORGANIZATION IS SEQUENTIAL
003880         FILE STATUS IS EA-RUNCTL-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  EVTROST-FILE
004400     COPY EVTROSTR.
004500 FD  VISLOG-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 150 CHARACTERS.
004800     COPY VISLOG.
004900 FD  PRINT-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  PRINT-LINE                  PIC X(80).
005220 FD  RUNCTL-FILE
005240     LABEL RECORDS ARE STANDARD
005260     RECORD CONTAINS 80 CHARACTERS.
005280     COPY RUNCTL.
005300 WORKING-STORAGE SECTION.
005400 77  EA-EVTROST-STATUS           PIC X(02) VALUE SPACES.
005500 77  EA-EVTROST-OPEN-SW          PIC X(01) VALUE 'N'.
007800 77  EA-SUB                      PIC 9(04) COMP VALUE ZERO.
007900 77  EA-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
008000 77  EA-EVT-SUB                  PIC 9(04) COMP VALUE ZERO.
008012 77  EA-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008024 77  EA-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008036     88  EA-RUNCTL-IS-OPEN           VALUE 'Y'.
008048 77  EA-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008060     88  EA-RUNCTL-EOF               VALUE 'Y'.
008072 77  EA-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008084     88  EA-RUN-STARTED              VALUE 'Y'.
008100 01  EA-RUN-DATE                 PIC 9(08) VALUE ZERO.
008150 01  EA-RUN-TIME                 PIC 9(08) VALUE ZERO.
008200 01  EA-ROSTER-TABLE.
008300     05  EA-ROS-ENTRY OCCURS 500 TIMES.
008400         10  EA-ROS-EVENT        PIC X(06).
010500     05  FILLER                  PIC X(10) VALUE "  ARRIVED ".
010600     05  EA-CTL-ARRIVED          PIC 9(05) VALUE ZERO.
010700     05  FILLER                  PIC X(46) VALUE SPACES.
010750     COPY JOBDEP.
010800*
010900 PROCEDURE DIVISION.
011000***************************************************************
012000         PERFORM 4000-PRINT-EVENTS THRU 4000-EXIT
012100         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
012200     END-IF.
012225     IF EA-RUN-STARTED
012250         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
012275     END-IF.
012300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012400     STOP RUN.
012500 0000-EXIT.
013000***************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT EA-RUN-DATE FROM DATE YYYYMMDD.
013220     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
013240     IF EA-VISLOG-EOF
013260         GO TO 1000-EXIT
013280     END-IF.
013300     OPEN INPUT EVTROST-FILE.
013400     IF EA-EVTROST-STATUS NOT = "00"
013500         DISPLAY "EVENT-ATTEND-RPT: ERROR OPENING EVTROST - "
016200     END-IF.
016300 1000-EXIT.
016400     EXIT.
016401*
016402 1100-PRINT-HEADER.
016403     MOVE SPACES TO PRINT-LINE.
016404     STRING "EVENT ATTENDANCE REPORT - RUN DATE "
016405            DELIMITED BY SIZE
016406            EA-RUN-DATE DELIMITED BY SIZE
016407         INTO PRINT-LINE.
016408     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016409     MOVE SPACES TO PRINT-LINE.
016410     MOVE "--------------------------------------------" TO
016411         PRINT-LINE.
016412     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016413 1100-EXIT.
016414     EXIT.
016415*
016416***************************************************************
016417*  1400-RUN-CONTROL-START - THE REPORT IS REFUSED UNTIL THE    *
016418*  CLOSING-TIME SWEEP HAS COMPLETED FOR THE BUSINESS DATE, SO  *
016419*  THE DAY'S LOG IS CLOSED OUT BEFORE ARRIVALS ARE COUNTED.  A *
016420*  RERUN IS ALLOWED - THE REPORT ONLY READS.  OTHERWISE A      *
016421*  START RECORD IS DROPPED ON THE SHARED RUN CONTROL FILE.     *
016422***************************************************************
016423 1400-RUN-CONTROL-START.
016424     ACCEPT EA-RUN-TIME FROM TIME.
016425     MOVE "EVENT-ATTEND-RPT" TO JD-THIS-JOB.
016426     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
016427     OPEN INPUT RUNCTL-FILE.
016428     IF EA-RUNCTL-STATUS = "00"
016429         MOVE "N" TO EA-RUNCTL-EOF-SW
016430         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
016431             UNTIL EA-RUNCTL-EOF
016432         CLOSE RUNCTL-FILE
016433     END-IF.
016434     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
016435     OPEN EXTEND RUNCTL-FILE.
016436     IF EA-RUNCTL-STATUS = "35"
016437         OPEN OUTPUT RUNCTL-FILE
016438     END-IF.
016439     IF EA-RUNCTL-STATUS NOT = "00"
016440         DISPLAY "EVENT-ATTEND-RPT: ERROR OPENING RUNCTL - "
016441             EA-RUNCTL-STATUS
016442         SET EA-EVTROST-EOF TO TRUE
016443         SET EA-VISLOG-EOF TO TRUE
016444         GO TO 1400-EXIT
016445     END-IF.
016446     SET EA-RUNCTL-IS-OPEN TO TRUE.
016447     IF JD-JOB-BLOCKED
016448         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
016449         DISPLAY "EVENT-ATTEND-RPT: RUN BLOCKED FOR BUSINESS "
016450             "DATE " EA-RUN-DATE " - PREREQUISITES NOT COMPLETE"
016451         SET EA-EVTROST-EOF TO TRUE
016452         SET EA-VISLOG-EOF TO TRUE
016453     ELSE
016454         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
016455     END-IF.
016456 1400-EXIT.
016457     EXIT.
016458*
016459 1410-SCAN-RUNCTL-REC.
016460     READ RUNCTL-FILE
016461         AT END
016462             SET EA-RUNCTL-EOF TO TRUE
016463         NOT AT END
016464             IF RC-RUN-DATE = EA-RUN-DATE
016465                 AND RC-END-REC AND RC-COMPLETED
016466                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
016467             END-IF
016468     END-READ.
016469 1410-EXIT.
016470     EXIT.
016471*
016472 1420-WRITE-RUNCTL-START.
016473     MOVE SPACES TO RUNCTL-RECORD.
016474     MOVE "EVENT-ATTEND-RPT" TO RC-PROGRAM-NAME.
016475     MOVE EA-RUN-DATE TO RC-RUN-DATE.
016476     SET RC-START-REC TO TRUE.
016477     MOVE EA-RUN-TIME TO RC-RUN-TIME.
016478     MOVE ZERO TO RC-RECORD-COUNT.
016479     SET RC-RUNNING TO TRUE.
016480     WRITE RUNCTL-RECORD.
016481     IF EA-RUNCTL-STATUS NOT = "00"
016482         DISPLAY "EVENT-ATTEND-RPT: ERROR WRITING RUNCTL - "
016483             EA-RUNCTL-STATUS
016484     ELSE
016485         SET EA-RUN-STARTED TO TRUE
016486     END-IF.
016487 1420-EXIT.
016488     EXIT.
016489*
016490***************************************************************
016491*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
016492*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
016493*  WAIT FOR.                                                   *
016494***************************************************************
016495 1430-LOAD-PREREQUISITES.
016496     MOVE "N" TO JD-BLOCKED-SW.
016497     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
016498     MOVE ZERO TO JD-THIS-SUB.
016499     MOVE 1 TO JD-SUB.
016500     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
016501         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
016502 1430-EXIT.
016503     EXIT.
016504*
016505 1431-SCAN-JOB-TABLE.
016506     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
016507         MOVE JD-SUB TO JD-THIS-SUB
016508     ELSE
016509         ADD 1 TO JD-SUB
016510     END-IF.
016511 1431-EXIT.
016512     EXIT.
016513*
016514***************************************************************
016515*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
016516*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
016517***************************************************************
016518 1440-MARK-PREREQUISITE.
016519     IF JD-THIS-SUB = ZERO
016520         GO TO 1440-EXIT
016521     END-IF.
016522     MOVE 1 TO JD-PRQ-SUB.
016523     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
016524         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016525 1440-EXIT.
016526     EXIT.
016527*
016528 1441-MARK-ONE-PREREQ.
016529     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
016530         RC-PROGRAM-NAME
016531         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
016532     END-IF.
016533     ADD 1 TO JD-PRQ-SUB.
016534 1441-EXIT.
016535     EXIT.
016536*
016537***************************************************************
016538*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
016539*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
016540*  BUSINESS DATE.                                              *
016541***************************************************************
016542 1450-CHECK-PREREQUISITES.
016543     IF JD-THIS-SUB = ZERO
016544         GO TO 1450-EXIT
016545     END-IF.
016546     MOVE 1 TO JD-PRQ-SUB.
016547     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
016548         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016549 1450-EXIT.
016550     EXIT.
016551*
016552 1451-CHECK-ONE-PREREQ.
016553     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
016554         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
016555         SET JD-JOB-BLOCKED TO TRUE
016556         DISPLAY "EVENT-ATTEND-RPT: WAITING ON "
016557             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
016558             " - NOT COMPLETED FOR BUSINESS DATE " EA-RUN-DATE
016559     END-IF.
016560     ADD 1 TO JD-PRQ-SUB.
016561 1451-EXIT.
016562     EXIT.
016563*
016564***************************************************************
016565*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
016566*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
016567*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
016568***************************************************************
016569 1460-WRITE-RUNCTL-BLOCKED.
016570     MOVE 1 TO JD-PRQ-SUB.
016571     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
016572         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016573 1460-EXIT.
016574     EXIT.
016575*
016576 1461-WRITE-ONE-BLOCKED.
016577     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
016578         OR JD-PREREQ-DONE (JD-PRQ-SUB)
016579         ADD 1 TO JD-PRQ-SUB
016580         GO TO 1461-EXIT
016581     END-IF.
016582     MOVE SPACES TO RUNCTL-RECORD.
016583     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
016584     MOVE EA-RUN-DATE TO RC-RUN-DATE.
016585     SET RC-END-REC TO TRUE.
016600     MOVE EA-RUN-TIME TO RC-RUN-TIME.
016700     MOVE ZERO TO RC-RECORD-COUNT.
016800     SET RC-BLOCKED TO TRUE.
016900     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
017000         RC-WAITING-ON.
017100     WRITE RUNCTL-RECORD.
017200     IF EA-RUNCTL-STATUS NOT = "00"
017300         DISPLAY "EVENT-ATTEND-RPT: ERROR WRITING RUNCTL - "
017400             EA-RUNCTL-STATUS
017500     END-IF.
017600     ADD 1 TO JD-PRQ-SUB.
017700 1461-EXIT.
017800     EXIT.
017900*
018000***************************************************************
036400     END-IF.
036500 8000-EXIT.
036600     EXIT.
036603*
036606***************************************************************
036609*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE ROSTER AND THE   *
036612*  LOG WERE READ TO THE END AND THE REPORT PRINTED, SO THE     *
036615*  ARCHIVE MAY DRAIN THE LOG.                                  *
036618***************************************************************
036621 8100-WRITE-RUNCTL-END.
036624     ACCEPT EA-RUN-TIME FROM TIME.
036627     MOVE SPACES TO RUNCTL-RECORD.
036630     MOVE "EVENT-ATTEND-RPT" TO RC-PROGRAM-NAME.
036633     MOVE EA-RUN-DATE TO RC-RUN-DATE.
036636     SET RC-END-REC TO TRUE.
036639     MOVE EA-RUN-TIME TO RC-RUN-TIME.
036642     MOVE EA-LOG-READ-CT TO RC-RECORD-COUNT.
036645     IF EA-EVTROST-IS-OPEN AND EA-VISLOG-IS-OPEN
036648         AND EA-PRINT-IS-OPEN
036651         SET RC-COMPLETED TO TRUE
036654     ELSE
036657         SET RC-ABENDED TO TRUE
036660     END-IF.
036663     WRITE RUNCTL-RECORD.
036666     IF EA-RUNCTL-STATUS NOT = "00"
036669         DISPLAY "EVENT-ATTEND-RPT: ERROR WRITING RUNCTL - "
036672             EA-RUNCTL-STATUS
036675     END-IF.
036678 8100-EXIT.
036681     EXIT.
036700*
036800 9000-TERMINATE.
036900     IF EA-EVTROST-IS-OPEN
037500     IF EA-PRINT-IS-OPEN
037600         CLOSE PRINT-FILE
037700     END-IF.
037725     IF EA-RUNCTL-IS-OPEN
037750         CLOSE RUNCTL-FILE
037775     END-IF.
037800 9000-EXIT.
037900     EXIT.
