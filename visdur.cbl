001630*                  LINE AND COUNTED SEPARATELY SO A SYSTEM
001640*                  DEPARTURE IS DISTINGUISHABLE FROM A REAL
001650*                  ONE.
001662* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
001674*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001686*                  CARRIED FROM CHECK-IN.
001687* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001688*                  SHARED RUN CONTROL FILE AND CHECK THE
001689*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001690*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001691*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001692*                  COMPLETED FOR THE BUSINESS DATE.  THE REPORT
001693*                  WAITS FOR THE CLOSING-TIME SWEEP, AND THE
001694*                  ARCHIVE WAITS FOR THE REPORT BEFORE IT DRAINS
001695*                  THE LOG.
001700*
001800***************************************************************
001900 ENVIRONMENT DIVISION.
003000     SELECT PRINT-FILE ASSIGN TO "DURRPT"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS VD-PRINT-STATUS.
003220*    SHARED BATCH RUN CONTROL FILE
003240     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003260         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS VD-RUNCTL-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  VISLOG-FILE
003600     LABEL RECORDS ARE STANDARD
003700     RECORD CONTAINS 150 CHARACTERS.
003800     COPY VISLOG.
003900 FD  PRINT-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 80 CHARACTERS.
004200 01  PRINT-LINE                  PIC X(80).
004220 FD  RUNCTL-FILE
004240     LABEL RECORDS ARE STANDARD
004260     RECORD CONTAINS 80 CHARACTERS.
004280     COPY RUNCTL.
004300 WORKING-STORAGE SECTION.
004400 77  VD-VISLOG-STATUS            PIC X(02) VALUE SPACES.
004500 77  VD-VISLOG-OPEN-SW           PIC X(01) VALUE 'N'.
004700 77  VD-PRINT-STATUS             PIC X(02) VALUE SPACES.
004800 77  VD-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
004900     88  VD-PRINT-IS-OPEN            VALUE 'Y'.
004912 77  VD-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
004924 77  VD-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
004936     88  VD-RUNCTL-IS-OPEN           VALUE 'Y'.
004948 77  VD-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
004960     88  VD-RUNCTL-EOF               VALUE 'Y'.
004972 77  VD-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
004984     88  VD-RUN-STARTED              VALUE 'Y'.
005000 77  VD-EOF-SW                   PIC X(01) VALUE 'N'.
005100     88  VD-VISLOG-EOF               VALUE 'Y'.
005200 77  VD-FOUND-SW                 PIC X(01) VALUE 'N'.
006700 77  VD-OUT-SECONDS              PIC 9(08) COMP VALUE ZERO.
006800 77  VD-DUR-MINUTES              PIC 9(05) VALUE ZERO.
006900 01  VD-RUN-DATE                 PIC 9(08) VALUE ZERO.
006950 01  VD-RUN-TIME                 PIC 9(08) VALUE ZERO.
007000 01  VD-WORK-TIME                PIC 9(08) VALUE ZERO.
007100 01  VD-WORK-TIME-X REDEFINES VD-WORK-TIME.
007200     05  VD-WT-HH                PIC 9(02).
009600     05  FILLER                  PIC X(26) VALUE
009700         " *** NO CHECK-OUT ON FILE".
009800     05  FILLER                  PIC X(14) VALUE SPACES.
009850     COPY JOBDEP.
009900*
010000 PROCEDURE DIVISION.
010100***************************************************************
010900         PERFORM 3000-PRINT-OPEN-VISITS THRU 3000-EXIT
011000         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
011100     END-IF.
011125     IF VD-RUN-STARTED
011150         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
011175     END-IF.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     STOP RUN.
011400 0000-EXIT.
011900***************************************************************
012000 1000-INITIALIZE.
012100     ACCEPT VD-RUN-DATE FROM DATE YYYYMMDD.
012120     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012140     IF VD-VISLOG-EOF
012160         GO TO 1000-EXIT
012180     END-IF.
012200     OPEN INPUT VISLOG-FILE.
012300     IF VD-VISLOG-STATUS NOT = "00"
012400         DISPLAY "VISIT-DURATION-RPT: ERROR OPENING VISLOG - "
015300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
015400 1100-EXIT.
015500     EXIT.
015501*
015502***************************************************************
015503*  1400-RUN-CONTROL-START - THE REPORT IS REFUSED UNTIL THE    *
015504*  CLOSING-TIME SWEEP HAS COMPLETED FOR THE BUSINESS DATE, SO  *
015505*  EVERY VISIT ON THE LOG HAS A DEPARTURE.  A RERUN IS ALLOWED *
015506*  - THE REPORT ONLY READS.  OTHERWISE A START RECORD IS       *
015507*  DROPPED ON THE SHARED RUN CONTROL FILE.                     *
015508***************************************************************
015509 1400-RUN-CONTROL-START.
015510     ACCEPT VD-RUN-TIME FROM TIME.
015511     MOVE "VISIT-DURATION-RPT" TO JD-THIS-JOB.
015512     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
015513     OPEN INPUT RUNCTL-FILE.
015514     IF VD-RUNCTL-STATUS = "00"
015515         MOVE "N" TO VD-RUNCTL-EOF-SW
015516         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
015517             UNTIL VD-RUNCTL-EOF
015518         CLOSE RUNCTL-FILE
015519     END-IF.
015520     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
015521     OPEN EXTEND RUNCTL-FILE.
015522     IF VD-RUNCTL-STATUS = "35"
015523         OPEN OUTPUT RUNCTL-FILE
015524     END-IF.
015525     IF VD-RUNCTL-STATUS NOT = "00"
015526         DISPLAY "VISIT-DURATION-RPT: ERROR OPENING RUNCTL - "
015527             VD-RUNCTL-STATUS
015528         SET VD-VISLOG-EOF TO TRUE
015529         GO TO 1400-EXIT
015530     END-IF.
015531     SET VD-RUNCTL-IS-OPEN TO TRUE.
015532     IF JD-JOB-BLOCKED
015533         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
015534         DISPLAY "VISIT-DURATION-RPT: RUN BLOCKED FOR BUSINESS "
015535             "DATE " VD-RUN-DATE " - PREREQUISITES NOT COMPLETE"
015536         SET VD-VISLOG-EOF TO TRUE
015537     ELSE
015538         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
015539     END-IF.
015540 1400-EXIT.
015541     EXIT.
015542*
015543 1410-SCAN-RUNCTL-REC.
015544     READ RUNCTL-FILE
015545         AT END
015546             SET VD-RUNCTL-EOF TO TRUE
015547         NOT AT END
015548             IF RC-RUN-DATE = VD-RUN-DATE
015549                 AND RC-END-REC AND RC-COMPLETED
015550                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
015551             END-IF
015552     END-READ.
015553 1410-EXIT.
015554     EXIT.
015555*
015556 1420-WRITE-RUNCTL-START.
015557     MOVE SPACES TO RUNCTL-RECORD.
015558     MOVE "VISIT-DURATION-RPT" TO RC-PROGRAM-NAME.
015559     MOVE VD-RUN-DATE TO RC-RUN-DATE.
015560     SET RC-START-REC TO TRUE.
015561     MOVE VD-RUN-TIME TO RC-RUN-TIME.
015562     MOVE ZERO TO RC-RECORD-COUNT.
015563     SET RC-RUNNING TO TRUE.
015564     WRITE RUNCTL-RECORD.
015565     IF VD-RUNCTL-STATUS NOT = "00"
015566         DISPLAY "VISIT-DURATION-RPT: ERROR WRITING RUNCTL - "
015567             VD-RUNCTL-STATUS
015568     ELSE
015569         SET VD-RUN-STARTED TO TRUE
015570     END-IF.
015571 1420-EXIT.
015572     EXIT.
015573*
015574***************************************************************
015575*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
015576*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
015577*  WAIT FOR.                                                   *
015578***************************************************************
015579 1430-LOAD-PREREQUISITES.
015580     MOVE "N" TO JD-BLOCKED-SW.
015581     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
015582     MOVE ZERO TO JD-THIS-SUB.
015583     MOVE 1 TO JD-SUB.
015584     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
015585         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
015586 1430-EXIT.
015587     EXIT.
015588*
015589 1431-SCAN-JOB-TABLE.
015590     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
015591         MOVE JD-SUB TO JD-THIS-SUB
015592     ELSE
015593         ADD 1 TO JD-SUB
015594     END-IF.
015595 1431-EXIT.
015596     EXIT.
015597*
015598***************************************************************
015599*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
015600*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
015601***************************************************************
015602 1440-MARK-PREREQUISITE.
015603     IF JD-THIS-SUB = ZERO
015604         GO TO 1440-EXIT
015605     END-IF.
015606     MOVE 1 TO JD-PRQ-SUB.
015607     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
015608         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015609 1440-EXIT.
015610     EXIT.
015611*
015612 1441-MARK-ONE-PREREQ.
015613     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
015614         RC-PROGRAM-NAME
015615         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
015616     END-IF.
015617     ADD 1 TO JD-PRQ-SUB.
015618 1441-EXIT.
015619     EXIT.
015620*
015621***************************************************************
015622*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
015623*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
015624*  BUSINESS DATE.                                              *
015625***************************************************************
015626 1450-CHECK-PREREQUISITES.
015627     IF JD-THIS-SUB = ZERO
015628         GO TO 1450-EXIT
015629     END-IF.
015630     MOVE 1 TO JD-PRQ-SUB.
015631     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
015632         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015633 1450-EXIT.
015634     EXIT.
015635*
015636 1451-CHECK-ONE-PREREQ.
015637     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
015638         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
015639         SET JD-JOB-BLOCKED TO TRUE
015640         DISPLAY "VISIT-DURATION-RPT: WAITING ON "
015641             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
015642             " - NOT COMPLETED FOR BUSINESS DATE " VD-RUN-DATE
015643     END-IF.
015644     ADD 1 TO JD-PRQ-SUB.
015645 1451-EXIT.
015646     EXIT.
015647*
015648***************************************************************
015649*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
015650*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
015651*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
015652***************************************************************
015653 1460-WRITE-RUNCTL-BLOCKED.
015654     MOVE 1 TO JD-PRQ-SUB.
015655     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
015656         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015657 1460-EXIT.
015658     EXIT.
015659*
015660 1461-WRITE-ONE-BLOCKED.
015661     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
015662         OR JD-PREREQ-DONE (JD-PRQ-SUB)
015663         ADD 1 TO JD-PRQ-SUB
015664         GO TO 1461-EXIT
015665     END-IF.
015666     MOVE SPACES TO RUNCTL-RECORD.
015667     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
015668     MOVE VD-RUN-DATE TO RC-RUN-DATE.
015669     SET RC-END-REC TO TRUE.
015670     MOVE VD-RUN-TIME TO RC-RUN-TIME.
015671     MOVE ZERO TO RC-RECORD-COUNT.
015672     SET RC-BLOCKED TO TRUE.
015673     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
015674         RC-WAITING-ON.
015675     WRITE RUNCTL-RECORD.
015676     IF VD-RUNCTL-STATUS NOT = "00"
015677         DISPLAY "VISIT-DURATION-RPT: ERROR WRITING RUNCTL - "
015678             VD-RUNCTL-STATUS
015679     END-IF.
015680     ADD 1 TO JD-PRQ-SUB.
015681 1461-EXIT.
015682     EXIT.
015683*
015700***************************************************************
015800*                 2000-PROCESS-VISLOG                          *
015900***************************************************************
037700     END-IF.
037800 8000-EXIT.
037900     EXIT.
037903*
037906***************************************************************
037909*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE LOG WAS READ TO  *
037912*  THE END AND THE REPORT PRINTED, SO THE ARCHIVE MAY DRAIN    *
037915*  THE LOG.                                                    *
037918***************************************************************
037921 8100-WRITE-RUNCTL-END.
037924     ACCEPT VD-RUN-TIME FROM TIME.
037927     MOVE SPACES TO RUNCTL-RECORD.
037930     MOVE "VISIT-DURATION-RPT" TO RC-PROGRAM-NAME.
037933     MOVE VD-RUN-DATE TO RC-RUN-DATE.
037936     SET RC-END-REC TO TRUE.
037939     MOVE VD-RUN-TIME TO RC-RUN-TIME.
037942     MOVE VD-READ-COUNT TO RC-RECORD-COUNT.
037945     IF VD-VISLOG-IS-OPEN AND VD-PRINT-IS-OPEN
037948         SET RC-COMPLETED TO TRUE
037951     ELSE
037954         SET RC-ABENDED TO TRUE
037957     END-IF.
037960     WRITE RUNCTL-RECORD.
037963     IF VD-RUNCTL-STATUS NOT = "00"
037966         DISPLAY "VISIT-DURATION-RPT: ERROR WRITING RUNCTL - "
037969             VD-RUNCTL-STATUS
037972     END-IF.
037975 8100-EXIT.
037978     EXIT.
038000*
038100 9000-TERMINATE.
038200     IF VD-VISLOG-IS-OPEN
038500     IF VD-PRINT-IS-OPEN
038600         CLOSE PRINT-FILE
038700     END-IF.
038725     IF VD-RUNCTL-IS-OPEN
038750         CLOSE RUNCTL-FILE
038775     END-IF.
038800 9000-EXIT.
038900     EXIT.
