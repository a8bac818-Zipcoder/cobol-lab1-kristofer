001400*                  CHECK-INS AND CHECK-OUTS ON THE VISITOR LOG
001500*                  AND PRINTS EVERYONE STILL IN THE BUILDING,
001600*                  GROUPED BY SITE, WITH PER-SITE HEAD COUNTS.
001625* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
001650*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001675*                  CARRIED FROM CHECK-IN.
001678* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001681*                  SHARED RUN CONTROL FILE AND CHECK THE
001684*                  JOB-STREAM DEPENDENCY TABLE AT START-UP.  THE
001687*                  ROSTER HAS NO PREREQUISITES, AND A RUN CONTROL
001690*                  FILE THAT CANNOT BE OPENED IS REPORTED BUT
001693*                  NEVER STOPS THE ROSTER PRINTING.
001700*
001800***************************************************************
001900 ENVIRONMENT DIVISION.
003000     SELECT PRINT-FILE ASSIGN TO "EVACRPT"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS ER-PRINT-STATUS.
003220*    SHARED BATCH RUN CONTROL FILE
003240     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003260         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS ER-RUNCTL-STATUS.
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
004400 77  ER-VISLOG-STATUS            PIC X(02) VALUE SPACES.
004500 77  ER-VISLOG-OPEN-SW           PIC X(01) VALUE 'N'.
006200 77  ER-SUB                      PIC 9(04) COMP VALUE ZERO.
006300 77  ER-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
006400 77  ER-SITE-SUB                 PIC 9(04) COMP VALUE ZERO.
006412 77  ER-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
006424 77  ER-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
006436     88  ER-RUNCTL-IS-OPEN           VALUE 'Y'.
006448 77  ER-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
006460     88  ER-RUNCTL-EOF               VALUE 'Y'.
006472 77  ER-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
006484     88  ER-RUN-STARTED              VALUE 'Y'.
006500 01  ER-RUN-DATE                 PIC 9(08) VALUE ZERO.
006550 01  ER-RUN-TIME                 PIC 9(08) VALUE ZERO.
006600 01  ER-WORK-TIME                PIC 9(08) VALUE ZERO.
006700 01  ER-WORK-TIME-X REDEFINES ER-WORK-TIME.
006800     05  ER-WT-HH                PIC X(02).
008900     05  FILLER                  PIC X(01) VALUE ":".
009000     05  ER-DTL-IN-MM            PIC X(02) VALUE SPACES.
009100     05  FILLER                  PIC X(39) VALUE SPACES.
009150     COPY JOBDEP.
009200*
009300 PROCEDURE DIVISION.
009400***************************************************************
010200         PERFORM 3000-PRINT-ROSTER THRU 3000-EXIT
010300         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
010400     END-IF.
010425     IF ER-RUN-STARTED
010450         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
010475     END-IF.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     STOP RUN.
010700 0000-EXIT.
011200***************************************************************
011300 1000-INITIALIZE.
011400     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD.
011420     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
011440     IF ER-VISLOG-EOF
011460         GO TO 1000-EXIT
011480     END-IF.
011500     OPEN INPUT VISLOG-FILE.
011600     IF ER-VISLOG-STATUS NOT = "00"
011700         DISPLAY "EVAC-ROSTER-RPT: ERROR OPENING VISLOG - "
013300     END-IF.
013400 1000-EXIT.
013500     EXIT.
013501*
013502 1100-PRINT-HEADER.
013503     MOVE SPACES TO PRINT-LINE.
013504     STRING "EVACUATION ROSTER - EVERYONE INSIDE - RUN DATE "
013505            DELIMITED BY SIZE
013506            ER-RUN-DATE DELIMITED BY SIZE
013507         INTO PRINT-LINE.
013508     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
013509     MOVE SPACES TO PRINT-LINE.
013510     MOVE "--------------------------------------------" TO
013511         PRINT-LINE.
013512     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
013513 1100-EXIT.
013514     EXIT.
013515*
013516***************************************************************
013517*  1400-RUN-CONTROL-START - THE ROSTER HAS NO PREREQUISITES ON *
013518*  THE JOB-STREAM DEPENDENCY TABLE AND MAY BE RUN AS OFTEN AS  *
013519*  THE FIRE MARSHAL ASKS.  A START RECORD IS DROPPED ON THE    *
013520*  SHARED RUN CONTROL FILE, BUT A RUN CONTROL FILE THAT CANNOT *
013521*  BE OPENED NEVER STOPS THE ROSTER - IT IS REPORTED AND THE   *
013522*  ROSTER PRINTS WITHOUT A RUN CONTROL ENTRY.                  *
013523***************************************************************
013524 1400-RUN-CONTROL-START.
013525     ACCEPT ER-RUN-TIME FROM TIME.
013526     MOVE "EVAC-ROSTER-RPT" TO JD-THIS-JOB.
013527     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
013528     OPEN INPUT RUNCTL-FILE.
013529     IF ER-RUNCTL-STATUS = "00"
013530         MOVE "N" TO ER-RUNCTL-EOF-SW
013531         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
013532             UNTIL ER-RUNCTL-EOF
013533         CLOSE RUNCTL-FILE
013534     END-IF.
013535     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
013536     OPEN EXTEND RUNCTL-FILE.
013537     IF ER-RUNCTL-STATUS = "35"
013538         OPEN OUTPUT RUNCTL-FILE
013539     END-IF.
013540     IF ER-RUNCTL-STATUS NOT = "00"
013541         DISPLAY "EVAC-ROSTER-RPT: ERROR OPENING RUNCTL - "
013542             ER-RUNCTL-STATUS
013543         DISPLAY "EVAC-ROSTER-RPT: CONTINUING WITHOUT A RUN "
013544             "CONTROL ENTRY"
013545         GO TO 1400-EXIT
013546     END-IF.
013547     SET ER-RUNCTL-IS-OPEN TO TRUE.
013548     IF JD-JOB-BLOCKED
013549         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
013550         DISPLAY "EVAC-ROSTER-RPT: RUN BLOCKED FOR BUSINESS "
013551             "DATE " ER-RUN-DATE " - PREREQUISITES NOT COMPLETE"
013552         SET ER-VISLOG-EOF TO TRUE
013553     ELSE
013554         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
013555     END-IF.
013556 1400-EXIT.
013557     EXIT.
013558*
013559 1410-SCAN-RUNCTL-REC.
013560     READ RUNCTL-FILE
013561         AT END
013562             SET ER-RUNCTL-EOF TO TRUE
013563         NOT AT END
013564             IF RC-RUN-DATE = ER-RUN-DATE
013565                 AND RC-END-REC AND RC-COMPLETED
013566                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
013567             END-IF
013568     END-READ.
013569 1410-EXIT.
013570     EXIT.
013571*
013572 1420-WRITE-RUNCTL-START.
013573     MOVE SPACES TO RUNCTL-RECORD.
013574     MOVE "EVAC-ROSTER-RPT" TO RC-PROGRAM-NAME.
013575     MOVE ER-RUN-DATE TO RC-RUN-DATE.
013576     SET RC-START-REC TO TRUE.
013577     MOVE ER-RUN-TIME TO RC-RUN-TIME.
013578     MOVE ZERO TO RC-RECORD-COUNT.
013579     SET RC-RUNNING TO TRUE.
013580     WRITE RUNCTL-RECORD.
013581     IF ER-RUNCTL-STATUS NOT = "00"
013582         DISPLAY "EVAC-ROSTER-RPT: ERROR WRITING RUNCTL - "
013583             ER-RUNCTL-STATUS
013584     ELSE
013585         SET ER-RUN-STARTED TO TRUE
013586     END-IF.
013587 1420-EXIT.
013588     EXIT.
013589*
013590***************************************************************
013591*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
013592*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
013593*  WAIT FOR.                                                   *
013594***************************************************************
013595 1430-LOAD-PREREQUISITES.
013596     MOVE "N" TO JD-BLOCKED-SW.
013597     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
013598     MOVE ZERO TO JD-THIS-SUB.
013599     MOVE 1 TO JD-SUB.
013600     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
013601         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
013602 1430-EXIT.
013603     EXIT.
013604*
013605 1431-SCAN-JOB-TABLE.
013606     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
013607         MOVE JD-SUB TO JD-THIS-SUB
013608     ELSE
013609         ADD 1 TO JD-SUB
013610     END-IF.
013611 1431-EXIT.
013612     EXIT.
013613*
013614***************************************************************
013615*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
013616*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
013617***************************************************************
013618 1440-MARK-PREREQUISITE.
013619     IF JD-THIS-SUB = ZERO
013620         GO TO 1440-EXIT
013621     END-IF.
013622     MOVE 1 TO JD-PRQ-SUB.
013623     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
013624         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
013625 1440-EXIT.
013626     EXIT.
013627*
013628 1441-MARK-ONE-PREREQ.
013629     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
013630         RC-PROGRAM-NAME
013631         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
013632     END-IF.
013633     ADD 1 TO JD-PRQ-SUB.
013634 1441-EXIT.
013635     EXIT.
013636*
013637***************************************************************
013638*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
013639*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
013640*  BUSINESS DATE.                                              *
013641***************************************************************
013642 1450-CHECK-PREREQUISITES.
013643     IF JD-THIS-SUB = ZERO
013644         GO TO 1450-EXIT
013645     END-IF.
013646     MOVE 1 TO JD-PRQ-SUB.
013647     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
013648         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
013649 1450-EXIT.
013650     EXIT.
013651*
013652 1451-CHECK-ONE-PREREQ.
013653     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
013654         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
013655         SET JD-JOB-BLOCKED TO TRUE
013656         DISPLAY "EVAC-ROSTER-RPT: WAITING ON "
013657             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
013658             " - NOT COMPLETED FOR BUSINESS DATE " ER-RUN-DATE
013659     END-IF.
013660     ADD 1 TO JD-PRQ-SUB.
013661 1451-EXIT.
013662     EXIT.
013663*
013664***************************************************************
013665*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
013666*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
013667*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
013668***************************************************************
013669 1460-WRITE-RUNCTL-BLOCKED.
013670     MOVE 1 TO JD-PRQ-SUB.
013671     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
013672         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
013673 1460-EXIT.
013674     EXIT.
013675*
013676 1461-WRITE-ONE-BLOCKED.
013677     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
013678         OR JD-PREREQ-DONE (JD-PRQ-SUB)
013679         ADD 1 TO JD-PRQ-SUB
013680         GO TO 1461-EXIT
013681     END-IF.
013682     MOVE SPACES TO RUNCTL-RECORD.
013683     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
013684     MOVE ER-RUN-DATE TO RC-RUN-DATE.
013685     SET RC-END-REC TO TRUE.
013700     MOVE ER-RUN-TIME TO RC-RUN-TIME.
013800     MOVE ZERO TO RC-RECORD-COUNT.
013900     SET RC-BLOCKED TO TRUE.
014000     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
014100         RC-WAITING-ON.
014200     WRITE RUNCTL-RECORD.
014300     IF ER-RUNCTL-STATUS NOT = "00"
014400         DISPLAY "EVAC-ROSTER-RPT: ERROR WRITING RUNCTL - "
014500             ER-RUNCTL-STATUS
014600     END-IF.
014700     ADD 1 TO JD-PRQ-SUB.
014800 1461-EXIT.
014900     EXIT.
015000*
015100***************************************************************
032700     END-IF.
032800 8000-EXIT.
032900     EXIT.
032903*
032906***************************************************************
032909*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE LOG WAS READ TO  *
032912*  THE END AND THE ROSTER PRINTED.                             *
032915***************************************************************
032918 8100-WRITE-RUNCTL-END.
032921     ACCEPT ER-RUN-TIME FROM TIME.
032924     MOVE SPACES TO RUNCTL-RECORD.
032927     MOVE "EVAC-ROSTER-RPT" TO RC-PROGRAM-NAME.
032930     MOVE ER-RUN-DATE TO RC-RUN-DATE.
032933     SET RC-END-REC TO TRUE.
032936     MOVE ER-RUN-TIME TO RC-RUN-TIME.
032939     MOVE ER-READ-COUNT TO RC-RECORD-COUNT.
032942     IF ER-VISLOG-IS-OPEN AND ER-PRINT-IS-OPEN
032945         SET RC-COMPLETED TO TRUE
032948     ELSE
032951         SET RC-ABENDED TO TRUE
032954     END-IF.
032957     WRITE RUNCTL-RECORD.
032960     IF ER-RUNCTL-STATUS NOT = "00"
032963         DISPLAY "EVAC-ROSTER-RPT: ERROR WRITING RUNCTL - "
032966             ER-RUNCTL-STATUS
032969     END-IF.
032972 8100-EXIT.
032975     EXIT.
033000*
033100 9000-TERMINATE.
033200     IF ER-VISLOG-IS-OPEN
033500     IF ER-PRINT-IS-OPEN
033600         CLOSE PRINT-FILE
033700     END-IF.
033725     IF ER-RUNCTL-IS-OPEN
033750         CLOSE RUNCTL-FILE
033775     END-IF.
033800 9000-EXIT.
033900     EXIT.
