001500*                  CHECK-IN TIME, SO SECURITY CAN CHASE
001600*                  UNRETURNED BADGES, PLUS POOL COUNTS BY
001700*                  STATUS.
001710* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001720*                  SHARED RUN CONTROL FILE AND CHECK THE
001730*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001740*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001750*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001760*                  COMPLETED FOR THE BUSINESS DATE.  THE REPORT
001770*                  HAS NO PREREQUISITES.  IT IS ENTERED ON THE RUN
001780*                  CONTROL FILE AS BADGE-OUTSTANDING-RP, THE FIRST
001790*                  TWENTY CHARACTERS OF ITS NAME.
001800*
001900***************************************************************
002000 ENVIRONMENT DIVISION.
003300     SELECT PRINT-FILE ASSIGN TO "BADGERPT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS BR-PRINT-STATUS.
003520*    SHARED BATCH RUN CONTROL FILE
003540     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003560         ORGANIZATION IS SEQUENTIAL
003580         FILE STATUS IS BR-RUNCTL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  BADGE-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  PRINT-LINE                  PIC X(80).
004520 FD  RUNCTL-FILE
004540     LABEL RECORDS ARE STANDARD
004560     RECORD CONTAINS 80 CHARACTERS.
004580     COPY RUNCTL.
004600 WORKING-STORAGE SECTION.
004700 77  BR-BADGE-STATUS             PIC X(02) VALUE SPACES.
004800 77  BR-BADGE-OPEN-SW            PIC X(01) VALUE 'N'.
005600 77  BR-AVAILABLE-CT             PIC 9(08) VALUE ZERO.
005700 77  BR-ISSUED-CT                PIC 9(08) VALUE ZERO.
005800 77  BR-RETIRED-CT               PIC 9(08) VALUE ZERO.
005812 77  BR-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
005824 77  BR-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
005836     88  BR-RUNCTL-IS-OPEN           VALUE 'Y'.
005848 77  BR-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
005860     88  BR-RUNCTL-EOF               VALUE 'Y'.
005872 77  BR-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
005884     88  BR-RUN-STARTED              VALUE 'Y'.
005900 01  BR-RUN-DATE                 PIC 9(08) VALUE ZERO.
005950 01  BR-RUN-TIME                 PIC 9(08) VALUE ZERO.
006000 01  BR-WORK-TIME                PIC 9(08) VALUE ZERO.
006100 01  BR-WORK-TIME-X REDEFINES BR-WORK-TIME.
006200     05  BR-WT-HH                PIC X(02).
007400     05  FILLER                  PIC X(01) VALUE ":".
007500     05  BR-DTL-IN-MM            PIC X(02) VALUE SPACES.
007600     05  FILLER                  PIC X(25) VALUE SPACES.
007650     COPY JOBDEP.
007700*
007800 PROCEDURE DIVISION.
007900***************************************************************
008600     IF BR-PRINT-IS-OPEN
008700         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
008800     END-IF.
008825     IF BR-RUN-STARTED
008850         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
008875     END-IF.
008900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009000     STOP RUN.
009100 0000-EXIT.
009600***************************************************************
009700 1000-INITIALIZE.
009800     ACCEPT BR-RUN-DATE FROM DATE YYYYMMDD.
009820     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
009840     IF BR-BADGE-EOF
009860         GO TO 1000-EXIT
009880     END-IF.
009900     OPEN INPUT BADGE-FILE.
010000     IF BR-BADGE-STATUS NOT = "00"
010100         DISPLAY "BADGE-OUTSTANDING-RPT: ERROR OPENING "
011700     END-IF.
011800 1000-EXIT.
011900     EXIT.
011901*
011902 1100-PRINT-HEADER.
011903     MOVE SPACES TO PRINT-LINE.
011904     STRING "OUTSTANDING BADGE REPORT - RUN DATE "
011905            DELIMITED BY SIZE
011906            BR-RUN-DATE DELIMITED BY SIZE
011907         INTO PRINT-LINE.
011908     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
011909     MOVE SPACES TO PRINT-LINE.
011910     MOVE "--------------------------------------------" TO
011911         PRINT-LINE.
011912     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
011913     MOVE SPACES TO PRINT-LINE.
011914     MOVE "BADGES STILL ON ISSUE" TO PRINT-LINE.
011915     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
011916 1100-EXIT.
011917     EXIT.
011918*
011919***************************************************************
011920*  1400-RUN-CONTROL-START - DROP A START RECORD ON THE SHARED  *
011921*  RUN CONTROL FILE.  THE REPORT HAS NO PREREQUISITES ON THE   *
011922*  JOB-STREAM DEPENDENCY TABLE AND A RERUN IS ALLOWED - IT     *
011923*  ONLY READS.  THE RUN CONTROL NAME IS THE FIRST TWENTY       *
011924*  CHARACTERS OF THE PROGRAM NAME.                             *
011925***************************************************************
011926 1400-RUN-CONTROL-START.
011927     ACCEPT BR-RUN-TIME FROM TIME.
011928     MOVE "BADGE-OUTSTANDING-RP" TO JD-THIS-JOB.
011929     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
011930     OPEN INPUT RUNCTL-FILE.
011931     IF BR-RUNCTL-STATUS = "00"
011932         MOVE "N" TO BR-RUNCTL-EOF-SW
011933         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
011934             UNTIL BR-RUNCTL-EOF
011935         CLOSE RUNCTL-FILE
011936     END-IF.
011937     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
011938     OPEN EXTEND RUNCTL-FILE.
011939     IF BR-RUNCTL-STATUS = "35"
011940         OPEN OUTPUT RUNCTL-FILE
011941     END-IF.
011942     IF BR-RUNCTL-STATUS NOT = "00"
011943         DISPLAY "BADGE-OUTSTANDING-RPT: ERROR OPENING RUNCTL - "
011944             BR-RUNCTL-STATUS
011945         SET BR-BADGE-EOF TO TRUE
011946         GO TO 1400-EXIT
011947     END-IF.
011948     SET BR-RUNCTL-IS-OPEN TO TRUE.
011949     IF JD-JOB-BLOCKED
011950         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
011951         DISPLAY "BADGE-OUTSTANDING-RPT: RUN BLOCKED FOR "
011952             "BUSINESS DATE " BR-RUN-DATE
011953             " - PREREQUISITES NOT COMPLETE"
011954         SET BR-BADGE-EOF TO TRUE
011955     ELSE
011956         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
011957     END-IF.
011958 1400-EXIT.
011959     EXIT.
011960*
011961 1410-SCAN-RUNCTL-REC.
011962     READ RUNCTL-FILE
011963         AT END
011964             SET BR-RUNCTL-EOF TO TRUE
011965         NOT AT END
011966             IF RC-RUN-DATE = BR-RUN-DATE
011967                 AND RC-END-REC AND RC-COMPLETED
011968                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
011969             END-IF
011970     END-READ.
011971 1410-EXIT.
011972     EXIT.
011973*
011974 1420-WRITE-RUNCTL-START.
011975     MOVE SPACES TO RUNCTL-RECORD.
011976     MOVE "BADGE-OUTSTANDING-RP" TO RC-PROGRAM-NAME.
011977     MOVE BR-RUN-DATE TO RC-RUN-DATE.
011978     SET RC-START-REC TO TRUE.
011979     MOVE BR-RUN-TIME TO RC-RUN-TIME.
011980     MOVE ZERO TO RC-RECORD-COUNT.
011981     SET RC-RUNNING TO TRUE.
011982     WRITE RUNCTL-RECORD.
011983     IF BR-RUNCTL-STATUS NOT = "00"
011984         DISPLAY "BADGE-OUTSTANDING-RPT: ERROR WRITING RUNCTL - "
011985             BR-RUNCTL-STATUS
011986     ELSE
011987         SET BR-RUN-STARTED TO TRUE
011988     END-IF.
011989 1420-EXIT.
011990     EXIT.
011991*
011992***************************************************************
011993*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
011994*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
011995*  WAIT FOR.                                                   *
011996***************************************************************
011997 1430-LOAD-PREREQUISITES.
011998     MOVE "N" TO JD-BLOCKED-SW.
011999     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
012000     MOVE ZERO TO JD-THIS-SUB.
012001     MOVE 1 TO JD-SUB.
012002     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
012003         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
012004 1430-EXIT.
012005     EXIT.
012006*
012007 1431-SCAN-JOB-TABLE.
012008     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
012009         MOVE JD-SUB TO JD-THIS-SUB
012010     ELSE
012011         ADD 1 TO JD-SUB
012012     END-IF.
012013 1431-EXIT.
012014     EXIT.
012015*
012016***************************************************************
012017*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
012018*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
012019***************************************************************
012020 1440-MARK-PREREQUISITE.
012021     IF JD-THIS-SUB = ZERO
012022         GO TO 1440-EXIT
012023     END-IF.
012024     MOVE 1 TO JD-PRQ-SUB.
012025     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
012026         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012027 1440-EXIT.
012028     EXIT.
012029*
012030 1441-MARK-ONE-PREREQ.
012031     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
012032         RC-PROGRAM-NAME
012033         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
012034     END-IF.
012035     ADD 1 TO JD-PRQ-SUB.
012036 1441-EXIT.
012037     EXIT.
012038*
012039***************************************************************
012040*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
012041*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
012042*  BUSINESS DATE.                                              *
012043***************************************************************
012044 1450-CHECK-PREREQUISITES.
012045     IF JD-THIS-SUB = ZERO
012046         GO TO 1450-EXIT
012047     END-IF.
012048     MOVE 1 TO JD-PRQ-SUB.
012049     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
012050         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012051 1450-EXIT.
012052     EXIT.
012053*
012054 1451-CHECK-ONE-PREREQ.
012055     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
012056         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
012057         SET JD-JOB-BLOCKED TO TRUE
012058         DISPLAY "BADGE-OUTSTANDING-RPT: WAITING ON "
012059             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
012060             " - NOT COMPLETED FOR BUSINESS DATE " BR-RUN-DATE
012061     END-IF.
012062     ADD 1 TO JD-PRQ-SUB.
012063 1451-EXIT.
012064     EXIT.
012065*
012066***************************************************************
012067*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
012068*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
012069*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
012070***************************************************************
012071 1460-WRITE-RUNCTL-BLOCKED.
012072     MOVE 1 TO JD-PRQ-SUB.
012073     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
012074         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012075 1460-EXIT.
012076     EXIT.
012077*
012078 1461-WRITE-ONE-BLOCKED.
012079     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
012080         OR JD-PREREQ-DONE (JD-PRQ-SUB)
012081         ADD 1 TO JD-PRQ-SUB
012082         GO TO 1461-EXIT
012083     END-IF.
012084     MOVE SPACES TO RUNCTL-RECORD.
012100     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
012200     MOVE BR-RUN-DATE TO RC-RUN-DATE.
012300     SET RC-END-REC TO TRUE.
012400     MOVE BR-RUN-TIME TO RC-RUN-TIME.
012500     MOVE ZERO TO RC-RECORD-COUNT.
012600     SET RC-BLOCKED TO TRUE.
012700     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
012800         RC-WAITING-ON.
012900     WRITE RUNCTL-RECORD.
013000     IF BR-RUNCTL-STATUS NOT = "00"
013100         DISPLAY "BADGE-OUTSTANDING-RPT: ERROR WRITING RUNCTL - "
013200             BR-RUNCTL-STATUS
013300     END-IF.
013400     ADD 1 TO JD-PRQ-SUB.
013500 1461-EXIT.
013600     EXIT.
013700*
013800***************************************************************
022300     END-IF.
022400 8000-EXIT.
022500     EXIT.
022503*
022506***************************************************************
022509*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE BADGE INVENTORY  *
022512*  WAS READ TO THE END AND THE REPORT PRINTED.                 *
022515***************************************************************
022518 8100-WRITE-RUNCTL-END.
022521     ACCEPT BR-RUN-TIME FROM TIME.
022524     MOVE SPACES TO RUNCTL-RECORD.
022527     MOVE "BADGE-OUTSTANDING-RP" TO RC-PROGRAM-NAME.
022530     MOVE BR-RUN-DATE TO RC-RUN-DATE.
022533     SET RC-END-REC TO TRUE.
022536     MOVE BR-RUN-TIME TO RC-RUN-TIME.
022539     MOVE BR-READ-COUNT TO RC-RECORD-COUNT.
022542     IF BR-BADGE-IS-OPEN AND BR-PRINT-IS-OPEN
022545         SET RC-COMPLETED TO TRUE
022548     ELSE
022551         SET RC-ABENDED TO TRUE
022554     END-IF.
022557     WRITE RUNCTL-RECORD.
022560     IF BR-RUNCTL-STATUS NOT = "00"
022563         DISPLAY "BADGE-OUTSTANDING-RPT: ERROR WRITING RUNCTL - "
022566             BR-RUNCTL-STATUS
022569     END-IF.
022572 8100-EXIT.
022575     EXIT.
022600*
022700 9000-TERMINATE.
022800     IF BR-BADGE-IS-OPEN
023100     IF BR-PRINT-IS-OPEN
023200         CLOSE PRINT-FILE
023300     END-IF.
023325     IF BR-RUNCTL-IS-OPEN
023350         CLOSE RUNCTL-FILE
023375     END-IF.
023400 9000-EXIT.
023500     EXIT.
