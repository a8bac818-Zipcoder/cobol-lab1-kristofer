000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTMAST-AUDIT.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - PERIODIC DATA-QUALITY AUDIT
001300*                  OF THE CUSTOMER MASTER FOR THE MEMBERSHIP
001400*                  OFFICE.  LISTS MEMBERS WITH A BLANK MEMBER ID,
001500*                  LIKELY DUPLICATES (THE SAME NAME SPELLED WITH
001600*                  DIFFERENT CASE, SPACING OR PUNCTUATION, OR ONE
001700*                  MEMBER ID ON TWO NAMES), TIER CODES NOT ON THE
001800*                  TIER CODE TABLE, AND INACTIVE MEMBERS WHOSE ID
001900*                  STILL APPEARS ON MEMBER VISITS IN THE VISITOR
002000*                  HISTORY ARCHIVE.  WHERE THE FIX IS CLEAR A
002100*                  CORRECTION CARD IS WRITTEN IN CMTRAN FORMAT FOR
002200*                  REVIEW AND THE NORMAL MAINTENANCE JOB.
002210* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002220*                  SHARED RUN CONTROL FILE AND CHECK THE
002230*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002240*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002250*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002260*                  COMPLETED FOR THE BUSINESS DATE.  THE AUDIT
002270*                  WAITS FOR THE NIGHT'S VISITOR LOG TO BE
002280*                  ARCHIVED, SO THE INACTIVE-MEMBER CHECK SEES
002290*                  EVERY VISIT.
002300*
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-Z15.
002800 OBJECT-COMPUTER. IBM-Z15.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100*    CUSTOMER MASTER - THE RECORDS UNDER AUDIT
003200     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAS"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CM-NAME
003600         ALTERNATE RECORD KEY IS CM-MEMBER-ID
003700             WITH DUPLICATES
003800         FILE STATUS IS QA-CUSTMAST-STATUS.
003900*    VISITOR HISTORY ARCHIVE - READ BY MEMBER ID
004000     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS VH-ARCH-KEY
004400         ALTERNATE RECORD KEY IS VH-MEMBER-ID
004500             WITH DUPLICATES
004600         FILE STATUS IS QA-VISARCH-STATUS.
004700*    CORRECTION CARDS IN CMTRAN FORMAT - REVIEWED BY THE
004800*    MEMBERSHIP OFFICE, THEN FED TO THE MAINTENANCE JOB AS
004900*    ITS CMTRANS
005000     SELECT AUDTRAN-FILE ASSIGN TO "CMAUDTRN"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS QA-AUDTRAN-STATUS.
005300*    PRINTED AUDIT LISTING
005400     SELECT PRINT-FILE ASSIGN TO "CMAUDRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS QA-PRINT-STATUS.
005620*    SHARED BATCH RUN CONTROL FILE
005640     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005660         ORGANIZATION IS SEQUENTIAL
005680         FILE STATUS IS QA-RUNCTL-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTMAST-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 60 CHARACTERS.
006200     COPY CUSTMAST.
006300 FD  VISARCH-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 182 CHARACTERS.
006600     COPY VISARCH.
006700 FD  AUDTRAN-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY CMTRAN.
007100 FD  PRINT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  PRINT-LINE                  PIC X(80).
007420 FD  RUNCTL-FILE
007440     LABEL RECORDS ARE STANDARD
007460     RECORD CONTAINS 80 CHARACTERS.
007480     COPY RUNCTL.
007500 WORKING-STORAGE SECTION.
007600 77  QA-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
007700 77  QA-CUSTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
007800     88  QA-CUSTMAST-IS-OPEN         VALUE 'Y'.
007900 77  QA-VISARCH-STATUS           PIC X(02) VALUE SPACES.
008000 77  QA-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
008100     88  QA-VISARCH-IS-OPEN          VALUE 'Y'.
008200 77  QA-AUDTRAN-STATUS           PIC X(02) VALUE SPACES.
008300 77  QA-AUDTRAN-OPEN-SW          PIC X(01) VALUE 'N'.
008400     88  QA-AUDTRAN-IS-OPEN          VALUE 'Y'.
008500 77  QA-PRINT-STATUS             PIC X(02) VALUE SPACES.
008600 77  QA-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
008700     88  QA-PRINT-IS-OPEN            VALUE 'Y'.
008800 77  QA-CUSTMAST-EOF-SW          PIC X(01) VALUE 'N'.
008900     88  QA-CUSTMAST-EOF             VALUE 'Y'.
009000 77  QA-VISARCH-EOF-SW           PIC X(01) VALUE 'N'.
009100     88  QA-VISARCH-EOF              VALUE 'Y'.
009200 77  QA-ABORT-SW                 PIC X(01) VALUE 'N'.
009300     88  QA-RUN-ABORTED              VALUE 'Y'.
009400 77  QA-MEMBER-READ-CT           PIC 9(08) VALUE ZERO.
009500 77  QA-AUDITED-CT               PIC 9(08) VALUE ZERO.
009600 77  QA-BLANK-ID-CT              PIC 9(08) VALUE ZERO.
009700 77  QA-DUP-NAME-CT              PIC 9(08) VALUE ZERO.
009800 77  QA-DUP-ID-CT                PIC 9(08) VALUE ZERO.
009900 77  QA-BAD-TIER-CT              PIC 9(08) VALUE ZERO.
010000 77  QA-TIER-FIX-CT              PIC 9(08) VALUE ZERO.
010100 77  QA-INACTIVE-HIT-CT          PIC 9(08) VALUE ZERO.
010200 77  QA-ARCH-READ-CT             PIC 9(08) VALUE ZERO.
010300 77  QA-CARD-WRITE-CT            PIC 9(08) VALUE ZERO.
010400 77  QA-MEMBER-OVERFLOW-CT       PIC 9(08) VALUE ZERO.
010500 77  QA-SECTION-CT               PIC 9(08) VALUE ZERO.
010600 77  QA-MEM-COUNT                PIC 9(04) COMP VALUE ZERO.
010700 77  QA-MEM-MAX                  PIC 9(04) COMP VALUE 2000.
010800 77  QA-SUB                      PIC 9(04) COMP VALUE ZERO.
010900 77  QA-PAIR-SUB                 PIC 9(04) COMP VALUE ZERO.
011000 77  QA-DROP-SUB                 PIC 9(04) COMP VALUE ZERO.
011100 77  QA-LINE-SUB                 PIC 9(04) COMP VALUE ZERO.
011200 77  QA-POS                      PIC 9(04) COMP VALUE ZERO.
011300 77  QA-KEY-POS                  PIC 9(04) COMP VALUE ZERO.
011400 77  QA-TIER-LEN                 PIC 9(04) COMP VALUE ZERO.
011500 77  QA-MATCH-CT                 PIC 9(04) COMP VALUE ZERO.
011600 77  QA-MATCH-SUB                PIC 9(04) COMP VALUE ZERO.
011700 77  QA-VISIT-CT                 PIC 9(05) VALUE ZERO.
011800 77  QA-LAST-VISIT               PIC 9(08) VALUE ZERO.
011812 77  QA-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
011824 77  QA-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
011836     88  QA-RUNCTL-IS-OPEN           VALUE 'Y'.
011848 77  QA-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
011860     88  QA-RUNCTL-EOF               VALUE 'Y'.
011872 77  QA-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
011884     88  QA-RUN-STARTED              VALUE 'Y'.
011900 01  QA-PARM-FIELD               PIC X(20) VALUE SPACES.
012000 01  QA-FROM-DATE                PIC 9(08) VALUE ZERO.
012100 01  QA-RUN-DATE                 PIC 9(08) VALUE ZERO.
012150 01  QA-RUN-TIME                 PIC 9(08) VALUE ZERO.
012200 01  QA-TIER-CHECK               PIC X(10) VALUE SPACES.
012300 01  QA-TIER-WORK                PIC X(10) VALUE SPACES.
012400 01  QA-TIER-CANDIDATE           PIC X(10) VALUE SPACES.
012500 01  QA-TIER-FIXED               PIC X(10) VALUE SPACES.
012600 01  QA-NAME-WORK                PIC X(30) VALUE SPACES.
012700 01  QA-SECTION-TITLE            PIC X(50) VALUE SPACES.
012800 01  QA-MATCH-KEY                PIC X(30) VALUE SPACES.
012900 01  QA-CHAR                     PIC X(01) VALUE SPACE.
013000 01  QA-PAIR-REASON              PIC X(20) VALUE SPACES.
013100 01  QA-DROP-NOTE                PIC X(24) VALUE SPACES.
013200 01  QA-LOWER-CASE               PIC X(26)
013300         VALUE "abcdefghijklmnopqrstuvwxyz".
013400 01  QA-UPPER-CASE               PIC X(26)
013500         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013600 01  QA-MEMBER-TABLE.
013700     05  QA-MEM-ENTRY OCCURS 2000 TIMES.
013800         10  QA-MEM-NAME         PIC X(30).
013900         10  QA-MEM-KEY          PIC X(30).
014000         10  QA-MEM-ID           PIC X(10).
014100         10  QA-MEM-TIER         PIC X(10).
014200         10  QA-MEM-STATUS-SW    PIC X(01).
014300             88  QA-MEM-ACTIVE       VALUE 'A'.
014400             88  QA-MEM-INACTIVE     VALUE 'I'.
014500         10  QA-MEM-CARD-SW      PIC X(01).
014600             88  QA-MEM-DROP-CARDED  VALUE 'Y'.
014700 01  QA-DETAIL-LINE.
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  QA-DTL-NAME             PIC X(30) VALUE SPACES.
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  QA-DTL-ID               PIC X(10) VALUE SPACES.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  QA-DTL-TIER             PIC X(10) VALUE SPACES.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  QA-DTL-STATUS           PIC X(01) VALUE SPACE.
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  QA-DTL-NOTE             PIC X(24) VALUE SPACES.
015800 01  QA-VISIT-NOTE.
015900     05  QA-NOTE-VISITS          PIC ZZZZ9.
016000     05  FILLER                  PIC X(11) VALUE " VISITS TO ".
016100     05  QA-NOTE-LAST            PIC 9(08).
016200     COPY VISLOG.
016300     COPY TIERCODE.
016350     COPY JOBDEP.
016400*
016500 PROCEDURE DIVISION.
016600***************************************************************
016700*                 0000-MAINLINE                                *
016800***************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-LOAD-MEMBERS THRU 2000-EXIT
017200         UNTIL QA-CUSTMAST-EOF.
017300     IF NOT QA-RUN-ABORTED
017400         PERFORM 3000-AUDIT-BLANK-IDS THRU 3000-EXIT
017500         PERFORM 4000-AUDIT-DUPLICATES THRU 4000-EXIT
017600         PERFORM 5000-AUDIT-TIERS THRU 5000-EXIT
017700         PERFORM 6000-AUDIT-INACTIVE THRU 6000-EXIT
017800         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
017900     END-IF.
017925     IF QA-RUN-STARTED
017950         PERFORM 8500-WRITE-RUNCTL-END THRU 8500-EXIT
017975     END-IF.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100     STOP RUN.
018200 0000-EXIT.
018300     EXIT.
018400*
018500***************************************************************
018600*  1000-INITIALIZE - AN OPTIONAL "YYYYMMDD" PARM LIMITS THE    *
018700*  INACTIVE-MEMBER CHECK TO ARCHIVED VISITS FROM THAT DATE ON. *
018800*  A BLANK PARM CHECKS THE WHOLE ARCHIVE.  EVERY FILE IS       *
018900*  NEEDED; ANY OPEN FAILURE ENDS THE RUN.                      *
019000***************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT QA-RUN-DATE FROM DATE YYYYMMDD.
019216     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
019232     IF QA-RUN-ABORTED
019248         SET QA-CUSTMAST-EOF TO TRUE
019264         GO TO 1000-EXIT
019280     END-IF.
019300     ACCEPT QA-PARM-FIELD FROM COMMAND-LINE.
019400     IF QA-PARM-FIELD (1:8) IS NUMERIC
019500         MOVE QA-PARM-FIELD (1:8) TO QA-FROM-DATE
019600     END-IF.
019700     OPEN INPUT CUSTMAST-FILE.
019800     IF QA-CUSTMAST-STATUS NOT = "00"
019900         DISPLAY "CUSTMAST-AUDIT: ERROR OPENING CUSTMAS - "
020000             QA-CUSTMAST-STATUS
020100         SET QA-RUN-ABORTED TO TRUE
020200     ELSE
020300         SET QA-CUSTMAST-IS-OPEN TO TRUE
020400     END-IF.
020500     OPEN INPUT VISARCH-FILE.
020600     IF QA-VISARCH-STATUS NOT = "00"
020700         DISPLAY "CUSTMAST-AUDIT: ERROR OPENING VISARCH - "
020800             QA-VISARCH-STATUS
020900         SET QA-RUN-ABORTED TO TRUE
021000     ELSE
021100         SET QA-VISARCH-IS-OPEN TO TRUE
021200     END-IF.
021300     OPEN OUTPUT AUDTRAN-FILE.
021400     IF QA-AUDTRAN-STATUS NOT = "00"
021500         DISPLAY "CUSTMAST-AUDIT: ERROR OPENING CMAUDTRN - "
021600             QA-AUDTRAN-STATUS
021700         SET QA-RUN-ABORTED TO TRUE
021800     ELSE
021900         SET QA-AUDTRAN-IS-OPEN TO TRUE
022000     END-IF.
022100     OPEN OUTPUT PRINT-FILE.
022200     IF QA-PRINT-STATUS NOT = "00"
022300         DISPLAY "CUSTMAST-AUDIT: ERROR OPENING CMAUDRPT - "
022400             QA-PRINT-STATUS
022500         SET QA-RUN-ABORTED TO TRUE
022600     ELSE
022700         SET QA-PRINT-IS-OPEN TO TRUE
022800     END-IF.
022900     IF QA-RUN-ABORTED
023000         SET QA-CUSTMAST-EOF TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF.
023300     PERFORM 1100-PRINT-HEADER THRU 1100-EXIT.
023400 1000-EXIT.
023500     EXIT.
023501*
023502 1100-PRINT-HEADER.
023503     MOVE SPACES TO PRINT-LINE.
023504     STRING "CUSTOMER MASTER AUDIT - RUN " DELIMITED BY SIZE
023505            QA-RUN-DATE DELIMITED BY SIZE
023506            "  ARCHIVE VISITS FROM " DELIMITED BY SIZE
023507            QA-FROM-DATE DELIMITED BY SIZE
023508         INTO PRINT-LINE.
023509     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
023510     MOVE SPACES TO PRINT-LINE.
023511     MOVE "--------------------------------------------" TO
023512         PRINT-LINE.
023513     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
023514 1100-EXIT.
023515     EXIT.
023516*
023517***************************************************************
023518*  1400-RUN-CONTROL-START - THE AUDIT IS REFUSED UNTIL THE     *
023519*  VISITOR LOG ARCHIVE HAS COMPLETED FOR THE BUSINESS DATE, SO *
023520*  THE INACTIVE-MEMBER CHECK SEES THE DAY'S VISITS.  A RERUN   *
023521*  IS ALLOWED - THE CORRECTION CARDS ARE REBUILT EACH TIME.    *
023522*  OTHERWISE A START RECORD IS DROPPED ON THE SHARED RUN       *
023523*  CONTROL FILE.                                               *
023524***************************************************************
023525 1400-RUN-CONTROL-START.
023526     ACCEPT QA-RUN-TIME FROM TIME.
023527     MOVE "CUSTMAST-AUDIT" TO JD-THIS-JOB.
023528     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
023529     OPEN INPUT RUNCTL-FILE.
023530     IF QA-RUNCTL-STATUS = "00"
023531         MOVE "N" TO QA-RUNCTL-EOF-SW
023532         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
023533             UNTIL QA-RUNCTL-EOF
023534         CLOSE RUNCTL-FILE
023535     END-IF.
023536     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
023537     OPEN EXTEND RUNCTL-FILE.
023538     IF QA-RUNCTL-STATUS = "35"
023539         OPEN OUTPUT RUNCTL-FILE
023540     END-IF.
023541     IF QA-RUNCTL-STATUS NOT = "00"
023542         DISPLAY "CUSTMAST-AUDIT: ERROR OPENING RUNCTL - "
023543             QA-RUNCTL-STATUS
023544         SET QA-RUN-ABORTED TO TRUE
023545         GO TO 1400-EXIT
023546     END-IF.
023547     SET QA-RUNCTL-IS-OPEN TO TRUE.
023548     IF JD-JOB-BLOCKED
023549         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
023550         DISPLAY "CUSTMAST-AUDIT: RUN BLOCKED FOR BUSINESS DATE "
023551             QA-RUN-DATE " - PREREQUISITES NOT COMPLETE"
023552         SET QA-RUN-ABORTED TO TRUE
023553     ELSE
023554         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
023555     END-IF.
023556 1400-EXIT.
023557     EXIT.
023558*
023559 1410-SCAN-RUNCTL-REC.
023560     READ RUNCTL-FILE
023561         AT END
023562             SET QA-RUNCTL-EOF TO TRUE
023563         NOT AT END
023564             IF RC-RUN-DATE = QA-RUN-DATE
023565                 AND RC-END-REC AND RC-COMPLETED
023566                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
023567             END-IF
023568     END-READ.
023569 1410-EXIT.
023570     EXIT.
023571*
023572 1420-WRITE-RUNCTL-START.
023573     MOVE SPACES TO RUNCTL-RECORD.
023574     MOVE "CUSTMAST-AUDIT" TO RC-PROGRAM-NAME.
023575     MOVE QA-RUN-DATE TO RC-RUN-DATE.
023576     SET RC-START-REC TO TRUE.
023577     MOVE QA-RUN-TIME TO RC-RUN-TIME.
023578     MOVE ZERO TO RC-RECORD-COUNT.
023579     SET RC-RUNNING TO TRUE.
023580     WRITE RUNCTL-RECORD.
023581     IF QA-RUNCTL-STATUS NOT = "00"
023582         DISPLAY "CUSTMAST-AUDIT: ERROR WRITING RUNCTL - "
023583             QA-RUNCTL-STATUS
023584     ELSE
023585         SET QA-RUN-STARTED TO TRUE
023586     END-IF.
023587 1420-EXIT.
023588     EXIT.
023589*
023590***************************************************************
023591*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
023592*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
023593*  WAIT FOR.                                                   *
023594***************************************************************
023595 1430-LOAD-PREREQUISITES.
023596     MOVE "N" TO JD-BLOCKED-SW.
023597     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
023598     MOVE ZERO TO JD-THIS-SUB.
023599     MOVE 1 TO JD-SUB.
023600     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
023601         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
023602 1430-EXIT.
023603     EXIT.
023604*
023605 1431-SCAN-JOB-TABLE.
023606     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
023607         MOVE JD-SUB TO JD-THIS-SUB
023608     ELSE
023609         ADD 1 TO JD-SUB
023610     END-IF.
023611 1431-EXIT.
023612     EXIT.
023613*
023614***************************************************************
023615*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
023616*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
023617***************************************************************
023618 1440-MARK-PREREQUISITE.
023619     IF JD-THIS-SUB = ZERO
023620         GO TO 1440-EXIT
023621     END-IF.
023622     MOVE 1 TO JD-PRQ-SUB.
023623     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
023624         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023625 1440-EXIT.
023626     EXIT.
023627*
023628 1441-MARK-ONE-PREREQ.
023629     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
023630         RC-PROGRAM-NAME
023631         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
023632     END-IF.
023633     ADD 1 TO JD-PRQ-SUB.
023634 1441-EXIT.
023635     EXIT.
023636*
023637***************************************************************
023638*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
023639*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
023640*  BUSINESS DATE.                                              *
023641***************************************************************
023642 1450-CHECK-PREREQUISITES.
023643     IF JD-THIS-SUB = ZERO
023644         GO TO 1450-EXIT
023645     END-IF.
023646     MOVE 1 TO JD-PRQ-SUB.
023647     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
023648         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023649 1450-EXIT.
023650     EXIT.
023651*
023652 1451-CHECK-ONE-PREREQ.
023653     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
023654         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
023655         SET JD-JOB-BLOCKED TO TRUE
023656         DISPLAY "CUSTMAST-AUDIT: WAITING ON "
023657             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
023658             " - NOT COMPLETED FOR BUSINESS DATE " QA-RUN-DATE
023659     END-IF.
023660     ADD 1 TO JD-PRQ-SUB.
023661 1451-EXIT.
023662     EXIT.
023663*
023664***************************************************************
023665*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
023666*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
023667*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
023668***************************************************************
023669 1460-WRITE-RUNCTL-BLOCKED.
023670     MOVE 1 TO JD-PRQ-SUB.
023671     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
023672         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
023673 1460-EXIT.
023674     EXIT.
023675*
023676 1461-WRITE-ONE-BLOCKED.
023677     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
023678         OR JD-PREREQ-DONE (JD-PRQ-SUB)
023679         ADD 1 TO JD-PRQ-SUB
023680         GO TO 1461-EXIT
023681     END-IF.
023682     MOVE SPACES TO RUNCTL-RECORD.
023683     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
023684     MOVE QA-RUN-DATE TO RC-RUN-DATE.
023700     SET RC-END-REC TO TRUE.
023800     MOVE QA-RUN-TIME TO RC-RUN-TIME.
023900     MOVE ZERO TO RC-RECORD-COUNT.
024000     SET RC-BLOCKED TO TRUE.
024100     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
024200         RC-WAITING-ON.
024300     WRITE RUNCTL-RECORD.
024400     IF QA-RUNCTL-STATUS NOT = "00"
024500         DISPLAY "CUSTMAST-AUDIT: ERROR WRITING RUNCTL - "
024600             QA-RUNCTL-STATUS
024700     END-IF.
024800     ADD 1 TO JD-PRQ-SUB.
024900 1461-EXIT.
025000     EXIT.
025100*
025200***************************************************************
025300*  2000-LOAD-MEMBERS - EVERY MASTER RECORD, ACTIVE OR NOT,     *
025400*  GOES INTO THE AUDIT TABLE WITH ITS NAME MATCH KEY.          *
025500***************************************************************
025600 2000-LOAD-MEMBERS.
025700     READ CUSTMAST-FILE NEXT RECORD
025800         AT END
025900             SET QA-CUSTMAST-EOF TO TRUE
026000         NOT AT END
026100             ADD 1 TO QA-MEMBER-READ-CT
026200             PERFORM 2100-TABLE-MEMBER THRU 2100-EXIT
026300     END-READ.
026400 2000-EXIT.
026500     EXIT.
026600*
026700 2100-TABLE-MEMBER.
026800     IF QA-MEM-COUNT NOT LESS THAN QA-MEM-MAX
026900         ADD 1 TO QA-MEMBER-OVERFLOW-CT
027000         DISPLAY "CUSTMAST-AUDIT: MEMBER TABLE FULL - "
027100             CM-NAME " NOT AUDITED"
027200         GO TO 2100-EXIT
027300     END-IF.
027400     ADD 1 TO QA-MEM-COUNT.
027500     ADD 1 TO QA-AUDITED-CT.
027600     MOVE CM-NAME TO QA-MEM-NAME (QA-MEM-COUNT).
027700     MOVE CM-MEMBER-ID TO QA-MEM-ID (QA-MEM-COUNT).
027800     MOVE CM-TIER TO QA-MEM-TIER (QA-MEM-COUNT).
027900     MOVE CM-STATUS-SW TO QA-MEM-STATUS-SW (QA-MEM-COUNT).
028000     MOVE "N" TO QA-MEM-CARD-SW (QA-MEM-COUNT).
028100     PERFORM 2200-BUILD-MATCH-KEY THRU 2200-EXIT.
028200     MOVE QA-MATCH-KEY TO QA-MEM-KEY (QA-MEM-COUNT).
028300 2100-EXIT.
028400     EXIT.
028500*
028600***************************************************************
028700*  2200-BUILD-MATCH-KEY - THE NAME IN UPPER CASE WITH ONLY ITS *
028800*  LETTERS AND DIGITS KEPT, SO "J. SMITH", "J SMITH" AND       *
028900*  "j smith" ALL COMPARE EQUAL.                                *
029000***************************************************************
029100 2200-BUILD-MATCH-KEY.
029200     MOVE CM-NAME TO QA-NAME-WORK.
029300     INSPECT QA-NAME-WORK CONVERTING QA-LOWER-CASE
029400         TO QA-UPPER-CASE.
029500     MOVE SPACES TO QA-MATCH-KEY.
029600     MOVE ZERO TO QA-KEY-POS.
029700     MOVE 1 TO QA-POS.
029800     PERFORM 2210-KEEP-CHARACTER THRU 2210-EXIT
029900         UNTIL QA-POS > 30.
030000 2200-EXIT.
030100     EXIT.
030200*
030300 2210-KEEP-CHARACTER.
030400     MOVE QA-NAME-WORK (QA-POS:1) TO QA-CHAR.
030500     IF QA-CHAR NOT = SPACE
030600         AND (QA-CHAR IS ALPHABETIC-UPPER OR QA-CHAR IS NUMERIC)
030700         ADD 1 TO QA-KEY-POS
030800         MOVE QA-CHAR TO QA-MATCH-KEY (QA-KEY-POS:1)
030900     END-IF.
031000     ADD 1 TO QA-POS.
031100 2210-EXIT.
031200     EXIT.
031300*
031400***************************************************************
031500*  3000-AUDIT-BLANK-IDS - LEGACY RECORDS WITH NO MEMBER ID.    *
031600*  THE ID CANNOT BE INVENTED HERE, SO THESE ARE LISTED ONLY.   *
031700***************************************************************
031800 3000-AUDIT-BLANK-IDS.
031900     MOVE "MEMBERS WITH A BLANK MEMBER ID" TO QA-SECTION-TITLE.
032000     PERFORM 8300-PRINT-SECTION-HEAD THRU 8300-EXIT.
032100     MOVE 1 TO QA-SUB.
032200     PERFORM 3100-CHECK-BLANK-ID THRU 3100-EXIT
032300         UNTIL QA-SUB > QA-MEM-COUNT.
032400     PERFORM 8400-PRINT-SECTION-FOOT THRU 8400-EXIT.
032500 3000-EXIT.
032600     EXIT.
032700*
032800 3100-CHECK-BLANK-ID.
032900     IF QA-MEM-ID (QA-SUB) = SPACES
033000         ADD 1 TO QA-BLANK-ID-CT
033100         ADD 1 TO QA-SECTION-CT
033200         MOVE QA-SUB TO QA-LINE-SUB
033300         MOVE "REVIEW - NEEDS AN ID" TO QA-DTL-NOTE
033400         PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
033500     END-IF.
033600     ADD 1 TO QA-SUB.
033700 3100-EXIT.
033800     EXIT.
033900*
034000***************************************************************
034100*  4000-AUDIT-DUPLICATES - EVERY PAIR OF RECORDS WITH THE SAME *
034200*  NAME MATCH KEY OR THE SAME NONBLANK MEMBER ID.              *
034300***************************************************************
034400 4000-AUDIT-DUPLICATES.
034500     MOVE "LIKELY DUPLICATE MEMBERS" TO QA-SECTION-TITLE.
034600     PERFORM 8300-PRINT-SECTION-HEAD THRU 8300-EXIT.
034700     MOVE 1 TO QA-SUB.
034800     PERFORM 4100-CHECK-ONE-MEMBER THRU 4100-EXIT
034900         UNTIL QA-SUB > QA-MEM-COUNT.
035000     PERFORM 8400-PRINT-SECTION-FOOT THRU 8400-EXIT.
035100 4000-EXIT.
035200     EXIT.
035300*
035400 4100-CHECK-ONE-MEMBER.
035500     COMPUTE QA-PAIR-SUB = QA-SUB + 1.
035600     PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT
035700         UNTIL QA-PAIR-SUB > QA-MEM-COUNT.
035800     ADD 1 TO QA-SUB.
035900 4100-EXIT.
036000     EXIT.
036100*
036200 4200-COMPARE-PAIR.
036300     IF QA-MEM-KEY (QA-SUB) NOT = SPACES
036400         AND QA-MEM-KEY (QA-SUB) = QA-MEM-KEY (QA-PAIR-SUB)
036500         ADD 1 TO QA-DUP-NAME-CT
036600         MOVE "  SAME NAME" TO QA-PAIR-REASON
036700         PERFORM 4300-REPORT-PAIR THRU 4300-EXIT
036800     ELSE
036900         IF QA-MEM-ID (QA-SUB) NOT = SPACES
037000             AND QA-MEM-ID (QA-SUB) = QA-MEM-ID (QA-PAIR-SUB)
037100             ADD 1 TO QA-DUP-ID-CT
037200             MOVE "  SAME MEMBER ID" TO QA-PAIR-REASON
037300             PERFORM 4300-REPORT-PAIR THRU 4300-EXIT
037400         END-IF
037500     END-IF.
037600     ADD 1 TO QA-PAIR-SUB.
037700 4200-EXIT.
037800     EXIT.
037900*
038000***************************************************************
038100*  4300-REPORT-PAIR - THE FIX IS CLEAR ONLY FOR A SAME-NAME    *
038200*  PAIR WHERE ONE RECORD IS AN ACTIVE MEMBER HOLDING A MEMBER  *
038300*  ID AND THE OTHER IS A BLANK-ID LEGACY RECORD: THE LEGACY    *
038400*  RECORD IS CARDED FOR A DELETE, WHICH ONLY INACTIVATES IT    *
038500*  AND CAN BE REVERSED BY A REACTIVATE.  WHEN THE ID HOLDER IS *
038550*  INACTIVE THE LEGACY RECORD MAY BE THE MEMBER'S ONLY ACTIVE  *
038560*  ONE, SO THE PAIR GOES TO REVIEW.  A RECORD IN SEVERAL PAIRS *
038570*  IS CARDED ONCE.  EVERY OTHER PAIR IS LISTED FOR REVIEW.     *
038700***************************************************************
038800 4300-REPORT-PAIR.
038900     ADD 1 TO QA-SECTION-CT.
039000     MOVE ZERO TO QA-DROP-SUB.
039100     IF QA-PAIR-REASON = "  SAME NAME"
039200         IF QA-MEM-ID (QA-SUB) = SPACES
039300             AND QA-MEM-ID (QA-PAIR-SUB) NOT = SPACES
039350             AND QA-MEM-ACTIVE (QA-PAIR-SUB)
039400             MOVE QA-SUB TO QA-DROP-SUB
039500         END-IF
039600         IF QA-MEM-ID (QA-PAIR-SUB) = SPACES
039700             AND QA-MEM-ID (QA-SUB) NOT = SPACES
039750             AND QA-MEM-ACTIVE (QA-SUB)
039800             MOVE QA-PAIR-SUB TO QA-DROP-SUB
039900         END-IF
040000     END-IF.
040100     IF QA-DROP-SUB NOT = ZERO
040200         PERFORM 4400-DROP-LEGACY-RECORD THRU 4400-EXIT
040300     END-IF.
040400     MOVE SPACES TO PRINT-LINE.
040500     MOVE QA-PAIR-REASON TO PRINT-LINE.
040600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
040700     MOVE QA-SUB TO QA-LINE-SUB.
040800     PERFORM 4310-SET-PAIR-NOTE THRU 4310-EXIT.
040900     PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT.
041000     MOVE QA-PAIR-SUB TO QA-LINE-SUB.
041100     PERFORM 4310-SET-PAIR-NOTE THRU 4310-EXIT.
041200     PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT.
041300 4300-EXIT.
041400     EXIT.
041500*
041600 4310-SET-PAIR-NOTE.
041700     IF QA-DROP-SUB = ZERO
041800         MOVE "REVIEW - NO CLEAR FIX" TO QA-DTL-NOTE
041900     ELSE
042000         IF QA-LINE-SUB = QA-DROP-SUB
042100             MOVE QA-DROP-NOTE TO QA-DTL-NOTE
042200         ELSE
042300             MOVE "KEEP - HOLDS MEMBER ID" TO QA-DTL-NOTE
042400         END-IF
042500     END-IF.
042600 4310-EXIT.
042700     EXIT.
042800*
042900 4400-DROP-LEGACY-RECORD.
043000     IF QA-MEM-INACTIVE (QA-DROP-SUB)
043100         MOVE "ALREADY INACTIVE" TO QA-DROP-NOTE
043200         GO TO 4400-EXIT
043300     END-IF.
043400     IF QA-MEM-DROP-CARDED (QA-DROP-SUB)
043500         MOVE "CARD D - WRITTEN ABOVE" TO QA-DROP-NOTE
043600         GO TO 4400-EXIT
043700     END-IF.
043800     MOVE SPACES TO CMTRAN-RECORD.
043900     MOVE "D" TO MT-ACTION-CODE.
044000     MOVE QA-MEM-NAME (QA-DROP-SUB) TO MT-NAME.
044100     PERFORM 8100-WRITE-CARD THRU 8100-EXIT.
044200     SET QA-MEM-DROP-CARDED (QA-DROP-SUB) TO TRUE.
044300     MOVE "CARD D - INACTIVATE" TO QA-DROP-NOTE.
044400 4400-EXIT.
044500     EXIT.
044600*
044700***************************************************************
044800*  5000-AUDIT-TIERS - EVERY MASTER TIER MUST BE ON THE TIER    *
044900*  CODE TABLE.  A BAD CODE THAT IS PLAINLY ONE OF THE TABLE    *
045000*  CODES IS CARDED FOR A CHANGE; ANY OTHER IS LISTED.          *
045100***************************************************************
045200 5000-AUDIT-TIERS.
045300     MOVE "TIER CODES NOT ON THE TIER TABLE" TO QA-SECTION-TITLE.
045400     PERFORM 8300-PRINT-SECTION-HEAD THRU 8300-EXIT.
045500     MOVE 1 TO QA-SUB.
045600     PERFORM 5100-CHECK-ONE-TIER THRU 5100-EXIT
045700         UNTIL QA-SUB > QA-MEM-COUNT.
045800     PERFORM 8400-PRINT-SECTION-FOOT THRU 8400-EXIT.
045900 5000-EXIT.
046000     EXIT.
046100*
046200 5100-CHECK-ONE-TIER.
046300     MOVE QA-MEM-TIER (QA-SUB) TO QA-TIER-CHECK.
046400     PERFORM 5200-VALIDATE-TIER THRU 5200-EXIT.
046500     IF TT-TIER-FOUND
046600         GO TO 5100-NEXT
046700     END-IF.
046800     ADD 1 TO QA-BAD-TIER-CT.
046900     ADD 1 TO QA-SECTION-CT.
047000     PERFORM 5300-SUGGEST-TIER THRU 5300-EXIT.
047100     IF QA-TIER-FIXED = SPACES
047200         MOVE "REVIEW - NO CLEAR FIX" TO QA-DTL-NOTE
047300     ELSE
047400         MOVE SPACES TO CMTRAN-RECORD
047500         MOVE "C" TO MT-ACTION-CODE
047600         MOVE QA-MEM-NAME (QA-SUB) TO MT-NAME
047700         MOVE QA-MEM-ID (QA-SUB) TO MT-MEMBER-ID
047800         MOVE QA-TIER-FIXED TO MT-TIER
047900         PERFORM 8100-WRITE-CARD THRU 8100-EXIT
048000         ADD 1 TO QA-TIER-FIX-CT
048100         MOVE SPACES TO QA-DTL-NOTE
048200         STRING "CARD C - " DELIMITED BY SIZE
048300                QA-TIER-FIXED DELIMITED BY SPACE
048400             INTO QA-DTL-NOTE
048500     END-IF.
048600     MOVE QA-SUB TO QA-LINE-SUB.
048700     PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT.
048800 5100-NEXT.
048900     ADD 1 TO QA-SUB.
049000 5100-EXIT.
049100     EXIT.
049200*
049300***************************************************************
049400*  5200-VALIDATE-TIER - A TIER CODE MUST BE ON THE TIER CODE   *
049500*  TABLE, SPELLED EXACTLY AS THERE.                            *
049600***************************************************************
049700 5200-VALIDATE-TIER.
049800     MOVE "N" TO TT-FOUND-SW.
049900     MOVE 1 TO TT-SUB.
050000     PERFORM 5205-SCAN-TIER THRU 5205-EXIT
050100         UNTIL TT-TIER-FOUND OR TT-SUB > TT-TIER-MAX.
050200 5200-EXIT.
050300     EXIT.
050400*
050500 5205-SCAN-TIER.
050600     IF TT-TIER-CODE (TT-SUB) = QA-TIER-CHECK
050700         SET TT-TIER-FOUND TO TRUE
050800     ELSE
050900         ADD 1 TO TT-SUB
051000     END-IF.
051100 5205-EXIT.
051200     EXIT.
051300*
051400***************************************************************
051500*  5300-SUGGEST-TIER - THE FIX IS CLEAR WHEN THE CODE, IN      *
051600*  UPPER CASE AND LEFT-JUSTIFIED, IS A TABLE CODE ("Gold",     *
051700*  " SILVER") OR THE FIRST THREE OR MORE LETTERS OF EXACTLY    *
051800*  ONE TABLE CODE ("PLAT").  QA-TIER-FIXED IS LEFT BLANK WHEN  *
051900*  THERE IS NO CLEAR FIX.                                      *
052000***************************************************************
052100 5300-SUGGEST-TIER.
052200     MOVE SPACES TO QA-TIER-FIXED.
052300     MOVE QA-MEM-TIER (QA-SUB) TO QA-TIER-WORK.
052400     IF QA-TIER-WORK = SPACES
052500         GO TO 5300-EXIT
052600     END-IF.
052700     INSPECT QA-TIER-WORK CONVERTING QA-LOWER-CASE
052800         TO QA-UPPER-CASE.
052900     MOVE 1 TO QA-POS.
053000     PERFORM 5310-SKIP-LEADING-SPACE THRU 5310-EXIT
053100         UNTIL QA-TIER-WORK (QA-POS:1) NOT = SPACE.
053200     MOVE QA-TIER-WORK (QA-POS:) TO QA-TIER-CANDIDATE.
053300     MOVE QA-TIER-CANDIDATE TO QA-TIER-CHECK.
053400     PERFORM 5200-VALIDATE-TIER THRU 5200-EXIT.
053500     IF TT-TIER-FOUND
053600         MOVE QA-TIER-CANDIDATE TO QA-TIER-FIXED
053700         GO TO 5300-EXIT
053800     END-IF.
053900     MOVE 10 TO QA-TIER-LEN.
054000     PERFORM 5320-TRIM-TRAILING-SPACE THRU 5320-EXIT
054100         UNTIL QA-TIER-CANDIDATE (QA-TIER-LEN:1) NOT = SPACE.
054200     IF QA-TIER-LEN LESS THAN 3
054300         GO TO 5300-EXIT
054400     END-IF.
054500     MOVE ZERO TO QA-MATCH-CT.
054600     MOVE 1 TO TT-SUB.
054700     PERFORM 5330-MATCH-PREFIX THRU 5330-EXIT
054800         UNTIL TT-SUB > TT-TIER-MAX.
054900     IF QA-MATCH-CT = 1
055000         MOVE TT-TIER-CODE (QA-MATCH-SUB) TO QA-TIER-FIXED
055100     END-IF.
055200 5300-EXIT.
055300     EXIT.
055400*
055500 5310-SKIP-LEADING-SPACE.
055600     ADD 1 TO QA-POS.
055700 5310-EXIT.
055800     EXIT.
055900*
056000 5320-TRIM-TRAILING-SPACE.
056100     SUBTRACT 1 FROM QA-TIER-LEN.
056200 5320-EXIT.
056300     EXIT.
056400*
056500 5330-MATCH-PREFIX.
056600     IF TT-TIER-CODE (TT-SUB) (1:QA-TIER-LEN) =
056700         QA-TIER-CANDIDATE (1:QA-TIER-LEN)
056800         ADD 1 TO QA-MATCH-CT
056900         MOVE TT-SUB TO QA-MATCH-SUB
057000     END-IF.
057100     ADD 1 TO TT-SUB.
057200 5330-EXIT.
057300     EXIT.
057400*
057500***************************************************************
057600*  6000-AUDIT-INACTIVE - AN INACTIVE MEMBER WHOSE ID IS STILL  *
057700*  ON ARCHIVED CHECK-INS RECORDED AS MEMBER VISITS.  WHETHER   *
057800*  TO REACTIVATE OR CORRECT THE HISTORY IS THE MEMBERSHIP      *
057900*  OFFICE'S CALL, SO THESE ARE LISTED ONLY.                    *
058000***************************************************************
058100 6000-AUDIT-INACTIVE.
058200     MOVE "INACTIVE MEMBERS WITH ARCHIVED MEMBER VISITS" TO
058300         QA-SECTION-TITLE.
058400     PERFORM 8300-PRINT-SECTION-HEAD THRU 8300-EXIT.
058500     MOVE 1 TO QA-SUB.
058600     PERFORM 6100-CHECK-ONE-INACTIVE THRU 6100-EXIT
058700         UNTIL QA-SUB > QA-MEM-COUNT.
058800     PERFORM 8400-PRINT-SECTION-FOOT THRU 8400-EXIT.
058900 6000-EXIT.
059000     EXIT.
059100*
059200 6100-CHECK-ONE-INACTIVE.
059300     IF NOT QA-MEM-INACTIVE (QA-SUB)
059400         OR QA-MEM-ID (QA-SUB) = SPACES
059500         GO TO 6100-NEXT
059600     END-IF.
059700     MOVE ZERO TO QA-VISIT-CT.
059800     MOVE ZERO TO QA-LAST-VISIT.
059900     MOVE "N" TO QA-VISARCH-EOF-SW.
060000     MOVE QA-MEM-ID (QA-SUB) TO VH-MEMBER-ID.
060100     START VISARCH-FILE KEY IS EQUAL TO VH-MEMBER-ID
060200         INVALID KEY
060300             SET QA-VISARCH-EOF TO TRUE
060400     END-START.
060500     PERFORM 6200-READ-MEMBER-VISIT THRU 6200-EXIT
060600         UNTIL QA-VISARCH-EOF.
060700     IF QA-VISIT-CT = ZERO
060800         GO TO 6100-NEXT
060900     END-IF.
061000     ADD 1 TO QA-INACTIVE-HIT-CT.
061100     ADD 1 TO QA-SECTION-CT.
061200     MOVE QA-VISIT-CT TO QA-NOTE-VISITS.
061300     MOVE QA-LAST-VISIT TO QA-NOTE-LAST.
061400     MOVE QA-VISIT-NOTE TO QA-DTL-NOTE.
061500     MOVE QA-SUB TO QA-LINE-SUB.
061600     PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT.
061700 6100-NEXT.
061800     ADD 1 TO QA-SUB.
061900 6100-EXIT.
062000     EXIT.
062100*
062200***************************************************************
062300*  6200-READ-MEMBER-VISIT - THE VISITS FOR ONE ID COME BACK IN *
062400*  THE ORDER THEY WERE ARCHIVED, SO EVERY ONE IS READ AND THE  *
062500*  LATEST DATE KEPT.  DEPARTURES, NON-MEMBER RECORDS AND       *
062600*  VISITS BEFORE THE FROM DATE ARE NOT COUNTED.                *
062700***************************************************************
062800 6200-READ-MEMBER-VISIT.
062900     READ VISARCH-FILE NEXT RECORD
063000         AT END
063100             SET QA-VISARCH-EOF TO TRUE
063200             GO TO 6200-EXIT
063300     END-READ.
063400     IF VH-MEMBER-ID NOT = QA-MEM-ID (QA-SUB)
063500         SET QA-VISARCH-EOF TO TRUE
063600         GO TO 6200-EXIT
063700     END-IF.
063800     ADD 1 TO QA-ARCH-READ-CT.
063900     MOVE VH-LOG-DATA TO VISLOG-RECORD.
064000     IF VL-CHECK-OUT OR NOT VL-MEMBER
064100         GO TO 6200-EXIT
064200     END-IF.
064300     IF VL-VISIT-DATE LESS THAN QA-FROM-DATE
064400         GO TO 6200-EXIT
064500     END-IF.
064600     ADD 1 TO QA-VISIT-CT.
064700     IF VL-VISIT-DATE GREATER THAN QA-LAST-VISIT
064800         MOVE VL-VISIT-DATE TO QA-LAST-VISIT
064900     END-IF.
065000 6200-EXIT.
065100     EXIT.
065200*
065300***************************************************************
065400*                 7000-PRINT-TOTALS                            *
065500***************************************************************
065600 7000-PRINT-TOTALS.
065700     MOVE SPACES TO PRINT-LINE.
065800     MOVE "--------------------------------------------" TO
065900         PRINT-LINE.
066000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
066100     MOVE SPACES TO PRINT-LINE.
066200     STRING "MASTER RECORDS READ . . . . . . : "
066300            DELIMITED BY SIZE
066400            QA-MEMBER-READ-CT DELIMITED BY SIZE
066500         INTO PRINT-LINE.
066600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
066700     MOVE SPACES TO PRINT-LINE.
066800     STRING "MASTER RECORDS AUDITED. . . . . : "
066900            DELIMITED BY SIZE
067000            QA-AUDITED-CT DELIMITED BY SIZE
067100         INTO PRINT-LINE.
067200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
067300     MOVE SPACES TO PRINT-LINE.
067400     STRING "BLANK MEMBER IDS. . . . . . . . : "
067500            DELIMITED BY SIZE
067600            QA-BLANK-ID-CT DELIMITED BY SIZE
067700         INTO PRINT-LINE.
067800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
067900     MOVE SPACES TO PRINT-LINE.
068000     STRING "SAME-NAME PAIRS . . . . . . . . : "
068100            DELIMITED BY SIZE
068200            QA-DUP-NAME-CT DELIMITED BY SIZE
068300         INTO PRINT-LINE.
068400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
068500     MOVE SPACES TO PRINT-LINE.
068600     STRING "SAME-MEMBER-ID PAIRS. . . . . . : "
068700            DELIMITED BY SIZE
068800            QA-DUP-ID-CT DELIMITED BY SIZE
068900         INTO PRINT-LINE.
069000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
069100     MOVE SPACES TO PRINT-LINE.
069200     STRING "INVALID TIER CODES. . . . . . . : "
069300            DELIMITED BY SIZE
069400            QA-BAD-TIER-CT DELIMITED BY SIZE
069500         INTO PRINT-LINE.
069600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
069700     MOVE SPACES TO PRINT-LINE.
069800     STRING "  OF WHICH CARDED FOR A CHANGE. : "
069900            DELIMITED BY SIZE
070000            QA-TIER-FIX-CT DELIMITED BY SIZE
070100         INTO PRINT-LINE.
070200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
070300     MOVE SPACES TO PRINT-LINE.
070400     STRING "INACTIVE WITH MEMBER VISITS . . : "
070500            DELIMITED BY SIZE
070600            QA-INACTIVE-HIT-CT DELIMITED BY SIZE
070700         INTO PRINT-LINE.
070800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
070900     MOVE SPACES TO PRINT-LINE.
071000     STRING "ARCHIVE RECORDS READ. . . . . . : "
071100            DELIMITED BY SIZE
071200            QA-ARCH-READ-CT DELIMITED BY SIZE
071300         INTO PRINT-LINE.
071400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
071500     MOVE SPACES TO PRINT-LINE.
071600     STRING "CORRECTION CARDS WRITTEN. . . . : "
071700            DELIMITED BY SIZE
071800            QA-CARD-WRITE-CT DELIMITED BY SIZE
071900         INTO PRINT-LINE.
072000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
072100     IF QA-MEMBER-OVERFLOW-CT GREATER THAN ZERO
072200         MOVE SPACES TO PRINT-LINE
072300         STRING "*** MEMBER TABLE OVERFLOWED . . : "
072400                DELIMITED BY SIZE
072500                QA-MEMBER-OVERFLOW-CT DELIMITED BY SIZE
072600             INTO PRINT-LINE
072700         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
072800     END-IF.
072900 7000-EXIT.
073000     EXIT.
073100*
073200 8000-WRITE-PRINT-LINE.
073300     WRITE PRINT-LINE.
073400     IF QA-PRINT-STATUS NOT = "00"
073500         DISPLAY "CUSTMAST-AUDIT: ERROR WRITING CMAUDRPT - "
073600             QA-PRINT-STATUS
073700     END-IF.
073800 8000-EXIT.
073900     EXIT.
074000*
074100 8100-WRITE-CARD.
074200     WRITE CMTRAN-RECORD.
074300     IF QA-AUDTRAN-STATUS = "00"
074400         ADD 1 TO QA-CARD-WRITE-CT
074500     ELSE
074600         DISPLAY "CUSTMAST-AUDIT: ERROR WRITING CMAUDTRN - "
074700             QA-AUDTRAN-STATUS
074800     END-IF.
074900 8100-EXIT.
075000     EXIT.
075100*
075200 8200-PRINT-DETAIL.
075300     MOVE QA-MEM-NAME (QA-LINE-SUB) TO QA-DTL-NAME.
075400     MOVE QA-MEM-ID (QA-LINE-SUB) TO QA-DTL-ID.
075500     MOVE QA-MEM-TIER (QA-LINE-SUB) TO QA-DTL-TIER.
075600     MOVE QA-MEM-STATUS-SW (QA-LINE-SUB) TO QA-DTL-STATUS.
075700     MOVE SPACES TO PRINT-LINE.
075800     MOVE QA-DETAIL-LINE TO PRINT-LINE.
075900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
076000 8200-EXIT.
076100     EXIT.
076200*
076300***************************************************************
076400*  8300-PRINT-SECTION-HEAD - THE SECTION TITLE COMES IN        *
076500*  QA-SECTION-TITLE.                                           *
076600***************************************************************
076700 8300-PRINT-SECTION-HEAD.
076800     MOVE ZERO TO QA-SECTION-CT.
076900     MOVE SPACES TO PRINT-LINE.
077000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
077100     MOVE QA-SECTION-TITLE TO PRINT-LINE.
077200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
077300 8300-EXIT.
077400     EXIT.
077500*
077600 8400-PRINT-SECTION-FOOT.
077700     IF QA-SECTION-CT = ZERO
077800         MOVE SPACES TO PRINT-LINE
077900         MOVE "  NONE FOUND" TO PRINT-LINE
078000         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
078100     END-IF.
078200 8400-EXIT.
078300     EXIT.
078303*
078306***************************************************************
078309*  8500-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
078312*  AND THE AUDIT RAN TO THE END.                               *
078315***************************************************************
078318 8500-WRITE-RUNCTL-END.
078321     ACCEPT QA-RUN-TIME FROM TIME.
078324     MOVE SPACES TO RUNCTL-RECORD.
078327     MOVE "CUSTMAST-AUDIT" TO RC-PROGRAM-NAME.
078330     MOVE QA-RUN-DATE TO RC-RUN-DATE.
078333     SET RC-END-REC TO TRUE.
078336     MOVE QA-RUN-TIME TO RC-RUN-TIME.
078339     MOVE QA-MEMBER-READ-CT TO RC-RECORD-COUNT.
078342     IF NOT QA-RUN-ABORTED
078345         SET RC-COMPLETED TO TRUE
078348     ELSE
078351         SET RC-ABENDED TO TRUE
078354     END-IF.
078357     WRITE RUNCTL-RECORD.
078360     IF QA-RUNCTL-STATUS NOT = "00"
078363         DISPLAY "CUSTMAST-AUDIT: ERROR WRITING RUNCTL - "
078366             QA-RUNCTL-STATUS
078369     END-IF.
078372 8500-EXIT.
078375     EXIT.
078400*
078500 9000-TERMINATE.
078600     IF QA-CUSTMAST-IS-OPEN
078700         CLOSE CUSTMAST-FILE
078800     END-IF.
078900     IF QA-VISARCH-IS-OPEN
079000         CLOSE VISARCH-FILE
079100     END-IF.
079200     IF QA-AUDTRAN-IS-OPEN
079300         CLOSE AUDTRAN-FILE
079400     END-IF.
079500     IF QA-PRINT-IS-OPEN
079600         CLOSE PRINT-FILE
079700     END-IF.
079725     IF QA-RUNCTL-IS-OPEN
079750         CLOSE RUNCTL-FILE
079775     END-IF.
079800 9000-EXIT.
079900     EXIT.
