000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOST-MAINT.
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
001300*                  HOST EMPLOYEE DIRECTORY.  APPLIES ADD /
001400*                  CHANGE / DEACTIVATE / REACTIVATE CARDS FOR
001500*                  A HOST'S NAME, DEPARTMENT, MAIL STOP,
001600*                  EXTENSION AND DELEGATE, PLUS OUT-OF-OFFICE
001700*                  AND BACK-IN-OFFICE CARDS, EDITS THEM AND
001800*                  PRINTS A BEFORE/AFTER AUDIT REPORT.  THE
001900*                  DIRECTORY IS WHAT APPOINTMENT MAINTENANCE
002000*                  BOOKS AGAINST AND WHAT THE ARRIVAL SLIP JOB
002100*                  ROUTES BY.
002111* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002122*                  SHARED RUN CONTROL FILE AND CHECK THE
002133*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002144*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002155*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002166*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
002177*                  IS THE BUSINESS DATE; THE JOB HAS NO
002188*                  PREREQUISITES TODAY.
002200*
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-Z15.
002700 OBJECT-COMPUTER. IBM-Z15.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000*    HOST DIRECTORY MAINTENANCE CARDS - INPUT
003100     SELECT HDTRAN-FILE ASSIGN TO "HDTRANS"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS HM-HDTRAN-STATUS.
003400*    HOST EMPLOYEE DIRECTORY - MAINTAINED IN PLACE
003500     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS HD-HOST-ID
003900         ALTERNATE RECORD KEY IS HD-HOST-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS HM-HOSTDIR-STATUS.
004200*    PRINTED MAINTENANCE AUDIT REPORT
004300     SELECT PRINT-FILE ASSIGN TO "HSTMNTRP"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS HM-PRINT-STATUS.
004520*    SHARED BATCH RUN CONTROL FILE
004540     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004560         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS IS HM-RUNCTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HDTRAN-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 80 CHARACTERS.
005100     COPY HDTRAN.
005200 FD  HOSTDIR-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS.
005500     COPY HOSTDIR.
005600 FD  PRINT-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  PRINT-LINE                  PIC X(80).
005920 FD  RUNCTL-FILE
005940     LABEL RECORDS ARE STANDARD
005960     RECORD CONTAINS 80 CHARACTERS.
005980     COPY RUNCTL.
006000 WORKING-STORAGE SECTION.
006100 77  HM-HDTRAN-STATUS            PIC X(02) VALUE SPACES.
006200 77  HM-HDTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
006300     88  HM-HDTRAN-IS-OPEN           VALUE 'Y'.
006400 77  HM-HOSTDIR-STATUS           PIC X(02) VALUE SPACES.
006500 77  HM-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
006600     88  HM-HOSTDIR-IS-OPEN          VALUE 'Y'.
006700 77  HM-PRINT-STATUS             PIC X(02) VALUE SPACES.
006800 77  HM-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
006900     88  HM-PRINT-IS-OPEN            VALUE 'Y'.
007000 77  HM-EOF-SW                   PIC X(01) VALUE 'N'.
007100     88  HM-HDTRAN-EOF               VALUE 'Y'.
007200 77  HM-FOUND-SW                 PIC X(01) VALUE 'N'.
007300     88  HM-HOST-FOUND               VALUE 'Y'.
007400     88  HM-HOST-NOT-FOUND           VALUE 'N'.
007500 77  HM-TRAN-OK-SW               PIC X(01) VALUE 'N'.
007600     88  HM-TRAN-OK                  VALUE 'Y'.
007700     88  HM-TRAN-REJECTED            VALUE 'N'.
007800 77  HM-TRAN-READ-CT             PIC 9(08) VALUE ZERO.
007900 77  HM-ADD-CT                   PIC 9(08) VALUE ZERO.
008000 77  HM-CHANGE-CT                PIC 9(08) VALUE ZERO.
008100 77  HM-DEACTIVATE-CT            PIC 9(08) VALUE ZERO.
008200 77  HM-REACTIVATE-CT            PIC 9(08) VALUE ZERO.
008300 77  HM-OUT-CT                   PIC 9(08) VALUE ZERO.
008400 77  HM-BACK-CT                  PIC 9(08) VALUE ZERO.
008500 77  HM-REJECT-CT                PIC 9(08) VALUE ZERO.
008512 77  HM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008524 77  HM-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008536     88  HM-RUNCTL-IS-OPEN           VALUE 'Y'.
008548 77  HM-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008560     88  HM-RUNCTL-EOF               VALUE 'Y'.
008572 77  HM-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008584     88  HM-RUN-STARTED              VALUE 'Y'.
008600 01  HM-RUN-DATE                 PIC 9(08) VALUE ZERO.
008700 01  HM-RUN-TIME                 PIC 9(08) VALUE ZERO.
008800 01  HM-REJECT-REASON            PIC X(40) VALUE SPACES.
008900 01  HM-HOLD-RECORD              PIC X(80) VALUE SPACES.
009000 01  HM-BEFORE-IMAGE.
009100     05  HM-BEF-HOST-ID          PIC X(06) VALUE SPACES.
009200     05  HM-BEF-HOST-NAME        PIC X(30) VALUE SPACES.
009300     05  HM-BEF-DEPT             PIC X(10) VALUE SPACES.
009400     05  HM-BEF-MAIL-STOP        PIC X(06) VALUE SPACES.
009500     05  HM-BEF-EXTENSION        PIC X(06) VALUE SPACES.
009600     05  HM-BEF-STATUS-SW        PIC X(01) VALUE SPACE.
009700     05  HM-BEF-DELEGATE-ID      PIC X(06) VALUE SPACES.
009800 01  HM-DETAIL-LINE.
009900     05  FILLER                  PIC X(01) VALUE SPACE.
010000     05  HM-DTL-LABEL            PIC X(08) VALUE SPACES.
010100     05  HM-DTL-HOST-ID          PIC X(06) VALUE SPACES.
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  HM-DTL-HOST-NAME        PIC X(30) VALUE SPACES.
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  HM-DTL-DEPT             PIC X(10) VALUE SPACES.
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  HM-DTL-MAIL-STOP        PIC X(06) VALUE SPACES.
010800     05  FILLER                  PIC X(01) VALUE SPACE.
010900     05  HM-DTL-EXTENSION        PIC X(06) VALUE SPACES.
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  HM-DTL-STATUS           PIC X(01) VALUE SPACE.
011200     05  FILLER                  PIC X(01) VALUE SPACE.
011300     05  HM-DTL-DELEGATE-ID      PIC X(06) VALUE SPACES.
011400 01  HM-ACTION-LINE.
011500     05  FILLER                  PIC X(07) VALUE "ACTION ".
011600     05  HM-ACT-CODE             PIC X(01) VALUE SPACE.
011700     05  FILLER                  PIC X(07) VALUE "  HOST ".
011800     05  HM-ACT-HOST-ID          PIC X(06) VALUE SPACES.
011900     05  FILLER                  PIC X(59) VALUE SPACES.
011950     COPY JOBDEP.
012000*
012100 PROCEDURE DIVISION.
012200***************************************************************
012300*                 0000-MAINLINE                                *
012400***************************************************************
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
012800         UNTIL HM-HDTRAN-EOF.
012900     IF HM-PRINT-IS-OPEN
013000         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
013100     END-IF.
013125     IF HM-RUN-STARTED
013150         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
013175     END-IF.
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013300     STOP RUN.
013400 0000-EXIT.
013500     EXIT.
013600*
013700***************************************************************
013800*  1000-INITIALIZE - THE FIRST RUN AT A NEW INSTALLATION       *
013900*  CREATES AN EMPTY DIRECTORY FOR THE ADD CARDS TO LOAD.       *
014000***************************************************************
014100 1000-INITIALIZE.
014200     ACCEPT HM-RUN-DATE FROM DATE YYYYMMDD.
014300     ACCEPT HM-RUN-TIME FROM TIME.
014320     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
014340     IF HM-HDTRAN-EOF
014360         GO TO 1000-EXIT
014380     END-IF.
014400     OPEN INPUT HDTRAN-FILE.
014500     IF HM-HDTRAN-STATUS NOT = "00"
014600         DISPLAY "HOST-MAINT: ERROR OPENING HDTRANS - "
014700             HM-HDTRAN-STATUS
014800         SET HM-HDTRAN-EOF TO TRUE
014900     ELSE
015000         SET HM-HDTRAN-IS-OPEN TO TRUE
015100     END-IF.
015200     OPEN I-O HOSTDIR-FILE.
015300     IF HM-HOSTDIR-STATUS = "35"
015400         OPEN OUTPUT HOSTDIR-FILE
015500         IF HM-HOSTDIR-STATUS = "00"
015600             CLOSE HOSTDIR-FILE
015700             OPEN I-O HOSTDIR-FILE
015800         END-IF
015900     END-IF.
016000     IF HM-HOSTDIR-STATUS NOT = "00"
016100         DISPLAY "HOST-MAINT: ERROR OPENING HOSTDIR - "
016200             HM-HOSTDIR-STATUS
016300         SET HM-HDTRAN-EOF TO TRUE
016400     ELSE
016500         SET HM-HOSTDIR-IS-OPEN TO TRUE
016600     END-IF.
016700     OPEN OUTPUT PRINT-FILE.
016800     IF HM-PRINT-STATUS NOT = "00"
016900         DISPLAY "HOST-MAINT: ERROR OPENING HSTMNTRP - "
017000             HM-PRINT-STATUS
017100         SET HM-HDTRAN-EOF TO TRUE
017200     ELSE
017300         SET HM-PRINT-IS-OPEN TO TRUE
017400     END-IF.
017500     IF HM-PRINT-IS-OPEN
017600         PERFORM 1100-PRINT-HEADER THRU 1100-EXIT
017700     END-IF.
017800 1000-EXIT.
017900     EXIT.
017901*
017902 1100-PRINT-HEADER.
017903     MOVE SPACES TO PRINT-LINE.
017904     STRING "HOST DIRECTORY MAINTENANCE AUDIT - RUN DATE "
017905            DELIMITED BY SIZE
017906            HM-RUN-DATE DELIMITED BY SIZE
017907            " TIME " DELIMITED BY SIZE
017908            HM-RUN-TIME DELIMITED BY SIZE
017909         INTO PRINT-LINE.
017910     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
017911     MOVE SPACES TO PRINT-LINE.
017912     MOVE "--------------------------------------------" TO
017913         PRINT-LINE.
017914     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
017915 1100-EXIT.
017916     EXIT.
017917*
017918***************************************************************
017919*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
017920*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
017921*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
017922*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
017923***************************************************************
017924 1400-RUN-CONTROL-START.
017925     ACCEPT HM-RUN-TIME FROM TIME.
017926     MOVE "HOST-MAINT" TO JD-THIS-JOB.
017927     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
017928     OPEN INPUT RUNCTL-FILE.
017929     IF HM-RUNCTL-STATUS = "00"
017930         MOVE "N" TO HM-RUNCTL-EOF-SW
017931         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
017932             UNTIL HM-RUNCTL-EOF
017933         CLOSE RUNCTL-FILE
017934     END-IF.
017935     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
017936     OPEN EXTEND RUNCTL-FILE.
017937     IF HM-RUNCTL-STATUS = "35"
017938         OPEN OUTPUT RUNCTL-FILE
017939     END-IF.
017940     IF HM-RUNCTL-STATUS NOT = "00"
017941         DISPLAY "HOST-MAINT: ERROR OPENING RUNCTL - "
017942             HM-RUNCTL-STATUS
017943         SET HM-HDTRAN-EOF TO TRUE
017944         GO TO 1400-EXIT
017945     END-IF.
017946     SET HM-RUNCTL-IS-OPEN TO TRUE.
017947     IF JD-JOB-BLOCKED
017948         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
017949         DISPLAY "HOST-MAINT: RUN BLOCKED FOR BUSINESS DATE "
017950             HM-RUN-DATE " - PREREQUISITES NOT COMPLETE"
017951         SET HM-HDTRAN-EOF TO TRUE
017952     ELSE
017953         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
017954     END-IF.
017955 1400-EXIT.
017956     EXIT.
017957*
017958 1410-SCAN-RUNCTL-REC.
017959     READ RUNCTL-FILE
017960         AT END
017961             SET HM-RUNCTL-EOF TO TRUE
017962         NOT AT END
017963             IF RC-RUN-DATE = HM-RUN-DATE
017964                 AND RC-END-REC AND RC-COMPLETED
017965                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
017966             END-IF
017967     END-READ.
017968 1410-EXIT.
017969     EXIT.
017970*
017971 1420-WRITE-RUNCTL-START.
017972     MOVE SPACES TO RUNCTL-RECORD.
017973     MOVE "HOST-MAINT" TO RC-PROGRAM-NAME.
017974     MOVE HM-RUN-DATE TO RC-RUN-DATE.
017975     SET RC-START-REC TO TRUE.
017976     MOVE HM-RUN-TIME TO RC-RUN-TIME.
017977     MOVE ZERO TO RC-RECORD-COUNT.
017978     SET RC-RUNNING TO TRUE.
017979     WRITE RUNCTL-RECORD.
017980     IF HM-RUNCTL-STATUS NOT = "00"
017981         DISPLAY "HOST-MAINT: ERROR WRITING RUNCTL - "
017982             HM-RUNCTL-STATUS
017983     ELSE
017984         SET HM-RUN-STARTED TO TRUE
017985     END-IF.
017986 1420-EXIT.
017987     EXIT.
017988*
017989***************************************************************
017990*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
017991*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
017992*  WAIT FOR.                                                   *
017993***************************************************************
017994 1430-LOAD-PREREQUISITES.
017995     MOVE "N" TO JD-BLOCKED-SW.
017996     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
017997     MOVE ZERO TO JD-THIS-SUB.
017998     MOVE 1 TO JD-SUB.
017999     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
018000         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
018001 1430-EXIT.
018002     EXIT.
018003*
018004 1431-SCAN-JOB-TABLE.
018005     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
018006         MOVE JD-SUB TO JD-THIS-SUB
018007     ELSE
018008         ADD 1 TO JD-SUB
018009     END-IF.
018010 1431-EXIT.
018011     EXIT.
018012*
018013***************************************************************
018014*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
018015*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
018016***************************************************************
018017 1440-MARK-PREREQUISITE.
018018     IF JD-THIS-SUB = ZERO
018019         GO TO 1440-EXIT
018020     END-IF.
018021     MOVE 1 TO JD-PRQ-SUB.
018022     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
018023         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018024 1440-EXIT.
018025     EXIT.
018026*
018027 1441-MARK-ONE-PREREQ.
018028     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
018029         RC-PROGRAM-NAME
018030         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
018031     END-IF.
018032     ADD 1 TO JD-PRQ-SUB.
018033 1441-EXIT.
018034     EXIT.
018035*
018036***************************************************************
018037*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
018038*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
018039*  BUSINESS DATE.                                              *
018040***************************************************************
018041 1450-CHECK-PREREQUISITES.
018042     IF JD-THIS-SUB = ZERO
018043         GO TO 1450-EXIT
018044     END-IF.
018045     MOVE 1 TO JD-PRQ-SUB.
018046     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
018047         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018048 1450-EXIT.
018049     EXIT.
018050*
018051 1451-CHECK-ONE-PREREQ.
018052     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
018053         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
018054         SET JD-JOB-BLOCKED TO TRUE
018055         DISPLAY "HOST-MAINT: WAITING ON "
018056             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
018057             " - NOT COMPLETED FOR BUSINESS DATE " HM-RUN-DATE
018058     END-IF.
018059     ADD 1 TO JD-PRQ-SUB.
018060 1451-EXIT.
018061     EXIT.
018062*
018063***************************************************************
018064*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
018065*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
018066*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
018067***************************************************************
018068 1460-WRITE-RUNCTL-BLOCKED.
018069     MOVE 1 TO JD-PRQ-SUB.
018070     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
018071         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018072 1460-EXIT.
018073     EXIT.
018074*
018075 1461-WRITE-ONE-BLOCKED.
018076     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
018077         OR JD-PREREQ-DONE (JD-PRQ-SUB)
018078         ADD 1 TO JD-PRQ-SUB
018079         GO TO 1461-EXIT
018080     END-IF.
018081     MOVE SPACES TO RUNCTL-RECORD.
018082     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
018100     MOVE HM-RUN-DATE TO RC-RUN-DATE.
018200     SET RC-END-REC TO TRUE.
018300     MOVE HM-RUN-TIME TO RC-RUN-TIME.
018400     MOVE ZERO TO RC-RECORD-COUNT.
018500     SET RC-BLOCKED TO TRUE.
018600     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
018700         RC-WAITING-ON.
018800     WRITE RUNCTL-RECORD.
018900     IF HM-RUNCTL-STATUS NOT = "00"
019000         DISPLAY "HOST-MAINT: ERROR WRITING RUNCTL - "
019100             HM-RUNCTL-STATUS
019200     END-IF.
019300     ADD 1 TO JD-PRQ-SUB.
019400 1461-EXIT.
019500     EXIT.
019600*
019700***************************************************************
019800*                 2000-PROCESS-TRAN                            *
019900***************************************************************
020000 2000-PROCESS-TRAN.
020100     READ HDTRAN-FILE
020200         AT END
020300             SET HM-HDTRAN-EOF TO TRUE
020400         NOT AT END
020500             ADD 1 TO HM-TRAN-READ-CT
020600             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
020700     END-READ.
020800 2000-EXIT.
020900     EXIT.
021000*
021100***************************************************************
021200*  2100-APPLY-TRAN - EDIT ONE TRANSACTION, APPLY IT TO THE     *
021300*  DIRECTORY AND PRINT THE BEFORE/AFTER AUDIT BLOCK.           *
021400***************************************************************
021500 2100-APPLY-TRAN.
021600     SET HM-TRAN-OK TO TRUE.
021700     MOVE SPACES TO HM-REJECT-REASON.
021800     PERFORM 2110-PRINT-ACTION-LINE THRU 2110-EXIT.
021900     IF HT-HOST-ID = SPACES
022000         MOVE "HOST ID IS BLANK" TO HM-REJECT-REASON
022100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
022200         GO TO 2100-EXIT
022300     END-IF.
022400     PERFORM 2120-READ-HOST THRU 2120-EXIT.
022500     PERFORM 2130-PRINT-BEFORE THRU 2130-EXIT.
022600     IF HT-ACTION-ADD
022700         PERFORM 2200-ADD-HOST THRU 2200-EXIT
022800     ELSE
022900         IF HT-ACTION-CHANGE
023000             PERFORM 2300-CHANGE-HOST THRU 2300-EXIT
023100         ELSE
023200             IF HT-ACTION-DEACTIVATE
023300                 PERFORM 2400-DEACTIVATE-HOST THRU 2400-EXIT
023400             ELSE
023500                 IF HT-ACTION-REACTIVATE
023600                     PERFORM 2500-REACTIVATE-HOST
023700                         THRU 2500-EXIT
023800                 ELSE
023900                     IF HT-ACTION-OUT-OF-OFFICE
024000                         PERFORM 2600-OUT-OF-OFFICE
024100                             THRU 2600-EXIT
024200                     ELSE
024300                         IF HT-ACTION-BACK-IN-OFFICE
024400                             PERFORM 2700-BACK-IN-OFFICE
024500                                 THRU 2700-EXIT
024600                         ELSE
024700                             MOVE "INVALID ACTION CODE" TO
024800                                 HM-REJECT-REASON
024900                             PERFORM 2900-REJECT-TRAN
025000                                 THRU 2900-EXIT
025100                         END-IF
025200                     END-IF
025300                 END-IF
025400             END-IF
025500         END-IF
025600     END-IF.
025700     IF HM-TRAN-OK
025800         PERFORM 2140-PRINT-AFTER THRU 2140-EXIT
025900     END-IF.
026000 2100-EXIT.
026100     EXIT.
026200*
026300 2110-PRINT-ACTION-LINE.
026400     MOVE HT-ACTION-CODE TO HM-ACT-CODE.
026500     MOVE HT-HOST-ID TO HM-ACT-HOST-ID.
026600     MOVE SPACES TO PRINT-LINE.
026700     MOVE HM-ACTION-LINE TO PRINT-LINE.
026800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
026900 2110-EXIT.
027000     EXIT.
027100*
027200***************************************************************
027300*  2120-READ-HOST - LOOK FOR THE CARD'S HOST ON THE DIRECTORY  *
027400*  AND SAVE THE BEFORE IMAGE WHEN IT IS THERE.                 *
027500***************************************************************
027600 2120-READ-HOST.
027700     MOVE "N" TO HM-FOUND-SW.
027800     MOVE SPACES TO HM-BEFORE-IMAGE.
027900     MOVE HT-HOST-ID TO HD-HOST-ID.
028000     READ HOSTDIR-FILE
028100         INVALID KEY
028200             SET HM-HOST-NOT-FOUND TO TRUE
028300         NOT INVALID KEY
028400             SET HM-HOST-FOUND TO TRUE
028500             MOVE HD-HOST-ID TO HM-BEF-HOST-ID
028600             MOVE HD-HOST-NAME TO HM-BEF-HOST-NAME
028700             MOVE HD-DEPT TO HM-BEF-DEPT
028800             MOVE HD-MAIL-STOP TO HM-BEF-MAIL-STOP
028900             MOVE HD-EXTENSION TO HM-BEF-EXTENSION
029000             MOVE HD-STATUS-SW TO HM-BEF-STATUS-SW
029100             MOVE HD-DELEGATE-ID TO HM-BEF-DELEGATE-ID
029200     END-READ.
029300 2120-EXIT.
029400     EXIT.
029500*
029600 2130-PRINT-BEFORE.
029700     MOVE SPACES TO HM-DETAIL-LINE.
029800     MOVE "BEFORE: " TO HM-DTL-LABEL.
029900     IF HM-HOST-FOUND
030000         MOVE HM-BEF-HOST-ID TO HM-DTL-HOST-ID
030100         MOVE HM-BEF-HOST-NAME TO HM-DTL-HOST-NAME
030200         MOVE HM-BEF-DEPT TO HM-DTL-DEPT
030300         MOVE HM-BEF-MAIL-STOP TO HM-DTL-MAIL-STOP
030400         MOVE HM-BEF-EXTENSION TO HM-DTL-EXTENSION
030500         MOVE HM-BEF-STATUS-SW TO HM-DTL-STATUS
030600         MOVE HM-BEF-DELEGATE-ID TO HM-DTL-DELEGATE-ID
030700     ELSE
030800         MOVE "(NOT ON FILE)" TO HM-DTL-HOST-NAME
030900     END-IF.
031000     MOVE SPACES TO PRINT-LINE.
031100     MOVE HM-DETAIL-LINE TO PRINT-LINE.
031200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
031300 2130-EXIT.
031400     EXIT.
031500*
031600 2140-PRINT-AFTER.
031700     MOVE SPACES TO HM-DETAIL-LINE.
031800     MOVE "AFTER : " TO HM-DTL-LABEL.
031900     MOVE HD-HOST-ID TO HM-DTL-HOST-ID.
032000     MOVE HD-HOST-NAME TO HM-DTL-HOST-NAME.
032100     MOVE HD-DEPT TO HM-DTL-DEPT.
032200     MOVE HD-MAIL-STOP TO HM-DTL-MAIL-STOP.
032300     MOVE HD-EXTENSION TO HM-DTL-EXTENSION.
032400     MOVE HD-STATUS-SW TO HM-DTL-STATUS.
032500     MOVE HD-DELEGATE-ID TO HM-DTL-DELEGATE-ID.
032600     MOVE SPACES TO PRINT-LINE.
032700     MOVE HM-DETAIL-LINE TO PRINT-LINE.
032800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
032900 2140-EXIT.
033000     EXIT.
033100*
033200***************************************************************
033300*  2150-EDIT-DELEGATE - A DELEGATE MUST BE ANOTHER HOST ON THE *
033400*  DIRECTORY WHO IS STILL ON STAFF.  THE LOOKUP DISTURBS THE   *
033500*  RECORD AREA, SO THE HOST BEING MAINTAINED IS HELD AND PUT   *
033600*  BACK AROUND IT.                                             *
033700***************************************************************
033800 2150-EDIT-DELEGATE.
033900     IF HT-DELEGATE-ID = HT-HOST-ID
034000         MOVE "HOST CANNOT BE OWN DELEGATE" TO
034100             HM-REJECT-REASON
034200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
034300         GO TO 2150-EXIT
034400     END-IF.
034500     MOVE HOSTDIR-RECORD TO HM-HOLD-RECORD.
034600     MOVE HT-DELEGATE-ID TO HD-HOST-ID.
034700     READ HOSTDIR-FILE
034800         INVALID KEY
034900             MOVE "DELEGATE NOT ON HOST DIRECTORY" TO
035000                 HM-REJECT-REASON
035100             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
035200         NOT INVALID KEY
035300             IF HD-INACTIVE
035400                 MOVE "DELEGATE IS INACTIVE" TO
035500                     HM-REJECT-REASON
035600                 PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
035700             END-IF
035800     END-READ.
035900     MOVE HM-HOLD-RECORD TO HOSTDIR-RECORD.
036000 2150-EXIT.
036100     EXIT.
036200*
036300***************************************************************
036400*  2200-ADD-HOST - A NEW HOST MAY NOT ALREADY BE ON THE        *
036500*  DIRECTORY AND MUST CARRY A NAME, A DEPARTMENT AND A MAIL    *
036600*  STOP SO ARRIVAL SLIPS CAN BE DELIVERED.  NEW HOSTS START    *
036700*  ACTIVE.                                                     *
036800***************************************************************
036900 2200-ADD-HOST.
037000     IF HM-HOST-FOUND
037100         MOVE "DUPLICATE ADD - HOST ALREADY ON FILE" TO
037200             HM-REJECT-REASON
037300         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
037400         GO TO 2200-EXIT
037500     END-IF.
037600     IF HT-HOST-NAME = SPACES
037700         MOVE "ADD REQUIRES A HOST NAME" TO HM-REJECT-REASON
037800         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
037900         GO TO 2200-EXIT
038000     END-IF.
038100     IF HT-DEPT = SPACES
038200         OR HT-MAIL-STOP = SPACES
038300         MOVE "ADD REQUIRES A DEPARTMENT AND MAIL STOP" TO
038400             HM-REJECT-REASON
038500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
038600         GO TO 2200-EXIT
038700     END-IF.
038800     MOVE SPACES TO HOSTDIR-RECORD.
038900     IF HT-DELEGATE-ID NOT = SPACES
039000         AND NOT HT-CLEAR-DELEGATE
039100         PERFORM 2150-EDIT-DELEGATE THRU 2150-EXIT
039200         IF HM-TRAN-REJECTED
039300             GO TO 2200-EXIT
039400         END-IF
039500         MOVE HT-DELEGATE-ID TO HD-DELEGATE-ID
039600     END-IF.
039700     MOVE HT-HOST-ID TO HD-HOST-ID.
039800     MOVE HT-HOST-NAME TO HD-HOST-NAME.
039900     MOVE HT-DEPT TO HD-DEPT.
040000     MOVE HT-MAIL-STOP TO HD-MAIL-STOP.
040100     MOVE HT-EXTENSION TO HD-EXTENSION.
040200     SET HD-ACTIVE TO TRUE.
040300     MOVE HM-RUN-DATE TO HD-LAST-MAINT-DATE.
040400     WRITE HOSTDIR-RECORD.
040500     IF HM-HOSTDIR-STATUS NOT = "00"
040600         AND HM-HOSTDIR-STATUS NOT = "02"
040700         DISPLAY "HOST-MAINT: ERROR WRITING HOSTDIR - "
040800             HM-HOSTDIR-STATUS
040900         MOVE "WRITE REJECTED BY FILE SYSTEM" TO
041000             HM-REJECT-REASON
041100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
041200     END-IF.
041300     IF HM-TRAN-OK
041400         ADD 1 TO HM-ADD-CT
041500     END-IF.
041600 2200-EXIT.
041700     EXIT.
041800*
041900***************************************************************
042000*  2300-CHANGE-HOST - CHANGE THE NAME, DEPARTMENT, MAIL STOP,  *
042100*  EXTENSION AND/OR DELEGATE OF A HOST ON FILE.  BLANK CARD    *
042200*  FIELDS LEAVE THE DIRECTORY FIELD AS IT STANDS; A DELEGATE   *
042300*  OF "NONE" CLEARS IT.                                        *
042400***************************************************************
042500 2300-CHANGE-HOST.
042600     IF HM-HOST-NOT-FOUND
042700         MOVE "CHANGE TO HOST NOT ON FILE" TO HM-REJECT-REASON
042800         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
042900         GO TO 2300-EXIT
043000     END-IF.
043100     PERFORM 2350-APPLY-DELEGATE THRU 2350-EXIT.
043200     IF HM-TRAN-REJECTED
043300         GO TO 2300-EXIT
043400     END-IF.
043500     IF HT-HOST-NAME NOT = SPACES
043600         MOVE HT-HOST-NAME TO HD-HOST-NAME
043700     END-IF.
043800     IF HT-DEPT NOT = SPACES
043900         MOVE HT-DEPT TO HD-DEPT
044000     END-IF.
044100     IF HT-MAIL-STOP NOT = SPACES
044200         MOVE HT-MAIL-STOP TO HD-MAIL-STOP
044300     END-IF.
044400     IF HT-EXTENSION NOT = SPACES
044500         MOVE HT-EXTENSION TO HD-EXTENSION
044600     END-IF.
044700     PERFORM 2800-REWRITE-HOST THRU 2800-EXIT.
044800     IF HM-TRAN-OK
044900         ADD 1 TO HM-CHANGE-CT
045000     END-IF.
045100 2300-EXIT.
045200     EXIT.
045300*
045400***************************************************************
045500*  2350-APPLY-DELEGATE - SET OR CLEAR THE DELEGATE FROM THE    *
045600*  CARD.  A BLANK DELEGATE ON THE CARD LEAVES IT AS IT STANDS. *
045700***************************************************************
045800 2350-APPLY-DELEGATE.
045900     IF HT-DELEGATE-ID = SPACES
046000         GO TO 2350-EXIT
046100     END-IF.
046200     IF HT-CLEAR-DELEGATE
046300         MOVE SPACES TO HD-DELEGATE-ID
046400         GO TO 2350-EXIT
046500     END-IF.
046600     PERFORM 2150-EDIT-DELEGATE THRU 2150-EXIT.
046700     IF HM-TRAN-OK
046800         MOVE HT-DELEGATE-ID TO HD-DELEGATE-ID
046900     END-IF.
047000 2350-EXIT.
047100     EXIT.
047200*
047300***************************************************************
047400*  2400-DEACTIVATE-HOST - A HOST WHO HAS LEFT STAYS ON THE     *
047500*  DIRECTORY SO OLD APPOINTMENTS STILL READ, BUT NO NEW        *
047600*  BOOKINGS ARE TAKEN FOR THE HOST.                            *
047700***************************************************************
047800 2400-DEACTIVATE-HOST.
047900     IF HM-HOST-NOT-FOUND
048000         MOVE "DEACTIVATE OF HOST NOT ON FILE" TO
048100             HM-REJECT-REASON
048200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
048300         GO TO 2400-EXIT
048400     END-IF.
048500     IF HD-INACTIVE
048600         MOVE "HOST IS ALREADY INACTIVE" TO HM-REJECT-REASON
048700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
048800         GO TO 2400-EXIT
048900     END-IF.
049000     SET HD-INACTIVE TO TRUE.
049100     PERFORM 2800-REWRITE-HOST THRU 2800-EXIT.
049200     IF HM-TRAN-OK
049300         ADD 1 TO HM-DEACTIVATE-CT
049400     END-IF.
049500 2400-EXIT.
049600     EXIT.
049700*
049800***************************************************************
049900*  2500-REACTIVATE-HOST - TURN AN INACTIVE HOST BACK ON.       *
050000***************************************************************
050100 2500-REACTIVATE-HOST.
050200     IF HM-HOST-NOT-FOUND
050300         MOVE "REACTIVATE OF HOST NOT ON FILE" TO
050400             HM-REJECT-REASON
050500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
050600         GO TO 2500-EXIT
050700     END-IF.
050800     IF NOT HD-INACTIVE
050900         MOVE "HOST IS ALREADY ACTIVE" TO HM-REJECT-REASON
051000         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
051100         GO TO 2500-EXIT
051200     END-IF.
051300     SET HD-ACTIVE TO TRUE.
051400     PERFORM 2800-REWRITE-HOST THRU 2800-EXIT.
051500     IF HM-TRAN-OK
051600         ADD 1 TO HM-REACTIVATE-CT
051700     END-IF.
051800 2500-EXIT.
051900     EXIT.
052000*
052100***************************************************************
052200*  2600-OUT-OF-OFFICE - MARK AN ACTIVE HOST AWAY.  ARRIVAL     *
052300*  SLIPS THEN GO TO THE DELEGATE, SO ONE MUST BE ON FILE OR    *
052400*  ON THE CARD.                                                *
052500***************************************************************
052600 2600-OUT-OF-OFFICE.
052700     IF HM-HOST-NOT-FOUND
052800         MOVE "OUT-OF-OFFICE FOR HOST NOT ON FILE" TO
052900             HM-REJECT-REASON
053000         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
053100         GO TO 2600-EXIT
053200     END-IF.
053300     IF NOT HD-ACTIVE
053400         MOVE "HOST IS NOT ACTIVE AND IN OFFICE" TO
053500             HM-REJECT-REASON
053600         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
053700         GO TO 2600-EXIT
053800     END-IF.
053900     PERFORM 2350-APPLY-DELEGATE THRU 2350-EXIT.
054000     IF HM-TRAN-REJECTED
054100         GO TO 2600-EXIT
054200     END-IF.
054300     IF HD-DELEGATE-ID = SPACES
054400         MOVE "OUT-OF-OFFICE REQUIRES A DELEGATE" TO
054500             HM-REJECT-REASON
054600         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
054700         GO TO 2600-EXIT
054800     END-IF.
054900     SET HD-OUT-OF-OFFICE TO TRUE.
055000     PERFORM 2800-REWRITE-HOST THRU 2800-EXIT.
055100     IF HM-TRAN-OK
055200         ADD 1 TO HM-OUT-CT
055300     END-IF.
055400 2600-EXIT.
055500     EXIT.
055600*
055700***************************************************************
055800*  2700-BACK-IN-OFFICE - SLIPS GO TO THE HOST AGAIN.  THE      *
055900*  DELEGATE STAYS ON FILE FOR THE NEXT ABSENCE.                *
056000***************************************************************
056100 2700-BACK-IN-OFFICE.
056200     IF HM-HOST-NOT-FOUND
056300         MOVE "BACK-IN-OFFICE FOR HOST NOT ON FILE" TO
056400             HM-REJECT-REASON
056500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
056600         GO TO 2700-EXIT
056700     END-IF.
056800     IF NOT HD-OUT-OF-OFFICE
056900         MOVE "HOST IS NOT MARKED OUT OF OFFICE" TO
057000             HM-REJECT-REASON
057100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
057200         GO TO 2700-EXIT
057300     END-IF.
057400     SET HD-ACTIVE TO TRUE.
057500     PERFORM 2800-REWRITE-HOST THRU 2800-EXIT.
057600     IF HM-TRAN-OK
057700         ADD 1 TO HM-BACK-CT
057800     END-IF.
057900 2700-EXIT.
058000     EXIT.
058100*
058200 2800-REWRITE-HOST.
058300     MOVE HM-RUN-DATE TO HD-LAST-MAINT-DATE.
058400     REWRITE HOSTDIR-RECORD.
058500     IF HM-HOSTDIR-STATUS NOT = "00"
058600         AND HM-HOSTDIR-STATUS NOT = "02"
058700         DISPLAY "HOST-MAINT: ERROR REWRITING HOSTDIR - "
058800             HM-HOSTDIR-STATUS
058900         MOVE "REWRITE REJECTED BY FILE SYSTEM" TO
059000             HM-REJECT-REASON
059100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
059200     END-IF.
059300 2800-EXIT.
059400     EXIT.
059500*
059600 2900-REJECT-TRAN.
059700     SET HM-TRAN-REJECTED TO TRUE.
059800     ADD 1 TO HM-REJECT-CT.
059900     MOVE SPACES TO PRINT-LINE.
060000     STRING "  *** REJECTED - " DELIMITED BY SIZE
060100            HM-REJECT-REASON DELIMITED BY SIZE
060200         INTO PRINT-LINE.
060300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
060400 2900-EXIT.
060500     EXIT.
060600*
060700***************************************************************
060800*                 3000-PRINT-TOTALS                            *
060900***************************************************************
061000 3000-PRINT-TOTALS.
061100     MOVE SPACES TO PRINT-LINE.
061200     MOVE "--------------------------------------------" TO
061300         PRINT-LINE.
061400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
061500     MOVE SPACES TO PRINT-LINE.
061600     STRING "TRANSACTIONS READ . . . . . . . : "
061700            DELIMITED BY SIZE
061800            HM-TRAN-READ-CT DELIMITED BY SIZE
061900         INTO PRINT-LINE.
062000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
062100     MOVE SPACES TO PRINT-LINE.
062200     STRING "HOSTS ADDED . . . . . . . . . . : "
062300            DELIMITED BY SIZE
062400            HM-ADD-CT DELIMITED BY SIZE
062500         INTO PRINT-LINE.
062600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
062700     MOVE SPACES TO PRINT-LINE.
062800     STRING "HOSTS CHANGED . . . . . . . . . : "
062900            DELIMITED BY SIZE
063000            HM-CHANGE-CT DELIMITED BY SIZE
063100         INTO PRINT-LINE.
063200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
063300     MOVE SPACES TO PRINT-LINE.
063400     STRING "HOSTS DEACTIVATED . . . . . . . : "
063500            DELIMITED BY SIZE
063600            HM-DEACTIVATE-CT DELIMITED BY SIZE
063700         INTO PRINT-LINE.
063800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
063900     MOVE SPACES TO PRINT-LINE.
064000     STRING "HOSTS REACTIVATED . . . . . . . : "
064100            DELIMITED BY SIZE
064200            HM-REACTIVATE-CT DELIMITED BY SIZE
064300         INTO PRINT-LINE.
064400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
064500     MOVE SPACES TO PRINT-LINE.
064600     STRING "HOSTS MARKED OUT OF OFFICE. . . : "
064700            DELIMITED BY SIZE
064800            HM-OUT-CT DELIMITED BY SIZE
064900         INTO PRINT-LINE.
065000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
065100     MOVE SPACES TO PRINT-LINE.
065200     STRING "HOSTS BACK IN OFFICE. . . . . . : "
065300            DELIMITED BY SIZE
065400            HM-BACK-CT DELIMITED BY SIZE
065500         INTO PRINT-LINE.
065600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
065700     MOVE SPACES TO PRINT-LINE.
065800     STRING "TRANSACTIONS REJECTED . . . . . : "
065900            DELIMITED BY SIZE
066000            HM-REJECT-CT DELIMITED BY SIZE
066100         INTO PRINT-LINE.
066200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
066300 3000-EXIT.
066400     EXIT.
066500*
066600 8000-WRITE-PRINT-LINE.
066700     WRITE PRINT-LINE.
066800     IF HM-PRINT-STATUS NOT = "00"
066900         DISPLAY "HOST-MAINT: ERROR WRITING HSTMNTRP - "
067000             HM-PRINT-STATUS
067100     END-IF.
067200 8000-EXIT.
067300     EXIT.
067303*
067306***************************************************************
067309*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
067312*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
067315***************************************************************
067318 8100-WRITE-RUNCTL-END.
067321     ACCEPT HM-RUN-TIME FROM TIME.
067324     MOVE SPACES TO RUNCTL-RECORD.
067327     MOVE "HOST-MAINT" TO RC-PROGRAM-NAME.
067330     MOVE HM-RUN-DATE TO RC-RUN-DATE.
067333     SET RC-END-REC TO TRUE.
067336     MOVE HM-RUN-TIME TO RC-RUN-TIME.
067339     MOVE HM-TRAN-READ-CT TO RC-RECORD-COUNT.
067342     IF HM-HDTRAN-IS-OPEN AND HM-HOSTDIR-IS-OPEN
067345         AND HM-PRINT-IS-OPEN
067348         SET RC-COMPLETED TO TRUE
067351     ELSE
067354         SET RC-ABENDED TO TRUE
067357     END-IF.
067360     WRITE RUNCTL-RECORD.
067363     IF HM-RUNCTL-STATUS NOT = "00"
067366         DISPLAY "HOST-MAINT: ERROR WRITING RUNCTL - "
067369             HM-RUNCTL-STATUS
067372     END-IF.
067375 8100-EXIT.
067378     EXIT.
067400*
067500 9000-TERMINATE.
067600     IF HM-HDTRAN-IS-OPEN
067700         CLOSE HDTRAN-FILE
067800     END-IF.
067900     IF HM-HOSTDIR-IS-OPEN
068000         CLOSE HOSTDIR-FILE
068100     END-IF.
068200     IF HM-PRINT-IS-OPEN
068300         CLOSE PRINT-FILE
068400     END-IF.
068425     IF HM-RUNCTL-IS-OPEN
068450         CLOSE RUNCTL-FILE
068475     END-IF.
068500 9000-EXIT.
068600     EXIT.
