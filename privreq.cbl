000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIVACY-REQUEST.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - SUBJECT ACCESS AND ERASURE
001300*                  REQUESTS.  FOR A VISITOR NAME OR MEMBER ID,
001400*                  SEARCHES THE CUSTOMER MASTER, TODAY'S VISITOR
001500*                  LOG, THE VISITOR HISTORY ARCHIVE, THE
001600*                  APPOINTMENT FILE, THE SECURITY ALERT LOG, THE
001700*                  ARRIVAL-NOTICE FILE AND THE CRM CARRY-FORWARD
001800*                  FILE AND PRINTS A DISCLOSURE REPORT OF EVERY
001900*                  RECORD FOUND.  IN ERASE MODE THE IDENTIFYING
002000*                  FIELDS ARE BLANKED (OR THE RECORD DELETED
002100*                  WHERE THE NAME IS THE KEY), EXCEPT ON RECORDS
002200*                  THE SECURITY OFFICE HOLDS - WATCH-LIST HITS AND
002300*                  THE SECURITY ALERT LOG - WHICH ARE LEFT AS THEY
002400*                  STAND.  EVERY RUN IS LOGGED TO THE SHARED RUN
002500*                  CONTROL FILE WITH ITS REQUEST ID, AND AN ERASE
002600*                  FOR A REQUEST ALREADY APPLIED IS REFUSED.
002616* 10/15/2026  RMC  THE VISITOR LOG, HISTORY ARCHIVE AND CRM
002632*                  CARRY-FORWARD RECORDS ARE NOW 150 BYTES.  THE
002648*                  COMPANY AND PURPOSE OF VISIT NOW CARRIED ON
002664*                  THEM ARE DISCLOSED ON A SECOND LINE UNDER THE
002680*                  VISIT.
002682* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
002684*                  DATE, SITE AND TIME WITH THE MEMBER ID AS AN
002686*                  ALTERNATE KEY.  A REQUEST BY MEMBER ID READS
002688*                  ONLY THAT MEMBER'S ARCHIVE RECORDS; A REQUEST
002690*                  BY NAME STILL READS THE WHOLE ARCHIVE.  AN
002692*                  ERASE BLANKS THE ALTERNATE KEY WITH THE MEMBER
002694*                  ID.
002695* 10/15/2026  RMC  THE FRONT-DESK INQUIRY LOG IS SEARCHED AS AN
002696*                  EIGHTH FILE.  AN ERASE BLANKS THE NAME AND
002697*                  MEMBER ID ASKED FOR AND KEEPS WHO ASKED AND
002698*                  WHEN; INQUIRIES THAT GAVE THE SECURITY NOTICE
002699*                  ARE HELD.
002710* 10/15/2026  RMC  THE START-UP NOW ALSO CHECKS THE JOB-STREAM
002721*                  DEPENDENCY TABLE, REFUSING TO RUN, WITH A
002732*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
002743*                  ITS PREREQUISITES HAVE COMPLETED FOR THE RUN
002754*                  DATE.  THE RUN CONTROL FILE IS NOW READ FOR A
002765*                  DISCLOSURE AS WELL AS AN ERASE.  A REQUEST HAS
002776*                  NO PREREQUISITES TODAY.
002778* 10/15/2026  RMC  A REQUEST IS NO LONGER SEARCHED OR ERASED WHEN
002780*                  ITS START RECORD COULD NOT BE WRITTEN TO THE
002782*                  RUN CONTROL FILE, AND AN ERASE IS ONLY REPORTED
002784*                  AS LOGGED WHEN ITS END RECORD WAS WRITTEN.
002787*
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-Z15.
003200 OBJECT-COMPUTER. IBM-Z15.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    CUSTOMER MASTER
003600     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-NAME
004000         ALTERNATE RECORD KEY IS CM-MEMBER-ID
004100             WITH DUPLICATES
004200         FILE STATUS IS PR-CUSTMAST-STATUS.
004300*    TODAY'S VISITOR LOG
004400     SELECT VISLOG-FILE ASSIGN TO "VISLOG"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS PR-VISLOG-STATUS.
004700*    VISITOR HISTORY ARCHIVE
004800     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
004900         ORGANIZATION IS INDEXED
004920         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS VH-ARCH-KEY
004960         ALTERNATE RECORD KEY IS VH-MEMBER-ID
004980             WITH DUPLICATES
005000         FILE STATUS IS PR-VISARCH-STATUS.
005100*    EXPECTED-VISITOR (APPOINTMENT) FILE
005200     SELECT APPOINT-FILE ASSIGN TO "APPTFIL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AP-KEY
005600         FILE STATUS IS PR-APPOINT-STATUS.
005700*    SECURITY ALERT LOG - DISCLOSED, NEVER CHANGED
005800     SELECT SECALERT-FILE ASSIGN TO "SECALERT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS PR-SECALERT-STATUS.
006100*    ARRIVAL-NOTICE FILE
006200     SELECT ARRNOTE-FILE ASSIGN TO "ARRNOTE"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS PR-ARRNOTE-STATUS.
006500*    CRM CARRY-FORWARD FILE
006600     SELECT CRMCARRY-FILE ASSIGN TO "CRMCARRY"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS PR-CRMCARRY-STATUS.
006820*    FRONT-DESK INQUIRY AUDIT LOG
006840     SELECT INQLOG-FILE ASSIGN TO "INQLOG"
006860         ORGANIZATION IS SEQUENTIAL
006880         FILE STATUS IS PR-INQLOG-STATUS.
006900*    SHARED BATCH RUN CONTROL FILE
007000     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS PR-RUNCTL-STATUS.
007300*    PRINTED DISCLOSURE REPORT
007400     SELECT PRINT-FILE ASSIGN TO "PRIVRPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS PR-PRINT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CUSTMAST-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 60 CHARACTERS.
008200     COPY CUSTMAST.
008300 FD  VISLOG-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 150 CHARACTERS.
008600 01  VISLOG-FILE-RECORD          PIC X(150).
008700 FD  VISARCH-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 182 CHARACTERS.
009000     COPY VISARCH.
009100 FD  APPOINT-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400     COPY APPOINT.
009500 FD  SECALERT-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 100 CHARACTERS.
009800     COPY SECALERT.
009900 FD  ARRNOTE-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 100 CHARACTERS.
010200     COPY ARRNOTE.
010300 FD  CRMCARRY-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 150 CHARACTERS.
010600 01  CRMCARRY-RECORD             PIC X(150).
010620 FD  INQLOG-FILE
010640     LABEL RECORDS ARE STANDARD
010660     RECORD CONTAINS 100 CHARACTERS.
010680 01  INQLOG-FILE-RECORD          PIC X(100).
010700 FD  RUNCTL-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000     COPY RUNCTL.
011100 FD  PRINT-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  PRINT-LINE                  PIC X(80).
011500 WORKING-STORAGE SECTION.
011600 77  PR-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
011700 77  PR-VISLOG-STATUS            PIC X(02) VALUE SPACES.
011800 77  PR-VISARCH-STATUS           PIC X(02) VALUE SPACES.
011900 77  PR-APPOINT-STATUS           PIC X(02) VALUE SPACES.
012000 77  PR-SECALERT-STATUS          PIC X(02) VALUE SPACES.
012100 77  PR-ARRNOTE-STATUS           PIC X(02) VALUE SPACES.
012200 77  PR-CRMCARRY-STATUS          PIC X(02) VALUE SPACES.
012250 77  PR-INQLOG-STATUS            PIC X(02) VALUE SPACES.
012300 77  PR-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
012400 77  PR-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
012500     88  PR-RUNCTL-IS-OPEN           VALUE 'Y'.
012600 77  PR-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
012700     88  PR-RUNCTL-EOF               VALUE 'Y'.
012800 77  PR-PRINT-STATUS             PIC X(02) VALUE SPACES.
012900 77  PR-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
013000     88  PR-PRINT-IS-OPEN            VALUE 'Y'.
013100 77  PR-EOF-SW                   PIC X(01) VALUE 'N'.
013200     88  PR-FILE-EOF                 VALUE 'Y'.
013300 77  PR-PARM-OK-SW               PIC X(01) VALUE 'N'.
013400     88  PR-PARM-OK                  VALUE 'Y'.
013500 77  PR-DUP-RUN-SW               PIC X(01) VALUE 'N'.
013600     88  PR-DUP-RUN                  VALUE 'Y'.
013700 77  PR-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
013800     88  PR-RUN-STARTED              VALUE 'Y'.
013833 77  PR-END-LOGGED-SW            PIC X(01) VALUE 'N'.
013866     88  PR-END-LOGGED               VALUE 'Y'.
013900 77  PR-ALL-OK-SW                PIC X(01) VALUE 'Y'.
014000     88  PR-ALL-FILES-OK             VALUE 'Y'.
014100 77  PR-MATCH-SW                 PIC X(01) VALUE 'N'.
014200     88  PR-SUBJECT-MATCH            VALUE 'Y'.
014300 77  PR-REWRITE-SW               PIC X(01) VALUE 'N'.
014400     88  PR-REWRITE-NEEDED           VALUE 'Y'.
014500 77  PR-FILE-SUB                 PIC 9(04) COMP VALUE ZERO.
014550 77  PR-FILE-MAX                 PIC 9(04) COMP VALUE 8.
014600 77  PR-TOTAL-FOUND-CT           PIC 9(08) VALUE ZERO.
014700 77  PR-TOTAL-CHANGED-CT         PIC 9(08) VALUE ZERO.
014800 77  PR-TOTAL-HELD-CT            PIC 9(08) VALUE ZERO.
014900 01  PR-PARM-FIELD               PIC X(60) VALUE SPACES.
015000 01  PR-REQUEST-ID               PIC X(10) VALUE SPACES.
015100 01  PR-REQUEST-MODE             PIC X(01) VALUE SPACE.
015200     88  PR-DISCLOSE-MODE            VALUE 'D'.
015300     88  PR-ERASE-MODE               VALUE 'E'.
015400 01  PR-SUBJECT-TYPE             PIC X(01) VALUE SPACE.
015500     88  PR-BY-NAME                  VALUE 'N'.
015600     88  PR-BY-MEMBER-ID             VALUE 'M'.
015700 01  PR-SUBJECT-KEY              PIC X(30) VALUE SPACES.
015800 01  PR-SUBJECT-NAME             PIC X(30) VALUE SPACES.
015900 01  PR-SUBJECT-ID               PIC X(10) VALUE SPACES.
016000 01  PR-RUN-DATE                 PIC 9(08) VALUE ZERO.
016100 01  PR-RUN-TIME                 PIC 9(08) VALUE ZERO.
016200 01  PR-WORK-TIME                PIC 9(08) VALUE ZERO.
016250 01  PR-VISIT-EXTRA              PIC X(49) VALUE SPACES.
016300*
016400*    RECORD AREAS FOR THE FILES READ AS PLAIN RECORDS.
016500*
016600     COPY VISLOG.
016700     COPY CRMXTRC.
016750     COPY INQLOG.
016775     COPY JOBDEP.
016800*
016900*    PER-FILE CONTROL TOTALS, IN SEARCH ORDER.
017000*
017100 01  PR-FILE-NAME-VALUES.
017200     05  FILLER                  PIC X(08) VALUE "CUSTMAS".
017300     05  FILLER                  PIC X(08) VALUE "VISLOG".
017400     05  FILLER                  PIC X(08) VALUE "VISARCH".
017500     05  FILLER                  PIC X(08) VALUE "APPTFIL".
017600     05  FILLER                  PIC X(08) VALUE "SECALERT".
017700     05  FILLER                  PIC X(08) VALUE "ARRNOTE".
017800     05  FILLER                  PIC X(08) VALUE "CRMCARRY".
017850     05  FILLER                  PIC X(08) VALUE "INQLOG".
017900 01  PR-FILE-NAME-TABLE REDEFINES PR-FILE-NAME-VALUES.
018000     05  PR-FILE-NAME OCCURS 8 TIMES
018100                                 PIC X(08).
018200 01  PR-FILE-COUNT-TABLE.
018300     05  PR-FILE-ENTRY OCCURS 8 TIMES.
018400         10  PR-FOUND-CT         PIC 9(08).
018500         10  PR-CHANGED-CT       PIC 9(08).
018600         10  PR-HELD-CT          PIC 9(08).
018700         10  PR-FILE-STATE-SW    PIC X(01).
018800             88  PR-FILE-SEARCHED    VALUE 'S'.
018900             88  PR-FILE-NOT-ON-HAND VALUE 'M'.
019000             88  PR-FILE-FAILED      VALUE 'F'.
019100             88  PR-FILE-SKIPPED     VALUE 'K'.
019200 01  PR-DISCLOSE-LINE.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  PR-DL-FILE              PIC X(08) VALUE SPACES.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  PR-DL-DATE              PIC X(08) VALUE SPACES.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  PR-DL-TIME              PIC X(06) VALUE SPACES.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  PR-DL-SITE-ID           PIC X(03) VALUE SPACES.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  PR-DL-DETAIL            PIC X(30) VALUE SPACES.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  PR-DL-ACTION            PIC X(10) VALUE SPACES.
020500     05  FILLER                  PIC X(08) VALUE SPACES.
020600 01  PR-TOTAL-HEAD.
020700     05  FILLER                  PIC X(12) VALUE "  FILE".
020800     05  FILLER                  PIC X(10) VALUE "   FOUND".
020900     05  FILLER                  PIC X(10) VALUE " CHANGED".
021000     05  FILLER                  PIC X(10) VALUE "    HELD".
021100     05  FILLER                  PIC X(38) VALUE SPACES.
021200 01  PR-TOTAL-LINE.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  PR-TL-FILE              PIC X(08) VALUE SPACES.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  PR-TL-FOUND             PIC 9(08) VALUE ZERO.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  PR-TL-CHANGED           PIC 9(08) VALUE ZERO.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  PR-TL-HELD              PIC 9(08) VALUE ZERO.
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  PR-TL-NOTE              PIC X(30) VALUE SPACES.
022300     05  FILLER                  PIC X(08) VALUE SPACES.
022400*
022500 PROCEDURE DIVISION.
022600***************************************************************
022700*                 0000-MAINLINE                                *
022800***************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     IF PR-PARM-OK AND PR-RUN-STARTED
023200         PERFORM 2000-SEARCH-CUSTMAS THRU 2000-EXIT
023300         PERFORM 3000-SEARCH-VISLOG THRU 3000-EXIT
023400         PERFORM 3500-SEARCH-VISARCH THRU 3500-EXIT
023500         PERFORM 4000-SEARCH-APPTFIL THRU 4000-EXIT
023600         PERFORM 5000-SEARCH-SECALERT THRU 5000-EXIT
023700         PERFORM 5500-SEARCH-ARRNOTE THRU 5500-EXIT
023800         PERFORM 6000-SEARCH-CRMCARRY THRU 6000-EXIT
023850         PERFORM 6500-SEARCH-INQLOG THRU 6500-EXIT
023900     END-IF.
024000     IF PR-PRINT-IS-OPEN AND PR-PARM-OK AND PR-RUN-STARTED
024100         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
024200     END-IF.
024300     IF PR-RUN-STARTED
024400         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
024500     END-IF.
024525     IF PR-PRINT-IS-OPEN AND PR-PARM-OK AND PR-RUN-STARTED
024550         PERFORM 7200-PRINT-OUTCOME THRU 7200-EXIT
024575     END-IF.
024600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024700     STOP RUN.
024800 0000-EXIT.
024900     EXIT.
025000*
025100***************************************************************
025200*  1000-INITIALIZE - THE REQUEST COMES IN AS                   *
025300*  "REQUESTID  M T SUBJECT" - A 10-CHARACTER REQUEST ID FROM   *
025400*  THE PRIVACY OFFICE, M = D TO DISCLOSE ONLY OR E TO ERASE,   *
025500*  T = N FOR A VISITOR NAME OR M FOR A MEMBER ID, AND THE      *
025600*  NAME OR ID ITSELF FROM COLUMN 16.                           *
025700***************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD.
026000     ACCEPT PR-RUN-TIME FROM TIME.
026100     ACCEPT PR-PARM-FIELD FROM COMMAND-LINE.
026200     MOVE PR-PARM-FIELD (1:10) TO PR-REQUEST-ID.
026300     MOVE PR-PARM-FIELD (12:1) TO PR-REQUEST-MODE.
026400     MOVE PR-PARM-FIELD (14:1) TO PR-SUBJECT-TYPE.
026500     MOVE PR-PARM-FIELD (16:30) TO PR-SUBJECT-KEY.
026600     MOVE 1 TO PR-FILE-SUB.
026633     PERFORM 1050-CLEAR-FILE-COUNT THRU 1050-EXIT
026666         UNTIL PR-FILE-SUB > PR-FILE-MAX.
026700     OPEN OUTPUT PRINT-FILE.
026800     IF PR-PRINT-STATUS NOT = "00"
026900         DISPLAY "PRIVACY-REQUEST: ERROR OPENING PRIVRPT - "
027000             PR-PRINT-STATUS
027100         GO TO 1000-EXIT
027200     END-IF.
027300     SET PR-PRINT-IS-OPEN TO TRUE.
027400     IF PR-REQUEST-ID = SPACES
027500         DISPLAY "PRIVACY-REQUEST: NO REQUEST ID GIVEN"
027600         GO TO 1000-EXIT
027700     END-IF.
027800     IF NOT PR-DISCLOSE-MODE AND NOT PR-ERASE-MODE
027900         DISPLAY "PRIVACY-REQUEST: MODE MUST BE D OR E"
028000         GO TO 1000-EXIT
028100     END-IF.
028200     IF NOT PR-BY-NAME AND NOT PR-BY-MEMBER-ID
028300         DISPLAY "PRIVACY-REQUEST: SUBJECT TYPE MUST BE N OR M"
028400         GO TO 1000-EXIT
028500     END-IF.
028600     IF PR-SUBJECT-KEY = SPACES
028700         DISPLAY "PRIVACY-REQUEST: NO NAME OR MEMBER ID GIVEN"
028800         GO TO 1000-EXIT
028900     END-IF.
029000     IF PR-BY-NAME
029100         MOVE PR-SUBJECT-KEY TO PR-SUBJECT-NAME
029200     ELSE
029300         MOVE PR-SUBJECT-KEY TO PR-SUBJECT-ID
029400     END-IF.
029500     SET PR-PARM-OK TO TRUE.
029600     PERFORM 1100-PRINT-HEADER THRU 1100-EXIT.
029700     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
029800     IF PR-DUP-RUN
029900         MOVE SPACES TO PRINT-LINE
030000         MOVE "*** REQUEST ALREADY APPLIED - ERASE REFUSED" TO
030100             PRINT-LINE
030200         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
030300     END-IF.
030314     IF JD-JOB-BLOCKED
030328         MOVE SPACES TO PRINT-LINE
030342         MOVE "*** PREREQUISITES NOT COMPLETE - REQUEST NOT RUN"
030356             TO PRINT-LINE
030370         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
030384     END-IF.
030386     IF NOT PR-RUN-STARTED AND NOT PR-DUP-RUN
030388         AND NOT JD-JOB-BLOCKED
030390         MOVE SPACES TO PRINT-LINE
030392         MOVE "*** RUN CONTROL FILE NOT OPEN - REQUEST NOT RUN"
030394             TO PRINT-LINE
030396         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
030398     END-IF.
030400 1000-EXIT.
030500     EXIT.
030600*
030610 1050-CLEAR-FILE-COUNT.
030620     MOVE ZERO TO PR-FOUND-CT (PR-FILE-SUB).
030630     MOVE ZERO TO PR-CHANGED-CT (PR-FILE-SUB).
030640     MOVE ZERO TO PR-HELD-CT (PR-FILE-SUB).
030650     MOVE SPACE TO PR-FILE-STATE-SW (PR-FILE-SUB).
030660     ADD 1 TO PR-FILE-SUB.
030670 1050-EXIT.
030680     EXIT.
030690*
030700 1100-PRINT-HEADER.
030800     MOVE SPACES TO PRINT-LINE.
030900     STRING "SUBJECT ACCESS REQUEST " DELIMITED BY SIZE
031000            PR-REQUEST-ID DELIMITED BY SIZE
031100            " - RUN DATE " DELIMITED BY SIZE
031200            PR-RUN-DATE DELIMITED BY SIZE
031300         INTO PRINT-LINE.
031400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
031500     MOVE SPACES TO PRINT-LINE.
031600     IF PR-ERASE-MODE
031700         MOVE "MODE . . . . : ERASE" TO PRINT-LINE
031800     ELSE
031900         MOVE "MODE . . . . : DISCLOSE ONLY" TO PRINT-LINE
032000     END-IF.
032100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
032200     MOVE SPACES TO PRINT-LINE.
032300     IF PR-BY-NAME
032400         STRING "NAME . . . . : " DELIMITED BY SIZE
032500                PR-SUBJECT-NAME DELIMITED BY SIZE
032600             INTO PRINT-LINE
032700     ELSE
032800         STRING "MEMBER ID. . : " DELIMITED BY SIZE
032900                PR-SUBJECT-ID DELIMITED BY SIZE
033000             INTO PRINT-LINE
033100     END-IF.
033200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
033300 1100-EXIT.
033400     EXIT.
033500*
033600***************************************************************
033685*  1400-RUN-CONTROL-START - AN ERASE IS REFUSED WHEN A         *
033770*  COMPLETED ERASE FOR THE SAME REQUEST ID IS ALREADY ON THE   *
033855*  RUN CONTROL FILE.  A DISCLOSURE MAY BE RUN AS OFTEN AS IT   *
033940*  IS ASKED FOR.  EITHER IS REFUSED UNTIL ITS PREREQUISITES    *
034025*  HAVE COMPLETED FOR THE RUN DATE.  THE SUBJECT'S NAME IS     *
034110*  NEVER LOGGED - ONLY THE REQUEST ID.                         *
034200***************************************************************
034300 1400-RUN-CONTROL-START.
034400     MOVE "N" TO PR-DUP-RUN-SW.
034466     MOVE "PRIVACY-REQUEST" TO JD-THIS-JOB.
034532     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
034600     OPEN INPUT RUNCTL-FILE.
034700     IF PR-RUNCTL-STATUS = "00"
034800         MOVE "N" TO PR-RUNCTL-EOF-SW
034900         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
035000             UNTIL PR-RUNCTL-EOF OR PR-DUP-RUN
035100         CLOSE RUNCTL-FILE
035200     END-IF.
035400     IF PR-DUP-RUN
035500         DISPLAY "PRIVACY-REQUEST: REQUEST " PR-REQUEST-ID
035600             " WAS ALREADY ERASED - DUPLICATE RUN REFUSED"
035700         GO TO 1400-EXIT
035800     END-IF.
035850     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
035900     OPEN EXTEND RUNCTL-FILE.
036000     IF PR-RUNCTL-STATUS = "35"
036100         OPEN OUTPUT RUNCTL-FILE
036200     END-IF.
036300     IF PR-RUNCTL-STATUS NOT = "00"
036400         DISPLAY "PRIVACY-REQUEST: ERROR OPENING RUNCTL - "
036500             PR-RUNCTL-STATUS
036600     ELSE
036700         SET PR-RUNCTL-IS-OPEN TO TRUE
036733         IF JD-JOB-BLOCKED
036766             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
036799         ELSE
036832             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
036865         END-IF
036900     END-IF.
036920     IF JD-JOB-BLOCKED
036940         DISPLAY "PRIVACY-REQUEST: RUN BLOCKED FOR BUSINESS DATE "
036960             PR-RUN-DATE " - PREREQUISITES NOT COMPLETE"
036980     END-IF.
037000 1400-EXIT.
037100     EXIT.
037200*
037300 1410-SCAN-RUNCTL-REC.
037400     READ RUNCTL-FILE
037500         AT END
037600             SET PR-RUNCTL-EOF TO TRUE
037700         NOT AT END
037800             IF RC-PROGRAM-NAME = "PRIVACY-REQUEST"
037900                 AND RC-REQUEST-ID = PR-REQUEST-ID
037950                 AND PR-ERASE-MODE
038000                 AND RC-REQUEST-MODE = "E"
038100                 AND RC-END-REC AND RC-COMPLETED
038200                 SET PR-DUP-RUN TO TRUE
038300             END-IF
038320             IF RC-RUN-DATE = PR-RUN-DATE
038340                 AND RC-END-REC AND RC-COMPLETED
038360                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
038380             END-IF
038400     END-READ.
038500 1410-EXIT.
038600     EXIT.
038700*
038800 1420-WRITE-RUNCTL-START.
038900     MOVE SPACES TO RUNCTL-RECORD.
039000     MOVE "PRIVACY-REQUEST" TO RC-PROGRAM-NAME.
039100     MOVE PR-RUN-DATE TO RC-RUN-DATE.
039200     SET RC-START-REC TO TRUE.
039300     MOVE PR-RUN-TIME TO RC-RUN-TIME.
039400     MOVE ZERO TO RC-RECORD-COUNT.
039500     SET RC-RUNNING TO TRUE.
039600     MOVE PR-REQUEST-ID TO RC-REQUEST-ID.
039700     MOVE PR-REQUEST-MODE TO RC-REQUEST-MODE.
039800     WRITE RUNCTL-RECORD.
039900     IF PR-RUNCTL-STATUS NOT = "00"
040000         DISPLAY "PRIVACY-REQUEST: ERROR WRITING RUNCTL - "
040100             PR-RUNCTL-STATUS
040200     ELSE
040300         SET PR-RUN-STARTED TO TRUE
040400     END-IF.
040500 1420-EXIT.
040600     EXIT.
040601*
040602***************************************************************
040603*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
040604*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
040605*  WAIT FOR.                                                   *
040606***************************************************************
040607 1430-LOAD-PREREQUISITES.
040608     MOVE "N" TO JD-BLOCKED-SW.
040609     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
040610     MOVE ZERO TO JD-THIS-SUB.
040611     MOVE 1 TO JD-SUB.
040612     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
040613         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
040614 1430-EXIT.
040615     EXIT.
040616*
040617 1431-SCAN-JOB-TABLE.
040618     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
040619         MOVE JD-SUB TO JD-THIS-SUB
040620     ELSE
040621         ADD 1 TO JD-SUB
040622     END-IF.
040623 1431-EXIT.
040624     EXIT.
040625*
040626***************************************************************
040627*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
040628*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
040629***************************************************************
040630 1440-MARK-PREREQUISITE.
040631     IF JD-THIS-SUB = ZERO
040632         GO TO 1440-EXIT
040633     END-IF.
040634     MOVE 1 TO JD-PRQ-SUB.
040635     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
040636         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
040637 1440-EXIT.
040638     EXIT.
040639*
040640 1441-MARK-ONE-PREREQ.
040641     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
040642         RC-PROGRAM-NAME
040643         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
040644     END-IF.
040645     ADD 1 TO JD-PRQ-SUB.
040646 1441-EXIT.
040647     EXIT.
040648*
040649***************************************************************
040650*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
040651*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
040652*  BUSINESS DATE.                                              *
040653***************************************************************
040654 1450-CHECK-PREREQUISITES.
040655     IF JD-THIS-SUB = ZERO
040656         GO TO 1450-EXIT
040657     END-IF.
040658     MOVE 1 TO JD-PRQ-SUB.
040659     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
040660         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
040661 1450-EXIT.
040662     EXIT.
040663*
040664 1451-CHECK-ONE-PREREQ.
040665     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
040666         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
040667         SET JD-JOB-BLOCKED TO TRUE
040668         DISPLAY "PRIVACY-REQUEST: WAITING ON "
040669             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
040670             " - NOT COMPLETED FOR BUSINESS DATE " PR-RUN-DATE
040671     END-IF.
040672     ADD 1 TO JD-PRQ-SUB.
040673 1451-EXIT.
040674     EXIT.
040675*
040676***************************************************************
040677*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
040678*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
040679*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
040680***************************************************************
040681 1460-WRITE-RUNCTL-BLOCKED.
040682     MOVE 1 TO JD-PRQ-SUB.
040683     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
040684         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
040685 1460-EXIT.
040686     EXIT.
040687*
040688 1461-WRITE-ONE-BLOCKED.
040689     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
040690         OR JD-PREREQ-DONE (JD-PRQ-SUB)
040691         ADD 1 TO JD-PRQ-SUB
040692         GO TO 1461-EXIT
040693     END-IF.
040694     MOVE SPACES TO RUNCTL-RECORD.
040695     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
040696     MOVE PR-RUN-DATE TO RC-RUN-DATE.
040697     SET RC-END-REC TO TRUE.
040698     MOVE PR-RUN-TIME TO RC-RUN-TIME.
040699     MOVE ZERO TO RC-RECORD-COUNT.
040700     SET RC-BLOCKED TO TRUE.
040701     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
040702         RC-WAITING-ON.
040703     WRITE RUNCTL-RECORD.
040704     IF PR-RUNCTL-STATUS NOT = "00"
040705         DISPLAY "PRIVACY-REQUEST: ERROR WRITING RUNCTL - "
040706             PR-RUNCTL-STATUS
040707     END-IF.
040708     ADD 1 TO JD-PRQ-SUB.
040709 1461-EXIT.
040710     EXIT.
040711*
040800***************************************************************
040900*  2000-SEARCH-CUSTMAS - BY NAME THE MASTER IS READ DIRECTLY;  *
041000*  BY MEMBER ID EVERY RECORD CARRYING THE ID IS TAKEN.  THE    *
041100*  NAME ON THE MASTER IS WHAT THE FILES WITHOUT A MEMBER ID    *
041200*  ARE SEARCHED BY.  THE NAME IS THE KEY, SO AN ERASE DELETES  *
041300*  THE CUSTOMER RECORD.                                        *
041400***************************************************************
041500 2000-SEARCH-CUSTMAS.
041600     MOVE 1 TO PR-FILE-SUB.
041700     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
041800     IF PR-ERASE-MODE
041900         OPEN I-O CUSTMAST-FILE
042000     ELSE
042100         OPEN INPUT CUSTMAST-FILE
042200     END-IF.
042300     IF PR-CUSTMAST-STATUS = "35"
042400         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
042500         GO TO 2000-EXIT
042600     END-IF.
042700     IF PR-CUSTMAST-STATUS NOT = "00"
042800         DISPLAY "PRIVACY-REQUEST: ERROR OPENING CUSTMAS - "
042900             PR-CUSTMAST-STATUS
043000         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
043100         GO TO 2000-EXIT
043200     END-IF.
043300     MOVE "N" TO PR-EOF-SW.
043400     IF PR-BY-NAME
043500         MOVE PR-SUBJECT-NAME TO CM-NAME
043600         READ CUSTMAST-FILE
043700             KEY IS CM-NAME
043800             INVALID KEY
043900                 SET PR-FILE-EOF TO TRUE
044000             NOT INVALID KEY
044100                 PERFORM 2200-TAKE-CUSTOMER THRU 2200-EXIT
044200         END-READ
044300     ELSE
044400         MOVE PR-SUBJECT-ID TO CM-MEMBER-ID
044500         START CUSTMAST-FILE
044600             KEY IS EQUAL TO CM-MEMBER-ID
044700             INVALID KEY
044800                 SET PR-FILE-EOF TO TRUE
044900         END-START
045000         PERFORM 2100-READ-NEXT-MEMBER THRU 2100-EXIT
045100             UNTIL PR-FILE-EOF
045200     END-IF.
045300     CLOSE CUSTMAST-FILE.
045400     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
045500         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
045600     END-IF.
045700 2000-EXIT.
045800     EXIT.
045900*
046000 2100-READ-NEXT-MEMBER.
046100     READ CUSTMAST-FILE NEXT RECORD
046200         AT END
046300             SET PR-FILE-EOF TO TRUE
046400             GO TO 2100-EXIT
046500     END-READ.
046600     IF CM-MEMBER-ID NOT = PR-SUBJECT-ID
046700         SET PR-FILE-EOF TO TRUE
046800         GO TO 2100-EXIT
046900     END-IF.
047000     PERFORM 2200-TAKE-CUSTOMER THRU 2200-EXIT.
047100 2100-EXIT.
047200     EXIT.
047300*
047400 2200-TAKE-CUSTOMER.
047500     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
047600     IF PR-SUBJECT-NAME = SPACES
047700         MOVE CM-NAME TO PR-SUBJECT-NAME
047800     END-IF.
047900     MOVE SPACES TO PR-DISCLOSE-LINE.
048000     STRING CM-NAME DELIMITED BY "  "
048100            " " DELIMITED BY SIZE
048200            CM-MEMBER-ID DELIMITED BY SIZE
048300         INTO PR-DL-DETAIL.
048400     MOVE "FOUND" TO PR-DL-ACTION.
048500     IF PR-ERASE-MODE
048600         DELETE CUSTMAST-FILE
048700         IF PR-CUSTMAST-STATUS = "00"
048800             ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
048900             MOVE "DELETED" TO PR-DL-ACTION
049000         ELSE
049100             DISPLAY "PRIVACY-REQUEST: CUSTMAS DELETE FAILED - "
049200                 PR-CUSTMAST-STATUS
049300             MOVE "*** ERROR" TO PR-DL-ACTION
049400             PERFORM 8500-FILE-FAILED THRU 8500-EXIT
049500             SET PR-FILE-EOF TO TRUE
049600         END-IF
049700     END-IF.
049800     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
049900 2200-EXIT.
050000     EXIT.
050100*
050200***************************************************************
050300*  3000-SEARCH-VISLOG - TODAY'S LOG, UPDATED IN PLACE.  RUN    *
050400*  AN ERASE ONLY WHILE THE DESK IS CLOSED.                     *
050500***************************************************************
050600 3000-SEARCH-VISLOG.
050700     MOVE 2 TO PR-FILE-SUB.
050800     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
050900     IF PR-ERASE-MODE
051000         OPEN I-O VISLOG-FILE
051100     ELSE
051200         OPEN INPUT VISLOG-FILE
051300     END-IF.
051400     IF PR-VISLOG-STATUS = "35"
051500         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
051600         GO TO 3000-EXIT
051700     END-IF.
051800     IF PR-VISLOG-STATUS NOT = "00"
051900         DISPLAY "PRIVACY-REQUEST: ERROR OPENING VISLOG - "
052000             PR-VISLOG-STATUS
052100         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
052200         GO TO 3000-EXIT
052300     END-IF.
052400     MOVE "N" TO PR-EOF-SW.
052500     PERFORM 3100-READ-VISLOG THRU 3100-EXIT
052600         UNTIL PR-FILE-EOF.
052700     CLOSE VISLOG-FILE.
052800     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
052900         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
053000     END-IF.
053100 3000-EXIT.
053200     EXIT.
053300*
053400 3100-READ-VISLOG.
053500     READ VISLOG-FILE INTO VISLOG-RECORD
053600         AT END
053700             SET PR-FILE-EOF TO TRUE
053800             GO TO 3100-EXIT
053900     END-READ.
054000     PERFORM 3800-CHECK-VISIT THRU 3800-EXIT.
054100     IF NOT PR-REWRITE-NEEDED
054200         GO TO 3100-EXIT
054300     END-IF.
054400     REWRITE VISLOG-FILE-RECORD FROM VISLOG-RECORD.
054500     IF PR-VISLOG-STATUS = "00"
054600         ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
054700     ELSE
054800         DISPLAY "PRIVACY-REQUEST: ERROR REWRITING VISLOG - "
054900             PR-VISLOG-STATUS
055000         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
055100         SET PR-FILE-EOF TO TRUE
055200     END-IF.
055300 3100-EXIT.
055400     EXIT.
055500*
055600***************************************************************
055700*  3500-SEARCH-VISARCH - THE HISTORY ARCHIVE, UPDATED IN PLACE *
055800*  THE SAME WAY AS TODAY'S LOG.  A MEMBER ID IS FOUND THROUGH  *
055850*  THE ALTERNATE KEY; A NAME MEANS READING THE WHOLE ARCHIVE.  *
055900***************************************************************
056000 3500-SEARCH-VISARCH.
056100     MOVE 3 TO PR-FILE-SUB.
056200     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
056300     IF PR-ERASE-MODE
056400         OPEN I-O VISARCH-FILE
056500     ELSE
056600         OPEN INPUT VISARCH-FILE
056700     END-IF.
056800     IF PR-VISARCH-STATUS = "35"
056900         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
057000         GO TO 3500-EXIT
057100     END-IF.
057200     IF PR-VISARCH-STATUS NOT = "00"
057300         DISPLAY "PRIVACY-REQUEST: ERROR OPENING VISARCH - "
057400             PR-VISARCH-STATUS
057500         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
057600         GO TO 3500-EXIT
057700     END-IF.
057800     MOVE "N" TO PR-EOF-SW.
057812     IF PR-BY-MEMBER-ID
057824         MOVE PR-SUBJECT-ID TO VH-MEMBER-ID
057836         START VISARCH-FILE KEY IS EQUAL TO VH-MEMBER-ID
057848             INVALID KEY
057860                 SET PR-FILE-EOF TO TRUE
057872         END-START
057884     END-IF.
057900     PERFORM 3600-READ-VISARCH THRU 3600-EXIT
058000         UNTIL PR-FILE-EOF.
058100     CLOSE VISARCH-FILE.
058200     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
058300         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
058400     END-IF.
058500 3500-EXIT.
058600     EXIT.
058700*
058800 3600-READ-VISARCH.
058900     READ VISARCH-FILE NEXT RECORD
059000         AT END
059100             SET PR-FILE-EOF TO TRUE
059200             GO TO 3600-EXIT
059300     END-READ.
059314     IF PR-BY-MEMBER-ID
059328         AND VH-MEMBER-ID NOT = PR-SUBJECT-ID
059342         SET PR-FILE-EOF TO TRUE
059356         GO TO 3600-EXIT
059370     END-IF.
059384     MOVE VH-LOG-DATA TO VISLOG-RECORD.
059400     PERFORM 3800-CHECK-VISIT THRU 3800-EXIT.
059500     IF NOT PR-REWRITE-NEEDED
059600         GO TO 3600-EXIT
059700     END-IF.
059733     MOVE VISLOG-RECORD TO VH-LOG-DATA.
059766     MOVE VL-MEMBER-ID TO VH-MEMBER-ID.
059800     REWRITE VISARCH-RECORD.
059900     IF PR-VISARCH-STATUS = "00" OR PR-VISARCH-STATUS = "02"
060000         ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
060100     ELSE
060200         DISPLAY "PRIVACY-REQUEST: ERROR REWRITING VISARCH - "
060300             PR-VISARCH-STATUS
060400         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
060500         SET PR-FILE-EOF TO TRUE
060600     END-IF.
060700 3600-EXIT.
060800     EXIT.
060900*
061000***************************************************************
061100*  3800-CHECK-VISIT - ONE VISITOR LOG OR ARCHIVE RECORD.  AN   *
061200*  ERASE BLANKS THE NAME AND MEMBER ID, AS THE RETENTION JOB   *
061300*  DOES, UNLESS THE VISIT WAS A WATCH-LIST HIT.                *
061400***************************************************************
061500 3800-CHECK-VISIT.
061600     MOVE "N" TO PR-REWRITE-SW.
061700     MOVE "N" TO PR-MATCH-SW.
061800     IF PR-BY-NAME
061900         IF VL-NAME = PR-SUBJECT-NAME
062000             SET PR-SUBJECT-MATCH TO TRUE
062100         END-IF
062200     ELSE
062300         IF VL-MEMBER-ID = PR-SUBJECT-ID
062400             SET PR-SUBJECT-MATCH TO TRUE
062500         END-IF
062600     END-IF.
062700     IF NOT PR-SUBJECT-MATCH
062800         GO TO 3800-EXIT
062900     END-IF.
063000     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
063100     MOVE SPACES TO PR-DISCLOSE-LINE.
063200     MOVE VL-VISIT-DATE TO PR-DL-DATE.
063300     MOVE VL-VISIT-TIME TO PR-WORK-TIME.
063400     MOVE PR-WORK-TIME (1:6) TO PR-DL-TIME.
063500     MOVE VL-SITE-ID TO PR-DL-SITE-ID.
063600     IF VL-CHECK-OUT
063700         STRING "CHECK-OUT " DELIMITED BY SIZE
063800                VL-MEMBER-ID DELIMITED BY SIZE
063900             INTO PR-DL-DETAIL
064000     ELSE
064100         STRING "CHECK-IN " DELIMITED BY SIZE
064200                VL-MEMBER-ID DELIMITED BY SIZE
064300                " BADGE " DELIMITED BY SIZE
064400                VL-BADGE-NO DELIMITED BY SIZE
064500             INTO PR-DL-DETAIL
064600     END-IF.
064611     MOVE SPACES TO PR-VISIT-EXTRA.
064622     IF VL-COMPANY NOT = SPACES OR VL-PURPOSE-CODE NOT = SPACES
064633         STRING "COMPANY " DELIMITED BY SIZE
064644                VL-COMPANY DELIMITED BY SIZE
064655                " PURPOSE " DELIMITED BY SIZE
064666                VL-PURPOSE-CODE DELIMITED BY SIZE
064677             INTO PR-VISIT-EXTRA
064688     END-IF.
064700     MOVE "FOUND" TO PR-DL-ACTION.
064800     IF PR-ERASE-MODE
064900         IF VL-WATCH-HIT
065000             ADD 1 TO PR-HELD-CT (PR-FILE-SUB)
065100             MOVE "HELD" TO PR-DL-ACTION
065200         ELSE
065300             MOVE SPACES TO VL-NAME
065400             MOVE SPACES TO VL-MEMBER-ID
065500             SET PR-REWRITE-NEEDED TO TRUE
065600             MOVE "ERASED" TO PR-DL-ACTION
065700         END-IF
065800     END-IF.
065900     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
065950     PERFORM 8210-PRINT-VISIT-EXTRA THRU 8210-EXIT.
066000 3800-EXIT.
066100     EXIT.
066200*
066300***************************************************************
066400*  4000-SEARCH-APPTFIL - APPOINTMENTS ARE KEYED ON VISITOR     *
066500*  NAME, SO THE SEARCH STARTS AT THE NAME AND AN ERASE DELETES *
066600*  THE BOOKING.                                                *
066700***************************************************************
066800 4000-SEARCH-APPTFIL.
066900     MOVE 4 TO PR-FILE-SUB.
067000     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
067100     IF PR-SUBJECT-NAME = SPACES
067200         PERFORM 8600-NAME-NOT-KNOWN THRU 8600-EXIT
067300         GO TO 4000-EXIT
067400     END-IF.
067500     IF PR-ERASE-MODE
067600         OPEN I-O APPOINT-FILE
067700     ELSE
067800         OPEN INPUT APPOINT-FILE
067900     END-IF.
068000     IF PR-APPOINT-STATUS = "35"
068100         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
068200         GO TO 4000-EXIT
068300     END-IF.
068400     IF PR-APPOINT-STATUS NOT = "00"
068500         DISPLAY "PRIVACY-REQUEST: ERROR OPENING APPTFIL - "
068600             PR-APPOINT-STATUS
068700         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
068800         GO TO 4000-EXIT
068900     END-IF.
069000     MOVE "N" TO PR-EOF-SW.
069100     MOVE PR-SUBJECT-NAME TO AP-NAME.
069200     MOVE ZERO TO AP-APPT-DATE.
069300     MOVE ZERO TO AP-APPT-TIME.
069400     START APPOINT-FILE
069500         KEY IS NOT LESS THAN AP-KEY
069600         INVALID KEY
069700             SET PR-FILE-EOF TO TRUE
069800     END-START.
069900     PERFORM 4100-READ-APPOINTMENT THRU 4100-EXIT
070000         UNTIL PR-FILE-EOF.
070100     CLOSE APPOINT-FILE.
070200     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
070300         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
070400     END-IF.
070500 4000-EXIT.
070600     EXIT.
070700*
070800 4100-READ-APPOINTMENT.
070900     READ APPOINT-FILE NEXT RECORD
071000         AT END
071100             SET PR-FILE-EOF TO TRUE
071200             GO TO 4100-EXIT
071300     END-READ.
071400     IF AP-NAME NOT = PR-SUBJECT-NAME
071500         SET PR-FILE-EOF TO TRUE
071600         GO TO 4100-EXIT
071700     END-IF.
071800     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
071900     MOVE SPACES TO PR-DISCLOSE-LINE.
072000     MOVE AP-APPT-DATE TO PR-DL-DATE.
072100     MOVE AP-APPT-TIME TO PR-DL-TIME.
072200     STRING "HOST " DELIMITED BY SIZE
072300            AP-HOST-NAME DELIMITED BY SIZE
072400         INTO PR-DL-DETAIL.
072500     MOVE "FOUND" TO PR-DL-ACTION.
072600     IF PR-ERASE-MODE
072700         DELETE APPOINT-FILE
072800         IF PR-APPOINT-STATUS = "00"
072900             ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
073000             MOVE "DELETED" TO PR-DL-ACTION
073100         ELSE
073200             DISPLAY "PRIVACY-REQUEST: APPTFIL DELETE FAILED - "
073300                 PR-APPOINT-STATUS
073400             MOVE "*** ERROR" TO PR-DL-ACTION
073500             PERFORM 8500-FILE-FAILED THRU 8500-EXIT
073600             SET PR-FILE-EOF TO TRUE
073700         END-IF
073800     END-IF.
073900     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
074000 4100-EXIT.
074100     EXIT.
074200*
074300***************************************************************
074400*  5000-SEARCH-SECALERT - EVERY ALERT IS A WATCH-LIST HIT THE  *
074500*  SECURITY OFFICE HOLDS.  ALERTS ARE DISCLOSED BUT NEVER      *
074600*  CHANGED.                                                    *
074700***************************************************************
074800 5000-SEARCH-SECALERT.
074900     MOVE 5 TO PR-FILE-SUB.
075000     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
075100     IF PR-SUBJECT-NAME = SPACES
075200         PERFORM 8600-NAME-NOT-KNOWN THRU 8600-EXIT
075300         GO TO 5000-EXIT
075400     END-IF.
075500     OPEN INPUT SECALERT-FILE.
075600     IF PR-SECALERT-STATUS = "35"
075700         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
075800         GO TO 5000-EXIT
075900     END-IF.
076000     IF PR-SECALERT-STATUS NOT = "00"
076100         DISPLAY "PRIVACY-REQUEST: ERROR OPENING SECALERT - "
076200             PR-SECALERT-STATUS
076300         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
076400         GO TO 5000-EXIT
076500     END-IF.
076600     MOVE "N" TO PR-EOF-SW.
076700     PERFORM 5100-READ-SECALERT THRU 5100-EXIT
076800         UNTIL PR-FILE-EOF.
076900     CLOSE SECALERT-FILE.
077000     SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE.
077100 5000-EXIT.
077200     EXIT.
077300*
077400 5100-READ-SECALERT.
077500     READ SECALERT-FILE
077600         AT END
077700             SET PR-FILE-EOF TO TRUE
077800             GO TO 5100-EXIT
077900     END-READ.
078000     IF SA-NAME NOT = PR-SUBJECT-NAME
078100         GO TO 5100-EXIT
078200     END-IF.
078300     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
078400     MOVE SPACES TO PR-DISCLOSE-LINE.
078500     MOVE SA-ALERT-DATE TO PR-DL-DATE.
078600     MOVE SA-ALERT-TIME TO PR-WORK-TIME.
078700     MOVE PR-WORK-TIME (1:6) TO PR-DL-TIME.
078800     MOVE SA-REASON TO PR-DL-DETAIL.
078900     IF PR-ERASE-MODE
079000         ADD 1 TO PR-HELD-CT (PR-FILE-SUB)
079100         MOVE "HELD" TO PR-DL-ACTION
079200     ELSE
079300         MOVE "FOUND" TO PR-DL-ACTION
079400     END-IF.
079500     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
079600 5100-EXIT.
079700     EXIT.
079800*
079900***************************************************************
080000*  5500-SEARCH-ARRNOTE - AN ERASE BLANKS THE VISITOR NAME ON   *
080100*  ANY ARRIVAL NOTICE NOT YET CLEARED.  THE HOST DETAILS STAY. *
080200***************************************************************
080300 5500-SEARCH-ARRNOTE.
080400     MOVE 6 TO PR-FILE-SUB.
080500     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
080600     IF PR-SUBJECT-NAME = SPACES
080700         PERFORM 8600-NAME-NOT-KNOWN THRU 8600-EXIT
080800         GO TO 5500-EXIT
080900     END-IF.
081000     IF PR-ERASE-MODE
081100         OPEN I-O ARRNOTE-FILE
081200     ELSE
081300         OPEN INPUT ARRNOTE-FILE
081400     END-IF.
081500     IF PR-ARRNOTE-STATUS = "35"
081600         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
081700         GO TO 5500-EXIT
081800     END-IF.
081900     IF PR-ARRNOTE-STATUS NOT = "00"
082000         DISPLAY "PRIVACY-REQUEST: ERROR OPENING ARRNOTE - "
082100             PR-ARRNOTE-STATUS
082200         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
082300         GO TO 5500-EXIT
082400     END-IF.
082500     MOVE "N" TO PR-EOF-SW.
082600     PERFORM 5600-READ-ARRNOTE THRU 5600-EXIT
082700         UNTIL PR-FILE-EOF.
082800     CLOSE ARRNOTE-FILE.
082900     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
083000         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
083100     END-IF.
083200 5500-EXIT.
083300     EXIT.
083400*
083500 5600-READ-ARRNOTE.
083600     READ ARRNOTE-FILE
083700         AT END
083800             SET PR-FILE-EOF TO TRUE
083900             GO TO 5600-EXIT
084000     END-READ.
084100     IF AR-VISITOR-NAME NOT = PR-SUBJECT-NAME
084200         GO TO 5600-EXIT
084300     END-IF.
084400     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
084500     MOVE SPACES TO PR-DISCLOSE-LINE.
084600     MOVE AR-ARRIVE-DATE TO PR-DL-DATE.
084700     MOVE AR-ARRIVE-TIME TO PR-WORK-TIME.
084800     MOVE PR-WORK-TIME (1:6) TO PR-DL-TIME.
084900     MOVE AR-SITE-ID TO PR-DL-SITE-ID.
085000     STRING "HOST " DELIMITED BY SIZE
085100            AR-HOST-NAME DELIMITED BY SIZE
085200         INTO PR-DL-DETAIL.
085300     MOVE "FOUND" TO PR-DL-ACTION.
085400     IF PR-ERASE-MODE
085500         MOVE SPACES TO AR-VISITOR-NAME
085600         REWRITE ARRNOTE-RECORD
085700         IF PR-ARRNOTE-STATUS = "00"
085800             ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
085900             MOVE "ERASED" TO PR-DL-ACTION
086000         ELSE
086100             DISPLAY "PRIVACY-REQUEST: ERROR REWRITING ARRNOTE - "
086200                 PR-ARRNOTE-STATUS
086300             MOVE "*** ERROR" TO PR-DL-ACTION
086400             PERFORM 8500-FILE-FAILED THRU 8500-EXIT
086500             SET PR-FILE-EOF TO TRUE
086600         END-IF
086700     END-IF.
086800     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
086900 5600-EXIT.
087000     EXIT.
087100*
087200***************************************************************
087300*  6000-SEARCH-CRMCARRY - EXTRACT RECORDS WAITING TO BE SENT   *
087400*  AGAIN TO THE CRM.  AN ERASE BLANKS NAME AND MEMBER ID.      *
087500***************************************************************
087600 6000-SEARCH-CRMCARRY.
087700     MOVE 7 TO PR-FILE-SUB.
087800     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
087900     IF PR-ERASE-MODE
088000         OPEN I-O CRMCARRY-FILE
088100     ELSE
088200         OPEN INPUT CRMCARRY-FILE
088300     END-IF.
088400     IF PR-CRMCARRY-STATUS = "35"
088500         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
088600         GO TO 6000-EXIT
088700     END-IF.
088800     IF PR-CRMCARRY-STATUS NOT = "00"
088900         DISPLAY "PRIVACY-REQUEST: ERROR OPENING CRMCARRY - "
089000             PR-CRMCARRY-STATUS
089100         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
089200         GO TO 6000-EXIT
089300     END-IF.
089400     MOVE "N" TO PR-EOF-SW.
089500     PERFORM 6100-READ-CRMCARRY THRU 6100-EXIT
089600         UNTIL PR-FILE-EOF.
089700     CLOSE CRMCARRY-FILE.
089800     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
089900         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
090000     END-IF.
090100 6000-EXIT.
090200     EXIT.
090300*
090400 6100-READ-CRMCARRY.
090500     READ CRMCARRY-FILE INTO CRM-EXTRACT-RECORD
090600         AT END
090700             SET PR-FILE-EOF TO TRUE
090800             GO TO 6100-EXIT
090900     END-READ.
091000     MOVE "N" TO PR-MATCH-SW.
091100     IF PR-BY-NAME
091200         IF CX-NAME = PR-SUBJECT-NAME
091300             SET PR-SUBJECT-MATCH TO TRUE
091400         END-IF
091500     ELSE
091600         IF CX-MEMBER-ID = PR-SUBJECT-ID
091700             SET PR-SUBJECT-MATCH TO TRUE
091800         END-IF
091900     END-IF.
092000     IF NOT PR-SUBJECT-MATCH
092100         GO TO 6100-EXIT
092200     END-IF.
092300     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
092400     MOVE SPACES TO PR-DISCLOSE-LINE.
092500     MOVE CX-VISIT-DATE TO PR-DL-DATE.
092600     MOVE CX-VISIT-TIME TO PR-WORK-TIME.
092700     MOVE PR-WORK-TIME (1:6) TO PR-DL-TIME.
092800     MOVE CX-SITE-ID TO PR-DL-SITE-ID.
092900     STRING "CRM VISIT " DELIMITED BY SIZE
093000            CX-MEMBER-ID DELIMITED BY SIZE
093100         INTO PR-DL-DETAIL.
093111     MOVE SPACES TO PR-VISIT-EXTRA.
093122     IF CX-COMPANY NOT = SPACES OR CX-PURPOSE-CODE NOT = SPACES
093133         STRING "COMPANY " DELIMITED BY SIZE
093144                CX-COMPANY DELIMITED BY SIZE
093155                " PURPOSE " DELIMITED BY SIZE
093166                CX-PURPOSE-CODE DELIMITED BY SIZE
093177             INTO PR-VISIT-EXTRA
093188     END-IF.
093200     MOVE "FOUND" TO PR-DL-ACTION.
093300     IF PR-ERASE-MODE
093400         MOVE SPACES TO CX-NAME
093500         MOVE SPACES TO CX-MEMBER-ID
093600         REWRITE CRMCARRY-RECORD FROM CRM-EXTRACT-RECORD
093700         IF PR-CRMCARRY-STATUS = "00"
093800             ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
093900             MOVE "ERASED" TO PR-DL-ACTION
094000         ELSE
094100             DISPLAY "PRIVACY-REQUEST: CRMCARRY REWRITE FAILED "
094200                 PR-CRMCARRY-STATUS
094300             MOVE "*** ERROR" TO PR-DL-ACTION
094400             PERFORM 8500-FILE-FAILED THRU 8500-EXIT
094500             SET PR-FILE-EOF TO TRUE
094600         END-IF
094700     END-IF.
094800     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
094850     PERFORM 8210-PRINT-VISIT-EXTRA THRU 8210-EXIT.
094900 6100-EXIT.
095000     EXIT.
095100*
095101***************************************************************
095102*  6500-SEARCH-INQLOG - THE FRONT-DESK INQUIRY AUDIT LOG.  AN  *
095103*  INQUIRY MATCHES ON THE NAME OR THE MEMBER ID ASKED FOR.  AN *
095104*  ERASE BLANKS BOTH AND KEEPS THE DATE, TIME, OPERATOR AND    *
095105*  WORKSTATION; AN INQUIRY THAT GAVE THE SECURITY NOTICE IS    *
095106*  HELD FOR THE SECURITY OFFICE LIKE A WATCH-LIST HIT.         *
095107***************************************************************
095108 6500-SEARCH-INQLOG.
095109     MOVE 8 TO PR-FILE-SUB.
095110     PERFORM 8300-PRINT-FILE-HEAD THRU 8300-EXIT.
095111     IF PR-ERASE-MODE
095112         OPEN I-O INQLOG-FILE
095113     ELSE
095114         OPEN INPUT INQLOG-FILE
095115     END-IF.
095116     IF PR-INQLOG-STATUS = "35"
095117         PERFORM 8400-FILE-NOT-ON-HAND THRU 8400-EXIT
095118         GO TO 6500-EXIT
095119     END-IF.
095120     IF PR-INQLOG-STATUS NOT = "00"
095121         DISPLAY "PRIVACY-REQUEST: ERROR OPENING INQLOG - "
095122             PR-INQLOG-STATUS
095123         PERFORM 8500-FILE-FAILED THRU 8500-EXIT
095124         GO TO 6500-EXIT
095125     END-IF.
095126     MOVE "N" TO PR-EOF-SW.
095127     PERFORM 6600-READ-INQLOG THRU 6600-EXIT
095128         UNTIL PR-FILE-EOF.
095129     CLOSE INQLOG-FILE.
095130     IF NOT PR-FILE-FAILED (PR-FILE-SUB)
095131         SET PR-FILE-SEARCHED (PR-FILE-SUB) TO TRUE
095132     END-IF.
095133 6500-EXIT.
095134     EXIT.
095135*
095136 6600-READ-INQLOG.
095137     READ INQLOG-FILE INTO INQLOG-RECORD
095138         AT END
095139             SET PR-FILE-EOF TO TRUE
095140             GO TO 6600-EXIT
095141     END-READ.
095142     MOVE "N" TO PR-MATCH-SW.
095143     IF PR-SUBJECT-NAME NOT = SPACES
095144         AND IL-SEARCH-NAME = PR-SUBJECT-NAME
095145         SET PR-SUBJECT-MATCH TO TRUE
095146     END-IF.
095147     IF PR-BY-MEMBER-ID
095148         AND IL-SEARCH-MEMBER-ID = PR-SUBJECT-ID
095149         SET PR-SUBJECT-MATCH TO TRUE
095150     END-IF.
095151     IF NOT PR-SUBJECT-MATCH
095152         GO TO 6600-EXIT
095153     END-IF.
095154     ADD 1 TO PR-FOUND-CT (PR-FILE-SUB).
095155     MOVE SPACES TO PR-DISCLOSE-LINE.
095156     MOVE IL-INQ-DATE TO PR-DL-DATE.
095157     MOVE IL-INQ-TIME TO PR-WORK-TIME.
095158     MOVE PR-WORK-TIME (1:6) TO PR-DL-TIME.
095159     MOVE IL-SITE-ID TO PR-DL-SITE-ID.
095160     STRING "INQUIRY BY " DELIMITED BY SIZE
095161            IL-OPERATOR-ID DELIMITED BY SPACE
095162            " AT " DELIMITED BY SIZE
095163            IL-WORKSTATION-ID DELIMITED BY SPACE
095164         INTO PR-DL-DETAIL.
095165     MOVE "FOUND" TO PR-DL-ACTION.
095166     IF PR-ERASE-MODE
095167         IF IL-SECURITY-NOTICE
095168             ADD 1 TO PR-HELD-CT (PR-FILE-SUB)
095169             MOVE "HELD" TO PR-DL-ACTION
095170         ELSE
095171             MOVE SPACES TO IL-SEARCH-NAME
095172             MOVE SPACES TO IL-SEARCH-MEMBER-ID
095173             REWRITE INQLOG-FILE-RECORD FROM INQLOG-RECORD
095174             IF PR-INQLOG-STATUS = "00"
095175                 ADD 1 TO PR-CHANGED-CT (PR-FILE-SUB)
095176                 MOVE "ERASED" TO PR-DL-ACTION
095177             ELSE
095178                 DISPLAY "PRIVACY-REQUEST: INQLOG REWRITE FAILED "
095179                     PR-INQLOG-STATUS
095180                 MOVE "*** ERROR" TO PR-DL-ACTION
095181                 PERFORM 8500-FILE-FAILED THRU 8500-EXIT
095182                 SET PR-FILE-EOF TO TRUE
095183             END-IF
095184         END-IF
095185     END-IF.
095186     PERFORM 8200-PRINT-DISCLOSURE THRU 8200-EXIT.
095187 6600-EXIT.
095188     EXIT.
095189*
095200***************************************************************
095300*  7000-PRINT-TOTALS - FOUND / CHANGED / HELD FOR EACH FILE.   *
095400*  THE OUTCOME LINE FOLLOWS ONCE THE END RECORD HAS BEEN       *
095500*  WRITTEN - SEE 7200-PRINT-OUTCOME.                           *
095600***************************************************************
095700 7000-PRINT-TOTALS.
095800     PERFORM 8250-PRINT-SEPARATOR THRU 8250-EXIT.
095900     MOVE SPACES TO PRINT-LINE.
096000     MOVE PR-TOTAL-HEAD TO PRINT-LINE.
096100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
096200     MOVE 1 TO PR-FILE-SUB.
096300     PERFORM 7100-PRINT-FILE-TOTAL THRU 7100-EXIT
096400         UNTIL PR-FILE-SUB > PR-FILE-MAX.
096500     MOVE SPACES TO PR-TOTAL-LINE.
096600     MOVE "ALL" TO PR-TL-FILE.
096700     MOVE PR-TOTAL-FOUND-CT TO PR-TL-FOUND.
096800     MOVE PR-TOTAL-CHANGED-CT TO PR-TL-CHANGED.
096900     MOVE PR-TOTAL-HELD-CT TO PR-TL-HELD.
097000     MOVE SPACES TO PRINT-LINE.
097100     MOVE PR-TOTAL-LINE TO PRINT-LINE.
097200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
098700 7000-EXIT.
098800     EXIT.
098900*
099000 7100-PRINT-FILE-TOTAL.
099100     MOVE SPACES TO PR-TOTAL-LINE.
099200     MOVE PR-FILE-NAME (PR-FILE-SUB) TO PR-TL-FILE.
099300     MOVE PR-FOUND-CT (PR-FILE-SUB) TO PR-TL-FOUND.
099400     MOVE PR-CHANGED-CT (PR-FILE-SUB) TO PR-TL-CHANGED.
099500     MOVE PR-HELD-CT (PR-FILE-SUB) TO PR-TL-HELD.
099600     IF PR-FILE-NOT-ON-HAND (PR-FILE-SUB)
099700         MOVE "(FILE NOT ON HAND)" TO PR-TL-NOTE
099800     END-IF.
099900     IF PR-FILE-FAILED (PR-FILE-SUB)
100000         MOVE "*** FILE ERROR - SEE LOG" TO PR-TL-NOTE
100100     END-IF.
100200     IF PR-FILE-SKIPPED (PR-FILE-SUB)
100300         MOVE "(NAME NOT KNOWN - NOT SEARCHED)" TO PR-TL-NOTE
100400     END-IF.
100500     MOVE SPACES TO PRINT-LINE.
100600     MOVE PR-TOTAL-LINE TO PRINT-LINE.
100700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
100800     ADD PR-FOUND-CT (PR-FILE-SUB) TO PR-TOTAL-FOUND-CT.
100900     ADD PR-CHANGED-CT (PR-FILE-SUB) TO PR-TOTAL-CHANGED-CT.
101000     ADD PR-HELD-CT (PR-FILE-SUB) TO PR-TOTAL-HELD-CT.
101100     ADD 1 TO PR-FILE-SUB.
101200 7100-EXIT.
101300     EXIT.
101400*
101403***************************************************************
101406*  7200-PRINT-OUTCOME - AN ERASE IS ONLY LOGGED COMPLETED WHEN *
101409*  EVERY FILE WAS SEARCHED; OTHERWISE IT MAY BE RUN AGAIN.     *
101412*  IT IS ONLY REPORTED AS LOGGED WHEN THE END RECORD WAS       *
101415*  WRITTEN TO THE RUN CONTROL FILE.                            *
101418***************************************************************
101421 7200-PRINT-OUTCOME.
101424     MOVE SPACES TO PRINT-LINE.
101427     IF NOT PR-ALL-FILES-OK
101430         MOVE "*** NOT ALL FILES SEARCHED - MAY BE RERUN" TO
101433             PRINT-LINE
101436     ELSE
101439         IF PR-DISCLOSE-MODE
101442             MOVE "DISCLOSURE COMPLETE - NO RECORDS CHANGED" TO
101445                 PRINT-LINE
101448         ELSE
101451             IF PR-END-LOGGED
101454                 MOVE "ERASE COMPLETE - REQUEST LOGGED AS APPLIED"
101457                     TO PRINT-LINE
101460             ELSE
101463                 MOVE "*** ERASE DONE BUT NOT LOGGED - SEE LOG"
101466                     TO PRINT-LINE
101469             END-IF
101472         END-IF
101475     END-IF.
101478     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
101481 7200-EXIT.
101484     EXIT.
101487*
101500 8000-WRITE-PRINT-LINE.
101600     WRITE PRINT-LINE.
101700     IF PR-PRINT-STATUS NOT = "00"
101800         DISPLAY "PRIVACY-REQUEST: ERROR WRITING PRIVRPT - "
101900             PR-PRINT-STATUS
102000     END-IF.
102100 8000-EXIT.
102200     EXIT.
102300*
102400***************************************************************
102500*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE WAS       *
102600*  SEARCHED, OTHERWISE ABENDED SO THE REQUEST STAYS            *
102700*  RERUNNABLE.  THE COUNT IS RECORDS CHANGED ON AN ERASE AND   *
102800*  RECORDS FOUND ON A DISCLOSURE.                              *
102900***************************************************************
103000 8100-WRITE-RUNCTL-END.
103100     ACCEPT PR-RUN-TIME FROM TIME.
103200     MOVE SPACES TO RUNCTL-RECORD.
103300     MOVE "PRIVACY-REQUEST" TO RC-PROGRAM-NAME.
103400     MOVE PR-RUN-DATE TO RC-RUN-DATE.
103500     SET RC-END-REC TO TRUE.
103600     MOVE PR-RUN-TIME TO RC-RUN-TIME.
103700     IF PR-ERASE-MODE
103800         MOVE PR-TOTAL-CHANGED-CT TO RC-RECORD-COUNT
103900     ELSE
104000         MOVE PR-TOTAL-FOUND-CT TO RC-RECORD-COUNT
104100     END-IF.
104200     IF PR-ALL-FILES-OK
104300         SET RC-COMPLETED TO TRUE
104400     ELSE
104500         SET RC-ABENDED TO TRUE
104600     END-IF.
104700     MOVE PR-REQUEST-ID TO RC-REQUEST-ID.
104800     MOVE PR-REQUEST-MODE TO RC-REQUEST-MODE.
104900     WRITE RUNCTL-RECORD.
105000     IF PR-RUNCTL-STATUS NOT = "00"
105100         DISPLAY "PRIVACY-REQUEST: ERROR WRITING RUNCTL - "
105200             PR-RUNCTL-STATUS
105233     ELSE
105266         SET PR-END-LOGGED TO TRUE
105300     END-IF.
105400 8100-EXIT.
105500     EXIT.
105600*
105700 8200-PRINT-DISCLOSURE.
105800     MOVE PR-FILE-NAME (PR-FILE-SUB) TO PR-DL-FILE.
105900     MOVE SPACES TO PRINT-LINE.
106000     MOVE PR-DISCLOSE-LINE TO PRINT-LINE.
106100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
106200 8200-EXIT.
106300     EXIT.
106306*
106312***************************************************************
106318*  8210-PRINT-VISIT-EXTRA - THE COMPANY AND PURPOSE OF VISIT   *
106324*  TAKEN AT CHECK-IN ARE DISCLOSED UNDER THE VISIT'S DETAIL.   *
106330***************************************************************
106336 8210-PRINT-VISIT-EXTRA.
106342     IF PR-VISIT-EXTRA = SPACES
106348         GO TO 8210-EXIT
106354     END-IF.
106360     MOVE SPACES TO PRINT-LINE.
106366     MOVE PR-VISIT-EXTRA TO PRINT-LINE (32:49).
106372     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
106378 8210-EXIT.
106384     EXIT.
106400*
106500 8250-PRINT-SEPARATOR.
106600     MOVE SPACES TO PRINT-LINE.
106700     MOVE "--------------------------------------------" TO
106800         PRINT-LINE.
106900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
107000 8250-EXIT.
107100     EXIT.
107200*
107300 8300-PRINT-FILE-HEAD.
107400     PERFORM 8250-PRINT-SEPARATOR THRU 8250-EXIT.
107500     MOVE SPACES TO PRINT-LINE.
107600     STRING "RECORDS HELD ON " DELIMITED BY SIZE
107700            PR-FILE-NAME (PR-FILE-SUB) DELIMITED BY SIZE
107800         INTO PRINT-LINE.
107900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
108000 8300-EXIT.
108100     EXIT.
108200*
108300***************************************************************
108400*  8400-FILE-NOT-ON-HAND - THE FILE DOES NOT EXIST (ARRNOTE,   *
108500*  CRMCARRY AND INQLOG MAY BE EMPTY), SO IT HOLDS NOTHING.     *
108600***************************************************************
108700 8400-FILE-NOT-ON-HAND.
108800     SET PR-FILE-NOT-ON-HAND (PR-FILE-SUB) TO TRUE.
108900     MOVE SPACES TO PRINT-LINE.
109000     MOVE "  (FILE NOT ON HAND - NOTHING HELD)" TO PRINT-LINE.
109100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
109200 8400-EXIT.
109300     EXIT.
109400*
109500 8500-FILE-FAILED.
109600     SET PR-FILE-FAILED (PR-FILE-SUB) TO TRUE.
109700     MOVE "N" TO PR-ALL-OK-SW.
109800 8500-EXIT.
109900     EXIT.
110000*
110100***************************************************************
110200*  8600-NAME-NOT-KNOWN - A MEMBER ID WITH NO CUSTOMER MASTER   *
110300*  RECORD GIVES NO NAME TO SEARCH THE NAME-ONLY FILES BY.  THE *
110400*  PRIVACY OFFICE MUST RESUBMIT BY NAME.                       *
110500***************************************************************
110600 8600-NAME-NOT-KNOWN.
110700     SET PR-FILE-SKIPPED (PR-FILE-SUB) TO TRUE.
110800     MOVE "N" TO PR-ALL-OK-SW.
110900     MOVE SPACES TO PRINT-LINE.
111000     MOVE "  *** NAME NOT KNOWN - FILE NOT SEARCHED" TO
111100         PRINT-LINE.
111200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
111300 8600-EXIT.
111400     EXIT.
111500*
111600 9000-TERMINATE.
111700     IF PR-RUNCTL-IS-OPEN
111800         CLOSE RUNCTL-FILE
111900     END-IF.
112000     IF PR-PRINT-IS-OPEN
112100         CLOSE PRINT-FILE
112200     END-IF.
112300 9000-EXIT.
112400     EXIT.
