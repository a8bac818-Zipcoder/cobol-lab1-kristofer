000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SITE-MAINT.
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
001300*                  SITE DIRECTORY.  APPLIES ADD / CHANGE /
001400*                  DEACTIVATE / REACTIVATE CARDS FOR A SITE'S
001500*                  NAME, CLOSING TIME AND VISITOR LOG DD NAME,
001600*                  EDITS THEM AND PRINTS A BEFORE/AFTER AUDIT
001700*                  REPORT.  THE DIRECTORY DRIVES THE NIGHTLY
001800*                  SITE MERGE, THE END-OF-DAY SWEEP'S CLOSING
001900*                  TIMES AND THE CHECK-IN SITE EDIT, SO A NEW
002000*                  SITE OR A CHANGED CLOSING HOUR IS A CARD,
002100*                  NOT A PROGRAM CHANGE.
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
003000*    SITE DIRECTORY MAINTENANCE CARDS - INPUT
003100     SELECT SDTRAN-FILE ASSIGN TO "SDTRANS"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS SI-SDTRAN-STATUS.
003400*    SITE DIRECTORY - MAINTAINED IN PLACE
003500     SELECT SITEDIR-FILE ASSIGN TO "SITEDIR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS SD-SITE-ID
003900         FILE STATUS IS SI-SITEDIR-STATUS.
004000*    PRINTED MAINTENANCE AUDIT REPORT
004100     SELECT PRINT-FILE ASSIGN TO "SITMNTRP"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS SI-PRINT-STATUS.
004320*    SHARED BATCH RUN CONTROL FILE
004340     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004360         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS SI-RUNCTL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SDTRAN-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 80 CHARACTERS.
004900     COPY SDTRAN.
005000 FD  SITEDIR-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS.
005300     COPY SITEDIR.
005400 FD  PRINT-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  PRINT-LINE                  PIC X(80).
005720 FD  RUNCTL-FILE
005740     LABEL RECORDS ARE STANDARD
005760     RECORD CONTAINS 80 CHARACTERS.
005780     COPY RUNCTL.
005800 WORKING-STORAGE SECTION.
005900 77  SI-SDTRAN-STATUS            PIC X(02) VALUE SPACES.
006000 77  SI-SDTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
006100     88  SI-SDTRAN-IS-OPEN           VALUE 'Y'.
006200 77  SI-SITEDIR-STATUS           PIC X(02) VALUE SPACES.
006300 77  SI-SITEDIR-OPEN-SW          PIC X(01) VALUE 'N'.
006400     88  SI-SITEDIR-IS-OPEN          VALUE 'Y'.
006500 77  SI-PRINT-STATUS             PIC X(02) VALUE SPACES.
006600 77  SI-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
006700     88  SI-PRINT-IS-OPEN            VALUE 'Y'.
006800 77  SI-EOF-SW                   PIC X(01) VALUE 'N'.
006900     88  SI-SDTRAN-EOF               VALUE 'Y'.
007000 77  SI-FOUND-SW                 PIC X(01) VALUE 'N'.
007100     88  SI-SITE-FOUND               VALUE 'Y'.
007200     88  SI-SITE-NOT-FOUND           VALUE 'N'.
007300 77  SI-TRAN-OK-SW               PIC X(01) VALUE 'N'.
007400     88  SI-TRAN-OK                  VALUE 'Y'.
007500     88  SI-TRAN-REJECTED            VALUE 'N'.
007600 77  SI-TRAN-READ-CT             PIC 9(08) VALUE ZERO.
007700 77  SI-ADD-CT                   PIC 9(08) VALUE ZERO.
007800 77  SI-CHANGE-CT                PIC 9(08) VALUE ZERO.
007900 77  SI-DEACTIVATE-CT            PIC 9(08) VALUE ZERO.
008000 77  SI-REACTIVATE-CT            PIC 9(08) VALUE ZERO.
008100 77  SI-REJECT-CT                PIC 9(08) VALUE ZERO.
008112 77  SI-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008124 77  SI-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008136     88  SI-RUNCTL-IS-OPEN           VALUE 'Y'.
008148 77  SI-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008160     88  SI-RUNCTL-EOF               VALUE 'Y'.
008172 77  SI-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008184     88  SI-RUN-STARTED              VALUE 'Y'.
008200 01  SI-RUN-DATE                 PIC 9(08) VALUE ZERO.
008300 01  SI-RUN-TIME                 PIC 9(08) VALUE ZERO.
008400 01  SI-REJECT-REASON            PIC X(40) VALUE SPACES.
008500 01  SI-BEFORE-IMAGE.
008600     05  SI-BEF-SITE-ID          PIC X(03) VALUE SPACES.
008700     05  SI-BEF-SITE-NAME        PIC X(30) VALUE SPACES.
008800     05  SI-BEF-CLOSE-TIME       PIC 9(08) VALUE ZERO.
008900     05  SI-BEF-STATUS-SW        PIC X(01) VALUE SPACE.
009000     05  SI-BEF-VISLOG-DDNAME    PIC X(08) VALUE SPACES.
009100 01  SI-DETAIL-LINE.
009200     05  FILLER                  PIC X(02) VALUE SPACES.
009300     05  SI-DTL-LABEL            PIC X(08) VALUE SPACES.
009400     05  SI-DTL-SITE-ID          PIC X(03) VALUE SPACES.
009500     05  FILLER                  PIC X(01) VALUE SPACE.
009600     05  SI-DTL-SITE-NAME        PIC X(30) VALUE SPACES.
009700     05  FILLER                  PIC X(01) VALUE SPACE.
009800     05  SI-DTL-CLOSE-TIME       PIC X(08) VALUE SPACES.
009900     05  FILLER                  PIC X(01) VALUE SPACE.
010000     05  SI-DTL-STATUS           PIC X(01) VALUE SPACE.
010100     05  FILLER                  PIC X(01) VALUE SPACE.
010200     05  SI-DTL-VISLOG-DDNAME    PIC X(08) VALUE SPACES.
010300     05  FILLER                  PIC X(16) VALUE SPACES.
010400 01  SI-ACTION-LINE.
010500     05  FILLER                  PIC X(07) VALUE "ACTION ".
010600     05  SI-ACT-CODE             PIC X(01) VALUE SPACE.
010700     05  FILLER                  PIC X(07) VALUE "  SITE ".
010800     05  SI-ACT-SITE-ID          PIC X(03) VALUE SPACES.
010900     05  FILLER                  PIC X(62) VALUE SPACES.
010950     COPY JOBDEP.
011000*
011100 PROCEDURE DIVISION.
011200***************************************************************
011300*                 0000-MAINLINE                                *
011400***************************************************************
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
011800         UNTIL SI-SDTRAN-EOF.
011900     IF SI-PRINT-IS-OPEN
012000         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
012100     END-IF.
012125     IF SI-RUN-STARTED
012150         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
012175     END-IF.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012300     STOP RUN.
012400 0000-EXIT.
012500     EXIT.
012600*
012700***************************************************************
012800*  1000-INITIALIZE - THE FIRST RUN AT A NEW INSTALLATION       *
012900*  CREATES AN EMPTY DIRECTORY FOR THE ADD CARDS TO LOAD.       *
013000***************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT SI-RUN-DATE FROM DATE YYYYMMDD.
013300     ACCEPT SI-RUN-TIME FROM TIME.
013320     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
013340     IF SI-SDTRAN-EOF
013360         GO TO 1000-EXIT
013380     END-IF.
013400     OPEN INPUT SDTRAN-FILE.
013500     IF SI-SDTRAN-STATUS NOT = "00"
013600         DISPLAY "SITE-MAINT: ERROR OPENING SDTRANS - "
013700             SI-SDTRAN-STATUS
013800         SET SI-SDTRAN-EOF TO TRUE
013900     ELSE
014000         SET SI-SDTRAN-IS-OPEN TO TRUE
014100     END-IF.
014200     OPEN I-O SITEDIR-FILE.
014300     IF SI-SITEDIR-STATUS = "35"
014400         OPEN OUTPUT SITEDIR-FILE
014500         IF SI-SITEDIR-STATUS = "00"
014600             CLOSE SITEDIR-FILE
014700             OPEN I-O SITEDIR-FILE
014800         END-IF
014900     END-IF.
015000     IF SI-SITEDIR-STATUS NOT = "00"
015100         DISPLAY "SITE-MAINT: ERROR OPENING SITEDIR - "
015200             SI-SITEDIR-STATUS
015300         SET SI-SDTRAN-EOF TO TRUE
015400     ELSE
015500         SET SI-SITEDIR-IS-OPEN TO TRUE
015600     END-IF.
015700     OPEN OUTPUT PRINT-FILE.
015800     IF SI-PRINT-STATUS NOT = "00"
015900         DISPLAY "SITE-MAINT: ERROR OPENING SITMNTRP - "
016000             SI-PRINT-STATUS
016100         SET SI-SDTRAN-EOF TO TRUE
016200     ELSE
016300         SET SI-PRINT-IS-OPEN TO TRUE
016400     END-IF.
016500     IF SI-PRINT-IS-OPEN
016600         PERFORM 1100-PRINT-HEADER THRU 1100-EXIT
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
016901*
016902 1100-PRINT-HEADER.
016903     MOVE SPACES TO PRINT-LINE.
016904     STRING "SITE DIRECTORY MAINTENANCE AUDIT - RUN DATE "
016905            DELIMITED BY SIZE
016906            SI-RUN-DATE DELIMITED BY SIZE
016907            " TIME " DELIMITED BY SIZE
016908            SI-RUN-TIME DELIMITED BY SIZE
016909         INTO PRINT-LINE.
016910     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016911     MOVE SPACES TO PRINT-LINE.
016912     MOVE "--------------------------------------------" TO
016913         PRINT-LINE.
016914     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016915 1100-EXIT.
016916     EXIT.
016917*
016918***************************************************************
016919*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
016920*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
016921*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
016922*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
016923***************************************************************
016924 1400-RUN-CONTROL-START.
016925     ACCEPT SI-RUN-TIME FROM TIME.
016926     MOVE "SITE-MAINT" TO JD-THIS-JOB.
016927     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
016928     OPEN INPUT RUNCTL-FILE.
016929     IF SI-RUNCTL-STATUS = "00"
016930         MOVE "N" TO SI-RUNCTL-EOF-SW
016931         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
016932             UNTIL SI-RUNCTL-EOF
016933         CLOSE RUNCTL-FILE
016934     END-IF.
016935     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
016936     OPEN EXTEND RUNCTL-FILE.
016937     IF SI-RUNCTL-STATUS = "35"
016938         OPEN OUTPUT RUNCTL-FILE
016939     END-IF.
016940     IF SI-RUNCTL-STATUS NOT = "00"
016941         DISPLAY "SITE-MAINT: ERROR OPENING RUNCTL - "
016942             SI-RUNCTL-STATUS
016943         SET SI-SDTRAN-EOF TO TRUE
016944         GO TO 1400-EXIT
016945     END-IF.
016946     SET SI-RUNCTL-IS-OPEN TO TRUE.
016947     IF JD-JOB-BLOCKED
016948         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
016949         DISPLAY "SITE-MAINT: RUN BLOCKED FOR BUSINESS DATE "
016950             SI-RUN-DATE " - PREREQUISITES NOT COMPLETE"
016951         SET SI-SDTRAN-EOF TO TRUE
016952     ELSE
016953         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
016954     END-IF.
016955 1400-EXIT.
016956     EXIT.
016957*
016958 1410-SCAN-RUNCTL-REC.
016959     READ RUNCTL-FILE
016960         AT END
016961             SET SI-RUNCTL-EOF TO TRUE
016962         NOT AT END
016963             IF RC-RUN-DATE = SI-RUN-DATE
016964                 AND RC-END-REC AND RC-COMPLETED
016965                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
016966             END-IF
016967     END-READ.
016968 1410-EXIT.
016969     EXIT.
016970*
016971 1420-WRITE-RUNCTL-START.
016972     MOVE SPACES TO RUNCTL-RECORD.
016973     MOVE "SITE-MAINT" TO RC-PROGRAM-NAME.
016974     MOVE SI-RUN-DATE TO RC-RUN-DATE.
016975     SET RC-START-REC TO TRUE.
016976     MOVE SI-RUN-TIME TO RC-RUN-TIME.
016977     MOVE ZERO TO RC-RECORD-COUNT.
016978     SET RC-RUNNING TO TRUE.
016979     WRITE RUNCTL-RECORD.
016980     IF SI-RUNCTL-STATUS NOT = "00"
016981         DISPLAY "SITE-MAINT: ERROR WRITING RUNCTL - "
016982             SI-RUNCTL-STATUS
016983     ELSE
016984         SET SI-RUN-STARTED TO TRUE
016985     END-IF.
016986 1420-EXIT.
016987     EXIT.
016988*
016989***************************************************************
016990*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
016991*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
016992*  WAIT FOR.                                                   *
016993***************************************************************
016994 1430-LOAD-PREREQUISITES.
016995     MOVE "N" TO JD-BLOCKED-SW.
016996     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
016997     MOVE ZERO TO JD-THIS-SUB.
016998     MOVE 1 TO JD-SUB.
016999     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
017000         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
017001 1430-EXIT.
017002     EXIT.
017003*
017004 1431-SCAN-JOB-TABLE.
017005     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
017006         MOVE JD-SUB TO JD-THIS-SUB
017007     ELSE
017008         ADD 1 TO JD-SUB
017009     END-IF.
017010 1431-EXIT.
017011     EXIT.
017012*
017013***************************************************************
017014*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
017015*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
017016***************************************************************
017017 1440-MARK-PREREQUISITE.
017018     IF JD-THIS-SUB = ZERO
017019         GO TO 1440-EXIT
017020     END-IF.
017021     MOVE 1 TO JD-PRQ-SUB.
017022     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
017023         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017024 1440-EXIT.
017025     EXIT.
017026*
017027 1441-MARK-ONE-PREREQ.
017028     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
017029         RC-PROGRAM-NAME
017030         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
017031     END-IF.
017032     ADD 1 TO JD-PRQ-SUB.
017033 1441-EXIT.
017034     EXIT.
017035*
017036***************************************************************
017037*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
017038*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
017039*  BUSINESS DATE.                                              *
017040***************************************************************
017041 1450-CHECK-PREREQUISITES.
017042     IF JD-THIS-SUB = ZERO
017043         GO TO 1450-EXIT
017044     END-IF.
017045     MOVE 1 TO JD-PRQ-SUB.
017046     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
017047         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017048 1450-EXIT.
017049     EXIT.
017050*
017051 1451-CHECK-ONE-PREREQ.
017052     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
017053         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
017054         SET JD-JOB-BLOCKED TO TRUE
017055         DISPLAY "SITE-MAINT: WAITING ON "
017056             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
017057             " - NOT COMPLETED FOR BUSINESS DATE " SI-RUN-DATE
017058     END-IF.
017059     ADD 1 TO JD-PRQ-SUB.
017060 1451-EXIT.
017061     EXIT.
017062*
017063***************************************************************
017064*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
017065*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
017066*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
017067***************************************************************
017068 1460-WRITE-RUNCTL-BLOCKED.
017069     MOVE 1 TO JD-PRQ-SUB.
017070     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
017071         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017072 1460-EXIT.
017073     EXIT.
017074*
017075 1461-WRITE-ONE-BLOCKED.
017076     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
017077         OR JD-PREREQ-DONE (JD-PRQ-SUB)
017078         ADD 1 TO JD-PRQ-SUB
017079         GO TO 1461-EXIT
017080     END-IF.
017081     MOVE SPACES TO RUNCTL-RECORD.
017082     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
017100     MOVE SI-RUN-DATE TO RC-RUN-DATE.
017200     SET RC-END-REC TO TRUE.
017300     MOVE SI-RUN-TIME TO RC-RUN-TIME.
017400     MOVE ZERO TO RC-RECORD-COUNT.
017500     SET RC-BLOCKED TO TRUE.
017600     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
017700         RC-WAITING-ON.
017800     WRITE RUNCTL-RECORD.
017900     IF SI-RUNCTL-STATUS NOT = "00"
018000         DISPLAY "SITE-MAINT: ERROR WRITING RUNCTL - "
018100             SI-RUNCTL-STATUS
018200     END-IF.
018300     ADD 1 TO JD-PRQ-SUB.
018400 1461-EXIT.
018500     EXIT.
018600*
018700***************************************************************
018800*                 2000-PROCESS-TRAN                            *
018900***************************************************************
019000 2000-PROCESS-TRAN.
019100     READ SDTRAN-FILE
019200         AT END
019300             SET SI-SDTRAN-EOF TO TRUE
019400         NOT AT END
019500             ADD 1 TO SI-TRAN-READ-CT
019600             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
019700     END-READ.
019800 2000-EXIT.
019900     EXIT.
020000*
020100***************************************************************
020200*  2100-APPLY-TRAN - EDIT ONE TRANSACTION, APPLY IT TO THE     *
020300*  DIRECTORY AND PRINT THE BEFORE/AFTER AUDIT BLOCK.           *
020400***************************************************************
020500 2100-APPLY-TRAN.
020600     SET SI-TRAN-OK TO TRUE.
020700     MOVE SPACES TO SI-REJECT-REASON.
020800     PERFORM 2110-PRINT-ACTION-LINE THRU 2110-EXIT.
020900     IF ST-SITE-ID = SPACES
021000         MOVE "SITE CODE IS BLANK" TO SI-REJECT-REASON
021100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
021200         GO TO 2100-EXIT
021300     END-IF.
021400     PERFORM 2120-READ-SITE THRU 2120-EXIT.
021500     PERFORM 2130-PRINT-BEFORE THRU 2130-EXIT.
021600     IF ST-ACTION-ADD
021700         PERFORM 2200-ADD-SITE THRU 2200-EXIT
021800     ELSE
021900         IF ST-ACTION-CHANGE
022000             PERFORM 2300-CHANGE-SITE THRU 2300-EXIT
022100         ELSE
022200             IF ST-ACTION-DEACTIVATE
022300                 PERFORM 2400-DEACTIVATE-SITE THRU 2400-EXIT
022400             ELSE
022500                 IF ST-ACTION-REACTIVATE
022600                     PERFORM 2500-REACTIVATE-SITE
022700                         THRU 2500-EXIT
022800                 ELSE
022900                     MOVE "INVALID ACTION CODE" TO
023000                         SI-REJECT-REASON
023100                     PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
023200                 END-IF
023300             END-IF
023400         END-IF
023500     END-IF.
023600     IF SI-TRAN-OK
023700         PERFORM 2140-PRINT-AFTER THRU 2140-EXIT
023800     END-IF.
023900 2100-EXIT.
024000     EXIT.
024100*
024200 2110-PRINT-ACTION-LINE.
024300     MOVE ST-ACTION-CODE TO SI-ACT-CODE.
024400     MOVE ST-SITE-ID TO SI-ACT-SITE-ID.
024500     MOVE SPACES TO PRINT-LINE.
024600     MOVE SI-ACTION-LINE TO PRINT-LINE.
024700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
024800 2110-EXIT.
024900     EXIT.
025000*
025100***************************************************************
025200*  2120-READ-SITE - LOOK FOR THE CARD'S SITE ON THE DIRECTORY  *
025300*  AND SAVE THE BEFORE IMAGE WHEN IT IS THERE.                 *
025400***************************************************************
025500 2120-READ-SITE.
025600     MOVE "N" TO SI-FOUND-SW.
025700     MOVE SPACES TO SI-BEFORE-IMAGE.
025800     MOVE ZERO TO SI-BEF-CLOSE-TIME.
025900     MOVE ST-SITE-ID TO SD-SITE-ID.
026000     READ SITEDIR-FILE
026100         INVALID KEY
026200             SET SI-SITE-NOT-FOUND TO TRUE
026300         NOT INVALID KEY
026400             SET SI-SITE-FOUND TO TRUE
026500             MOVE SD-SITE-ID TO SI-BEF-SITE-ID
026600             MOVE SD-SITE-NAME TO SI-BEF-SITE-NAME
026700             MOVE SD-CLOSE-TIME TO SI-BEF-CLOSE-TIME
026800             MOVE SD-STATUS-SW TO SI-BEF-STATUS-SW
026900             MOVE SD-VISLOG-DDNAME TO SI-BEF-VISLOG-DDNAME
027000     END-READ.
027100 2120-EXIT.
027200     EXIT.
027300*
027400 2130-PRINT-BEFORE.
027500     MOVE SPACES TO SI-DETAIL-LINE.
027600     MOVE "BEFORE: " TO SI-DTL-LABEL.
027700     IF SI-SITE-FOUND
027800         MOVE SI-BEF-SITE-ID TO SI-DTL-SITE-ID
027900         MOVE SI-BEF-SITE-NAME TO SI-DTL-SITE-NAME
028000         MOVE SI-BEF-CLOSE-TIME TO SI-DTL-CLOSE-TIME
028100         MOVE SI-BEF-STATUS-SW TO SI-DTL-STATUS
028200         MOVE SI-BEF-VISLOG-DDNAME TO SI-DTL-VISLOG-DDNAME
028300     ELSE
028400         MOVE "(NOT ON FILE)" TO SI-DTL-SITE-NAME
028500     END-IF.
028600     MOVE SPACES TO PRINT-LINE.
028700     MOVE SI-DETAIL-LINE TO PRINT-LINE.
028800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
028900 2130-EXIT.
029000     EXIT.
029100*
029200 2140-PRINT-AFTER.
029300     MOVE SPACES TO SI-DETAIL-LINE.
029400     MOVE "AFTER : " TO SI-DTL-LABEL.
029500     MOVE SD-SITE-ID TO SI-DTL-SITE-ID.
029600     MOVE SD-SITE-NAME TO SI-DTL-SITE-NAME.
029700     MOVE SD-CLOSE-TIME TO SI-DTL-CLOSE-TIME.
029800     MOVE SD-STATUS-SW TO SI-DTL-STATUS.
029900     MOVE SD-VISLOG-DDNAME TO SI-DTL-VISLOG-DDNAME.
030000     MOVE SPACES TO PRINT-LINE.
030100     MOVE SI-DETAIL-LINE TO PRINT-LINE.
030200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
030300 2140-EXIT.
030400     EXIT.
030500*
030600***************************************************************
030700*  2150-EDIT-CLOSE-TIME - A CLOSING TIME MUST BE A REAL TIME   *
030800*  OF DAY, KEYED HHMMSSHH LIKE THE VISITOR LOG TIMES.          *
030900***************************************************************
031000 2150-EDIT-CLOSE-TIME.
031100     IF ST-CLOSE-TIME NOT NUMERIC
031200         OR ST-CLOSE-HH > "23"
031300         OR ST-CLOSE-MM > "59"
031400         MOVE "INVALID CLOSING TIME - KEY HHMMSSHH" TO
031500             SI-REJECT-REASON
031600         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
031700     END-IF.
031800 2150-EXIT.
031900     EXIT.
032000*
032100***************************************************************
032200*  2200-ADD-SITE - A NEW SITE MAY NOT ALREADY BE ON THE        *
032300*  DIRECTORY AND MUST CARRY A NAME, A VALID CLOSING TIME AND   *
032400*  THE DD NAME OF ITS VISITOR LOG.  NEW SITES START ACTIVE.    *
032500***************************************************************
032600 2200-ADD-SITE.
032700     IF SI-SITE-FOUND
032800         MOVE "DUPLICATE ADD - SITE ALREADY ON FILE" TO
032900             SI-REJECT-REASON
033000         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
033100         GO TO 2200-EXIT
033200     END-IF.
033300     IF ST-SITE-NAME = SPACES
033400         MOVE "ADD REQUIRES A SITE NAME" TO SI-REJECT-REASON
033500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
033600         GO TO 2200-EXIT
033700     END-IF.
033800     IF ST-VISLOG-DDNAME = SPACES
033900         MOVE "ADD REQUIRES A VISITOR LOG DD NAME" TO
034000             SI-REJECT-REASON
034100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
034200         GO TO 2200-EXIT
034300     END-IF.
034400     PERFORM 2150-EDIT-CLOSE-TIME THRU 2150-EXIT.
034500     IF SI-TRAN-REJECTED
034600         GO TO 2200-EXIT
034700     END-IF.
034800     MOVE SPACES TO SITEDIR-RECORD.
034900     MOVE ST-SITE-ID TO SD-SITE-ID.
035000     MOVE ST-SITE-NAME TO SD-SITE-NAME.
035100     MOVE ST-CLOSE-TIME TO SD-CLOSE-TIME.
035200     SET SD-ACTIVE TO TRUE.
035300     MOVE ST-VISLOG-DDNAME TO SD-VISLOG-DDNAME.
035400     MOVE SI-RUN-DATE TO SD-LAST-MAINT-DATE.
035500     WRITE SITEDIR-RECORD.
035600     IF SI-SITEDIR-STATUS NOT = "00"
035700         DISPLAY "SITE-MAINT: ERROR WRITING SITEDIR - "
035800             SI-SITEDIR-STATUS
035900         MOVE "WRITE REJECTED BY FILE SYSTEM" TO
036000             SI-REJECT-REASON
036100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
036200     END-IF.
036300     IF SI-TRAN-OK
036400         ADD 1 TO SI-ADD-CT
036500     END-IF.
036600 2200-EXIT.
036700     EXIT.
036800*
036900***************************************************************
037000*  2300-CHANGE-SITE - CHANGE THE NAME, CLOSING TIME AND/OR     *
037100*  VISITOR LOG DD NAME OF A SITE ON FILE.  BLANK CARD FIELDS   *
037200*  LEAVE THE DIRECTORY FIELD AS IT STANDS.                     *
037300***************************************************************
037400 2300-CHANGE-SITE.
037500     IF SI-SITE-NOT-FOUND
037600         MOVE "CHANGE TO SITE NOT ON FILE" TO SI-REJECT-REASON
037700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
037800         GO TO 2300-EXIT
037900     END-IF.
038000     IF ST-CLOSE-TIME NOT = SPACES
038100         PERFORM 2150-EDIT-CLOSE-TIME THRU 2150-EXIT
038200         IF SI-TRAN-REJECTED
038300             GO TO 2300-EXIT
038400         END-IF
038500         MOVE ST-CLOSE-TIME TO SD-CLOSE-TIME
038600     END-IF.
038700     IF ST-SITE-NAME NOT = SPACES
038800         MOVE ST-SITE-NAME TO SD-SITE-NAME
038900     END-IF.
039000     IF ST-VISLOG-DDNAME NOT = SPACES
039100         MOVE ST-VISLOG-DDNAME TO SD-VISLOG-DDNAME
039200     END-IF.
039300     PERFORM 2800-REWRITE-SITE THRU 2800-EXIT.
039400     IF SI-TRAN-OK
039500         ADD 1 TO SI-CHANGE-CT
039600     END-IF.
039700 2300-EXIT.
039800     EXIT.
039900*
040000***************************************************************
040100*  2400-DEACTIVATE-SITE - A CLOSED SITE STAYS ON THE DIRECTORY *
040200*  SO ITS HISTORY STILL READS, BUT IT DROPS OUT OF THE MERGE   *
040300*  AND THE CHECK-IN PROGRAM WILL NOT START UNDER IT.           *
040400***************************************************************
040500 2400-DEACTIVATE-SITE.
040600     IF SI-SITE-NOT-FOUND
040700         MOVE "DEACTIVATE OF SITE NOT ON FILE" TO
040800             SI-REJECT-REASON
040900         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
041000         GO TO 2400-EXIT
041100     END-IF.
041200     IF SD-INACTIVE
041300         MOVE "SITE IS ALREADY INACTIVE" TO SI-REJECT-REASON
041400         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
041500         GO TO 2400-EXIT
041600     END-IF.
041700     SET SD-INACTIVE TO TRUE.
041800     PERFORM 2800-REWRITE-SITE THRU 2800-EXIT.
041900     IF SI-TRAN-OK
042000         ADD 1 TO SI-DEACTIVATE-CT
042100     END-IF.
042200 2400-EXIT.
042300     EXIT.
042400*
042500***************************************************************
042600*  2500-REACTIVATE-SITE - TURN AN INACTIVE SITE BACK ON.       *
042700***************************************************************
042800 2500-REACTIVATE-SITE.
042900     IF SI-SITE-NOT-FOUND
043000         MOVE "REACTIVATE OF SITE NOT ON FILE" TO
043100             SI-REJECT-REASON
043200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
043300         GO TO 2500-EXIT
043400     END-IF.
043500     IF SD-ACTIVE
043600         MOVE "SITE IS ALREADY ACTIVE" TO SI-REJECT-REASON
043700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
043800         GO TO 2500-EXIT
043900     END-IF.
044000     SET SD-ACTIVE TO TRUE.
044100     PERFORM 2800-REWRITE-SITE THRU 2800-EXIT.
044200     IF SI-TRAN-OK
044300         ADD 1 TO SI-REACTIVATE-CT
044400     END-IF.
044500 2500-EXIT.
044600     EXIT.
044700*
044800 2800-REWRITE-SITE.
044900     MOVE SI-RUN-DATE TO SD-LAST-MAINT-DATE.
045000     REWRITE SITEDIR-RECORD.
045100     IF SI-SITEDIR-STATUS NOT = "00"
045200         DISPLAY "SITE-MAINT: ERROR REWRITING SITEDIR - "
045300             SI-SITEDIR-STATUS
045400         MOVE "REWRITE REJECTED BY FILE SYSTEM" TO
045500             SI-REJECT-REASON
045600         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
045700     END-IF.
045800 2800-EXIT.
045900     EXIT.
046000*
046100 2900-REJECT-TRAN.
046200     SET SI-TRAN-REJECTED TO TRUE.
046300     ADD 1 TO SI-REJECT-CT.
046400     MOVE SPACES TO PRINT-LINE.
046500     STRING "  *** REJECTED - " DELIMITED BY SIZE
046600            SI-REJECT-REASON DELIMITED BY SIZE
046700         INTO PRINT-LINE.
046800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
046900 2900-EXIT.
047000     EXIT.
047100*
047200***************************************************************
047300*                 3000-PRINT-TOTALS                            *
047400***************************************************************
047500 3000-PRINT-TOTALS.
047600     MOVE SPACES TO PRINT-LINE.
047700     MOVE "--------------------------------------------" TO
047800         PRINT-LINE.
047900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
048000     MOVE SPACES TO PRINT-LINE.
048100     STRING "TRANSACTIONS READ . . . . . . . : "
048200            DELIMITED BY SIZE
048300            SI-TRAN-READ-CT DELIMITED BY SIZE
048400         INTO PRINT-LINE.
048500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
048600     MOVE SPACES TO PRINT-LINE.
048700     STRING "SITES ADDED . . . . . . . . . . : "
048800            DELIMITED BY SIZE
048900            SI-ADD-CT DELIMITED BY SIZE
049000         INTO PRINT-LINE.
049100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
049200     MOVE SPACES TO PRINT-LINE.
049300     STRING "SITES CHANGED . . . . . . . . . : "
049400            DELIMITED BY SIZE
049500            SI-CHANGE-CT DELIMITED BY SIZE
049600         INTO PRINT-LINE.
049700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
049800     MOVE SPACES TO PRINT-LINE.
049900     STRING "SITES DEACTIVATED . . . . . . . : "
050000            DELIMITED BY SIZE
050100            SI-DEACTIVATE-CT DELIMITED BY SIZE
050200         INTO PRINT-LINE.
050300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
050400     MOVE SPACES TO PRINT-LINE.
050500     STRING "SITES REACTIVATED . . . . . . . : "
050600            DELIMITED BY SIZE
050700            SI-REACTIVATE-CT DELIMITED BY SIZE
050800         INTO PRINT-LINE.
050900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
051000     MOVE SPACES TO PRINT-LINE.
051100     STRING "TRANSACTIONS REJECTED . . . . . : "
051200            DELIMITED BY SIZE
051300            SI-REJECT-CT DELIMITED BY SIZE
051400         INTO PRINT-LINE.
051500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
051600 3000-EXIT.
051700     EXIT.
051800*
051900 8000-WRITE-PRINT-LINE.
052000     WRITE PRINT-LINE.
052100     IF SI-PRINT-STATUS NOT = "00"
052200         DISPLAY "SITE-MAINT: ERROR WRITING SITMNTRP - "
052300             SI-PRINT-STATUS
052400     END-IF.
052500 8000-EXIT.
052600     EXIT.
052603*
052606***************************************************************
052609*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
052612*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
052615***************************************************************
052618 8100-WRITE-RUNCTL-END.
052621     ACCEPT SI-RUN-TIME FROM TIME.
052624     MOVE SPACES TO RUNCTL-RECORD.
052627     MOVE "SITE-MAINT" TO RC-PROGRAM-NAME.
052630     MOVE SI-RUN-DATE TO RC-RUN-DATE.
052633     SET RC-END-REC TO TRUE.
052636     MOVE SI-RUN-TIME TO RC-RUN-TIME.
052639     MOVE SI-TRAN-READ-CT TO RC-RECORD-COUNT.
052642     IF SI-SDTRAN-IS-OPEN AND SI-SITEDIR-IS-OPEN
052645         AND SI-PRINT-IS-OPEN
052648         SET RC-COMPLETED TO TRUE
052651     ELSE
052654         SET RC-ABENDED TO TRUE
052657     END-IF.
052660     WRITE RUNCTL-RECORD.
052663     IF SI-RUNCTL-STATUS NOT = "00"
052666         DISPLAY "SITE-MAINT: ERROR WRITING RUNCTL - "
052669             SI-RUNCTL-STATUS
052672     END-IF.
052675 8100-EXIT.
052678     EXIT.
052700*
052800 9000-TERMINATE.
052900     IF SI-SDTRAN-IS-OPEN
053000         CLOSE SDTRAN-FILE
053100     END-IF.
053200     IF SI-SITEDIR-IS-OPEN
053300         CLOSE SITEDIR-FILE
053400     END-IF.
053500     IF SI-PRINT-IS-OPEN
053600         CLOSE PRINT-FILE
053700     END-IF.
053725     IF SI-RUNCTL-IS-OPEN
053750         CLOSE RUNCTL-FILE
053775     END-IF.
053800 9000-EXIT.
053900     EXIT.
