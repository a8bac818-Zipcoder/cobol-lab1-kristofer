000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTACT-TRACE-RPT.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - ON-REQUEST CONTACT TRACING
001300*                  OVER THE VISITOR HISTORY ARCHIVE.  FOR A NAMED
001400*                  VISITOR OR A MEMBER ID AND A DATE RANGE, PAIRS
001500*                  THAT PERSON'S CHECK-INS AND CHECK-OUTS
001600*                  (INCLUDING CLOSING-TIME SWEEP DEPARTURES) INTO
001700*                  TIME-ON-SITE WINDOWS, THEN LISTS EVERY OTHER
001800*                  VISITOR AT THE SAME SITE WHOSE OWN WINDOW
001900*                  OVERLAPPED, WITH THE OVERLAP IN MINUTES, THE
002000*                  BADGE AND THE EVENT CODE.  EACH CONTACT IS ALSO
002100*                  WRITTEN TO A CONTACT FILE FOR THE REQUESTER.
002125* 10/15/2026  RMC  THE VISITOR HISTORY ARCHIVE RECORD IS NOW 150
002150*                  BYTES - THE VISITOR'S COMPANY AND PURPOSE OF
002175*                  VISIT ARE CARRIED FROM CHECK-IN.
002178* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
002181*                  DATE, SITE AND TIME WITH THE MEMBER ID AS AN
002184*                  ALTERNATE KEY.  A TRACE BY MEMBER ID READS ONLY
002187*                  THAT MEMBER'S RECORDS ON THE FIRST PASS, A
002190*                  TRACE BY NAME STARTS AT THE FROM DATE, AND THE
002193*                  SECOND PASS COVERS ONLY THE DAYS FROM THE
002196*                  TRACED PERSON'S FIRST VISIT TO THEIR LAST.
002204* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002212*                  SHARED RUN CONTROL FILE AND CHECK THE
002220*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002228*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002236*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002244*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
002252*                  IS THE BUSINESS DATE; THE REPORT HAS NO
002260*                  PREREQUISITES TODAY.  A TRACE THAT COULD NOT
002268*                  READ THE ARCHIVE OR WRITE THE CONTACT FILE IS
002276*                  MARKED ABENDED.
002284*
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-Z15.
002700 OBJECT-COMPUTER. IBM-Z15.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000*    VISITOR HISTORY ARCHIVE - READ TWICE BY THIS REPORT
003100     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
003200         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS VH-ARCH-KEY
003260         ALTERNATE RECORD KEY IS VH-MEMBER-ID
003280             WITH DUPLICATES
003300         FILE STATUS IS CT-VISARCH-STATUS.
003400*    CONTACT FILE - ONE RECORD PER OVERLAPPING VISIT
003500     SELECT CONTACT-FILE ASSIGN TO "CONTACTS"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CT-CONTACT-STATUS.
003800*    PRINTED CONTACT-TRACING REPORT
003900     SELECT PRINT-FILE ASSIGN TO "TRACERPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS CT-PRINT-STATUS.
004120*    SHARED BATCH RUN CONTROL FILE
004140     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004160         ORGANIZATION IS SEQUENTIAL
004180         FILE STATUS IS CT-RUNCTL-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  VISARCH-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 182 CHARACTERS.
004700     COPY VISARCH.
004800 FD  CONTACT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 100 CHARACTERS.
005100     COPY CONTACT.
005200 FD  PRINT-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  PRINT-LINE                  PIC X(80).
005520 FD  RUNCTL-FILE
005540     LABEL RECORDS ARE STANDARD
005560     RECORD CONTAINS 80 CHARACTERS.
005580     COPY RUNCTL.
005600 WORKING-STORAGE SECTION.
005700 77  CT-VISARCH-STATUS           PIC X(02) VALUE SPACES.
005800 77  CT-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
005900     88  CT-VISARCH-IS-OPEN          VALUE 'Y'.
006000 77  CT-CONTACT-STATUS           PIC X(02) VALUE SPACES.
006100 77  CT-CONTACT-OPEN-SW          PIC X(01) VALUE 'N'.
006200     88  CT-CONTACT-IS-OPEN          VALUE 'Y'.
006300 77  CT-PRINT-STATUS             PIC X(02) VALUE SPACES.
006400 77  CT-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
006500     88  CT-PRINT-IS-OPEN            VALUE 'Y'.
006600 77  CT-EOF-SW                   PIC X(01) VALUE 'N'.
006700     88  CT-VISARCH-EOF              VALUE 'Y'.
006800 77  CT-PARM-OK-SW               PIC X(01) VALUE 'N'.
006900     88  CT-PARM-OK                  VALUE 'Y'.
007000 77  CT-SUBJECT-SW               PIC X(01) VALUE 'N'.
007100     88  CT-IS-SUBJECT               VALUE 'Y'.
007200 77  CT-ON-SITE-SW               PIC X(01) VALUE 'N'.
007300     88  CT-SUBJECT-ON-SITE          VALUE 'Y'.
007400 77  CT-FOUND-SW                 PIC X(01) VALUE 'N'.
007500     88  CT-ENTRY-FOUND              VALUE 'Y'.
007600 77  CT-PASS1-READ-CT            PIC 9(08) VALUE ZERO.
007700 77  CT-PASS2-READ-CT            PIC 9(08) VALUE ZERO.
007800 77  CT-SUBJ-CHECKIN-CT          PIC 9(08) VALUE ZERO.
007900 77  CT-SUBJ-CHECKOUT-CT         PIC 9(08) VALUE ZERO.
008000 77  CT-SUBJ-SWEPT-CT            PIC 9(08) VALUE ZERO.
008100 77  CT-SUBJ-NO-DEPART-CT        PIC 9(08) VALUE ZERO.
008200 77  CT-SUBJ-ORPHAN-CT           PIC 9(08) VALUE ZERO.
008300 77  CT-VISITS-CHECKED-CT        PIC 9(08) VALUE ZERO.
008400 77  CT-CONTACT-CT               PIC 9(08) VALUE ZERO.
008500 77  CT-CONTACT-WRITTEN-CT       PIC 9(08) VALUE ZERO.
008600 77  CT-SW-OVERFLOW-CT           PIC 9(08) VALUE ZERO.
008700 77  CT-CI-OVERFLOW-CT           PIC 9(08) VALUE ZERO.
008800 77  CT-SW-COUNT                 PIC 9(04) COMP VALUE ZERO.
008900 77  CT-SW-MAX                   PIC 9(04) COMP VALUE 200.
009000 77  CT-CI-COUNT                 PIC 9(04) COMP VALUE ZERO.
009100 77  CT-CI-MAX                   PIC 9(04) COMP VALUE 1000.
009200 77  CT-SUB                      PIC 9(04) COMP VALUE ZERO.
009300 77  CT-MATCH-SUB                PIC 9(04) COMP VALUE ZERO.
009400 77  CT-SW-SUB                   PIC 9(04) COMP VALUE ZERO.
009500 77  CT-WORK-SECONDS             PIC 9(08) COMP VALUE ZERO.
009600 77  CT-START-SECONDS            PIC 9(08) COMP VALUE ZERO.
009700 77  CT-END-SECONDS              PIC 9(08) COMP VALUE ZERO.
009800 77  CT-OVERLAP-MINUTES          PIC 9(05) VALUE ZERO.
009810 77  CT-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
009820 77  CT-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
009830     88  CT-RUNCTL-IS-OPEN           VALUE 'Y'.
009840 77  CT-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
009850     88  CT-RUNCTL-EOF               VALUE 'Y'.
009860 77  CT-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
009870     88  CT-RUN-STARTED              VALUE 'Y'.
009880 77  CT-ARCH-FAILED-SW           PIC X(01) VALUE 'N'.
009890     88  CT-ARCH-FAILED              VALUE 'Y'.
009900 01  CT-PARM-FIELD               PIC X(60) VALUE SPACES.
010000 01  CT-FROM-DATE                PIC 9(08) VALUE ZERO.
010100 01  CT-TO-DATE                  PIC 9(08) VALUE 99999999.
010133 01  CT-RUN-DATE                 PIC 9(08) VALUE ZERO.
010166 01  CT-RUN-TIME                 PIC 9(08) VALUE ZERO.
010200 01  CT-SUBJECT-TYPE             PIC X(01) VALUE SPACE.
010300     88  CT-BY-NAME                  VALUE 'N'.
010400     88  CT-BY-MEMBER-ID             VALUE 'M'.
010500 01  CT-SUBJECT-KEY              PIC X(30) VALUE SPACES.
010600 01  CT-SUBJECT-NAME             PIC X(30) VALUE SPACES.
010700 01  CT-SUBJECT-ID               PIC X(10) VALUE SPACES.
010800 01  CT-CURRENT-DATE             PIC 9(08) VALUE ZERO.
010833 01  CT-FIRST-DATE               PIC 9(08) VALUE 99999999.
010866 01  CT-LAST-DATE                PIC 9(08) VALUE ZERO.
010900 01  CT-WORK-TIME                PIC 9(08) VALUE ZERO.
011000 01  CT-WORK-TIME-X REDEFINES CT-WORK-TIME.
011100     05  CT-WT-HH                PIC 9(02).
011200     05  CT-WT-MM                PIC 9(02).
011300     05  CT-WT-SS                PIC 9(02).
011400     05  FILLER                  PIC 9(02).
011500*
011600*    THE TRACED PERSON'S OWN VISITS IN THE PERIOD.  A WINDOW
011700*    WITH NO DEPARTURE ON THE ARCHIVE IS HELD OPEN TO MIDNIGHT.
011800*
011900 01  CT-SUBJECT-TABLE.
012000     05  CT-SW-ENTRY OCCURS 200 TIMES.
012100         10  CT-SW-DATE          PIC 9(08).
012200         10  CT-SW-SITE-ID       PIC X(03).
012300         10  CT-SW-NAME          PIC X(30).
012400         10  CT-SW-BADGE-NO      PIC X(04).
012500         10  CT-SW-IN-TIME       PIC 9(08).
012600         10  CT-SW-OUT-TIME      PIC 9(08).
012700         10  CT-SW-IN-SECONDS    PIC 9(08) COMP.
012800         10  CT-SW-OUT-SECONDS   PIC 9(08) COMP.
012900         10  CT-SW-OPEN-SW       PIC X(01).
013000             88  CT-SW-OPEN          VALUE 'Y'.
013100         10  CT-SW-DEPART-SW     PIC X(01).
013200*
013300*    EVERYONE ELSE'S CHECK-INS FOR THE DAY BEING SCANNED, AT A
013400*    SITE AND ON A DATE WHERE THE TRACED PERSON WAS PRESENT.
013500*
013600 01  CT-CHECKIN-TABLE.
013700     05  CT-CI-ENTRY OCCURS 1000 TIMES.
013800         10  CT-CI-NAME          PIC X(30).
013900         10  CT-CI-SITE-ID       PIC X(03).
014000         10  CT-CI-MEMBER-ID     PIC X(10).
014100         10  CT-CI-BADGE-NO      PIC X(04).
014200         10  CT-CI-EVENT-CODE    PIC X(06).
014300         10  CT-CI-TIME          PIC 9(08).
014400         10  CT-CI-MATCHED-SW    PIC X(01).
014500             88  CT-CI-MATCHED       VALUE 'Y'.
014600*
014700*    THE OTHER VISITOR'S WINDOW BEING COMPARED.
014800*
014900 01  CT-VISIT.
015000     05  CT-VS-NAME              PIC X(30) VALUE SPACES.
015100     05  CT-VS-SITE-ID           PIC X(03) VALUE SPACES.
015200     05  CT-VS-MEMBER-ID         PIC X(10) VALUE SPACES.
015300     05  CT-VS-BADGE-NO          PIC X(04) VALUE SPACES.
015400     05  CT-VS-EVENT-CODE        PIC X(06) VALUE SPACES.
015500     05  CT-VS-IN-TIME           PIC 9(08) VALUE ZERO.
015600     05  CT-VS-OUT-TIME          PIC 9(08) VALUE ZERO.
015700     05  CT-VS-IN-SECONDS        PIC 9(08) COMP VALUE ZERO.
015800     05  CT-VS-OUT-SECONDS       PIC 9(08) COMP VALUE ZERO.
015900     05  CT-VS-DEPART-SW         PIC X(01) VALUE SPACE.
016000 01  CT-WINDOW-LINE.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  CT-WL-DATE              PIC 9(08) VALUE ZERO.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  CT-WL-SITE-ID           PIC X(03) VALUE SPACES.
016500     05  FILLER                  PIC X(04) VALUE " IN ".
016600     05  CT-WL-IN-TIME           PIC X(06) VALUE SPACES.
016700     05  FILLER                  PIC X(05) VALUE " OUT ".
016800     05  CT-WL-OUT-TIME          PIC X(06) VALUE SPACES.
016900     05  FILLER                  PIC X(07) VALUE " BADGE ".
017000     05  CT-WL-BADGE-NO          PIC X(04) VALUE SPACES.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  CT-WL-FLAG              PIC X(20) VALUE SPACES.
017300     05  FILLER                  PIC X(13) VALUE SPACES.
017400 01  CT-CONTACT-HEAD.
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  FILLER                  PIC X(09) VALUE "DATE".
017700     05  FILLER                  PIC X(04) VALUE "STE".
017800     05  FILLER                  PIC X(31) VALUE "VISITOR".
017900     05  FILLER                  PIC X(14) VALUE "IN     OUT".
018000     05  FILLER                  PIC X(06) VALUE "  MIN".
018100     05  FILLER                  PIC X(05) VALUE "BDGE".
018200     05  FILLER                  PIC X(10) VALUE "EVENT".
018300 01  CT-CONTACT-LINE.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  CT-CL-DATE              PIC 9(08) VALUE ZERO.
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  CT-CL-SITE-ID           PIC X(03) VALUE SPACES.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  CT-CL-NAME              PIC X(30) VALUE SPACES.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  CT-CL-IN-TIME           PIC X(06) VALUE SPACES.
019200     05  FILLER                  PIC X(01) VALUE "-".
019300     05  CT-CL-OUT-TIME          PIC X(06) VALUE SPACES.
019400     05  CT-CL-DEPART-FLAG       PIC X(01) VALUE SPACE.
019500     05  CT-CL-MINUTES           PIC ZZZZ9.
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  CT-CL-BADGE-NO          PIC X(04) VALUE SPACES.
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  CT-CL-EVENT-CODE        PIC X(06) VALUE SPACES.
020000     05  FILLER                  PIC X(04) VALUE SPACES.
020050     COPY VISLOG.
020075     COPY JOBDEP.
020100*
020200 PROCEDURE DIVISION.
020300***************************************************************
020400*                 0000-MAINLINE                                *
020500***************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     IF CT-PARM-OK
020900         PERFORM 2000-FIND-SUBJECT THRU 2000-EXIT
021000     END-IF.
021100     IF CT-PARM-OK AND CT-SW-COUNT GREATER THAN ZERO
021200         PERFORM 3000-FIND-CONTACTS THRU 3000-EXIT
021300     END-IF.
021400     IF CT-PRINT-IS-OPEN
021500         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
021600     END-IF.
021625     IF CT-RUN-STARTED
021650         PERFORM 8300-WRITE-RUNCTL-END THRU 8300-EXIT
021675     END-IF.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     STOP RUN.
021900 0000-EXIT.
022000     EXIT.
022100*
022200***************************************************************
022300*  1000-INITIALIZE - THE REQUEST COMES IN AS                   *
022400*  "YYYYMMDD YYYYMMDD T SUBJECT" - FROM DATE, TO DATE, THEN    *
022500*  T = N FOR A VISITOR NAME OR M FOR A MEMBER ID, AND THE      *
022600*  NAME OR ID ITSELF FROM COLUMN 21.  BLANK DATES COVER THE    *
022700*  WHOLE ARCHIVE; THE SUBJECT IS REQUIRED.                     *
022800***************************************************************
022900 1000-INITIALIZE.
023000     ACCEPT CT-PARM-FIELD FROM COMMAND-LINE.
023100     IF CT-PARM-FIELD (1:8) IS NUMERIC
023200         MOVE CT-PARM-FIELD (1:8) TO CT-FROM-DATE
023300     END-IF.
023400     IF CT-PARM-FIELD (10:8) IS NUMERIC
023500         MOVE CT-PARM-FIELD (10:8) TO CT-TO-DATE
023600     END-IF.
023700     MOVE CT-PARM-FIELD (19:1) TO CT-SUBJECT-TYPE.
023800     MOVE CT-PARM-FIELD (21:30) TO CT-SUBJECT-KEY.
023900     OPEN OUTPUT PRINT-FILE.
024000     IF CT-PRINT-STATUS NOT = "00"
024100         DISPLAY "CONTACT-TRACE-RPT: ERROR OPENING TRACERPT - "
024200             CT-PRINT-STATUS
024300         GO TO 1000-EXIT
024400     ELSE
024500         SET CT-PRINT-IS-OPEN TO TRUE
024600     END-IF.
024700     IF CT-FROM-DATE GREATER THAN CT-TO-DATE
024800         DISPLAY "CONTACT-TRACE-RPT: FROM DATE EXCEEDS TO DATE"
024900         GO TO 1000-EXIT
025000     END-IF.
025100     IF NOT CT-BY-NAME AND NOT CT-BY-MEMBER-ID
025200         DISPLAY "CONTACT-TRACE-RPT: SUBJECT TYPE MUST BE N OR M"
025300         GO TO 1000-EXIT
025400     END-IF.
025500     IF CT-SUBJECT-KEY = SPACES
025600         DISPLAY "CONTACT-TRACE-RPT: NO NAME OR MEMBER ID GIVEN"
025700         GO TO 1000-EXIT
025800     END-IF.
025900     IF CT-BY-NAME
026000         MOVE CT-SUBJECT-KEY TO CT-SUBJECT-NAME
026100     ELSE
026200         MOVE CT-SUBJECT-KEY TO CT-SUBJECT-ID
026300     END-IF.
026316     ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
026332     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
026348     IF NOT CT-RUN-STARTED
026364         GO TO 1000-EXIT
026380     END-IF.
026400     SET CT-PARM-OK TO TRUE.
026500     PERFORM 1100-PRINT-HEADER THRU 1100-EXIT.
026600 1000-EXIT.
026700     EXIT.
026701*
026702 1100-PRINT-HEADER.
026703     MOVE SPACES TO PRINT-LINE.
026704     STRING "CONTACT TRACING REPORT - PERIOD " DELIMITED BY SIZE
026705            CT-FROM-DATE DELIMITED BY SIZE
026706            " THRU " DELIMITED BY SIZE
026707            CT-TO-DATE DELIMITED BY SIZE
026708         INTO PRINT-LINE.
026709     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
026710     MOVE SPACES TO PRINT-LINE.
026711     IF CT-BY-NAME
026712         STRING "TRACED VISITOR . . : " DELIMITED BY SIZE
026713                CT-SUBJECT-NAME DELIMITED BY SIZE
026714             INTO PRINT-LINE
026715     ELSE
026716         STRING "TRACED MEMBER ID . : " DELIMITED BY SIZE
026717                CT-SUBJECT-ID DELIMITED BY SIZE
026718             INTO PRINT-LINE
026719     END-IF.
026720     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
026721 1100-EXIT.
026722     EXIT.
026723*
026724***************************************************************
026725*  1400-RUN-CONTROL-START - THE TRACE IS NOT RUN UNTIL THE     *
026726*  JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE HAVE *
026727*  COMPLETED FOR THE RUN DATE.  A TRACE MAY BE RUN AS OFTEN AS *
026728*  IT IS ASKED FOR; EACH DROPS ITS OWN START RECORD ON THE     *
026729*  SHARED RUN CONTROL FILE.                                    *
026730***************************************************************
026731 1400-RUN-CONTROL-START.
026732     ACCEPT CT-RUN-TIME FROM TIME.
026733     MOVE "CONTACT-TRACE-RPT" TO JD-THIS-JOB.
026734     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
026735     OPEN INPUT RUNCTL-FILE.
026736     IF CT-RUNCTL-STATUS = "00"
026737         MOVE "N" TO CT-RUNCTL-EOF-SW
026738         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
026739             UNTIL CT-RUNCTL-EOF
026740         CLOSE RUNCTL-FILE
026741     END-IF.
026742     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
026743     OPEN EXTEND RUNCTL-FILE.
026744     IF CT-RUNCTL-STATUS = "35"
026745         OPEN OUTPUT RUNCTL-FILE
026746     END-IF.
026747     IF CT-RUNCTL-STATUS NOT = "00"
026748         DISPLAY "CONTACT-TRACE-RPT: ERROR OPENING RUNCTL - "
026749             CT-RUNCTL-STATUS
026750         GO TO 1400-EXIT
026751     END-IF.
026752     SET CT-RUNCTL-IS-OPEN TO TRUE.
026753     IF JD-JOB-BLOCKED
026754         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
026755         DISPLAY "CONTACT-TRACE-RPT: RUN BLOCKED FOR BUSINESS "
026756             "DATE " CT-RUN-DATE " - PREREQUISITES NOT COMPLETE"
026757     ELSE
026758         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
026759     END-IF.
026760 1400-EXIT.
026761     EXIT.
026762*
026763 1410-SCAN-RUNCTL-REC.
026764     READ RUNCTL-FILE
026765         AT END
026766             SET CT-RUNCTL-EOF TO TRUE
026767         NOT AT END
026768             IF RC-RUN-DATE = CT-RUN-DATE
026769                 AND RC-END-REC AND RC-COMPLETED
026770                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
026771             END-IF
026772     END-READ.
026773 1410-EXIT.
026774     EXIT.
026775*
026776 1420-WRITE-RUNCTL-START.
026777     MOVE SPACES TO RUNCTL-RECORD.
026778     MOVE "CONTACT-TRACE-RPT" TO RC-PROGRAM-NAME.
026779     MOVE CT-RUN-DATE TO RC-RUN-DATE.
026780     SET RC-START-REC TO TRUE.
026781     MOVE CT-RUN-TIME TO RC-RUN-TIME.
026782     MOVE ZERO TO RC-RECORD-COUNT.
026783     SET RC-RUNNING TO TRUE.
026784     WRITE RUNCTL-RECORD.
026785     IF CT-RUNCTL-STATUS NOT = "00"
026786         DISPLAY "CONTACT-TRACE-RPT: ERROR WRITING RUNCTL - "
026787             CT-RUNCTL-STATUS
026788     ELSE
026789         SET CT-RUN-STARTED TO TRUE
026790     END-IF.
026791 1420-EXIT.
026792     EXIT.
026793*
026794***************************************************************
026795*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
026796*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
026797*  WAIT FOR.                                                   *
026798***************************************************************
026799 1430-LOAD-PREREQUISITES.
026800     MOVE "N" TO JD-BLOCKED-SW.
026801     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
026802     MOVE ZERO TO JD-THIS-SUB.
026803     MOVE 1 TO JD-SUB.
026804     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
026805         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
026806 1430-EXIT.
026807     EXIT.
026808*
026809 1431-SCAN-JOB-TABLE.
026810     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
026811         MOVE JD-SUB TO JD-THIS-SUB
026812     ELSE
026813         ADD 1 TO JD-SUB
026814     END-IF.
026815 1431-EXIT.
026816     EXIT.
026817*
026818***************************************************************
026819*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
026820*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
026821***************************************************************
026822 1440-MARK-PREREQUISITE.
026823     IF JD-THIS-SUB = ZERO
026824         GO TO 1440-EXIT
026825     END-IF.
026826     MOVE 1 TO JD-PRQ-SUB.
026827     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
026828         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
026829 1440-EXIT.
026830     EXIT.
026831*
026832 1441-MARK-ONE-PREREQ.
026833     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
026834         RC-PROGRAM-NAME
026835         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
026836     END-IF.
026837     ADD 1 TO JD-PRQ-SUB.
026838 1441-EXIT.
026839     EXIT.
026840*
026841***************************************************************
026842*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
026843*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
026844*  BUSINESS DATE.                                              *
026845***************************************************************
026846 1450-CHECK-PREREQUISITES.
026847     IF JD-THIS-SUB = ZERO
026848         GO TO 1450-EXIT
026849     END-IF.
026850     MOVE 1 TO JD-PRQ-SUB.
026851     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
026852         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
026853 1450-EXIT.
026854     EXIT.
026855*
026856 1451-CHECK-ONE-PREREQ.
026857     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
026858         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
026859         SET JD-JOB-BLOCKED TO TRUE
026860         DISPLAY "CONTACT-TRACE-RPT: WAITING ON "
026861             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
026862             " - NOT COMPLETED FOR BUSINESS DATE " CT-RUN-DATE
026863     END-IF.
026864     ADD 1 TO JD-PRQ-SUB.
026865 1451-EXIT.
026866     EXIT.
026867*
026868***************************************************************
026869*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
026870*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
026871*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
026872***************************************************************
026873 1460-WRITE-RUNCTL-BLOCKED.
026874     MOVE 1 TO JD-PRQ-SUB.
026875     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
026876         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
026877 1460-EXIT.
026878     EXIT.
026879*
026880 1461-WRITE-ONE-BLOCKED.
026881     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
026900         OR JD-PREREQ-DONE (JD-PRQ-SUB)
027000         ADD 1 TO JD-PRQ-SUB
027100         GO TO 1461-EXIT
027200     END-IF.
027300     MOVE SPACES TO RUNCTL-RECORD.
027400     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
027500     MOVE CT-RUN-DATE TO RC-RUN-DATE.
027600     SET RC-END-REC TO TRUE.
027700     MOVE CT-RUN-TIME TO RC-RUN-TIME.
027800     MOVE ZERO TO RC-RECORD-COUNT.
027900     SET RC-BLOCKED TO TRUE.
028000     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
028100         RC-WAITING-ON.
028200     WRITE RUNCTL-RECORD.
028300     IF CT-RUNCTL-STATUS NOT = "00"
028400         DISPLAY "CONTACT-TRACE-RPT: ERROR WRITING RUNCTL - "
028500             CT-RUNCTL-STATUS
028600     END-IF.
028700     ADD 1 TO JD-PRQ-SUB.
028800 1461-EXIT.
028900     EXIT.
029000*
029100***************************************************************
029200*  2000-FIND-SUBJECT - FIRST PASS OF THE ARCHIVE.  BUILD THE   *
029300*  TRACED PERSON'S TIME-ON-SITE WINDOWS AND PRINT THEM.        *
029400***************************************************************
029500 2000-FIND-SUBJECT.
029600     MOVE "N" TO CT-EOF-SW.
029700     OPEN INPUT VISARCH-FILE.
029800     IF CT-VISARCH-STATUS NOT = "00"
029900         DISPLAY "CONTACT-TRACE-RPT: ERROR OPENING VISARCH - "
030000             CT-VISARCH-STATUS
030050         SET CT-ARCH-FAILED TO TRUE
030100         GO TO 2000-EXIT
030200     END-IF.
030300     SET CT-VISARCH-IS-OPEN TO TRUE.
030350     PERFORM 2050-START-SUBJECT THRU 2050-EXIT.
030400     PERFORM 2100-READ-SUBJECT THRU 2100-EXIT
030500         UNTIL CT-VISARCH-EOF.
030600     CLOSE VISARCH-FILE.
030700     MOVE "N" TO CT-VISARCH-OPEN-SW.
030800     MOVE 1 TO CT-SW-SUB.
030900     PERFORM 2400-CLOSE-OPEN-WINDOW THRU 2400-EXIT
031000         UNTIL CT-SW-SUB > CT-SW-COUNT.
031100     PERFORM 2500-PRINT-WINDOWS THRU 2500-EXIT.
031200 2000-EXIT.
031300     EXIT.
031400*
031500***************************************************************
031504*  2050-START-SUBJECT - A MEMBER ID IS FOUND THROUGH THE       *
031508*  ALTERNATE KEY; A NAME MEANS READING EVERY VISIT FROM THE    *
031512*  FROM DATE ON.                                               *
031516***************************************************************
031520 2050-START-SUBJECT.
031524     IF CT-BY-MEMBER-ID
031528         MOVE CT-SUBJECT-ID TO VH-MEMBER-ID
031532         START VISARCH-FILE KEY IS EQUAL TO VH-MEMBER-ID
031536             INVALID KEY
031540                 SET CT-VISARCH-EOF TO TRUE
031544         END-START
031548     ELSE
031552         MOVE LOW-VALUES TO VH-ARCH-KEY
031556         MOVE CT-FROM-DATE TO VH-VISIT-DATE
031560         START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
031564             INVALID KEY
031568                 SET CT-VISARCH-EOF TO TRUE
031572         END-START
031576     END-IF.
031580 2050-EXIT.
031584     EXIT.
031588*
031592***************************************************************
031600*  2100-READ-SUBJECT - BY MEMBER ID THE PASS ENDS WITH THE     *
031700*  LAST RECORD FOR THAT ID, WHICH COME BACK IN THE ORDER THEY  *
031725*  WERE ARCHIVED, SO DATES OUTSIDE THE PERIOD ARE SKIPPED.  BY *
031750*  NAME THE ARCHIVE IS IN DATE ORDER AND THE PASS STOPS AT THE *
031775*  FIRST RECORD PAST THE TO DATE.                              *
031800***************************************************************
031900 2100-READ-SUBJECT.
032000     READ VISARCH-FILE NEXT RECORD
032100         AT END
032200             SET CT-VISARCH-EOF TO TRUE
032300             GO TO 2100-EXIT
032400     END-READ.
032416     IF CT-BY-MEMBER-ID
032432         AND VH-MEMBER-ID NOT = CT-SUBJECT-ID
032448         SET CT-VISARCH-EOF TO TRUE
032464         GO TO 2100-EXIT
032480     END-IF.
032500     ADD 1 TO CT-PASS1-READ-CT.
032550     MOVE VH-LOG-DATA TO VISLOG-RECORD.
032600     IF VL-VISIT-DATE GREATER THAN CT-TO-DATE
032650         IF CT-BY-NAME
032700             SET CT-VISARCH-EOF TO TRUE
032750         END-IF
032800         GO TO 2100-EXIT
032900     END-IF.
033000     IF VL-VISIT-DATE LESS THAN CT-FROM-DATE
033100         GO TO 2100-EXIT
033200     END-IF.
033300     PERFORM 2150-TEST-SUBJECT THRU 2150-EXIT.
033400     IF NOT CT-IS-SUBJECT
033500         GO TO 2100-EXIT
033600     END-IF.
033700     IF VL-CHECK-OUT
033800         ADD 1 TO CT-SUBJ-CHECKOUT-CT
033900         PERFORM 2300-CLOSE-SUBJECT-WINDOW THRU 2300-EXIT
034000     ELSE
034100         ADD 1 TO CT-SUBJ-CHECKIN-CT
034200         PERFORM 2200-OPEN-SUBJECT-WINDOW THRU 2200-EXIT
034300     END-IF.
034400 2100-EXIT.
034500     EXIT.
034600*
034700***************************************************************
034800*  2150-TEST-SUBJECT - IS THIS RECORD THE TRACED PERSON?  BY   *
034900*  NAME, OR BY MEMBER ID (CHECK-OUTS CARRY THE MEMBER ID TOO). *
035000***************************************************************
035100 2150-TEST-SUBJECT.
035200     MOVE "N" TO CT-SUBJECT-SW.
035300     IF CT-BY-NAME
035400         IF VL-NAME = CT-SUBJECT-NAME
035500             SET CT-IS-SUBJECT TO TRUE
035600         END-IF
035700     ELSE
035800         IF VL-MEMBER-ID = CT-SUBJECT-ID
035900             SET CT-IS-SUBJECT TO TRUE
036000         END-IF
036100     END-IF.
036200 2150-EXIT.
036300     EXIT.
036400*
036500 2200-OPEN-SUBJECT-WINDOW.
036600     IF CT-SW-COUNT NOT LESS THAN CT-SW-MAX
036700         ADD 1 TO CT-SW-OVERFLOW-CT
036800         DISPLAY "CONTACT-TRACE-RPT: SUBJECT TABLE FULL - "
036900             "VISIT OF " VL-VISIT-DATE " NOT TRACED"
037000         GO TO 2200-EXIT
037100     END-IF.
037200     ADD 1 TO CT-SW-COUNT.
037300     MOVE VL-VISIT-DATE TO CT-SW-DATE (CT-SW-COUNT).
037400     MOVE VL-SITE-ID TO CT-SW-SITE-ID (CT-SW-COUNT).
037500     MOVE VL-NAME TO CT-SW-NAME (CT-SW-COUNT).
037600     MOVE VL-BADGE-NO TO CT-SW-BADGE-NO (CT-SW-COUNT).
037700     MOVE VL-VISIT-TIME TO CT-SW-IN-TIME (CT-SW-COUNT).
037800     MOVE VL-VISIT-TIME TO CT-WORK-TIME.
037900     PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
038000     MOVE CT-WORK-SECONDS TO CT-SW-IN-SECONDS (CT-SW-COUNT).
038100     MOVE ZERO TO CT-SW-OUT-TIME (CT-SW-COUNT).
038200     MOVE ZERO TO CT-SW-OUT-SECONDS (CT-SW-COUNT).
038300     MOVE "Y" TO CT-SW-OPEN-SW (CT-SW-COUNT).
038400     MOVE SPACE TO CT-SW-DEPART-SW (CT-SW-COUNT).
038414     IF VL-VISIT-DATE LESS THAN CT-FIRST-DATE
038428         MOVE VL-VISIT-DATE TO CT-FIRST-DATE
038442     END-IF.
038456     IF VL-VISIT-DATE GREATER THAN CT-LAST-DATE
038470         MOVE VL-VISIT-DATE TO CT-LAST-DATE
038484     END-IF.
038500 2200-EXIT.
038600     EXIT.
038700*
038800***************************************************************
038900*  2300-CLOSE-SUBJECT-WINDOW - A DEPARTURE CLOSES THE OLDEST   *
039000*  OPEN WINDOW FOR THE SAME DAY AND SITE.  A SWEEP DEPARTURE   *
039100*  COUNTS AS A DEPARTURE BUT IS FLAGGED.                       *
039200***************************************************************
039300 2300-CLOSE-SUBJECT-WINDOW.
039400     MOVE "N" TO CT-FOUND-SW.
039500     MOVE 1 TO CT-SUB.
039600     PERFORM 2310-SCAN-SUBJECT-WINDOW THRU 2310-EXIT
039700         UNTIL CT-ENTRY-FOUND OR CT-SUB > CT-SW-COUNT.
039800     IF NOT CT-ENTRY-FOUND
039900         ADD 1 TO CT-SUBJ-ORPHAN-CT
040000         GO TO 2300-EXIT
040100     END-IF.
040200     MOVE VL-VISIT-TIME TO CT-SW-OUT-TIME (CT-MATCH-SUB).
040300     MOVE VL-VISIT-TIME TO CT-WORK-TIME.
040400     PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
040500     MOVE CT-WORK-SECONDS TO CT-SW-OUT-SECONDS (CT-MATCH-SUB).
040600     MOVE "N" TO CT-SW-OPEN-SW (CT-MATCH-SUB).
040700     IF VL-SYSTEM-GEN
040800         ADD 1 TO CT-SUBJ-SWEPT-CT
040900         MOVE "S" TO CT-SW-DEPART-SW (CT-MATCH-SUB)
041000     END-IF.
041100 2300-EXIT.
041200     EXIT.
041300*
041400 2310-SCAN-SUBJECT-WINDOW.
041500     IF CT-SW-OPEN (CT-SUB)
041600         AND CT-SW-DATE (CT-SUB) = VL-VISIT-DATE
041700         AND CT-SW-SITE-ID (CT-SUB) = VL-SITE-ID
041800         SET CT-ENTRY-FOUND TO TRUE
041900         MOVE CT-SUB TO CT-MATCH-SUB
042000     ELSE
042100         ADD 1 TO CT-SUB
042200     END-IF.
042300 2310-EXIT.
042400     EXIT.
042500*
042600***************************************************************
042700*  2400-CLOSE-OPEN-WINDOW - NO DEPARTURE ON THE ARCHIVE.  THE  *
042800*  PERSON IS TREATED AS ON SITE UNTIL MIDNIGHT SO NO CONTACT   *
042900*  IS MISSED.                                                  *
043000***************************************************************
043100 2400-CLOSE-OPEN-WINDOW.
043200     IF CT-SW-OPEN (CT-SW-SUB)
043300         ADD 1 TO CT-SUBJ-NO-DEPART-CT
043400         MOVE 23595999 TO CT-SW-OUT-TIME (CT-SW-SUB)
043500         MOVE 86399 TO CT-SW-OUT-SECONDS (CT-SW-SUB)
043600         MOVE "N" TO CT-SW-OPEN-SW (CT-SW-SUB)
043700         MOVE "N" TO CT-SW-DEPART-SW (CT-SW-SUB)
043800     END-IF.
043900     ADD 1 TO CT-SW-SUB.
044000 2400-EXIT.
044100     EXIT.
044200*
044300 2500-PRINT-WINDOWS.
044400     PERFORM 8200-PRINT-SEPARATOR THRU 8200-EXIT.
044500     MOVE SPACES TO PRINT-LINE.
044600     MOVE "TRACED PERSON'S TIME ON SITE" TO PRINT-LINE.
044700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
044800     MOVE 1 TO CT-SW-SUB.
044900     PERFORM 2510-PRINT-WINDOW-LINE THRU 2510-EXIT
045000         UNTIL CT-SW-SUB > CT-SW-COUNT.
045100     IF CT-SW-COUNT = ZERO
045200         MOVE SPACES TO PRINT-LINE
045300         MOVE "  (NO VISITS IN PERIOD - NOTHING TO TRACE)" TO
045400             PRINT-LINE
045500         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
045600     END-IF.
045700 2500-EXIT.
045800     EXIT.
045900*
046000 2510-PRINT-WINDOW-LINE.
046100     MOVE CT-SW-DATE (CT-SW-SUB) TO CT-WL-DATE.
046200     MOVE CT-SW-SITE-ID (CT-SW-SUB) TO CT-WL-SITE-ID.
046300     MOVE CT-SW-IN-TIME (CT-SW-SUB) TO CT-WORK-TIME.
046400     MOVE CT-WORK-TIME (1:6) TO CT-WL-IN-TIME.
046500     MOVE CT-SW-OUT-TIME (CT-SW-SUB) TO CT-WORK-TIME.
046600     MOVE CT-WORK-TIME (1:6) TO CT-WL-OUT-TIME.
046700     MOVE CT-SW-BADGE-NO (CT-SW-SUB) TO CT-WL-BADGE-NO.
046800     IF CT-SW-DEPART-SW (CT-SW-SUB) = "S"
046900         MOVE "(SWEPT)" TO CT-WL-FLAG
047000     ELSE
047100         IF CT-SW-DEPART-SW (CT-SW-SUB) = "N"
047200             MOVE "(NO DEPARTURE)" TO CT-WL-FLAG
047300         ELSE
047400             MOVE SPACES TO CT-WL-FLAG
047500         END-IF
047600     END-IF.
047700     MOVE SPACES TO PRINT-LINE.
047800     MOVE CT-WINDOW-LINE TO PRINT-LINE.
047900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
048000     ADD 1 TO CT-SW-SUB.
048100 2510-EXIT.
048200     EXIT.
048300*
048400***************************************************************
048500*  3000-FIND-CONTACTS - SECOND PASS OF THE ARCHIVE, FROM THE   *
048600*  TRACED PERSON'S FIRST VISIT TO THEIR LAST.  EVERYONE ELSE'S *
048700*  VISITS ARE PAIRED ONE DAY AT A TIME AND EACH WINDOW IS      *
048750*  COMPARED WITH THE TRACED PERSON'S WINDOWS.                  *
048800***************************************************************
048900 3000-FIND-CONTACTS.
049000     MOVE "N" TO CT-EOF-SW.
049100     MOVE ZERO TO CT-CURRENT-DATE.
049200     MOVE ZERO TO CT-CI-COUNT.
049300     OPEN OUTPUT CONTACT-FILE.
049400     IF CT-CONTACT-STATUS NOT = "00"
049500         DISPLAY "CONTACT-TRACE-RPT: ERROR OPENING CONTACTS - "
049600             CT-CONTACT-STATUS
049700     ELSE
049800         SET CT-CONTACT-IS-OPEN TO TRUE
049900     END-IF.
050000     OPEN INPUT VISARCH-FILE.
050100     IF CT-VISARCH-STATUS NOT = "00"
050200         DISPLAY "CONTACT-TRACE-RPT: ERROR REOPENING VISARCH - "
050300             CT-VISARCH-STATUS
050350         SET CT-ARCH-FAILED TO TRUE
050400         GO TO 3000-EXIT
050500     END-IF.
050600     SET CT-VISARCH-IS-OPEN TO TRUE.
050614     MOVE LOW-VALUES TO VH-ARCH-KEY.
050628     MOVE CT-FIRST-DATE TO VH-VISIT-DATE.
050642     START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
050656         INVALID KEY
050670             SET CT-VISARCH-EOF TO TRUE
050684     END-START.
050700     PERFORM 8200-PRINT-SEPARATOR THRU 8200-EXIT.
050800     MOVE SPACES TO PRINT-LINE.
050900     MOVE "VISITORS ON SITE AT THE SAME TIME" TO PRINT-LINE.
051000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
051100     MOVE SPACES TO PRINT-LINE.
051200     MOVE CT-CONTACT-HEAD TO PRINT-LINE.
051300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
051400     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
051500         UNTIL CT-VISARCH-EOF.
051600     PERFORM 3400-END-OF-DAY THRU 3400-EXIT.
051700     IF CT-CONTACT-CT = ZERO
051800         MOVE SPACES TO PRINT-LINE
051900         MOVE "  (NONE)" TO PRINT-LINE
052000         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
052100     END-IF.
052200 3000-EXIT.
052300     EXIT.
052400*
052500 3100-READ-ARCHIVE.
052600     READ VISARCH-FILE NEXT RECORD
052700         AT END
052800             SET CT-VISARCH-EOF TO TRUE
052900             GO TO 3100-EXIT
053000     END-READ.
053100     ADD 1 TO CT-PASS2-READ-CT.
053150     MOVE VH-LOG-DATA TO VISLOG-RECORD.
053200     IF VL-VISIT-DATE GREATER THAN CT-LAST-DATE
053300         SET CT-VISARCH-EOF TO TRUE
053400         GO TO 3100-EXIT
053500     END-IF.
053600     IF VL-VISIT-DATE LESS THAN CT-FROM-DATE
053700         GO TO 3100-EXIT
053800     END-IF.
053900     IF VL-VISIT-DATE NOT = CT-CURRENT-DATE
054000         PERFORM 3400-END-OF-DAY THRU 3400-EXIT
054100         MOVE VL-VISIT-DATE TO CT-CURRENT-DATE
054200     END-IF.
054300     PERFORM 2150-TEST-SUBJECT THRU 2150-EXIT.
054400     IF CT-IS-SUBJECT
054500         GO TO 3100-EXIT
054600     END-IF.
054700     IF VL-CHECK-OUT
054800         PERFORM 3300-MATCH-CHECKOUT THRU 3300-EXIT
054900     ELSE
055000         PERFORM 3200-TABLE-CHECKIN THRU 3200-EXIT
055100     END-IF.
055200 3100-EXIT.
055300     EXIT.
055400*
055500***************************************************************
055600*  3200-TABLE-CHECKIN - ONLY CHECK-INS AT A SITE AND ON A DAY  *
055700*  WHERE THE TRACED PERSON WAS PRESENT ARE KEPT.               *
055800***************************************************************
055900 3200-TABLE-CHECKIN.
056000     MOVE "N" TO CT-ON-SITE-SW.
056100     MOVE 1 TO CT-SW-SUB.
056200     PERFORM 3210-SCAN-SUBJECT-DAY THRU 3210-EXIT
056300         UNTIL CT-SUBJECT-ON-SITE OR CT-SW-SUB > CT-SW-COUNT.
056400     IF NOT CT-SUBJECT-ON-SITE
056500         GO TO 3200-EXIT
056600     END-IF.
056700     IF CT-CI-COUNT NOT LESS THAN CT-CI-MAX
056800         ADD 1 TO CT-CI-OVERFLOW-CT
056900         DISPLAY "CONTACT-TRACE-RPT: PAIRING TABLE FULL - "
057000             "CHECK-IN NOT TRACED FOR " VL-NAME
057100         GO TO 3200-EXIT
057200     END-IF.
057300     ADD 1 TO CT-CI-COUNT.
057400     MOVE VL-NAME TO CT-CI-NAME (CT-CI-COUNT).
057500     MOVE VL-SITE-ID TO CT-CI-SITE-ID (CT-CI-COUNT).
057600     MOVE VL-MEMBER-ID TO CT-CI-MEMBER-ID (CT-CI-COUNT).
057700     MOVE VL-BADGE-NO TO CT-CI-BADGE-NO (CT-CI-COUNT).
057800     MOVE VL-EVENT-CODE TO CT-CI-EVENT-CODE (CT-CI-COUNT).
057900     MOVE VL-VISIT-TIME TO CT-CI-TIME (CT-CI-COUNT).
058000     MOVE "N" TO CT-CI-MATCHED-SW (CT-CI-COUNT).
058100 3200-EXIT.
058200     EXIT.
058300*
058400 3210-SCAN-SUBJECT-DAY.
058500     IF CT-SW-DATE (CT-SW-SUB) = VL-VISIT-DATE
058600         AND CT-SW-SITE-ID (CT-SW-SUB) = VL-SITE-ID
058700         SET CT-SUBJECT-ON-SITE TO TRUE
058800     ELSE
058900         ADD 1 TO CT-SW-SUB
059000     END-IF.
059100 3210-EXIT.
059200     EXIT.
059300*
059400***************************************************************
059500*  3300-MATCH-CHECKOUT - PAIR THE DEPARTURE WITH THE OLDEST    *
059600*  UNMATCHED CHECK-IN FOR THE SAME NAME AT THE SAME SITE.  A   *
059700*  DEPARTURE WITH NO TABLED CHECK-IN WAS NOT AT A SITE OF      *
059800*  INTEREST AND IS PASSED OVER.                                *
059900***************************************************************
060000 3300-MATCH-CHECKOUT.
060100     MOVE "N" TO CT-FOUND-SW.
060200     MOVE 1 TO CT-SUB.
060300     PERFORM 3310-SCAN-CHECKIN THRU 3310-EXIT
060400         UNTIL CT-ENTRY-FOUND OR CT-SUB > CT-CI-COUNT.
060500     IF NOT CT-ENTRY-FOUND
060600         GO TO 3300-EXIT
060700     END-IF.
060800     MOVE "Y" TO CT-CI-MATCHED-SW (CT-MATCH-SUB).
060900     PERFORM 3500-LOAD-VISIT THRU 3500-EXIT.
061000     MOVE VL-VISIT-TIME TO CT-VS-OUT-TIME.
061100     MOVE VL-VISIT-TIME TO CT-WORK-TIME.
061200     PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
061300     MOVE CT-WORK-SECONDS TO CT-VS-OUT-SECONDS.
061400     IF VL-SYSTEM-GEN
061500         MOVE "S" TO CT-VS-DEPART-SW
061600     ELSE
061700         MOVE SPACE TO CT-VS-DEPART-SW
061800     END-IF.
061900     PERFORM 3600-COMPARE-VISIT THRU 3600-EXIT.
062000 3300-EXIT.
062100     EXIT.
062200*
062300 3310-SCAN-CHECKIN.
062400     IF CT-CI-NAME (CT-SUB) = VL-NAME
062500         AND CT-CI-SITE-ID (CT-SUB) = VL-SITE-ID
062600         AND NOT CT-CI-MATCHED (CT-SUB)
062700         SET CT-ENTRY-FOUND TO TRUE
062800         MOVE CT-SUB TO CT-MATCH-SUB
062900     ELSE
063000         ADD 1 TO CT-SUB
063100     END-IF.
063200 3310-EXIT.
063300     EXIT.
063400*
063500***************************************************************
063600*  3400-END-OF-DAY - CHECK-INS STILL UNMATCHED WHEN THE DAY    *
063700*  CHANGES HAVE NO DEPARTURE ON THE ARCHIVE.  LIKE THE TRACED  *
063800*  PERSON'S, THEY ARE HELD ON SITE UNTIL MIDNIGHT.  THE TABLE  *
063900*  IS THEN CLEARED FOR THE NEXT DAY.                           *
064000***************************************************************
064100 3400-END-OF-DAY.
064200     MOVE 1 TO CT-MATCH-SUB.
064300     PERFORM 3410-FLUSH-CHECKIN THRU 3410-EXIT
064400         UNTIL CT-MATCH-SUB > CT-CI-COUNT.
064500     MOVE ZERO TO CT-CI-COUNT.
064600 3400-EXIT.
064700     EXIT.
064800*
064900 3410-FLUSH-CHECKIN.
065000     IF NOT CT-CI-MATCHED (CT-MATCH-SUB)
065100         MOVE "Y" TO CT-CI-MATCHED-SW (CT-MATCH-SUB)
065200         PERFORM 3500-LOAD-VISIT THRU 3500-EXIT
065300         MOVE 23595999 TO CT-VS-OUT-TIME
065400         MOVE 86399 TO CT-VS-OUT-SECONDS
065500         MOVE "N" TO CT-VS-DEPART-SW
065600         PERFORM 3600-COMPARE-VISIT THRU 3600-EXIT
065700     END-IF.
065800     ADD 1 TO CT-MATCH-SUB.
065900 3410-EXIT.
066000     EXIT.
066100*
066200 3500-LOAD-VISIT.
066300     MOVE CT-CI-NAME (CT-MATCH-SUB) TO CT-VS-NAME.
066400     MOVE CT-CI-SITE-ID (CT-MATCH-SUB) TO CT-VS-SITE-ID.
066500     MOVE CT-CI-MEMBER-ID (CT-MATCH-SUB) TO CT-VS-MEMBER-ID.
066600     MOVE CT-CI-BADGE-NO (CT-MATCH-SUB) TO CT-VS-BADGE-NO.
066700     MOVE CT-CI-EVENT-CODE (CT-MATCH-SUB) TO CT-VS-EVENT-CODE.
066800     MOVE CT-CI-TIME (CT-MATCH-SUB) TO CT-VS-IN-TIME.
066900     MOVE CT-CI-TIME (CT-MATCH-SUB) TO CT-WORK-TIME.
067000     PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
067100     MOVE CT-WORK-SECONDS TO CT-VS-IN-SECONDS.
067200 3500-EXIT.
067300     EXIT.
067400*
067500***************************************************************
067600*  3600-COMPARE-VISIT - CHECK ONE COMPLETED VISIT AGAINST      *
067700*  EVERY WINDOW OF THE TRACED PERSON ON THE SAME DAY AT THE    *
067800*  SAME SITE.                                                  *
067900***************************************************************
068000 3600-COMPARE-VISIT.
068100     ADD 1 TO CT-VISITS-CHECKED-CT.
068200     MOVE 1 TO CT-SW-SUB.
068300     PERFORM 3610-CHECK-OVERLAP THRU 3610-EXIT
068400         UNTIL CT-SW-SUB > CT-SW-COUNT.
068500 3600-EXIT.
068600     EXIT.
068700*
068800 3610-CHECK-OVERLAP.
068900     IF CT-SW-DATE (CT-SW-SUB) = CT-CURRENT-DATE
069000         AND CT-SW-SITE-ID (CT-SW-SUB) = CT-VS-SITE-ID
069100         PERFORM 3620-MEASURE-OVERLAP THRU 3620-EXIT
069200     END-IF.
069300     ADD 1 TO CT-SW-SUB.
069400 3610-EXIT.
069500     EXIT.
069600*
069700***************************************************************
069800*  3620-MEASURE-OVERLAP - THE OVERLAP RUNS FROM THE LATER OF   *
069900*  THE TWO ARRIVALS TO THE EARLIER OF THE TWO DEPARTURES.  ANY *
070000*  PART OF A MINUTE IS COUNTED AS A WHOLE MINUTE.              *
070100***************************************************************
070200 3620-MEASURE-OVERLAP.
070300     IF CT-VS-IN-SECONDS GREATER THAN CT-SW-IN-SECONDS (CT-SW-SUB)
070400         MOVE CT-VS-IN-SECONDS TO CT-START-SECONDS
070500     ELSE
070600         MOVE CT-SW-IN-SECONDS (CT-SW-SUB) TO CT-START-SECONDS
070700     END-IF.
070800     IF CT-VS-OUT-SECONDS LESS THAN CT-SW-OUT-SECONDS (CT-SW-SUB)
070900         MOVE CT-VS-OUT-SECONDS TO CT-END-SECONDS
071000     ELSE
071100         MOVE CT-SW-OUT-SECONDS (CT-SW-SUB) TO CT-END-SECONDS
071200     END-IF.
071300     IF CT-END-SECONDS NOT GREATER THAN CT-START-SECONDS
071400         GO TO 3620-EXIT
071500     END-IF.
071600     COMPUTE CT-OVERLAP-MINUTES =
071700         (CT-END-SECONDS - CT-START-SECONDS + 59) / 60.
071800     PERFORM 3700-REPORT-CONTACT THRU 3700-EXIT.
071900 3620-EXIT.
072000     EXIT.
072100*
072200 3700-REPORT-CONTACT.
072300     ADD 1 TO CT-CONTACT-CT.
072400     MOVE CT-CURRENT-DATE TO CT-CL-DATE.
072500     MOVE CT-VS-SITE-ID TO CT-CL-SITE-ID.
072600     MOVE CT-VS-NAME TO CT-CL-NAME.
072700     MOVE CT-VS-IN-TIME TO CT-WORK-TIME.
072800     MOVE CT-WORK-TIME (1:6) TO CT-CL-IN-TIME.
072900     MOVE CT-VS-OUT-TIME TO CT-WORK-TIME.
073000     MOVE CT-WORK-TIME (1:6) TO CT-CL-OUT-TIME.
073100     IF CT-VS-DEPART-SW = "S"
073200         MOVE "S" TO CT-CL-DEPART-FLAG
073300     ELSE
073400         IF CT-VS-DEPART-SW = "N"
073500             MOVE "*" TO CT-CL-DEPART-FLAG
073600         ELSE
073700             MOVE SPACE TO CT-CL-DEPART-FLAG
073800         END-IF
073900     END-IF.
074000     MOVE CT-OVERLAP-MINUTES TO CT-CL-MINUTES.
074100     MOVE CT-VS-BADGE-NO TO CT-CL-BADGE-NO.
074200     MOVE CT-VS-EVENT-CODE TO CT-CL-EVENT-CODE.
074300     MOVE SPACES TO PRINT-LINE.
074400     MOVE CT-CONTACT-LINE TO PRINT-LINE.
074500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
074600     IF NOT CT-CONTACT-IS-OPEN
074700         GO TO 3700-EXIT
074800     END-IF.
074900     MOVE SPACES TO CONTACT-RECORD.
075000     MOVE CT-VS-NAME TO CC-CONTACT-NAME.
075100     MOVE CT-VS-MEMBER-ID TO CC-MEMBER-ID.
075200     MOVE CT-CURRENT-DATE TO CC-VISIT-DATE.
075300     MOVE CT-VS-SITE-ID TO CC-SITE-ID.
075400     MOVE CT-VS-IN-TIME TO CC-IN-TIME.
075500     MOVE CT-VS-OUT-TIME TO CC-OUT-TIME.
075600     MOVE CT-VS-DEPART-SW TO CC-DEPART-SW.
075700     MOVE CT-OVERLAP-MINUTES TO CC-OVERLAP-MINUTES.
075800     MOVE CT-VS-BADGE-NO TO CC-BADGE-NO.
075900     MOVE CT-VS-EVENT-CODE TO CC-EVENT-CODE.
076000     MOVE CT-SW-IN-TIME (CT-SW-SUB) TO CC-SUBJECT-IN-TIME.
076100     MOVE CT-SW-OUT-TIME (CT-SW-SUB) TO CC-SUBJECT-OUT-TIME.
076200     WRITE CONTACT-RECORD.
076300     IF CT-CONTACT-STATUS NOT = "00"
076400         DISPLAY "CONTACT-TRACE-RPT: ERROR WRITING CONTACTS - "
076500             CT-CONTACT-STATUS
076600     ELSE
076700         ADD 1 TO CT-CONTACT-WRITTEN-CT
076800     END-IF.
076900 3700-EXIT.
077000     EXIT.
077100*
077200***************************************************************
077300*                 4000-PRINT-TOTALS                            *
077400***************************************************************
077500 4000-PRINT-TOTALS.
077600     PERFORM 8200-PRINT-SEPARATOR THRU 8200-EXIT.
077612     IF JD-JOB-BLOCKED
077624         MOVE SPACES TO PRINT-LINE
077636         MOVE "*** PREREQUISITES NOT COMPLETE - TRACE NOT RUN"
077648             TO PRINT-LINE
077660         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
077672         GO TO 4000-EXIT
077684     END-IF.
077700     IF NOT CT-PARM-OK
077800         MOVE SPACES TO PRINT-LINE
077900         MOVE "*** REQUEST NOT VALID - SEE CONSOLE LOG" TO
078000             PRINT-LINE
078100         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
078200         GO TO 4000-EXIT
078300     END-IF.
078400     MOVE SPACES TO PRINT-LINE.
078500     STRING "ARCHIVE RECORDS READ - PASS 1 . : "
078600            DELIMITED BY SIZE
078700            CT-PASS1-READ-CT DELIMITED BY SIZE
078800         INTO PRINT-LINE.
078900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
079000     MOVE SPACES TO PRINT-LINE.
079100     STRING "ARCHIVE RECORDS READ - PASS 2 . : "
079200            DELIMITED BY SIZE
079300            CT-PASS2-READ-CT DELIMITED BY SIZE
079400         INTO PRINT-LINE.
079500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
079600     MOVE SPACES TO PRINT-LINE.
079700     STRING "TRACED PERSON CHECK-INS . . . . : "
079800            DELIMITED BY SIZE
079900            CT-SUBJ-CHECKIN-CT DELIMITED BY SIZE
080000         INTO PRINT-LINE.
080100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
080200     MOVE SPACES TO PRINT-LINE.
080300     STRING "TRACED PERSON CHECK-OUTS. . . . : "
080400            DELIMITED BY SIZE
080500            CT-SUBJ-CHECKOUT-CT DELIMITED BY SIZE
080600         INTO PRINT-LINE.
080700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
080800     MOVE SPACES TO PRINT-LINE.
080900     STRING "  OF WHICH SYSTEM-GENERATED . . : "
081000            DELIMITED BY SIZE
081100            CT-SUBJ-SWEPT-CT DELIMITED BY SIZE
081200         INTO PRINT-LINE.
081300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
081400     MOVE SPACES TO PRINT-LINE.
081500     STRING "VISITS WITH NO DEPARTURE. . . . : "
081600            DELIMITED BY SIZE
081700            CT-SUBJ-NO-DEPART-CT DELIMITED BY SIZE
081800         INTO PRINT-LINE.
081900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
082000     MOVE SPACES TO PRINT-LINE.
082100     STRING "CHECK-OUTS WITHOUT CHECK-IN . . : "
082200            DELIMITED BY SIZE
082300            CT-SUBJ-ORPHAN-CT DELIMITED BY SIZE
082400         INTO PRINT-LINE.
082500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
082600     MOVE SPACES TO PRINT-LINE.
082700     STRING "OTHER VISITS COMPARED . . . . . : "
082800            DELIMITED BY SIZE
082900            CT-VISITS-CHECKED-CT DELIMITED BY SIZE
083000         INTO PRINT-LINE.
083100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
083200     MOVE SPACES TO PRINT-LINE.
083300     STRING "CONTACTS FOUND. . . . . . . . . : "
083400            DELIMITED BY SIZE
083500            CT-CONTACT-CT DELIMITED BY SIZE
083600         INTO PRINT-LINE.
083700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
083800     MOVE SPACES TO PRINT-LINE.
083900     STRING "CONTACT RECORDS WRITTEN . . . . : "
084000            DELIMITED BY SIZE
084100            CT-CONTACT-WRITTEN-CT DELIMITED BY SIZE
084200         INTO PRINT-LINE.
084300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
084400     IF CT-SW-OVERFLOW-CT GREATER THAN ZERO
084500         OR CT-CI-OVERFLOW-CT GREATER THAN ZERO
084600         MOVE SPACES TO PRINT-LINE
084700         MOVE "*** SOME TABLES OVERFLOWED - SEE CONSOLE LOG" TO
084800             PRINT-LINE
084900         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
085000         DISPLAY "CONTACT-TRACE-RPT: TABLE OVERFLOWS - SUBJECT "
085100             CT-SW-OVERFLOW-CT " CHECK-INS " CT-CI-OVERFLOW-CT
085200     END-IF.
085300     MOVE SPACES TO PRINT-LINE.
085400     MOVE "S = SWEPT AT CLOSING  * = NO DEPARTURE, TO MIDNIGHT"
085500         TO PRINT-LINE.
085600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
085700 4000-EXIT.
085800     EXIT.
085900*
086000 8000-WRITE-PRINT-LINE.
086100     WRITE PRINT-LINE.
086200     IF CT-PRINT-STATUS NOT = "00"
086300         DISPLAY "CONTACT-TRACE-RPT: ERROR WRITING TRACERPT - "
086400             CT-PRINT-STATUS
086500     END-IF.
086600 8000-EXIT.
086700     EXIT.
086800*
086900***************************************************************
087000*  8100-TIME-TO-SECONDS - HHMMSSCC IN CT-WORK-TIME TO SECONDS  *
087100*  SINCE MIDNIGHT IN CT-WORK-SECONDS.                          *
087200***************************************************************
087300 8100-TIME-TO-SECONDS.
087400     COMPUTE CT-WORK-SECONDS =
087500         (CT-WT-HH * 3600) + (CT-WT-MM * 60) + CT-WT-SS.
087600 8100-EXIT.
087700     EXIT.
087800*
087900 8200-PRINT-SEPARATOR.
088000     MOVE SPACES TO PRINT-LINE.
088100     MOVE "--------------------------------------------" TO
088200         PRINT-LINE.
088300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
088400 8200-EXIT.
088500     EXIT.
088503*
088506***************************************************************
088509*  8300-WRITE-RUNCTL-END - COMPLETED WHEN THE REQUEST WAS      *
088512*  VALID, THE ARCHIVE WAS READ AND ANY CONTACTS WENT TO THE    *
088515*  CONTACT FILE, OTHERWISE ABENDED.                            *
088518***************************************************************
088521 8300-WRITE-RUNCTL-END.
088524     ACCEPT CT-RUN-TIME FROM TIME.
088527     MOVE SPACES TO RUNCTL-RECORD.
088530     MOVE "CONTACT-TRACE-RPT" TO RC-PROGRAM-NAME.
088533     MOVE CT-RUN-DATE TO RC-RUN-DATE.
088536     SET RC-END-REC TO TRUE.
088539     MOVE CT-RUN-TIME TO RC-RUN-TIME.
088542     MOVE CT-CONTACT-CT TO RC-RECORD-COUNT.
088545     IF CT-PARM-OK AND CT-PRINT-IS-OPEN AND NOT CT-ARCH-FAILED
088548         AND (CT-SW-COUNT = ZERO OR CT-CONTACT-IS-OPEN)
088551         SET RC-COMPLETED TO TRUE
088554     ELSE
088557         SET RC-ABENDED TO TRUE
088560     END-IF.
088563     WRITE RUNCTL-RECORD.
088566     IF CT-RUNCTL-STATUS NOT = "00"
088569         DISPLAY "CONTACT-TRACE-RPT: ERROR WRITING RUNCTL - "
088572             CT-RUNCTL-STATUS
088575     END-IF.
088578 8300-EXIT.
088581     EXIT.
088600*
088700 9000-TERMINATE.
088800     IF CT-VISARCH-IS-OPEN
088900         CLOSE VISARCH-FILE
089000     END-IF.
089100     IF CT-CONTACT-IS-OPEN
089200         CLOSE CONTACT-FILE
089300     END-IF.
089400     IF CT-PRINT-IS-OPEN
089500         CLOSE PRINT-FILE
089600     END-IF.
089625     IF CT-RUNCTL-IS-OPEN
089650         CLOSE RUNCTL-FILE
089675     END-IF.
089700 9000-EXIT.
089800     EXIT.
