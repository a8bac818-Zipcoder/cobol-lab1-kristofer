001700*                  MOVED = RECORDS PURGED.  OPERATIONS SWAPS
001800*                  THE NEW LOG OVER THE LIVE LOG AFTER A
001900*                  BALANCED RUN.
001912* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001924*                  SHARED RUN CONTROL FILE AND CHECK THE
001936*                  JOB-STREAM DEPENDENCY TABLE AT START-UP; THE
001948*                  ARCHIVE IS REFUSED, WITH A BLOCKED ENTRY ON THE
001960*                  RUN CONTROL FILE, UNTIL THE SWEEP, SITE MERGE,
001972*                  SUMMARY REPORT AND CRM EXTRACT HAVE COMPLETED
001984*                  FOR THE BUSINESS DATE.
001987* 10/15/2026  RMC  THE VISITOR LOG, THE NEW LIVE LOG AND THE
001990*                  HISTORY ARCHIVE ARE NOW 150 BYTES - THE
001993*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001996*                  CARRIED THROUGH TO THE ARCHIVE.
002006* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
002016*                  DATE, SITE AND TIME WITH THE MEMBER ID AS AN
002026*                  ALTERNATE KEY (SEE VISARCH).  CLOSED-DAY
002036*                  RECORDS ARE ADDED BY KEY; A RECORD ALREADY ON
002046*                  THE ARCHIVE FROM AN EARLIER ATTEMPT AT THE SAME
002056*                  DAY COUNTS AS ALREADY ARCHIVED RATHER THAN
002066*                  BEING ADDED TWICE, AND A DIFFERENT RECORD ON
002076*                  THE SAME KEY TAKES THE NEXT SEQUENCE NUMBER.
002077* 10/15/2026  RMC  THE FIRST RUN ON 150-BYTE RECORDS FOLLOWS THE
002097*                  CUTOVER: THE LAST 100-BYTE DRAIN COMPLETES, THE
002117*                  NEW LIVE LOG IS SWAPPED IN AND IS THEN PADDED
002137*                  TO 150 BYTES BY THE ONE-TIME VISLOG-PAD STEP.
002141* 10/15/2026  RMC  THE ARCHIVE NOW ALSO WAITS FOR THE VISIT
002145*                  DURATION, APPOINTMENT NO-SHOW, DESK ACTIVITY
002149*                  AND EVENT ATTENDANCE REPORTS, WHICH READ THE
002153*                  LIVE LOG, BEFORE IT PURGES THE LOG.
002157*
002177***************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-Z15.
003100         FILE STATUS IS VA-VISLOG-STATUS.
003200*    VISITOR HISTORY ARCHIVE - CLOSED DAYS ACCUMULATE HERE
003300     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
003400         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS VH-ARCH-KEY
003460         ALTERNATE RECORD KEY IS VH-MEMBER-ID
003480             WITH DUPLICATES
003500         FILE STATUS IS VA-VISARCH-STATUS.
003600*    NEW LIVE LOG - CURRENT DAY ONLY, SWAPPED IN BY OPERATIONS
003700     SELECT VLOGNEW-FILE ASSIGN TO "VLOGNEW"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS VA-VLOGNEW-STATUS.
003920*    SHARED BATCH RUN CONTROL FILE
003940     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003960         ORGANIZATION IS SEQUENTIAL
003980         FILE STATUS IS VA-RUNCTL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  VISLOG-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 150 CHARACTERS.
004500     COPY VISLOG.
004600 FD  VISARCH-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 182 CHARACTERS.
004900     COPY VISARCH.
005000 FD  VLOGNEW-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 150 CHARACTERS.
005300 01  VLOGNEW-RECORD              PIC X(150).
005320 FD  RUNCTL-FILE
005340     LABEL RECORDS ARE STANDARD
005360     RECORD CONTAINS 80 CHARACTERS.
005380     COPY RUNCTL.
005400 WORKING-STORAGE SECTION.
005500 77  VA-VISLOG-STATUS            PIC X(02) VALUE SPACES.
005600 77  VA-VISLOG-OPEN-SW           PIC X(01) VALUE 'N'.
006600 77  VA-READ-COUNT               PIC 9(08) VALUE ZERO.
006700 77  VA-ARCHIVE-COUNT            PIC 9(08) VALUE ZERO.
006800 77  VA-KEEP-COUNT               PIC 9(08) VALUE ZERO.
006825 77  VA-ALREADY-COUNT            PIC 9(08) VALUE ZERO.
006850 77  VA-ARCH-DONE-SW             PIC X(01) VALUE 'N'.
006875     88  VA-ARCH-DONE                VALUE 'Y'.
006900 77  VA-RECON-SW                 PIC X(01) VALUE 'N'.
007000     88  VA-RECON-BALANCED           VALUE 'Y'.
007100     88  VA-RECON-OUT-OF-BAL         VALUE 'N'.
007112 77  VA-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007124 77  VA-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007136     88  VA-RUNCTL-IS-OPEN          VALUE 'Y'.
007148 77  VA-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007160     88  VA-RUNCTL-EOF              VALUE 'Y'.
007172 77  VA-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
007184     88  VA-RUN-STARTED             VALUE 'Y'.
007200 01  VA-RUN-DATE                 PIC 9(08) VALUE ZERO.
007233 01  VA-RUN-TIME                 PIC 9(08) VALUE ZERO.
007266     COPY JOBDEP.
007300*
007400 PROCEDURE DIVISION.
007500***************************************************************
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
008100         UNTIL VA-VISLOG-EOF.
008128     IF NOT JD-JOB-BLOCKED
008156         PERFORM 3000-RECONCILE THRU 3000-EXIT
008184     END-IF.
008212     IF VA-RUN-STARTED
008240         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
008268     END-IF.
008300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008400     STOP RUN.
008500 0000-EXIT.
009000***************************************************************
009100 1000-INITIALIZE.
009200     ACCEPT VA-RUN-DATE FROM DATE YYYYMMDD.
009220     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
009240     IF NOT VA-RUN-STARTED
009260         GO TO 1000-EXIT
009280     END-IF.
009300     OPEN INPUT VISLOG-FILE.
009400     IF VA-VISLOG-STATUS NOT = "00"
009500         DISPLAY "VISLOG-ARCHIVE: ERROR OPENING VISLOG - "
009800     ELSE
009900         SET VA-VISLOG-IS-OPEN TO TRUE
010000     END-IF.
010100     OPEN I-O VISARCH-FILE.
010200     IF VA-VISARCH-STATUS = "35"
010300         OPEN OUTPUT VISARCH-FILE
010400     END-IF.
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012101*
012102***************************************************************
012103*  1400-RUN-CONTROL-START - THE ARCHIVE IS THE LAST STEP OF    *
012104*  THE NIGHT AND PURGES THE LIVE LOG, SO IT IS REFUSED UNTIL   *
012105*  EVERY JOB THAT READS THE LIVE LOG HAS COMPLETED FOR THE     *
012106*  BUSINESS DATE.  OTHERWISE A START RECORD IS DROPPED ON THE  *
012107*  SHARED RUN CONTROL FILE.                                    *
012108***************************************************************
012109 1400-RUN-CONTROL-START.
012110     ACCEPT VA-RUN-TIME FROM TIME.
012111     MOVE "VISLOG-ARCHIVE" TO JD-THIS-JOB.
012112     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
012113     OPEN INPUT RUNCTL-FILE.
012114     IF VA-RUNCTL-STATUS = "00"
012115         MOVE "N" TO VA-RUNCTL-EOF-SW
012116         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
012117             UNTIL VA-RUNCTL-EOF
012118         CLOSE RUNCTL-FILE
012119     END-IF.
012120     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
012121     OPEN EXTEND RUNCTL-FILE.
012122     IF VA-RUNCTL-STATUS = "35"
012123         OPEN OUTPUT RUNCTL-FILE
012124     END-IF.
012125     IF VA-RUNCTL-STATUS NOT = "00"
012126         DISPLAY "VISLOG-ARCHIVE: ERROR OPENING RUNCTL - "
012127             VA-RUNCTL-STATUS
012128         SET VA-VISLOG-EOF TO TRUE
012129         GO TO 1400-EXIT
012130     END-IF.
012131     SET VA-RUNCTL-IS-OPEN TO TRUE.
012132     IF JD-JOB-BLOCKED
012133         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
012134         DISPLAY "VISLOG-ARCHIVE: RUN BLOCKED FOR BUSINESS DATE "
012135             VA-RUN-DATE " - PREREQUISITES NOT COMPLETE"
012136         SET VA-VISLOG-EOF TO TRUE
012137     ELSE
012138         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
012139     END-IF.
012140 1400-EXIT.
012141     EXIT.
012142*
012143 1410-SCAN-RUNCTL-REC.
012144     READ RUNCTL-FILE
012145         AT END
012146             SET VA-RUNCTL-EOF TO TRUE
012147         NOT AT END
012148             IF RC-RUN-DATE = VA-RUN-DATE
012149                 AND RC-END-REC AND RC-COMPLETED
012150                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
012151             END-IF
012152     END-READ.
012153 1410-EXIT.
012154     EXIT.
012155*
012156 1420-WRITE-RUNCTL-START.
012157     MOVE SPACES TO RUNCTL-RECORD.
012158     MOVE "VISLOG-ARCHIVE" TO RC-PROGRAM-NAME.
012159     MOVE VA-RUN-DATE TO RC-RUN-DATE.
012160     SET RC-START-REC TO TRUE.
012161     MOVE VA-RUN-TIME TO RC-RUN-TIME.
012162     MOVE ZERO TO RC-RECORD-COUNT.
012163     SET RC-RUNNING TO TRUE.
012164     WRITE RUNCTL-RECORD.
012165     IF VA-RUNCTL-STATUS NOT = "00"
012166         DISPLAY "VISLOG-ARCHIVE: ERROR WRITING RUNCTL - "
012167             VA-RUNCTL-STATUS
012168     ELSE
012169         SET VA-RUN-STARTED TO TRUE
012170     END-IF.
012171 1420-EXIT.
012172     EXIT.
012173*
012174***************************************************************
012175*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
012176*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
012177*  WAIT FOR.                                                   *
012178***************************************************************
012179 1430-LOAD-PREREQUISITES.
012180     MOVE "N" TO JD-BLOCKED-SW.
012181     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
012182     MOVE ZERO TO JD-THIS-SUB.
012183     MOVE 1 TO JD-SUB.
012184     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
012185         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
012186 1430-EXIT.
012187     EXIT.
012188*
012189 1431-SCAN-JOB-TABLE.
012190     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
012191         MOVE JD-SUB TO JD-THIS-SUB
012192     ELSE
012193         ADD 1 TO JD-SUB
012194     END-IF.
012195 1431-EXIT.
012196     EXIT.
012197*
012198***************************************************************
012199*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
012200*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
012201***************************************************************
012202 1440-MARK-PREREQUISITE.
012203     IF JD-THIS-SUB = ZERO
012204         GO TO 1440-EXIT
012205     END-IF.
012206     MOVE 1 TO JD-PRQ-SUB.
012207     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
012208         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012209 1440-EXIT.
012210     EXIT.
012211*
012212 1441-MARK-ONE-PREREQ.
012213     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
012214         RC-PROGRAM-NAME
012215         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
012216     END-IF.
012217     ADD 1 TO JD-PRQ-SUB.
012218 1441-EXIT.
012219     EXIT.
012220*
012221***************************************************************
012222*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
012223*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
012224*  BUSINESS DATE.                                              *
012225***************************************************************
012226 1450-CHECK-PREREQUISITES.
012227     IF JD-THIS-SUB = ZERO
012228         GO TO 1450-EXIT
012229     END-IF.
012230     MOVE 1 TO JD-PRQ-SUB.
012231     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
012232         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012233 1450-EXIT.
012234     EXIT.
012235*
012236 1451-CHECK-ONE-PREREQ.
012237     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
012238         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
012239         SET JD-JOB-BLOCKED TO TRUE
012240         DISPLAY "VISLOG-ARCHIVE: WAITING ON "
012241             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
012242             " - NOT COMPLETED FOR BUSINESS DATE " VA-RUN-DATE
012243     END-IF.
012244     ADD 1 TO JD-PRQ-SUB.
012245 1451-EXIT.
012246     EXIT.
012247*
012248***************************************************************
012249*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
012250*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
012251*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
012252***************************************************************
012253 1460-WRITE-RUNCTL-BLOCKED.
012254     MOVE 1 TO JD-PRQ-SUB.
012255     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
012256         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
012257 1460-EXIT.
012258     EXIT.
012259*
012260 1461-WRITE-ONE-BLOCKED.
012261     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
012262         OR JD-PREREQ-DONE (JD-PRQ-SUB)
012263         ADD 1 TO JD-PRQ-SUB
012264         GO TO 1461-EXIT
012265     END-IF.
012266     MOVE SPACES TO RUNCTL-RECORD.
012267     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
012268     MOVE VA-RUN-DATE TO RC-RUN-DATE.
012269     SET RC-END-REC TO TRUE.
012270     MOVE VA-RUN-TIME TO RC-RUN-TIME.
012271     MOVE ZERO TO RC-RECORD-COUNT.
012272     SET RC-BLOCKED TO TRUE.
012273     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
012274         RC-WAITING-ON.
012275     WRITE RUNCTL-RECORD.
012276     IF VA-RUNCTL-STATUS NOT = "00"
012277         DISPLAY "VISLOG-ARCHIVE: ERROR WRITING RUNCTL - "
012278             VA-RUNCTL-STATUS
012279     END-IF.
012280     ADD 1 TO JD-PRQ-SUB.
012281 1461-EXIT.
012282     EXIT.
012283*
012300***************************************************************
012400*  2000-SPLIT-RECORD - CLOSED-DAY RECORDS GO TO THE ARCHIVE,   *
012500*  CURRENT-DAY RECORDS GO TO THE NEW LIVE LOG.                 *
014000     EXIT.
014100*
014200 2100-WRITE-ARCHIVE.
014325     MOVE VL-VISIT-DATE TO VH-VISIT-DATE.
014450     MOVE VL-SITE-ID TO VH-SITE-ID.
014575     MOVE VL-VISIT-TIME TO VH-VISIT-TIME.
014700     MOVE ZERO TO VH-DUP-SEQ.
014825     MOVE "N" TO VA-ARCH-DONE-SW.
014950     PERFORM 2110-ADD-ARCHIVE-REC THRU 2110-EXIT
015075         UNTIL VA-ARCH-DONE.
015200 2100-EXIT.
015300     EXIT.
015302*
015304***************************************************************
015306*  2110-ADD-ARCHIVE-REC - ADD THE RECORD UNDER THE CURRENT     *
015308*  KEY.  WHEN THE KEY IS TAKEN, THE RECORD ON FILE IS READ     *
015310*  BACK: THE SAME LOG RECORD MEANS AN EARLIER ATTEMPT ALREADY  *
015312*  ARCHIVED IT, ANYTHING ELSE MOVES ON TO THE NEXT SEQUENCE    *
015314*  NUMBER.  WRITES AND READS RETURN 02 WHEN THE MEMBER ID IS   *
015316*  ALREADY ON THE ARCHIVE UNDER ANOTHER VISIT.                 *
015318***************************************************************
015320 2110-ADD-ARCHIVE-REC.
015322     MOVE VL-MEMBER-ID TO VH-MEMBER-ID.
015324     MOVE VISLOG-RECORD TO VH-LOG-DATA.
015326     WRITE VISARCH-RECORD.
015328     IF VA-VISARCH-STATUS = "00" OR VA-VISARCH-STATUS = "02"
015330         ADD 1 TO VA-ARCHIVE-COUNT
015332         SET VA-ARCH-DONE TO TRUE
015334         GO TO 2110-EXIT
015336     END-IF.
015338     IF VA-VISARCH-STATUS NOT = "22"
015340         DISPLAY "VISLOG-ARCHIVE: ERROR WRITING VISARCH - "
015342             VA-VISARCH-STATUS
015344         SET VA-VISLOG-EOF TO TRUE
015346         SET VA-ARCH-DONE TO TRUE
015348         GO TO 2110-EXIT
015350     END-IF.
015352     READ VISARCH-FILE
015354         INVALID KEY
015356             DISPLAY "VISLOG-ARCHIVE: ERROR READING VISARCH - "
015358                 VA-VISARCH-STATUS
015360             SET VA-VISLOG-EOF TO TRUE
015362             SET VA-ARCH-DONE TO TRUE
015364             GO TO 2110-EXIT
015366     END-READ.
015368     IF VH-LOG-DATA = VISLOG-RECORD
015370         ADD 1 TO VA-ALREADY-COUNT
015372         SET VA-ARCH-DONE TO TRUE
015374         GO TO 2110-EXIT
015376     END-IF.
015378     IF VH-DUP-SEQ = 999
015380         DISPLAY "VISLOG-ARCHIVE: NO FREE SEQUENCE NUMBER ON "
015382             "VISARCH FOR " VH-VISIT-DATE " " VH-SITE-ID " "
015384             VH-VISIT-TIME
015386         SET VA-VISLOG-EOF TO TRUE
015388         SET VA-ARCH-DONE TO TRUE
015390         GO TO 2110-EXIT
015392     END-IF.
015394     ADD 1 TO VH-DUP-SEQ.
015396 2110-EXIT.
015398     EXIT.
015400*
015500 2200-WRITE-NEW-LOG.
015600     MOVE VISLOG-RECORD TO VLOGNEW-RECORD.
017100*    FROM THE LIVE LOG MUST HAVE LANDED ON THE ARCHIVE OR ON
017200*    THE NEW LIVE LOG.  OPERATIONS ONLY SWAPS VLOGNEW OVER
017300*    VISLOG AFTER A BALANCED RUN.
017350*    A RECORD FOUND ALREADY ON THE ARCHIVE COUNTS AS ARCHIVED.
017400***************************************************************
017500 3000-RECONCILE.
017600     MOVE 'N' TO VA-RECON-SW.
017680         SET VA-RECON-OUT-OF-BAL TO TRUE
017690         GO TO 3000-DISPLAY
017695     END-IF.
017700     IF VA-READ-COUNT =
017750         VA-ARCHIVE-COUNT + VA-ALREADY-COUNT + VA-KEEP-COUNT
017800         SET VA-RECON-BALANCED TO TRUE
017900     ELSE
018000         SET VA-RECON-OUT-OF-BAL TO TRUE
018300         VA-RUN-DATE.
018400     DISPLAY "  VISLOG RECORDS READ. . . : " VA-READ-COUNT.
018500     DISPLAY "  RECORDS ARCHIVED . . . . : " VA-ARCHIVE-COUNT.
018550     DISPLAY "  ALREADY ON ARCHIVE . . . : " VA-ALREADY-COUNT.
018600     DISPLAY "  RECORDS KEPT (CURRENT) . : " VA-KEEP-COUNT.
018700     IF VA-RECON-BALANCED
018800         DISPLAY "  CONTROL TOTALS ARE IN BALANCE - VLOGNEW MAY "
019300     END-IF.
019400 3000-EXIT.
019500     EXIT.
019503*
019506***************************************************************
019509*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE CONTROL     *
019512*  TOTALS BALANCE AND VLOGNEW MAY BE SWAPPED OVER VISLOG.      *
019515***************************************************************
019518 8100-WRITE-RUNCTL-END.
019521     ACCEPT VA-RUN-TIME FROM TIME.
019524     MOVE SPACES TO RUNCTL-RECORD.
019527     MOVE "VISLOG-ARCHIVE" TO RC-PROGRAM-NAME.
019530     MOVE VA-RUN-DATE TO RC-RUN-DATE.
019533     SET RC-END-REC TO TRUE.
019536     MOVE VA-RUN-TIME TO RC-RUN-TIME.
019539     MOVE VA-ARCHIVE-COUNT TO RC-RECORD-COUNT.
019542     IF VA-RECON-BALANCED
019545         SET RC-COMPLETED TO TRUE
019548     ELSE
019551         SET RC-ABENDED TO TRUE
019554     END-IF.
019557     WRITE RUNCTL-RECORD.
019560     IF VA-RUNCTL-STATUS NOT = "00"
019563         DISPLAY "VISLOG-ARCHIVE: ERROR WRITING RUNCTL - "
019566             VA-RUNCTL-STATUS
019569     END-IF.
019572 8100-EXIT.
019575     EXIT.
019600*
019700 9000-TERMINATE.
019800     IF VA-VISLOG-IS-OPEN
020400     IF VA-VLOGNEW-IS-OPEN
020500         CLOSE VLOGNEW-FILE
020600     END-IF.
020625     IF VA-RUNCTL-IS-OPEN
020650         CLOSE RUNCTL-FILE
020675     END-IF.
020700 9000-EXIT.
020800     EXIT.
