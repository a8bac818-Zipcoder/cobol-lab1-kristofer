001900*                  THE CHECK-IN PROGRAM ONLY EVER EXTENDS IT,
002000*                  SO A LEFTOVER FILE WOULD SLIP THE SAME
002100*                  ARRIVALS AGAIN ON THE NEXT DELIVERY.
002111* 10/15/2026  RMC  SLIPS ARE NOW ROUTED THROUGH THE HOST EMPLOYEE
002122*                  DIRECTORY - SORTED AND BROKEN BY DEPARTMENT AND
002133*                  MAIL STOP FOR THE INTERNAL MAIL RUN, WITH THE
002144*                  HOST'S EXTENSION ON THE SLIP.  WHILE A HOST IS
002155*                  MARKED OUT OF OFFICE THE SLIP GOES TO THE
002166*                  DELEGATE INSTEAD.  HOSTS NOT ON THE DIRECTORY
002177*                  STILL GET A SLIP, LISTED FIRST UNDER THEIR OWN
002188*                  HEADING, SO NO NOTICE IS LOST.
002189* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002190*                  SHARED RUN CONTROL FILE AND CHECK THE
002191*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002192*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002193*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002194*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
002195*                  IS THE BUSINESS DATE; THE JOB HAS NO
002196*                  PREREQUISITES TODAY.  A RUN IS MARKED COMPLETED
002197*                  ONLY WHEN ITS CONTROL TOTALS BALANCE.
002200*
002300***************************************************************
002400 ENVIRONMENT DIVISION.
003500     SELECT PRINT-FILE ASSIGN TO "HOSTSLIP"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS HN-PRINT-STATUS.
003711*    HOST EMPLOYEE DIRECTORY - DEPARTMENT, MAIL STOP, DELEGATE
003722     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
003733         ORGANIZATION IS INDEXED
003744         ACCESS MODE IS RANDOM
003755         RECORD KEY IS HD-HOST-ID
003766         ALTERNATE RECORD KEY IS HD-HOST-NAME
003777             WITH DUPLICATES
003788         FILE STATUS IS HN-HOSTDIR-STATUS.
003790*    SHARED BATCH RUN CONTROL FILE
003792     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003794         ORGANIZATION IS SEQUENTIAL
003796         FILE STATUS IS HN-RUNCTL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ARRNOTE-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  PRINT-LINE                  PIC X(80).
004720 FD  HOSTDIR-FILE
004740     LABEL RECORDS ARE STANDARD
004760     RECORD CONTAINS 80 CHARACTERS.
004780     COPY HOSTDIR.
004784 FD  RUNCTL-FILE
004788     LABEL RECORDS ARE STANDARD
004792     RECORD CONTAINS 80 CHARACTERS.
004796     COPY RUNCTL.
004800 WORKING-STORAGE SECTION.
004900 77  HN-ARRNOTE-STATUS           PIC X(02) VALUE SPACES.
005000 77  HN-ARRNOTE-OPEN-SW          PIC X(01) VALUE 'N'.
005200 77  HN-PRINT-STATUS             PIC X(02) VALUE SPACES.
005300 77  HN-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
005400     88  HN-PRINT-IS-OPEN            VALUE 'Y'.
005412 77  HN-HOSTDIR-STATUS           PIC X(02) VALUE SPACES.
005424 77  HN-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
005436     88  HN-HOSTDIR-IS-OPEN          VALUE 'Y'.
005448 77  HN-HOST-FOUND-SW            PIC X(01) VALUE 'N'.
005460     88  HN-HOST-FOUND               VALUE 'Y'.
005472 77  HN-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
005484     88  HN-SLOT-FOUND               VALUE 'Y'.
005500 77  HN-EOF-SW                   PIC X(01) VALUE 'N'.
005600     88  HN-ARRNOTE-EOF              VALUE 'Y'.
005700 77  HN-READ-COUNT               PIC 9(08) VALUE ZERO.
005800 77  HN-SLIP-COUNT               PIC 9(08) VALUE ZERO.
005900 77  HN-NOTICE-PRINT-CT          PIC 9(08) VALUE ZERO.
006000 77  HN-OVERFLOW-COUNT           PIC 9(08) VALUE ZERO.
006025 77  HN-DELEGATE-COUNT           PIC 9(08) VALUE ZERO.
006050 77  HN-NO-DELEGATE-COUNT        PIC 9(08) VALUE ZERO.
006075 77  HN-NOT-ON-DIR-COUNT         PIC 9(08) VALUE ZERO.
006100 77  HN-NOTE-COUNT               PIC 9(04) COMP VALUE ZERO.
006200 77  HN-NOTE-MAX                 PIC 9(04) COMP VALUE 500.
006300 77  HN-SUB                      PIC 9(04) COMP VALUE ZERO.
006400 77  HN-INS-SUB                  PIC 9(04) COMP VALUE ZERO.
006450 77  HN-SHIFT-SUB                PIC 9(04) COMP VALUE ZERO.
006456 77  HN-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
006462 77  HN-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
006468     88  HN-RUNCTL-IS-OPEN           VALUE 'Y'.
006474 77  HN-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
006480     88  HN-RUNCTL-EOF               VALUE 'Y'.
006486 77  HN-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
006492     88  HN-RUN-STARTED              VALUE 'Y'.
006500 01  HN-RUN-DATE                 PIC 9(08) VALUE ZERO.
006550 01  HN-RUN-TIME                 PIC 9(08) VALUE ZERO.
006600 01  HN-WORK-TIME                PIC 9(08) VALUE ZERO.
006700 01  HN-WORK-TIME-X REDEFINES HN-WORK-TIME.
006800     05  HN-WT-HH                PIC X(02).
006900     05  HN-WT-MM                PIC X(02).
007000     05  FILLER                  PIC X(04).
007027*    NOTICES ARE HELD IN DEPARTMENT / MAIL STOP / HOST / TIME
007054*    ORDER - EACH NEW ONE IS INSERTED AT ITS PLACE AS IT IS READ.
007081 01  HN-NOTE-TABLE.
007108     05  HN-NOTE-ENTRY OCCURS 500 TIMES.
007135         10  HN-NT-SORT-KEY.
007162             15  HN-NT-DEPT      PIC X(10).
007189             15  HN-NT-MAIL-STOP PIC X(06).
007216             15  HN-NT-HOST      PIC X(30).
007243             15  HN-NT-TIME      PIC 9(08).
007270         10  HN-NT-VISITOR       PIC X(30).
007297         10  HN-NT-SITE          PIC X(03).
007324         10  HN-NT-BADGE         PIC X(04).
007351         10  HN-NT-DESK          PIC X(08).
007378         10  HN-NT-EXTENSION     PIC X(06).
007405         10  HN-NT-FOR-HOST      PIC X(30).
007432         10  HN-NT-ROUTE-SW      PIC X(01).
007459             88  HN-NT-TO-HOST           VALUE ' '.
007486             88  HN-NT-TO-DELEGATE       VALUE 'D'.
007513             88  HN-NT-NO-DELEGATE       VALUE 'N'.
007540 01  HN-NEW-NOTE.
007567     05  HN-NW-SORT-KEY.
007594         10  HN-NW-DEPT          PIC X(10).
007621         10  HN-NW-MAIL-STOP     PIC X(06).
007648         10  HN-NW-HOST          PIC X(30).
007675         10  HN-NW-TIME          PIC 9(08).
007702     05  HN-NW-VISITOR           PIC X(30).
007729     05  HN-NW-SITE              PIC X(03).
007756     05  HN-NW-BADGE             PIC X(04).
007783     05  HN-NW-DESK              PIC X(08).
007810     05  HN-NW-EXTENSION         PIC X(06).
007837     05  HN-NW-FOR-HOST          PIC X(30).
007864     05  HN-NW-ROUTE-SW          PIC X(01).
007891         88  HN-NW-TO-HOST               VALUE ' '.
007918         88  HN-NW-TO-DELEGATE           VALUE 'D'.
007945         88  HN-NW-NO-DELEGATE           VALUE 'N'.
007972 01  HN-PREV-DEPT                PIC X(10) VALUE SPACES.
007999 01  HN-PREV-MAIL-STOP           PIC X(06) VALUE SPACES.
008026 01  HN-PREV-HOST                PIC X(30) VALUE SPACES.
008053 01  HN-DEPT-HEADER.
008080     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
008107     05  HN-DH-DEPT              PIC X(30) VALUE SPACES.
008134     05  FILLER                  PIC X(39) VALUE SPACES.
008161 01  HN-MAIL-STOP-HEADER.
008188     05  FILLER                  PIC X(12) VALUE "  MAIL STOP ".
008215     05  HN-MH-MAIL-STOP         PIC X(06) VALUE SPACES.
008242     05  FILLER                  PIC X(62) VALUE SPACES.
008269 01  HN-SLIP-HEADER.
008296     05  FILLER                  PIC X(17)
008323         VALUE "ARRIVAL SLIP FOR ".
008350     05  HN-HDR-HOST             PIC X(30) VALUE SPACES.
008377     05  FILLER                  PIC X(05) VALUE " EXT ".
008404     05  HN-HDR-EXTENSION        PIC X(06) VALUE SPACES.
008431     05  FILLER                  PIC X(22) VALUE SPACES.
008500 01  HN-DETAIL-LINE.
008600     05  FILLER                  PIC X(02) VALUE SPACES.
008700     05  HN-DTL-VISITOR          PIC X(30) VALUE SPACES.
009600     05  FILLER                  PIC X(06) VALUE " DESK ".
009700     05  HN-DTL-DESK             PIC X(08) VALUE SPACES.
009800     05  FILLER                  PIC X(05) VALUE SPACES.
009850     COPY JOBDEP.
009900*
010000 PROCEDURE DIVISION.
010100***************************************************************
010900         PERFORM 3000-PRINT-SLIPS THRU 3000-EXIT
011000         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
011100     END-IF.
011125     IF HN-RUN-STARTED
011150         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
011175     END-IF.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     STOP RUN.
011400 0000-EXIT.
011900***************************************************************
012000 1000-INITIALIZE.
012100     ACCEPT HN-RUN-DATE FROM DATE YYYYMMDD.
012120     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012140     IF HN-ARRNOTE-EOF
012160         GO TO 1000-EXIT
012180     END-IF.
012200     OPEN INPUT ARRNOTE-FILE.
012300     IF HN-ARRNOTE-STATUS NOT = "00"
012400         DISPLAY "HOST-NOTIFY: ERROR OPENING ARRNOTE - "
013500     ELSE
013600         SET HN-PRINT-IS-OPEN TO TRUE
013700     END-IF.
013712     OPEN INPUT HOSTDIR-FILE.
013724     IF HN-HOSTDIR-STATUS NOT = "00"
013736         DISPLAY "HOST-NOTIFY: HOSTDIR NOT AVAILABLE - "
013748             HN-HOSTDIR-STATUS " - SLIPS WILL NOT BE ROUTED"
013760     ELSE
013772         SET HN-HOSTDIR-IS-OPEN TO TRUE
013784     END-IF.
013800     IF HN-PRINT-IS-OPEN
013900         PERFORM 1100-PRINT-HEADER THRU 1100-EXIT
014000     END-IF.
014100 1000-EXIT.
014200     EXIT.
014201*
014202 1100-PRINT-HEADER.
014203     MOVE SPACES TO PRINT-LINE.
014204     STRING "HOST ARRIVAL SLIPS - RUN DATE " DELIMITED BY SIZE
014205            HN-RUN-DATE DELIMITED BY SIZE
014206         INTO PRINT-LINE.
014207     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014208     MOVE SPACES TO PRINT-LINE.
014209     MOVE "--------------------------------------------" TO
014210         PRINT-LINE.
014211     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014212 1100-EXIT.
014213     EXIT.
014214*
014215***************************************************************
014216*  1400-RUN-CONTROL-START - NO SLIPS ARE PRINTED UNTIL THE     *
014217*  JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE HAVE *
014218*  COMPLETED FOR THE RUN DATE.  EACH DELIVERY DURING THE DAY   *
014219*  DROPS ITS OWN START RECORD ON THE SHARED RUN CONTROL FILE.  *
014220***************************************************************
014221 1400-RUN-CONTROL-START.
014222     ACCEPT HN-RUN-TIME FROM TIME.
014223     MOVE "HOST-NOTIFY" TO JD-THIS-JOB.
014224     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
014225     OPEN INPUT RUNCTL-FILE.
014226     IF HN-RUNCTL-STATUS = "00"
014227         MOVE "N" TO HN-RUNCTL-EOF-SW
014228         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
014229             UNTIL HN-RUNCTL-EOF
014230         CLOSE RUNCTL-FILE
014231     END-IF.
014232     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
014233     OPEN EXTEND RUNCTL-FILE.
014234     IF HN-RUNCTL-STATUS = "35"
014235         OPEN OUTPUT RUNCTL-FILE
014236     END-IF.
014237     IF HN-RUNCTL-STATUS NOT = "00"
014238         DISPLAY "HOST-NOTIFY: ERROR OPENING RUNCTL - "
014239             HN-RUNCTL-STATUS
014240         SET HN-ARRNOTE-EOF TO TRUE
014241         GO TO 1400-EXIT
014242     END-IF.
014243     SET HN-RUNCTL-IS-OPEN TO TRUE.
014244     IF JD-JOB-BLOCKED
014245         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
014246         DISPLAY "HOST-NOTIFY: RUN BLOCKED FOR BUSINESS DATE "
014247             HN-RUN-DATE " - PREREQUISITES NOT COMPLETE"
014248         SET HN-ARRNOTE-EOF TO TRUE
014249     ELSE
014250         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
014251     END-IF.
014252 1400-EXIT.
014253     EXIT.
014254*
014255 1410-SCAN-RUNCTL-REC.
014256     READ RUNCTL-FILE
014257         AT END
014258             SET HN-RUNCTL-EOF TO TRUE
014259         NOT AT END
014260             IF RC-RUN-DATE = HN-RUN-DATE
014261                 AND RC-END-REC AND RC-COMPLETED
014262                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
014263             END-IF
014264     END-READ.
014265 1410-EXIT.
014266     EXIT.
014267*
014268 1420-WRITE-RUNCTL-START.
014269     MOVE SPACES TO RUNCTL-RECORD.
014270     MOVE "HOST-NOTIFY" TO RC-PROGRAM-NAME.
014271     MOVE HN-RUN-DATE TO RC-RUN-DATE.
014272     SET RC-START-REC TO TRUE.
014273     MOVE HN-RUN-TIME TO RC-RUN-TIME.
014274     MOVE ZERO TO RC-RECORD-COUNT.
014275     SET RC-RUNNING TO TRUE.
014276     WRITE RUNCTL-RECORD.
014277     IF HN-RUNCTL-STATUS NOT = "00"
014278         DISPLAY "HOST-NOTIFY: ERROR WRITING RUNCTL - "
014279             HN-RUNCTL-STATUS
014280     ELSE
014281         SET HN-RUN-STARTED TO TRUE
014282     END-IF.
014283 1420-EXIT.
014284     EXIT.
014285*
014286***************************************************************
014287*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
014288*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
014289*  WAIT FOR.                                                   *
014290***************************************************************
014291 1430-LOAD-PREREQUISITES.
014292     MOVE "N" TO JD-BLOCKED-SW.
014293     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
014294     MOVE ZERO TO JD-THIS-SUB.
014295     MOVE 1 TO JD-SUB.
014296     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
014297         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
014298 1430-EXIT.
014299     EXIT.
014300*
014301 1431-SCAN-JOB-TABLE.
014302     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
014303         MOVE JD-SUB TO JD-THIS-SUB
014304     ELSE
014305         ADD 1 TO JD-SUB
014306     END-IF.
014307 1431-EXIT.
014308     EXIT.
014309*
014310***************************************************************
014311*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
014312*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
014313***************************************************************
014314 1440-MARK-PREREQUISITE.
014315     IF JD-THIS-SUB = ZERO
014316         GO TO 1440-EXIT
014317     END-IF.
014318     MOVE 1 TO JD-PRQ-SUB.
014319     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
014320         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014321 1440-EXIT.
014322     EXIT.
014323*
014324 1441-MARK-ONE-PREREQ.
014325     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
014326         RC-PROGRAM-NAME
014327         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
014328     END-IF.
014329     ADD 1 TO JD-PRQ-SUB.
014330 1441-EXIT.
014331     EXIT.
014332*
014333***************************************************************
014334*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
014335*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
014336*  BUSINESS DATE.                                              *
014337***************************************************************
014338 1450-CHECK-PREREQUISITES.
014339     IF JD-THIS-SUB = ZERO
014340         GO TO 1450-EXIT
014341     END-IF.
014342     MOVE 1 TO JD-PRQ-SUB.
014343     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
014344         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014345 1450-EXIT.
014346     EXIT.
014347*
014348 1451-CHECK-ONE-PREREQ.
014349     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
014350         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
014351         SET JD-JOB-BLOCKED TO TRUE
014352         DISPLAY "HOST-NOTIFY: WAITING ON "
014353             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
014354             " - NOT COMPLETED FOR BUSINESS DATE " HN-RUN-DATE
014355     END-IF.
014356     ADD 1 TO JD-PRQ-SUB.
014357 1451-EXIT.
014358     EXIT.
014359*
014360***************************************************************
014361*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
014362*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
014363*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
014364***************************************************************
014365 1460-WRITE-RUNCTL-BLOCKED.
014366     MOVE 1 TO JD-PRQ-SUB.
014367     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
014368         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014369 1460-EXIT.
014370     EXIT.
014371*
014372 1461-WRITE-ONE-BLOCKED.
014373     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
014374         OR JD-PREREQ-DONE (JD-PRQ-SUB)
014375         ADD 1 TO JD-PRQ-SUB
014376         GO TO 1461-EXIT
014377     END-IF.
014378     MOVE SPACES TO RUNCTL-RECORD.
014379     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
014380     MOVE HN-RUN-DATE TO RC-RUN-DATE.
014381     SET RC-END-REC TO TRUE.
014382     MOVE HN-RUN-TIME TO RC-RUN-TIME.
014400     MOVE ZERO TO RC-RECORD-COUNT.
014500     SET RC-BLOCKED TO TRUE.
014600     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
014700         RC-WAITING-ON.
014800     WRITE RUNCTL-RECORD.
014900     IF HN-RUNCTL-STATUS NOT = "00"
015000         DISPLAY "HOST-NOTIFY: ERROR WRITING RUNCTL - "
015100             HN-RUNCTL-STATUS
015200     END-IF.
015300     ADD 1 TO JD-PRQ-SUB.
015400 1461-EXIT.
015500     EXIT.
015600*
015700***************************************************************
017500             AR-VISITOR-NAME " NOT SLIPPED"
017600         GO TO 2100-EXIT
017700     END-IF.
017786     MOVE SPACES TO HN-NEW-NOTE.
017872     MOVE AR-VISITOR-NAME TO HN-NW-VISITOR.
017958     IF AR-HOST-NAME = SPACES
018044         AND AR-HOST-ID = SPACES
018130         MOVE "(NO HOST ON FILE)" TO HN-NW-HOST
018216     ELSE
018302         MOVE AR-HOST-NAME TO HN-NW-HOST
018388         PERFORM 2200-ROUTE-NOTICE THRU 2200-EXIT
018474     END-IF.
018560     MOVE AR-SITE-ID TO HN-NW-SITE.
018646     MOVE AR-ARRIVE-TIME TO HN-NW-TIME.
018732     MOVE AR-BADGE-NO TO HN-NW-BADGE.
018818     MOVE AR-WORKSTATION-ID TO HN-NW-DESK.
018904     PERFORM 2300-INSERT-NOTICE THRU 2300-EXIT.
019000 2100-EXIT.
019100     EXIT.
019200*
019204***************************************************************
019208*  2200-ROUTE-NOTICE - FIND THE HOST ON THE HOST DIRECTORY (BY *
019212*  HOST ID WHEN THE APPOINTMENT CARRIED ONE, OTHERWISE BY      *
019216*  NAME) FOR THE DEPARTMENT, MAIL STOP AND EXTENSION.  WHILE   *
019220*  THE HOST IS OUT OF OFFICE THE SLIP GOES TO THE DELEGATE IF  *
019224*  THE DELEGATE IS IN; OTHERWISE IT STAYS WITH THE HOST AND IS *
019228*  FLAGGED.  A HOST NOT ON THE DIRECTORY KEEPS A BLANK         *
019232*  DEPARTMENT AND SORTS FIRST.                                 *
019236***************************************************************
019240 2200-ROUTE-NOTICE.
019244     MOVE "N" TO HN-HOST-FOUND-SW.
019248     IF NOT HN-HOSTDIR-IS-OPEN
019252         GO TO 2200-EXIT
019256     END-IF.
019260     IF AR-HOST-ID NOT = SPACES
019264         MOVE AR-HOST-ID TO HD-HOST-ID
019268         READ HOSTDIR-FILE
019272             INVALID KEY
019276                 MOVE "N" TO HN-HOST-FOUND-SW
019280             NOT INVALID KEY
019284                 SET HN-HOST-FOUND TO TRUE
019288         END-READ
019292     ELSE
019296         MOVE AR-HOST-NAME TO HD-HOST-NAME
019300         READ HOSTDIR-FILE KEY IS HD-HOST-NAME
019304             INVALID KEY
019308                 MOVE "N" TO HN-HOST-FOUND-SW
019312             NOT INVALID KEY
019316                 SET HN-HOST-FOUND TO TRUE
019320         END-READ
019324     END-IF.
019328     IF NOT HN-HOST-FOUND
019332         ADD 1 TO HN-NOT-ON-DIR-COUNT
019336         GO TO 2200-EXIT
019340     END-IF.
019344     PERFORM 2210-TAKE-HOST THRU 2210-EXIT.
019348     IF NOT HD-OUT-OF-OFFICE
019352         GO TO 2200-EXIT
019356     END-IF.
019360     MOVE HD-HOST-NAME TO HN-NW-FOR-HOST.
019364     SET HN-NW-NO-DELEGATE TO TRUE.
019368     IF HD-DELEGATE-ID NOT = SPACES
019372         MOVE HD-DELEGATE-ID TO HD-HOST-ID
019376         READ HOSTDIR-FILE
019380             INVALID KEY
019384                 MOVE "N" TO HN-HOST-FOUND-SW
019388             NOT INVALID KEY
019392                 IF HD-ACTIVE
019396                     SET HN-NW-TO-DELEGATE TO TRUE
019400                     PERFORM 2210-TAKE-HOST THRU 2210-EXIT
019404                 END-IF
019408         END-READ
019412     END-IF.
019416     IF HN-NW-TO-DELEGATE
019420         ADD 1 TO HN-DELEGATE-COUNT
019424     ELSE
019428         ADD 1 TO HN-NO-DELEGATE-COUNT
019432     END-IF.
019436 2200-EXIT.
019440     EXIT.
019444*
019448 2210-TAKE-HOST.
019452     MOVE HD-HOST-NAME TO HN-NW-HOST.
019456     MOVE HD-DEPT TO HN-NW-DEPT.
019460     MOVE HD-MAIL-STOP TO HN-NW-MAIL-STOP.
019464     MOVE HD-EXTENSION TO HN-NW-EXTENSION.
019468 2210-EXIT.
019472     EXIT.
019476*
019480***************************************************************
019484*  2300-INSERT-NOTICE - FIND THE FIRST ENTRY THAT SORTS AFTER  *
019488*  THE NEW NOTICE, MOVE IT AND EVERYTHING BELOW IT DOWN ONE    *
019492*  PLACE AND PUT THE NEW NOTICE IN THE GAP.  EQUAL KEYS KEEP   *
019496*  THEIR ARRIVAL ORDER.                                        *
019500***************************************************************
019504 2300-INSERT-NOTICE.
019508     MOVE "N" TO HN-SLOT-FOUND-SW.
019512     MOVE 1 TO HN-INS-SUB.
019516     PERFORM 2310-FIND-SLOT THRU 2310-EXIT
019520         UNTIL HN-SLOT-FOUND OR HN-INS-SUB > HN-NOTE-COUNT.
019524     ADD 1 TO HN-NOTE-COUNT.
019528     MOVE HN-NOTE-COUNT TO HN-SHIFT-SUB.
019532     PERFORM 2320-SHIFT-DOWN THRU 2320-EXIT
019536         UNTIL HN-SHIFT-SUB NOT GREATER THAN HN-INS-SUB.
019540     MOVE HN-NEW-NOTE TO HN-NOTE-ENTRY (HN-INS-SUB).
019544 2300-EXIT.
019548     EXIT.
019552*
019556 2310-FIND-SLOT.
019560     IF HN-NT-SORT-KEY (HN-INS-SUB) > HN-NW-SORT-KEY
019564         SET HN-SLOT-FOUND TO TRUE
019568     ELSE
019572         ADD 1 TO HN-INS-SUB
019576     END-IF.
019580 2310-EXIT.
019584     EXIT.
019588*
019592 2320-SHIFT-DOWN.
019596     MOVE HN-NOTE-ENTRY (HN-SHIFT-SUB - 1) TO
019600         HN-NOTE-ENTRY (HN-SHIFT-SUB).
019604     SUBTRACT 1 FROM HN-SHIFT-SUB.
019608 2320-EXIT.
019612     EXIT.
019616*
019620***************************************************************
019624*  3000-PRINT-SLIPS - THE TABLE IS ALREADY IN DEPARTMENT /     *
019628*  MAIL STOP / HOST ORDER, SO A CHANGE OF DEPARTMENT, MAIL     *
019632*  STOP OR HOST STARTS A NEW HEADING OR SLIP.                  *
019700***************************************************************
019800 3000-PRINT-SLIPS.
019880     MOVE HIGH-VALUES TO HN-PREV-DEPT.
019960     MOVE 1 TO HN-SUB.
020040     PERFORM 3100-PRINT-NOTICE THRU 3100-EXIT
020120         UNTIL HN-SUB > HN-NOTE-COUNT.
020200     IF HN-NOTE-COUNT = ZERO
020300         MOVE SPACES TO PRINT-LINE
020400         MOVE "  (NO ARRIVALS TO DELIVER)" TO PRINT-LINE
020700 3000-EXIT.
020800     EXIT.
020900*
020946 3100-PRINT-NOTICE.
020992     IF HN-NT-DEPT (HN-SUB) NOT = HN-PREV-DEPT
021038         PERFORM 3200-DEPT-BREAK THRU 3200-EXIT
021084     END-IF.
021130     IF HN-NT-MAIL-STOP (HN-SUB) NOT = HN-PREV-MAIL-STOP
021176         PERFORM 3300-MAIL-STOP-BREAK THRU 3300-EXIT
021222     END-IF.
021268     IF HN-NT-HOST (HN-SUB) NOT = HN-PREV-HOST
021314         PERFORM 3400-HOST-BREAK THRU 3400-EXIT
021360     END-IF.
021406     ADD 1 TO HN-NOTICE-PRINT-CT.
021452     MOVE HN-NT-VISITOR (HN-SUB) TO HN-DTL-VISITOR.
021498     MOVE HN-NT-TIME (HN-SUB) TO HN-WORK-TIME.
021544     MOVE HN-WT-HH TO HN-DTL-HH.
021590     MOVE HN-WT-MM TO HN-DTL-MM.
021636     MOVE HN-NT-SITE (HN-SUB) TO HN-DTL-SITE.
021682     MOVE HN-NT-BADGE (HN-SUB) TO HN-DTL-BADGE.
021728     MOVE HN-NT-DESK (HN-SUB) TO HN-DTL-DESK.
021774     MOVE SPACES TO PRINT-LINE.
021820     MOVE HN-DETAIL-LINE TO PRINT-LINE.
021866     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
021912     IF HN-NT-TO-DELEGATE (HN-SUB)
021958         MOVE SPACES TO PRINT-LINE
022004         STRING "      AS DELEGATE FOR " DELIMITED BY SIZE
022050                HN-NT-FOR-HOST (HN-SUB) DELIMITED BY SIZE
022096                " - OUT OF OFFICE" DELIMITED BY SIZE
022142             INTO PRINT-LINE
022188         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
022234     END-IF.
022280     IF HN-NT-NO-DELEGATE (HN-SUB)
022326         MOVE SPACES TO PRINT-LINE
022372         MOVE "      *** HOST OUT OF OFFICE - NO DELEGATE IN ***"
022418             TO PRINT-LINE
022464         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
022510     END-IF.
022556     ADD 1 TO HN-SUB.
022602 3100-EXIT.
022648     EXIT.
022694*
022740 3200-DEPT-BREAK.
022786     MOVE HN-NT-DEPT (HN-SUB) TO HN-PREV-DEPT.
022832     MOVE HIGH-VALUES TO HN-PREV-MAIL-STOP.
022878     MOVE SPACES TO HN-DEPT-HEADER.
022924     MOVE "DEPARTMENT " TO HN-DEPT-HEADER.
022970     IF HN-NT-DEPT (HN-SUB) = SPACES
023016         MOVE "(NOT ON HOST DIRECTORY)" TO HN-DH-DEPT
023062     ELSE
023108         MOVE HN-NT-DEPT (HN-SUB) TO HN-DH-DEPT
023154     END-IF.
023200     MOVE SPACES TO PRINT-LINE.
023246     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
023292     MOVE HN-DEPT-HEADER TO PRINT-LINE.
023338     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
023384 3200-EXIT.
023430     EXIT.
023476*
023522 3300-MAIL-STOP-BREAK.
023568     MOVE HN-NT-MAIL-STOP (HN-SUB) TO HN-PREV-MAIL-STOP.
023614     MOVE HIGH-VALUES TO HN-PREV-HOST.
023660     IF HN-NT-MAIL-STOP (HN-SUB) = SPACES
023706         GO TO 3300-EXIT
023752     END-IF.
023798     MOVE HN-NT-MAIL-STOP (HN-SUB) TO HN-MH-MAIL-STOP.
023844     MOVE SPACES TO PRINT-LINE.
023890     MOVE HN-MAIL-STOP-HEADER TO PRINT-LINE.
023936     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
023982 3300-EXIT.
024028     EXIT.
024074*
024120 3400-HOST-BREAK.
024166     MOVE HN-NT-HOST (HN-SUB) TO HN-PREV-HOST.
024212     ADD 1 TO HN-SLIP-COUNT.
024258     MOVE HN-NT-HOST (HN-SUB) TO HN-HDR-HOST.
024304     MOVE HN-NT-EXTENSION (HN-SUB) TO HN-HDR-EXTENSION.
024350     MOVE SPACES TO PRINT-LINE.
024396     MOVE HN-SLIP-HEADER TO PRINT-LINE.
024442     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
024488 3400-EXIT.
024534     EXIT.
024580*
024700***************************************************************
024800*                 4000-PRINT-TOTALS                            *
024900*    EVERY NOTICE READ MUST HAVE PRINTED ON EXACTLY ONE SLIP
027100            HN-SLIP-COUNT DELIMITED BY SIZE
027200         INTO PRINT-LINE.
027300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
027305     MOVE SPACES TO PRINT-LINE.
027310     STRING "SLIPS ROUTED TO DELEGATES . . . : "
027315            DELIMITED BY SIZE
027320            HN-DELEGATE-COUNT DELIMITED BY SIZE
027325         INTO PRINT-LINE.
027330     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
027335     MOVE SPACES TO PRINT-LINE.
027340     STRING "HOST AWAY, NO DELEGATE IN . . . : "
027345            DELIMITED BY SIZE
027350            HN-NO-DELEGATE-COUNT DELIMITED BY SIZE
027355         INTO PRINT-LINE.
027360     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
027365     MOVE SPACES TO PRINT-LINE.
027370     STRING "HOST NOT ON HOST DIRECTORY. . . : "
027375            DELIMITED BY SIZE
027380            HN-NOT-ON-DIR-COUNT DELIMITED BY SIZE
027385         INTO PRINT-LINE.
027390     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
027400     MOVE SPACES TO PRINT-LINE.
027500     IF HN-READ-COUNT = HN-NOTICE-PRINT-CT
027800         STRING "CONTROL TOTALS ARE IN BALANCE - ARRNOTE "
029200             INTO PRINT-LINE
029300         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
029400     END-IF.
029414     IF NOT HN-HOSTDIR-IS-OPEN
029428         MOVE SPACES TO PRINT-LINE
029442         MOVE "*** HOST DIRECTORY NOT AVAILABLE - NOT ROUTED"
029456             TO PRINT-LINE
029470         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
029484     END-IF.
029500 4000-EXIT.
029600     EXIT.
029700*
030300     END-IF.
030400 8000-EXIT.
030500     EXIT.
030503*
030506***************************************************************
030509*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN EVERY NOTICE    *
030512*  READ WAS DELIVERED ON A SLIP, THE SAME TEST THAT LETS       *
030515*  OPERATIONS CLEAR ARRNOTE, OTHERWISE ABENDED.                *
030518***************************************************************
030521 8100-WRITE-RUNCTL-END.
030524     ACCEPT HN-RUN-TIME FROM TIME.
030527     MOVE SPACES TO RUNCTL-RECORD.
030530     MOVE "HOST-NOTIFY" TO RC-PROGRAM-NAME.
030533     MOVE HN-RUN-DATE TO RC-RUN-DATE.
030536     SET RC-END-REC TO TRUE.
030539     MOVE HN-RUN-TIME TO RC-RUN-TIME.
030542     MOVE HN-READ-COUNT TO RC-RECORD-COUNT.
030545     IF HN-ARRNOTE-IS-OPEN AND HN-PRINT-IS-OPEN
030548         AND HN-READ-COUNT = HN-NOTICE-PRINT-CT
030551         SET RC-COMPLETED TO TRUE
030554     ELSE
030557         SET RC-ABENDED TO TRUE
030560     END-IF.
030563     WRITE RUNCTL-RECORD.
030566     IF HN-RUNCTL-STATUS NOT = "00"
030569         DISPLAY "HOST-NOTIFY: ERROR WRITING RUNCTL - "
030572             HN-RUNCTL-STATUS
030575     END-IF.
030578 8100-EXIT.
030581     EXIT.
030600*
030700 9000-TERMINATE.
030800     IF HN-ARRNOTE-IS-OPEN
031100     IF HN-PRINT-IS-OPEN
031200         CLOSE PRINT-FILE
031300     END-IF.
031325     IF HN-HOSTDIR-IS-OPEN
031350         CLOSE HOSTDIR-FILE
031375     END-IF.
031381     IF HN-RUNCTL-IS-OPEN
031387         CLOSE RUNCTL-FILE
031393     END-IF.
031400 9000-EXIT.
031500     EXIT.
