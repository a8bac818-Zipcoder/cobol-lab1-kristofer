000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISLOG-PAD.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - ONE-TIME CUTOVER STEP FOR
001300*                  THE VISITOR LOG GROWING FROM 100 TO 150 BYTES
001400*                  TO CARRY THE VISITOR'S COMPANY AND PURPOSE OF
001500*                  VISIT.  COPIES ONE 100-BYTE FILE (PADIN) TO A
001600*                  150-BYTE FILE (PADOUT) WITH THE NEW BYTES LEFT
001700*                  BLANK, AND PROVES RECORDS READ = RECORDS
001800*                  WRITTEN.  THE STEP IS RUN ONCE FOR EACH OF THE
001900*                  LIVE VISITOR LOG (VISLOG), EVERY SITE'S LOG ON
002000*                  THE SITE DIRECTORY, THE COMBINED LOG (VISLOGC)
002100*                  AND THE CRM CARRY-FORWARD FILE (CRMCARRY),
002200*                  AFTER THE NIGHTLY DRAIN (VISLOG-ARCHIVE) HAS
002300*                  COMPLETED AND THE NEW LIVE LOG HAS BEEN SWAPPED
002400*                  IN, AND BEFORE THE FIRST CHECK-IN ON THE NEW
002500*                  RELEASE.  OPERATIONS RENAMES EACH PADDED FILE
002600*                  OVER THE OLD ONE ONLY AFTER A BALANCED RUN.
002700*                  THE FLAT HISTORY ARCHIVE IS CONVERTED BY
002800*                  VISARCH-CONVERT AND THE WATCH LIST BY
002900*                  WATCHLST-CONVERT.
002909* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002918*                  SHARED RUN CONTROL FILE AND CHECK THE
002927*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002936*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002945*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002954*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
002963*                  IS THE BUSINESS DATE; THE STEP HAS NO
002972*                  PREREQUISITES ON THE TABLE.  EACH FILE PADDED
002981*                  DROPS ITS OWN START AND END RECORDS, COMPLETED
002990*                  ONLY WHEN IN BALANCE.
003000*
003100***************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-Z15.
003500 OBJECT-COMPUTER. IBM-Z15.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    OLD 100-BYTE VISITOR LOG, SITE LOG, COMBINED LOG OR CRM
003900*    CARRY-FORWARD FILE - INPUT
004000     SELECT PADIN-FILE ASSIGN TO "PADIN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS VP-PADIN-STATUS.
004300*    THE SAME FILE AT 150 BYTES - OUTPUT
004400     SELECT PADOUT-FILE ASSIGN TO "PADOUT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS VP-PADOUT-STATUS.
004620*    SHARED BATCH RUN CONTROL FILE
004640     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004660         ORGANIZATION IS SEQUENTIAL
004680         FILE STATUS IS VP-RUNCTL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PADIN-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 100 CHARACTERS.
005200 01  PADIN-RECORD                PIC X(100).
005300 FD  PADOUT-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 150 CHARACTERS.
005600 01  PADOUT-RECORD               PIC X(150).
005620 FD  RUNCTL-FILE
005640     LABEL RECORDS ARE STANDARD
005660     RECORD CONTAINS 80 CHARACTERS.
005680     COPY RUNCTL.
005700 WORKING-STORAGE SECTION.
005800 77  VP-PADIN-STATUS             PIC X(02) VALUE SPACES.
005900 77  VP-PADIN-OPEN-SW            PIC X(01) VALUE 'N'.
006000     88  VP-PADIN-IS-OPEN            VALUE 'Y'.
006100 77  VP-PADOUT-STATUS            PIC X(02) VALUE SPACES.
006200 77  VP-PADOUT-OPEN-SW           PIC X(01) VALUE 'N'.
006300     88  VP-PADOUT-IS-OPEN           VALUE 'Y'.
006400 77  VP-EOF-SW                   PIC X(01) VALUE 'N'.
006500     88  VP-PADIN-EOF                VALUE 'Y'.
006600 77  VP-FAILED-SW                PIC X(01) VALUE 'N'.
006700     88  VP-PAD-FAILED               VALUE 'Y'.
006800 77  VP-READ-COUNT               PIC 9(08) VALUE ZERO.
006900 77  VP-WRITE-COUNT              PIC 9(08) VALUE ZERO.
006912 77  VP-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
006924 77  VP-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
006936     88  VP-RUNCTL-IS-OPEN           VALUE 'Y'.
006948 77  VP-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
006960     88  VP-RUNCTL-EOF               VALUE 'Y'.
006972 77  VP-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
006984     88  VP-RUN-STARTED              VALUE 'Y'.
007000 77  VP-RECON-SW                 PIC X(01) VALUE 'N'.
007100     88  VP-RECON-BALANCED           VALUE 'Y'.
007200     88  VP-RECON-OUT-OF-BAL         VALUE 'N'.
007225 01  VP-RUN-DATE                 PIC 9(08) VALUE ZERO.
007250 01  VP-RUN-TIME                 PIC 9(08) VALUE ZERO.
007275     COPY JOBDEP.
007300*
007400 PROCEDURE DIVISION.
007500***************************************************************
007600*                 0000-MAINLINE                                *
007700***************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     PERFORM 2000-PAD-RECORD THRU 2000-EXIT
008100         UNTIL VP-PADIN-EOF.
008128     IF NOT JD-JOB-BLOCKED
008156         PERFORM 4000-RECONCILE THRU 4000-EXIT
008184     END-IF.
008212     IF VP-RUN-STARTED
008240         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
008268     END-IF.
008300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008400     STOP RUN.
008500 0000-EXIT.
008600     EXIT.
008700*
008800***************************************************************
008900*                 1000-INITIALIZE                              *
009000***************************************************************
009100 1000-INITIALIZE.
009116     ACCEPT VP-RUN-DATE FROM DATE YYYYMMDD.
009132     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
009148     IF VP-PADIN-EOF
009164         GO TO 1000-EXIT
009180     END-IF.
009200     OPEN INPUT PADIN-FILE.
009300     IF VP-PADIN-STATUS NOT = "00"
009400         DISPLAY "VISLOG-PAD: ERROR OPENING PADIN - "
009500             VP-PADIN-STATUS
009600         SET VP-PADIN-EOF TO TRUE
009700         SET VP-PAD-FAILED TO TRUE
009800         GO TO 1000-EXIT
009900     END-IF.
010000     SET VP-PADIN-IS-OPEN TO TRUE.
010100     OPEN OUTPUT PADOUT-FILE.
010200     IF VP-PADOUT-STATUS NOT = "00"
010300         DISPLAY "VISLOG-PAD: ERROR OPENING PADOUT - "
010400             VP-PADOUT-STATUS
010500         SET VP-PADIN-EOF TO TRUE
010600         SET VP-PAD-FAILED TO TRUE
010700     ELSE
010800         SET VP-PADOUT-IS-OPEN TO TRUE
010900     END-IF.
011000 1000-EXIT.
011100     EXIT.
011101*
011102***************************************************************
011103*  1400-RUN-CONTROL-START - NO FILE IS PADDED UNTIL THE JOB'S  *
011104*  PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE HAVE       *
011105*  COMPLETED FOR THE RUN DATE.  THE STEP RUNS ONCE FOR EACH    *
011106*  FILE, AND EACH RUN DROPS ITS OWN START RECORD ON THE SHARED *
011107*  RUN CONTROL FILE.                                           *
011108***************************************************************
011109 1400-RUN-CONTROL-START.
011110     ACCEPT VP-RUN-TIME FROM TIME.
011111     MOVE "VISLOG-PAD" TO JD-THIS-JOB.
011112     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
011113     OPEN INPUT RUNCTL-FILE.
011114     IF VP-RUNCTL-STATUS = "00"
011115         MOVE "N" TO VP-RUNCTL-EOF-SW
011116         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
011117             UNTIL VP-RUNCTL-EOF
011118         CLOSE RUNCTL-FILE
011119     END-IF.
011120     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
011121     OPEN EXTEND RUNCTL-FILE.
011122     IF VP-RUNCTL-STATUS = "35"
011123         OPEN OUTPUT RUNCTL-FILE
011124     END-IF.
011125     IF VP-RUNCTL-STATUS NOT = "00"
011126         DISPLAY "VISLOG-PAD: ERROR OPENING RUNCTL - "
011127             VP-RUNCTL-STATUS
011128         SET VP-PADIN-EOF TO TRUE
011129         SET VP-PAD-FAILED TO TRUE
011130         GO TO 1400-EXIT
011131     END-IF.
011132     SET VP-RUNCTL-IS-OPEN TO TRUE.
011133     IF JD-JOB-BLOCKED
011134         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
011135         DISPLAY "VISLOG-PAD: RUN BLOCKED FOR BUSINESS DATE "
011136             VP-RUN-DATE " - PREREQUISITES NOT COMPLETE"
011137         SET VP-PADIN-EOF TO TRUE
011138         SET VP-PAD-FAILED TO TRUE
011139     ELSE
011140         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
011141     END-IF.
011142 1400-EXIT.
011143     EXIT.
011144*
011145 1410-SCAN-RUNCTL-REC.
011146     READ RUNCTL-FILE
011147         AT END
011148             SET VP-RUNCTL-EOF TO TRUE
011149         NOT AT END
011150             IF RC-RUN-DATE = VP-RUN-DATE
011151                 AND RC-END-REC AND RC-COMPLETED
011152                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
011153             END-IF
011154     END-READ.
011155 1410-EXIT.
011156     EXIT.
011157*
011158 1420-WRITE-RUNCTL-START.
011159     MOVE SPACES TO RUNCTL-RECORD.
011160     MOVE "VISLOG-PAD" TO RC-PROGRAM-NAME.
011161     MOVE VP-RUN-DATE TO RC-RUN-DATE.
011162     SET RC-START-REC TO TRUE.
011163     MOVE VP-RUN-TIME TO RC-RUN-TIME.
011164     MOVE ZERO TO RC-RECORD-COUNT.
011165     SET RC-RUNNING TO TRUE.
011166     WRITE RUNCTL-RECORD.
011167     IF VP-RUNCTL-STATUS NOT = "00"
011168         DISPLAY "VISLOG-PAD: ERROR WRITING RUNCTL - "
011169             VP-RUNCTL-STATUS
011170     ELSE
011171         SET VP-RUN-STARTED TO TRUE
011172     END-IF.
011173 1420-EXIT.
011174     EXIT.
011175*
011176***************************************************************
011177*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
011178*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
011179*  WAIT FOR.                                                   *
011180***************************************************************
011181 1430-LOAD-PREREQUISITES.
011182     MOVE "N" TO JD-BLOCKED-SW.
011183     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
011184     MOVE ZERO TO JD-THIS-SUB.
011185     MOVE 1 TO JD-SUB.
011186     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
011187         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
011188 1430-EXIT.
011189     EXIT.
011190*
011191 1431-SCAN-JOB-TABLE.
011192     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
011193         MOVE JD-SUB TO JD-THIS-SUB
011194     ELSE
011195         ADD 1 TO JD-SUB
011196     END-IF.
011197 1431-EXIT.
011198     EXIT.
011199*
011200***************************************************************
011201*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
011202*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
011203***************************************************************
011204 1440-MARK-PREREQUISITE.
011205     IF JD-THIS-SUB = ZERO
011206         GO TO 1440-EXIT
011207     END-IF.
011208     MOVE 1 TO JD-PRQ-SUB.
011209     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
011210         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
011211 1440-EXIT.
011212     EXIT.
011213*
011214 1441-MARK-ONE-PREREQ.
011215     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
011216         RC-PROGRAM-NAME
011217         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
011218     END-IF.
011219     ADD 1 TO JD-PRQ-SUB.
011220 1441-EXIT.
011221     EXIT.
011222*
011223***************************************************************
011224*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
011225*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
011226*  BUSINESS DATE.                                              *
011227***************************************************************
011228 1450-CHECK-PREREQUISITES.
011229     IF JD-THIS-SUB = ZERO
011230         GO TO 1450-EXIT
011231     END-IF.
011232     MOVE 1 TO JD-PRQ-SUB.
011233     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
011234         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
011235 1450-EXIT.
011236     EXIT.
011237*
011238 1451-CHECK-ONE-PREREQ.
011239     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
011240         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
011241         SET JD-JOB-BLOCKED TO TRUE
011242         DISPLAY "VISLOG-PAD: WAITING ON "
011243             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
011244             " - NOT COMPLETED FOR BUSINESS DATE " VP-RUN-DATE
011245     END-IF.
011246     ADD 1 TO JD-PRQ-SUB.
011247 1451-EXIT.
011248     EXIT.
011249*
011250***************************************************************
011251*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
011252*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
011253*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
011254***************************************************************
011255 1460-WRITE-RUNCTL-BLOCKED.
011256     MOVE 1 TO JD-PRQ-SUB.
011257     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
011258         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
011259 1460-EXIT.
011260     EXIT.
011261*
011262 1461-WRITE-ONE-BLOCKED.
011263     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
011264         OR JD-PREREQ-DONE (JD-PRQ-SUB)
011265         ADD 1 TO JD-PRQ-SUB
011266         GO TO 1461-EXIT
011267     END-IF.
011268     MOVE SPACES TO RUNCTL-RECORD.
011269     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
011270     MOVE VP-RUN-DATE TO RC-RUN-DATE.
011271     SET RC-END-REC TO TRUE.
011272     MOVE VP-RUN-TIME TO RC-RUN-TIME.
011273     MOVE ZERO TO RC-RECORD-COUNT.
011274     SET RC-BLOCKED TO TRUE.
011275     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
011276         RC-WAITING-ON.
011277     WRITE RUNCTL-RECORD.
011278     IF VP-RUNCTL-STATUS NOT = "00"
011279         DISPLAY "VISLOG-PAD: ERROR WRITING RUNCTL - "
011280             VP-RUNCTL-STATUS
011281     END-IF.
011282     ADD 1 TO JD-PRQ-SUB.
011283 1461-EXIT.
011284     EXIT.
011285*
011300***************************************************************
011400*  2000-PAD-RECORD - THE OLD 100 BYTES GO TO THE FRONT OF THE  *
011500*  NEW RECORD; THE COMPANY, PURPOSE OF VISIT AND FILLER BEYOND *
011600*  THEM ARE LEFT BLANK.                                        *
011700***************************************************************
011800 2000-PAD-RECORD.
011900     READ PADIN-FILE
012000         AT END
012100             SET VP-PADIN-EOF TO TRUE
012200             GO TO 2000-EXIT
012300     END-READ.
012400     ADD 1 TO VP-READ-COUNT.
012500     MOVE SPACES TO PADOUT-RECORD.
012600     MOVE PADIN-RECORD TO PADOUT-RECORD (1:100).
012700     WRITE PADOUT-RECORD.
012800     IF VP-PADOUT-STATUS = "00"
012900         ADD 1 TO VP-WRITE-COUNT
013000     ELSE
013100         DISPLAY "VISLOG-PAD: ERROR WRITING PADOUT - "
013200             VP-PADOUT-STATUS " AT RECORD " VP-READ-COUNT
013300         SET VP-PAD-FAILED TO TRUE
013400         SET VP-PADIN-EOF TO TRUE
013500     END-IF.
013600 2000-EXIT.
013700     EXIT.
013800*
013900***************************************************************
014000*                 4000-RECONCILE                               *
014100*    EVERY RECORD READ MUST HAVE BEEN WRITTEN.  THE OLD FILE   *
014200*    IS KEPT UNTIL THE PADDED ONE HAS BEEN PROVED IN BALANCE.  *
014300***************************************************************
014400 4000-RECONCILE.
014500     MOVE 'N' TO VP-RECON-SW.
014600     IF NOT VP-PAD-FAILED
014700         AND VP-READ-COUNT = VP-WRITE-COUNT
014800         SET VP-RECON-BALANCED TO TRUE
014900     ELSE
015000         SET VP-RECON-OUT-OF-BAL TO TRUE
015100     END-IF.
015200     DISPLAY "VISLOG-PAD: CONTROL TOTALS".
015300     DISPLAY "  100-BYTE RECORDS READ. . : " VP-READ-COUNT.
015400     DISPLAY "  150-BYTE RECORDS WRITTEN : " VP-WRITE-COUNT.
015500     IF VP-RECON-BALANCED
015600         DISPLAY "  CONTROL TOTALS ARE IN BALANCE - PADOUT MAY "
015700             "REPLACE PADIN"
015800     ELSE
015900         DISPLAY "  *** CONTROL TOTALS OUT OF BALANCE - KEEP "
016000             "PADIN AND RERUN THE STEP ***"
016100     END-IF.
016200 4000-EXIT.
016300     EXIT.
016303*
016306***************************************************************
016309*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE PADDED FILE *
016312*  IS IN BALANCE, OTHERWISE ABENDED SO THE STEP IS RERUN       *
016315*  BEFORE PADOUT REPLACES PADIN.                               *
016318***************************************************************
016321 8100-WRITE-RUNCTL-END.
016324     ACCEPT VP-RUN-TIME FROM TIME.
016327     MOVE SPACES TO RUNCTL-RECORD.
016330     MOVE "VISLOG-PAD" TO RC-PROGRAM-NAME.
016333     MOVE VP-RUN-DATE TO RC-RUN-DATE.
016336     SET RC-END-REC TO TRUE.
016339     MOVE VP-RUN-TIME TO RC-RUN-TIME.
016342     MOVE VP-WRITE-COUNT TO RC-RECORD-COUNT.
016345     IF VP-RECON-BALANCED
016348         SET RC-COMPLETED TO TRUE
016351     ELSE
016354         SET RC-ABENDED TO TRUE
016357     END-IF.
016360     WRITE RUNCTL-RECORD.
016363     IF VP-RUNCTL-STATUS NOT = "00"
016366         DISPLAY "VISLOG-PAD: ERROR WRITING RUNCTL - "
016369             VP-RUNCTL-STATUS
016372     END-IF.
016375 8100-EXIT.
016378     EXIT.
016400*
016500 9000-TERMINATE.
016600     IF VP-PADIN-IS-OPEN
016700         CLOSE PADIN-FILE
016800     END-IF.
016900     IF VP-PADOUT-IS-OPEN
017000         CLOSE PADOUT-FILE
017100     END-IF.
017125     IF VP-RUNCTL-IS-OPEN
017150         CLOSE RUNCTL-FILE
017175     END-IF.
017200 9000-EXIT.
017300     EXIT.
