000260*                  DATA.  A SITE FILE THAT IS NOT ON HAND IS
000270*                  REPORTED AND SKIPPED SO ONE SITE BEING DOWN
000280*                  DOES NOT HOLD UP THE OTHER TWO.
000282* 10/15/2026  RMC  THE SITES TO MERGE NOW COME FROM THE SITE
000284*                  DIRECTORY INSTEAD OF THREE HARD-WIRED
000286*                  FILES - EVERY ACTIVE SITE ON THE DIRECTORY
000288*                  IS MERGED FROM THE VISITOR LOG DD NAME IT
000290*                  NAMES, HOWEVER MANY THERE ARE.  A RECORD
000292*                  WHOSE SITE CODE IS NOT THE SITE OF THE FILE
000294*                  IT CAME FROM IS FLAGGED ON THE RUN LOG AND
000296*                  COUNTED IN THE CONTROL TOTALS.
000297* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
000298*                  SHARED RUN CONTROL FILE AND CHECK THE
000299*                  JOB-STREAM DEPENDENCY TABLE AT START-UP; THE
000300*                  MERGE IS REFUSED, WITH A BLOCKED ENTRY ON THE
000301*                  RUN CONTROL FILE, UNTIL THE CLOSING-TIME SWEEP
000302*                  HAS COMPLETED FOR THE BUSINESS DATE.
000303* 10/15/2026  RMC  THE SITE LOGS AND THE COMBINED LOG ARE NOW 150
000304*                  BYTES - THE VISITOR'S COMPANY AND PURPOSE OF
000305*                  VISIT ARE CARRIED THROUGH THE MERGE.
000306* 10/15/2026  RMC  SITE LOGS ARE NOW READ THROUGH THE ONE FIXED
000307*                  SITELOG DD.  IT IS LEFT OUT OF THE JCL AND IS
000308*                  ALLOCATED BEFORE EACH OPEN FROM THE ENVIRONMENT
000309*                  VARIABLE NAMED BY THE SITE'S DD NAME ON THE
000310*                  DIRECTORY; A SITE WITH NONE IS NOT ON HAND.
000311* 10/15/2026  RMC  AT CUTOVER EVERY SITE LOG AND THE COMBINED LOG
000312*                  ARE PADDED FROM 100 TO 150 BYTES BY THE
000313*                  ONE-TIME VISLOG-PAD STEP, RUN AFTER THE NIGHTLY
000314*                  DRAIN AND BEFORE THE FIRST CHECK-IN.
000315*
000316***************************************************************
000317 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-Z15.
000340 OBJECT-COMPUTER. IBM-Z15.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000362*    SITE DIRECTORY - WHICH SITES TO MERGE AND FROM WHERE
000364     SELECT SITEDIR-FILE ASSIGN TO "SITEDIR"
000366         ORGANIZATION IS INDEXED
000368         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SD-SITE-ID
000372         FILE STATUS IS SM-SITEDIR-STATUS.
000374*    PER-SITE VISITOR LOG - INPUT, ONE SITE AT A TIME.  THE
000376*    SITELOG DD IS NOT CODED IN THE JCL; BEFORE EACH OPEN IT IS
000377*    ALLOCATED FROM THE ENVIRONMENT VARIABLE NAMED BY THE SITE'S
000378*    VISITOR LOG DD NAME ON THE DIRECTORY (SEE 2200).
000380     SELECT SITELOG-FILE ASSIGN TO "SITELOG"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS SM-SITELOG-STATUS.
000470*    COMBINED VISITOR LOG - OUTPUT
000480     SELECT VISLOGC-FILE ASSIGN TO "VISLOGC"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS SM-VISLOGC-STATUS.
000502*    SHARED BATCH RUN CONTROL FILE
000504     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000506         ORGANIZATION IS SEQUENTIAL
000508         FILE STATUS IS SM-RUNCTL-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000522 FD  SITEDIR-FILE
000524     LABEL RECORDS ARE STANDARD
000526     RECORD CONTAINS 80 CHARACTERS.
000528     COPY SITEDIR.
000530 FD  SITELOG-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 150 CHARACTERS.
000560     COPY VISLOG.
000650 FD  VISLOGC-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 150 CHARACTERS.
000680 01  VISLOGC-RECORD              PIC X(150).
000682 FD  RUNCTL-FILE
000684     LABEL RECORDS ARE STANDARD
000686     RECORD CONTAINS 80 CHARACTERS.
000688     COPY RUNCTL.
000690 WORKING-STORAGE SECTION.
000692 77  SM-SITEDIR-STATUS           PIC X(02) VALUE SPACES.
000694 77  SM-SITEDIR-EOF-SW           PIC X(01) VALUE 'N'.
000696     88  SM-SITEDIR-EOF             VALUE 'Y'.
000698 77  SM-DIRECTORY-SW             PIC X(01) VALUE 'N'.
000699     88  SM-DIRECTORY-LOADED        VALUE 'Y'.
000700 77  SM-SITELOG-STATUS           PIC X(02) VALUE SPACES.
000710 77  SM-SITELOG-OPEN-SW          PIC X(01) VALUE 'N'.
000720     88  SM-SITELOG-IS-OPEN         VALUE 'Y'.
000730 77  SM-SITELOG-EOF-SW           PIC X(01) VALUE 'N'.
000740     88  SM-SITELOG-EOF             VALUE 'Y'.
000850 77  SM-VISLOGC-STATUS           PIC X(02) VALUE SPACES.
000860 77  SM-VISLOGC-OPEN-SW          PIC X(01) VALUE 'N'.
000870     88  SM-VISLOGC-IS-OPEN         VALUE 'Y'.
000871 77  SM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
000872 77  SM-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
000873     88  SM-RUNCTL-IS-OPEN          VALUE 'Y'.
000874 77  SM-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
000875     88  SM-RUNCTL-EOF              VALUE 'Y'.
000876 77  SM-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
000877     88  SM-RUN-STARTED             VALUE 'Y'.
000880 77  SM-SITE-COUNT               PIC 9(04) COMP VALUE ZERO.
000890 77  SM-SITE-MAX                 PIC 9(04) COMP VALUE 50.
000900 77  SM-SUB                      PIC 9(04) COMP VALUE ZERO.
000902 77  SM-INACTIVE-CT              PIC 9(08) VALUE ZERO.
000904 77  SM-OVERFLOW-CT              PIC 9(08) VALUE ZERO.
000906 77  SM-NOT-ON-HAND-CT           PIC 9(08) VALUE ZERO.
000908 77  SM-MISMATCH-CT              PIC 9(08) VALUE ZERO.
000910 77  SM-WRITE-CT                 PIC 9(08) VALUE ZERO.
000920 77  SM-TOTAL-READ-CT            PIC 9(08) VALUE ZERO.
000930 77  SM-RECON-SW                 PIC X(01) VALUE 'N'.
000940     88  SM-RECON-BALANCED          VALUE 'Y'.
000950     88  SM-RECON-OUT-OF-BAL        VALUE 'N'.
000952 01  SM-SITE-DDNAME              PIC X(08) VALUE SPACES.
000953 01  SM-SITE-ALLOC               PIC X(100) VALUE SPACES.
000954 01  SM-SITELOG-ENV              PIC X(110) VALUE SPACES.
000955 01  SM-PUTENV-RC                PIC S9(09) COMP VALUE ZERO.
000956 01  SM-RUN-DATE                 PIC 9(08) VALUE ZERO.
000957 01  SM-RUN-TIME                 PIC 9(08) VALUE ZERO.
000958 01  SM-SITE-TABLE.
000959     05  SM-SITE-ENTRY OCCURS 50 TIMES.
000960         10  SM-ST-SITE-ID       PIC X(03).
000961         10  SM-ST-DDNAME        PIC X(08).
000962         10  SM-ST-ON-HAND-SW    PIC X(01).
000963         10  SM-ST-READ-CT       PIC 9(08).
000964         10  SM-ST-MISMATCH-CT   PIC 9(08).
000965     COPY JOBDEP.
000968*
000970 PROCEDURE DIVISION.
000980***************************************************************
000990*                 0000-MAINLINE                                *
001000***************************************************************
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     MOVE 1 TO SM-SUB.
001040     PERFORM 2000-MERGE-SITE THRU 2000-EXIT
001050         UNTIL SM-SUB > SM-SITE-COUNT.
001057     IF NOT JD-JOB-BLOCKED
001064         PERFORM 5000-RECONCILE THRU 5000-EXIT
001071     END-IF.
001078     IF SM-RUN-STARTED
001085         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
001092     END-IF.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     STOP RUN.
001120 0000-EXIT.
001130     EXIT.
001140*
001150***************************************************************
001160*  1000-INITIALIZE - LOAD THE ACTIVE SITES FROM THE SITE       *
001170*  DIRECTORY AND OPEN THE COMBINED LOG.  WITH NO DIRECTORY     *
001172*  OR NO COMBINED LOG THERE IS NOTHING TO MERGE.  A RUN THAT   *
001174*  COULD NOT BE STARTED ON RUN CONTROL MERGES NOTHING.         *
001180***************************************************************
001190 1000-INITIALIZE.
001191     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
001192     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
001193     IF NOT SM-RUN-STARTED
001194         GO TO 1000-EXIT
001195     END-IF.
001200     PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT.
001440     OPEN OUTPUT VISLOGC-FILE.
001450     IF SM-VISLOGC-STATUS NOT = "00"
001460         DISPLAY "SITE-MERGE: ERROR OPENING VISLOGC - "
001470             SM-VISLOGC-STATUS
001480         MOVE ZERO TO SM-SITE-COUNT
001510     ELSE
001520         SET SM-VISLOGC-IS-OPEN TO TRUE
001530     END-IF.
001540 1000-EXIT.
001550     EXIT.
001551*
001552***************************************************************
001553*  1100-LOAD-DIRECTORY - EVERY ACTIVE SITE ON THE SITE         *
001554*  DIRECTORY GOES INTO THE SITE TABLE.  WITHOUT THE DIRECTORY  *
001555*  THERE IS NOTHING TO MERGE.                                  *
001556***************************************************************
001557 1100-LOAD-DIRECTORY.
001558     OPEN INPUT SITEDIR-FILE.
001559     IF SM-SITEDIR-STATUS NOT = "00"
001560         DISPLAY "SITE-MERGE: ERROR OPENING SITEDIR - "
001562             SM-SITEDIR-STATUS
001564         GO TO 1100-EXIT
001566     END-IF.
001568     PERFORM 1110-READ-DIRECTORY-REC THRU 1110-EXIT
001570         UNTIL SM-SITEDIR-EOF.
001572     CLOSE SITEDIR-FILE.
001574     SET SM-DIRECTORY-LOADED TO TRUE.
001576 1100-EXIT.
001578     EXIT.
001580*
001582***************************************************************
001584*  1110-READ-DIRECTORY-REC - ONLY ACTIVE SITES ARE MERGED; A   *
001586*  CLOSED SITE STAYS ON THE DIRECTORY FOR ITS HISTORY.         *
001588***************************************************************
001590 1110-READ-DIRECTORY-REC.
001592     READ SITEDIR-FILE NEXT RECORD
001594         AT END
001596             SET SM-SITEDIR-EOF TO TRUE
001598             GO TO 1110-EXIT
001600     END-READ.
001602     IF NOT SD-ACTIVE
001604         ADD 1 TO SM-INACTIVE-CT
001606         GO TO 1110-EXIT
001608     END-IF.
001610     IF SM-SITE-COUNT NOT LESS THAN SM-SITE-MAX
001612         ADD 1 TO SM-OVERFLOW-CT
001614         DISPLAY "SITE-MERGE: SITE TABLE FULL - SITE "
001616             SD-SITE-ID " NOT MERGED"
001618         GO TO 1110-EXIT
001620     END-IF.
001622     ADD 1 TO SM-SITE-COUNT.
001624     MOVE SD-SITE-ID TO SM-ST-SITE-ID (SM-SITE-COUNT).
001626     MOVE SD-VISLOG-DDNAME TO SM-ST-DDNAME (SM-SITE-COUNT).
001628     MOVE "N" TO SM-ST-ON-HAND-SW (SM-SITE-COUNT).
001630     MOVE ZERO TO SM-ST-READ-CT (SM-SITE-COUNT).
001632     MOVE ZERO TO SM-ST-MISMATCH-CT (SM-SITE-COUNT).
001634 1110-EXIT.
001636     EXIT.
001637*
001638***************************************************************
001639*  1400-RUN-CONTROL-START - THE MERGE REWRITES VISLOGC FROM    *
001640*  THE SITE LOGS, SO A RERUN IS ALLOWED.  THE RUN IS REFUSED   *
001641*  ONLY WHILE ITS PREREQUISITES HAVE NOT COMPLETED; OTHERWISE  *
001642*  A START RECORD IS DROPPED ON THE SHARED RUN CONTROL FILE.   *
001643***************************************************************
001644 1400-RUN-CONTROL-START.
001645     ACCEPT SM-RUN-TIME FROM TIME.
001646     MOVE "SITE-MERGE" TO JD-THIS-JOB.
001647     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
001648     OPEN INPUT RUNCTL-FILE.
001649     IF SM-RUNCTL-STATUS = "00"
001650         MOVE "N" TO SM-RUNCTL-EOF-SW
001651         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
001652             UNTIL SM-RUNCTL-EOF
001653         CLOSE RUNCTL-FILE
001654     END-IF.
001655     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
001656     OPEN EXTEND RUNCTL-FILE.
001657     IF SM-RUNCTL-STATUS = "35"
001658         OPEN OUTPUT RUNCTL-FILE
001659     END-IF.
001660     IF SM-RUNCTL-STATUS NOT = "00"
001661         DISPLAY "SITE-MERGE: ERROR OPENING RUNCTL - "
001662             SM-RUNCTL-STATUS
001663         MOVE ZERO TO SM-SITE-COUNT
001664         GO TO 1400-EXIT
001665     END-IF.
001666     SET SM-RUNCTL-IS-OPEN TO TRUE.
001667     IF JD-JOB-BLOCKED
001668         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
001669         DISPLAY "SITE-MERGE: RUN BLOCKED FOR BUSINESS DATE "
001670             SM-RUN-DATE " - PREREQUISITES NOT COMPLETE"
001671         MOVE ZERO TO SM-SITE-COUNT
001672     ELSE
001673         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
001674     END-IF.
001675 1400-EXIT.
001676     EXIT.
001677*
001678 1410-SCAN-RUNCTL-REC.
001679     READ RUNCTL-FILE
001680         AT END
001681             SET SM-RUNCTL-EOF TO TRUE
001682         NOT AT END
001683             IF RC-RUN-DATE = SM-RUN-DATE
001684                 AND RC-END-REC AND RC-COMPLETED
001685                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
001686             END-IF
001687     END-READ.
001688 1410-EXIT.
001689     EXIT.
001690*
001691 1420-WRITE-RUNCTL-START.
001692     MOVE SPACES TO RUNCTL-RECORD.
001693     MOVE "SITE-MERGE" TO RC-PROGRAM-NAME.
001694     MOVE SM-RUN-DATE TO RC-RUN-DATE.
001695     SET RC-START-REC TO TRUE.
001696     MOVE SM-RUN-TIME TO RC-RUN-TIME.
001697     MOVE ZERO TO RC-RECORD-COUNT.
001698     SET RC-RUNNING TO TRUE.
001699     WRITE RUNCTL-RECORD.
001700     IF SM-RUNCTL-STATUS NOT = "00"
001701         DISPLAY "SITE-MERGE: ERROR WRITING RUNCTL - "
001702             SM-RUNCTL-STATUS
001703     ELSE
001704         SET SM-RUN-STARTED TO TRUE
001705     END-IF.
001706 1420-EXIT.
001707     EXIT.
001708*
001709***************************************************************
001710*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
001711*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
001712*  WAIT FOR.                                                   *
001713***************************************************************
001714 1430-LOAD-PREREQUISITES.
001715     MOVE "N" TO JD-BLOCKED-SW.
001716     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
001717     MOVE ZERO TO JD-THIS-SUB.
001718     MOVE 1 TO JD-SUB.
001719     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
001720         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
001721 1430-EXIT.
001722     EXIT.
001723*
001724 1431-SCAN-JOB-TABLE.
001725     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
001726         MOVE JD-SUB TO JD-THIS-SUB
001727     ELSE
001728         ADD 1 TO JD-SUB
001729     END-IF.
001730 1431-EXIT.
001731     EXIT.
001732*
001733***************************************************************
001734*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
001735*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
001736***************************************************************
001737 1440-MARK-PREREQUISITE.
001738     IF JD-THIS-SUB = ZERO
001739         GO TO 1440-EXIT
001740     END-IF.
001741     MOVE 1 TO JD-PRQ-SUB.
001742     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
001743         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
001744 1440-EXIT.
001745     EXIT.
001746*
001747 1441-MARK-ONE-PREREQ.
001748     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
001749         RC-PROGRAM-NAME
001750         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
001751     END-IF.
001752     ADD 1 TO JD-PRQ-SUB.
001753 1441-EXIT.
001754     EXIT.
001755*
001756***************************************************************
001757*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
001758*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
001759*  BUSINESS DATE.                                              *
001760***************************************************************
001761 1450-CHECK-PREREQUISITES.
001762     IF JD-THIS-SUB = ZERO
001763         GO TO 1450-EXIT
001764     END-IF.
001765     MOVE 1 TO JD-PRQ-SUB.
001766     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
001767         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
001768 1450-EXIT.
001769     EXIT.
001770*
001771 1451-CHECK-ONE-PREREQ.
001772     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
001773         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
001774         SET JD-JOB-BLOCKED TO TRUE
001775         DISPLAY "SITE-MERGE: WAITING ON "
001776             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
001777             " - NOT COMPLETED FOR BUSINESS DATE " SM-RUN-DATE
001778     END-IF.
001779     ADD 1 TO JD-PRQ-SUB.
001780 1451-EXIT.
001781     EXIT.
001782*
001783***************************************************************
001784*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
001785*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
001786*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
001787***************************************************************
001788 1460-WRITE-RUNCTL-BLOCKED.
001789     MOVE 1 TO JD-PRQ-SUB.
001790     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
001791         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
001792 1460-EXIT.
001793     EXIT.
001794*
001795 1461-WRITE-ONE-BLOCKED.
001796     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
001797         OR JD-PREREQ-DONE (JD-PRQ-SUB)
001798         ADD 1 TO JD-PRQ-SUB
001799         GO TO 1461-EXIT
001800     END-IF.
001801     MOVE SPACES TO RUNCTL-RECORD.
001802     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
001803     MOVE SM-RUN-DATE TO RC-RUN-DATE.
001804     SET RC-END-REC TO TRUE.
001805     MOVE SM-RUN-TIME TO RC-RUN-TIME.
001806     MOVE ZERO TO RC-RECORD-COUNT.
001807     SET RC-BLOCKED TO TRUE.
001808     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
001809         RC-WAITING-ON.
001810     WRITE RUNCTL-RECORD.
001811     IF SM-RUNCTL-STATUS NOT = "00"
001812         DISPLAY "SITE-MERGE: ERROR WRITING RUNCTL - "
001813             SM-RUNCTL-STATUS
001814     END-IF.
001815     ADD 1 TO JD-PRQ-SUB.
001816 1461-EXIT.
001817     EXIT.
001818*
001819***************************************************************
001820*  2000-MERGE-SITE - COPY ONE SITE'S LOG TO THE COMBINED FILE. *
001821*  A SITE FILE THAT IS NOT ON HAND IS REPORTED AND SKIPPED;    *
001822*  THE OTHER SITES STILL CONSOLIDATE.                          *
001823***************************************************************
001824 2000-MERGE-SITE.
001825     MOVE SM-ST-DDNAME (SM-SUB) TO SM-SITE-DDNAME.
001826     MOVE "N" TO SM-SITELOG-EOF-SW.
001827     PERFORM 2200-ALLOCATE-SITE-LOG THRU 2200-EXIT.
001828     IF SM-SITE-ALLOC = SPACES
001829         DISPLAY "SITE-MERGE: " SM-SITE-DDNAME
001830             " NOT ALLOCATED FOR SITE " SM-ST-SITE-ID (SM-SUB)
001831         ADD 1 TO SM-NOT-ON-HAND-CT
001832         ADD 1 TO SM-SUB
001833         GO TO 2000-EXIT
001834     END-IF.
001835     OPEN INPUT SITELOG-FILE.
001836     IF SM-SITELOG-STATUS NOT = "00"
001837         DISPLAY "SITE-MERGE: " SM-SITE-DDNAME
001838             " NOT ON HAND FOR SITE " SM-ST-SITE-ID (SM-SUB)
001839             " - STATUS " SM-SITELOG-STATUS
001840         ADD 1 TO SM-NOT-ON-HAND-CT
001841         ADD 1 TO SM-SUB
001842         GO TO 2000-EXIT
001843     END-IF.
001844     SET SM-SITELOG-IS-OPEN TO TRUE.
001845     MOVE "Y" TO SM-ST-ON-HAND-SW (SM-SUB).
001846     PERFORM 2100-COPY-SITE-REC THRU 2100-EXIT
001847         UNTIL SM-SITELOG-EOF.
001848     CLOSE SITELOG-FILE.
001849     MOVE "N" TO SM-SITELOG-OPEN-SW.
001850     ADD 1 TO SM-SUB.
001860 2000-EXIT.
001870     EXIT.
001880*
001890***************************************************************
001900*  2100-COPY-SITE-REC - EVERY RECORD IS CARRIED TO THE         *
001910*  COMBINED FILE SO NOTHING IS LOST, BUT ONE WHOSE SITE CODE   *
001920*  IS NOT THE SITE OF THE FILE IT CAME FROM IS FLAGGED FOR     *
001930*  THE DESK THAT KEYED IT.                                     *
001940***************************************************************
001950 2100-COPY-SITE-REC.
001960     READ SITELOG-FILE
001970         AT END
001980             SET SM-SITELOG-EOF TO TRUE
001990             GO TO 2100-EXIT
002000     END-READ.
002010     ADD 1 TO SM-ST-READ-CT (SM-SUB).
002020     ADD 1 TO SM-TOTAL-READ-CT.
002030     IF VL-SITE-ID NOT = SM-ST-SITE-ID (SM-SUB)
002040         ADD 1 TO SM-ST-MISMATCH-CT (SM-SUB)
002050         ADD 1 TO SM-MISMATCH-CT
002060         DISPLAY "SITE-MERGE: SITE MISMATCH IN " SM-SITE-DDNAME
002070             " RECORD " SM-ST-READ-CT (SM-SUB)
002080             " - SITE '" VL-SITE-ID "' " VL-NAME
002090     END-IF.
002100     MOVE VISLOG-RECORD TO VISLOGC-RECORD.
002110     PERFORM 8000-WRITE-COMBINED THRU 8000-EXIT.
002120 2100-EXIT.
002130     EXIT.
002131*
002132***************************************************************
002133*  2200-ALLOCATE-SITE-LOG - POINT THE SITELOG DD AT THE        *
002134*  SITE'S LOG.  THE ENVIRONMENT VARIABLE NAMED BY THE SITE'S   *
002135*  DD NAME HOLDS THE ALLOCATION, E.G. DSN(FD.SITE.VISLOG),SHR, *
002136*  SET FOR THE STEP THROUGH THE RUN-TIME ENVAR OPTION.  A SITE *
002137*  WITH NO ALLOCATION COMES BACK WITH SM-SITE-ALLOC BLANK.     *
002138***************************************************************
002139 2200-ALLOCATE-SITE-LOG.
002140     MOVE SPACES TO SM-SITE-ALLOC.
002141     ACCEPT SM-SITE-ALLOC FROM ENVIRONMENT SM-SITE-DDNAME.
002142     IF SM-SITE-ALLOC = SPACES
002143         GO TO 2200-EXIT
002144     END-IF.
002145     MOVE SPACES TO SM-SITELOG-ENV.
002146     STRING "SITELOG=" SM-SITE-ALLOC X"00"
002147         DELIMITED BY SPACE INTO SM-SITELOG-ENV.
002148     CALL "putenv" USING BY REFERENCE SM-SITELOG-ENV
002149         RETURNING SM-PUTENV-RC.
002150     IF SM-PUTENV-RC NOT = ZERO
002151         MOVE SPACES TO SM-SITE-ALLOC
002152     END-IF.
002153 2200-EXIT.
002154     EXIT.
002155*
002156***************************************************************
002160*                 5000-RECONCILE                               *
002170***************************************************************
002180 5000-RECONCILE.
002190     MOVE 'N' TO SM-RECON-SW.
002200     IF SM-VISLOGC-IS-OPEN
002210         AND SM-DIRECTORY-LOADED
002220         AND SM-TOTAL-READ-CT = SM-WRITE-CT
002230         SET SM-RECON-BALANCED TO TRUE
002240     ELSE
002250         SET SM-RECON-OUT-OF-BAL TO TRUE
002260     END-IF.
002270     DISPLAY "SITE-MERGE: CONSOLIDATION CONTROL TOTALS".
002280     MOVE 1 TO SM-SUB.
002290     PERFORM 5100-DISPLAY-SITE-TOTALS THRU 5100-EXIT
002300         UNTIL SM-SUB > SM-SITE-COUNT.
002310     DISPLAY "  ACTIVE SITES MERGED. . . : " SM-SITE-COUNT.
002320     DISPLAY "  SITE FILES NOT ON HAND . : " SM-NOT-ON-HAND-CT.
002330     DISPLAY "  INACTIVE SITES SKIPPED . : " SM-INACTIVE-CT.
002340     IF SM-OVERFLOW-CT GREATER THAN ZERO
002350         DISPLAY "  *** SITES OVER TABLE LIMIT : " SM-OVERFLOW-CT
002360     END-IF.
002370     DISPLAY "  ALL SITES READ . . . . . : " SM-TOTAL-READ-CT.
002380     DISPLAY "  COMBINED RECORDS WRITTEN : " SM-WRITE-CT.
002390     DISPLAY "  SITE CODE MISMATCHES . . : " SM-MISMATCH-CT.
002400     IF SM-RECON-BALANCED
002410         DISPLAY "  CONTROL TOTALS ARE IN BALANCE"
002420     ELSE
002430         DISPLAY "  *** CONTROL TOTALS OUT OF BALANCE ***"
002440     END-IF.
002450     IF SM-MISMATCH-CT GREATER THAN ZERO
002460         DISPLAY "  *** RECORDS FLAGGED - SITE CODE DOES NOT "
002470             "MATCH THE FILE THEY CAME FROM ***"
002480     END-IF.
002490 5000-EXIT.
002500     EXIT.
002510*
002520 5100-DISPLAY-SITE-TOTALS.
002530     IF SM-ST-ON-HAND-SW (SM-SUB) = "Y"
002540         DISPLAY "  SITE " SM-ST-SITE-ID (SM-SUB)
002550             " RECORDS READ . . : " SM-ST-READ-CT (SM-SUB)
002560             "  MISMATCHED: " SM-ST-MISMATCH-CT (SM-SUB)
002570     ELSE
002580         DISPLAY "  SITE " SM-ST-SITE-ID (SM-SUB)
002590             " FILE " SM-ST-DDNAME (SM-SUB) " NOT ON HAND"
002600     END-IF.
002610     ADD 1 TO SM-SUB.
002620 5100-EXIT.
002630     EXIT.
002640*
002650 8000-WRITE-COMBINED.
002660     WRITE VISLOGC-RECORD.
002670     IF SM-VISLOGC-STATUS = "00"
002680         ADD 1 TO SM-WRITE-CT
002690     ELSE
002700         DISPLAY "SITE-MERGE: ERROR WRITING VISLOGC - "
002710             SM-VISLOGC-STATUS
002720     END-IF.
002730 8000-EXIT.
002740     EXIT.
002741*
002742***************************************************************
002743*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE CONTROL     *
002744*  TOTALS BALANCE, SO THE SUMMARY REPORT AND CRM EXTRACT       *
002745*  NEVER RUN AGAINST A SHORT COMBINED LOG.                     *
002746***************************************************************
002747 8100-WRITE-RUNCTL-END.
002748     ACCEPT SM-RUN-TIME FROM TIME.
002749     MOVE SPACES TO RUNCTL-RECORD.
002750     MOVE "SITE-MERGE" TO RC-PROGRAM-NAME.
002751     MOVE SM-RUN-DATE TO RC-RUN-DATE.
002752     SET RC-END-REC TO TRUE.
002753     MOVE SM-RUN-TIME TO RC-RUN-TIME.
002754     MOVE SM-WRITE-CT TO RC-RECORD-COUNT.
002755     IF SM-RECON-BALANCED
002756         SET RC-COMPLETED TO TRUE
002757     ELSE
002758         SET RC-ABENDED TO TRUE
002759     END-IF.
002760     WRITE RUNCTL-RECORD.
002761     IF SM-RUNCTL-STATUS NOT = "00"
002762         DISPLAY "SITE-MERGE: ERROR WRITING RUNCTL - "
002763             SM-RUNCTL-STATUS
002764     END-IF.
002765 8100-EXIT.
002766     EXIT.
002767*
002768 9000-TERMINATE.
002770     IF SM-SITELOG-IS-OPEN
002780         CLOSE SITELOG-FILE
002790     END-IF.
002800     IF SM-VISLOGC-IS-OPEN
002810         CLOSE VISLOGC-FILE
002820     END-IF.
002822     IF SM-RUNCTL-IS-OPEN
002824         CLOSE RUNCTL-FILE
002826     END-IF.
002830 9000-EXIT.
002840     EXIT.
