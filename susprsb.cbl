001830*                  EVER EXTENDS SUSPENSE, SO A LEFTOVER FILE
001840*                  WOULD FEED THE SAME CARDS THROUGH AGAIN ON
001850*                  THE NEXT RESUBMIT.
001855* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001860*                  SHARED RUN CONTROL FILE AND CHECK THE
001865*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001870*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001875*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001880*                  COMPLETED FOR THE BUSINESS DATE.  THE RESUBMIT
001885*                  HAS NO PREREQUISITES.  CONTROL TOTALS ARE NOT
001890*                  PRINTED WHEN THE RUN WAS REFUSED, SO A REFUSED
001895*                  RUN NEVER READS AS A BALANCED ONE.
001900*
002000***************************************************************
002100 ENVIRONMENT DIVISION.
003200     SELECT TRANNEW-FILE ASSIGN TO "TRANNEW"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS SR-TRANNEW-STATUS.
003420*    SHARED BATCH RUN CONTROL FILE
003440     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003460         ORGANIZATION IS SEQUENTIAL
003480         FILE STATUS IS SR-RUNCTL-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SUSPENSE-FILE
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 80 CHARACTERS.
004400     COPY TRANCARD.
004420 FD  RUNCTL-FILE
004440     LABEL RECORDS ARE STANDARD
004460     RECORD CONTAINS 80 CHARACTERS.
004480     COPY RUNCTL.
004500 WORKING-STORAGE SECTION.
004600 77  SR-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
004700 77  SR-SUSPENSE-OPEN-SW         PIC X(01) VALUE 'N'.
005300     88  SR-SUSPENSE-EOF            VALUE 'Y'.
005400 77  SR-READ-COUNT               PIC 9(08) VALUE ZERO.
005500 77  SR-WRITE-COUNT              PIC 9(08) VALUE ZERO.
005509 77  SR-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
005518 77  SR-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
005527     88  SR-RUNCTL-IS-OPEN           VALUE 'Y'.
005536 77  SR-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
005545     88  SR-RUNCTL-EOF               VALUE 'Y'.
005554 77  SR-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
005563     88  SR-RUN-STARTED              VALUE 'Y'.
005572 01  SR-RUN-DATE                 PIC 9(08) VALUE ZERO.
005581 01  SR-RUN-TIME                 PIC 9(08) VALUE ZERO.
005590     COPY JOBDEP.
005600*
005700 PROCEDURE DIVISION.
005800***************************************************************
006200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006300     PERFORM 2000-RESUBMIT-RECORD THRU 2000-EXIT
006400         UNTIL SR-SUSPENSE-EOF.
006428     IF SR-RUNCTL-IS-OPEN AND NOT JD-JOB-BLOCKED
006456         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
006484     END-IF.
006512     IF SR-RUN-STARTED
006540         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
006568     END-IF.
006600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006700     STOP RUN.
006800 0000-EXIT.
007200*                 1000-INITIALIZE                              *
007300***************************************************************
007400 1000-INITIALIZE.
007416     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD.
007432     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
007448     IF SR-SUSPENSE-EOF
007464         GO TO 1000-EXIT
007480     END-IF.
007500     OPEN INPUT SUSPENSE-FILE.
007600     IF SR-SUSPENSE-STATUS NOT = "00"
007700         DISPLAY "SUSPENSE-RESUBMIT: ERROR OPENING SUSPENSE - "
009000     END-IF.
009100 1000-EXIT.
009200     EXIT.
009201*
009202***************************************************************
009203*  1400-RUN-CONTROL-START - THE RESUBMIT HAS NO PREREQUISITES  *
009204*  ON THE JOB-STREAM DEPENDENCY TABLE AND MAY RUN AS OFTEN AS  *
009205*  THE DATA CONTROL GROUP NEEDS.  A START RECORD IS DROPPED ON *
009206*  THE SHARED RUN CONTROL FILE.                                *
009207***************************************************************
009208 1400-RUN-CONTROL-START.
009209     ACCEPT SR-RUN-TIME FROM TIME.
009210     MOVE "SUSPENSE-RESUBMIT" TO JD-THIS-JOB.
009211     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
009212     OPEN INPUT RUNCTL-FILE.
009213     IF SR-RUNCTL-STATUS = "00"
009214         MOVE "N" TO SR-RUNCTL-EOF-SW
009215         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
009216             UNTIL SR-RUNCTL-EOF
009217         CLOSE RUNCTL-FILE
009218     END-IF.
009219     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
009220     OPEN EXTEND RUNCTL-FILE.
009221     IF SR-RUNCTL-STATUS = "35"
009222         OPEN OUTPUT RUNCTL-FILE
009223     END-IF.
009224     IF SR-RUNCTL-STATUS NOT = "00"
009225         DISPLAY "SUSPENSE-RESUBMIT: ERROR OPENING RUNCTL - "
009226             SR-RUNCTL-STATUS
009227         SET SR-SUSPENSE-EOF TO TRUE
009228         GO TO 1400-EXIT
009229     END-IF.
009230     SET SR-RUNCTL-IS-OPEN TO TRUE.
009231     IF JD-JOB-BLOCKED
009232         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
009233         DISPLAY "SUSPENSE-RESUBMIT: RUN BLOCKED FOR BUSINESS "
009234             "DATE " SR-RUN-DATE " - PREREQUISITES NOT COMPLETE"
009235         SET SR-SUSPENSE-EOF TO TRUE
009236     ELSE
009237         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
009238     END-IF.
009239 1400-EXIT.
009240     EXIT.
009241*
009242 1410-SCAN-RUNCTL-REC.
009243     READ RUNCTL-FILE
009244         AT END
009245             SET SR-RUNCTL-EOF TO TRUE
009246         NOT AT END
009247             IF RC-RUN-DATE = SR-RUN-DATE
009248                 AND RC-END-REC AND RC-COMPLETED
009249                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
009250             END-IF
009251     END-READ.
009252 1410-EXIT.
009253     EXIT.
009254*
009255 1420-WRITE-RUNCTL-START.
009256     MOVE SPACES TO RUNCTL-RECORD.
009257     MOVE "SUSPENSE-RESUBMIT" TO RC-PROGRAM-NAME.
009258     MOVE SR-RUN-DATE TO RC-RUN-DATE.
009259     SET RC-START-REC TO TRUE.
009260     MOVE SR-RUN-TIME TO RC-RUN-TIME.
009261     MOVE ZERO TO RC-RECORD-COUNT.
009262     SET RC-RUNNING TO TRUE.
009263     WRITE RUNCTL-RECORD.
009264     IF SR-RUNCTL-STATUS NOT = "00"
009265         DISPLAY "SUSPENSE-RESUBMIT: ERROR WRITING RUNCTL - "
009266             SR-RUNCTL-STATUS
009267     ELSE
009268         SET SR-RUN-STARTED TO TRUE
009269     END-IF.
009270 1420-EXIT.
009271     EXIT.
009272*
009273***************************************************************
009274*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
009275*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
009276*  WAIT FOR.                                                   *
009277***************************************************************
009278 1430-LOAD-PREREQUISITES.
009279     MOVE "N" TO JD-BLOCKED-SW.
009280     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
009281     MOVE ZERO TO JD-THIS-SUB.
009282     MOVE 1 TO JD-SUB.
009283     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
009284         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
009285 1430-EXIT.
009286     EXIT.
009287*
009288 1431-SCAN-JOB-TABLE.
009289     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
009290         MOVE JD-SUB TO JD-THIS-SUB
009291     ELSE
009292         ADD 1 TO JD-SUB
009293     END-IF.
009294 1431-EXIT.
009295     EXIT.
009296*
009297***************************************************************
009298*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
009299*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
009300***************************************************************
009301 1440-MARK-PREREQUISITE.
009302     IF JD-THIS-SUB = ZERO
009303         GO TO 1440-EXIT
009304     END-IF.
009305     MOVE 1 TO JD-PRQ-SUB.
009306     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
009307         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
009308 1440-EXIT.
009309     EXIT.
009310*
009311 1441-MARK-ONE-PREREQ.
009312     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
009313         RC-PROGRAM-NAME
009314         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
009315     END-IF.
009316     ADD 1 TO JD-PRQ-SUB.
009317 1441-EXIT.
009318     EXIT.
009319*
009320***************************************************************
009321*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
009322*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
009323*  BUSINESS DATE.                                              *
009324***************************************************************
009325 1450-CHECK-PREREQUISITES.
009326     IF JD-THIS-SUB = ZERO
009327         GO TO 1450-EXIT
009328     END-IF.
009329     MOVE 1 TO JD-PRQ-SUB.
009330     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
009331         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
009332 1450-EXIT.
009333     EXIT.
009334*
009335 1451-CHECK-ONE-PREREQ.
009336     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
009337         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
009338         SET JD-JOB-BLOCKED TO TRUE
009339         DISPLAY "SUSPENSE-RESUBMIT: WAITING ON "
009340             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
009341             " - NOT COMPLETED FOR BUSINESS DATE " SR-RUN-DATE
009342     END-IF.
009343     ADD 1 TO JD-PRQ-SUB.
009344 1451-EXIT.
009345     EXIT.
009346*
009347***************************************************************
009348*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
009349*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
009350*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
009351***************************************************************
009352 1460-WRITE-RUNCTL-BLOCKED.
009353     MOVE 1 TO JD-PRQ-SUB.
009354     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
009355         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
009356 1460-EXIT.
009357     EXIT.
009358*
009359 1461-WRITE-ONE-BLOCKED.
009360     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
009361         OR JD-PREREQ-DONE (JD-PRQ-SUB)
009362         ADD 1 TO JD-PRQ-SUB
009363         GO TO 1461-EXIT
009364     END-IF.
009365     MOVE SPACES TO RUNCTL-RECORD.
009366     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
009367     MOVE SR-RUN-DATE TO RC-RUN-DATE.
009368     SET RC-END-REC TO TRUE.
009369     MOVE SR-RUN-TIME TO RC-RUN-TIME.
009370     MOVE ZERO TO RC-RECORD-COUNT.
009371     SET RC-BLOCKED TO TRUE.
009372     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
009373         RC-WAITING-ON.
009374     WRITE RUNCTL-RECORD.
009375     IF SR-RUNCTL-STATUS NOT = "00"
009376         DISPLAY "SUSPENSE-RESUBMIT: ERROR WRITING RUNCTL - "
009377             SR-RUNCTL-STATUS
009378     END-IF.
009379     ADD 1 TO JD-PRQ-SUB.
009380 1461-EXIT.
009381     EXIT.
009382*
009400***************************************************************
009500*                 2000-RESUBMIT-RECORD                         *
009600***************************************************************
013200     END-IF.
013300 3000-EXIT.
013400     EXIT.
013403*
013406***************************************************************
013409*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN THE SUSPENSE    *
013412*  FILE WAS READ TO THE END AND THE CONTROL TOTALS BALANCE.    *
013415***************************************************************
013418 8100-WRITE-RUNCTL-END.
013421     ACCEPT SR-RUN-TIME FROM TIME.
013424     MOVE SPACES TO RUNCTL-RECORD.
013427     MOVE "SUSPENSE-RESUBMIT" TO RC-PROGRAM-NAME.
013430     MOVE SR-RUN-DATE TO RC-RUN-DATE.
013433     SET RC-END-REC TO TRUE.
013436     MOVE SR-RUN-TIME TO RC-RUN-TIME.
013439     MOVE SR-READ-COUNT TO RC-RECORD-COUNT.
013442     IF SR-SUSPENSE-IS-OPEN AND SR-TRANNEW-IS-OPEN
013445         AND SR-READ-COUNT = SR-WRITE-COUNT
013448         SET RC-COMPLETED TO TRUE
013451     ELSE
013454         SET RC-ABENDED TO TRUE
013457     END-IF.
013460     WRITE RUNCTL-RECORD.
013463     IF SR-RUNCTL-STATUS NOT = "00"
013466         DISPLAY "SUSPENSE-RESUBMIT: ERROR WRITING RUNCTL - "
013469             SR-RUNCTL-STATUS
013472     END-IF.
013475 8100-EXIT.
013478     EXIT.
013500*
013600 9000-TERMINATE.
013700     IF SR-SUSPENSE-IS-OPEN
014000     IF SR-TRANNEW-IS-OPEN
014100         CLOSE TRANNEW-FILE
014200     END-IF.
014225     IF SR-RUNCTL-IS-OPEN
014250         CLOSE RUNCTL-FILE
014275     END-IF.
014300 9000-EXIT.
014400     EXIT.
