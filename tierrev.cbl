001900*                  CARDS IN CMTRAN FORMAT SO THEY FLOW THROUGH
002000*                  THE EXISTING MAINTENANCE JOB AND ITS AUDIT
002100*                  REPORT, WITH A LISTING OF WHO MOVED AND WHY.
002125* 10/15/2026  RMC  THE VISITOR HISTORY ARCHIVE RECORD IS NOW 150
002150*                  BYTES - THE VISITOR'S COMPANY AND PURPOSE OF
002175*                  VISIT ARE CARRIED FROM CHECK-IN.
002179* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
002183*                  DATE, SITE AND TIME.  THE TALLY STARTS AT THE
002187*                  FROM DATE AND STOPS AT THE FIRST RECORD PAST
002191*                  THE TO DATE INSTEAD OF READING THE WHOLE
002195*                  ARCHIVE.
002196* 10/15/2026  RMC  THE TIER LADDER IS NOW THE SHARED TIER CODE
002197*                  TABLE (TIERCODE), THE SAME CODES THE
002198*                  MAINTENANCE JOB ACCEPTS, RATHER THAN A COPY
002199*                  KEPT HERE.
002208* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002217*                  SHARED RUN CONTROL FILE AND CHECK THE
002226*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002235*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002244*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002253*                  COMPLETED FOR THE BUSINESS DATE.  THE REVIEW
002262*                  WAITS FOR THE NIGHT'S VISITOR LOG TO BE
002271*                  ARCHIVED, SO THE VISIT COUNTS INCLUDE THE DAY'S
002280*                  VISITS.
002289*
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003600         FILE STATUS IS TR-CUSTMAST-STATUS.
003700*    VISITOR HISTORY ARCHIVE - THE VISIT COUNTS
003800     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
003900         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS VH-ARCH-KEY
003960         ALTERNATE RECORD KEY IS VH-MEMBER-ID
003980             WITH DUPLICATES
004000         FILE STATUS IS TR-VISARCH-STATUS.
004100*    TIER CHANGE CARDS IN CMTRAN FORMAT - FED TO THE
004200*    MAINTENANCE JOB AS ITS CMTRANS
004700     SELECT PRINT-FILE ASSIGN TO "TIERRVRP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS TR-PRINT-STATUS.
004920*    SHARED BATCH RUN CONTROL FILE
004940     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004960         ORGANIZATION IS SEQUENTIAL
004980         FILE STATUS IS TR-RUNCTL-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CUSTMAST-FILE
005500     COPY CUSTMAST.
005600 FD  VISARCH-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 182 CHARACTERS.
005900     COPY VISARCH.
006000 FD  TIERTRAN-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  PRINT-LINE                  PIC X(80).
006720 FD  RUNCTL-FILE
006740     LABEL RECORDS ARE STANDARD
006760     RECORD CONTAINS 80 CHARACTERS.
006780     COPY RUNCTL.
006800 WORKING-STORAGE SECTION.
006900 77  TR-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
007000 77  TR-CUSTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
010200 77  TR-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
010300 77  TR-LADDER-SUB               PIC 9(04) COMP VALUE ZERO.
010400 77  TR-NEW-LADDER-SUB           PIC 9(04) COMP VALUE ZERO.
010412 77  TR-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
010424 77  TR-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
010436     88  TR-RUNCTL-IS-OPEN           VALUE 'Y'.
010448 77  TR-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
010460     88  TR-RUNCTL-EOF               VALUE 'Y'.
010472 77  TR-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
010484     88  TR-RUN-STARTED              VALUE 'Y'.
010500 01  TR-PARM-FIELD               PIC X(20) VALUE SPACES.
010600 01  TR-FROM-DATE                PIC 9(08) VALUE ZERO.
010700 01  TR-TO-DATE                  PIC 9(08) VALUE 99999999.
010800 01  TR-RUN-DATE                 PIC 9(08) VALUE ZERO.
010850 01  TR-RUN-TIME                 PIC 9(08) VALUE ZERO.
010900 01  TR-NEW-TIER                 PIC X(10) VALUE SPACES.
011800 01  TR-MEMBER-TABLE.
011900     05  TR-MEM-ENTRY OCCURS 500 TIMES.
012000         10  TR-MEM-ID           PIC X(10).
013400     05  TR-DTL-VISITS           PIC 9(05) VALUE ZERO.
013500     05  FILLER                  PIC X(07) VALUE " VISITS".
013600     05  FILLER                  PIC X(04) VALUE SPACES.
013650     COPY VISLOG.
013675     COPY TIERCODE.
013687     COPY JOBDEP.
013700*
013800 PROCEDURE DIVISION.
013900***************************************************************
015100     IF TR-PRINT-IS-OPEN
015200         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
015300     END-IF.
015325     IF TR-RUN-STARTED
015350         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
015375     END-IF.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     STOP RUN.
015600 0000-EXIT.
017600         SET TR-VISARCH-EOF TO TRUE
017700         GO TO 1000-EXIT
017800     END-IF.
017820     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
017840     IF TR-CUSTMAST-EOF
017860         GO TO 1000-EXIT
017880     END-IF.
017900     OPEN INPUT CUSTMAST-FILE.
018000     IF TR-CUSTMAST-STATUS NOT = "00"
018100         DISPLAY "TIER-REVIEW: ERROR OPENING CUSTMAS - "
019300         SET TR-VISARCH-EOF TO TRUE
019400     ELSE
019500         SET TR-VISARCH-IS-OPEN TO TRUE
019550         PERFORM 1200-START-ARCHIVE THRU 1200-EXIT
019600     END-IF.
019700     OPEN OUTPUT TIERTRAN-FILE.
019800     IF TR-TIERTRAN-STATUS NOT = "00"
021500     END-IF.
021600 1000-EXIT.
021700     EXIT.
021701*
021702 1100-PRINT-HEADER.
021703     MOVE SPACES TO PRINT-LINE.
021704     STRING "TIER REVIEW - PERIOD " DELIMITED BY SIZE
021705            TR-FROM-DATE DELIMITED BY SIZE
021706            " TO " DELIMITED BY SIZE
021707            TR-TO-DATE DELIMITED BY SIZE
021708            " RUN " DELIMITED BY SIZE
021709            TR-RUN-DATE DELIMITED BY SIZE
021710         INTO PRINT-LINE.
021711     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
021712     MOVE SPACES TO PRINT-LINE.
021713     MOVE "--------------------------------------------" TO
021714         PRINT-LINE.
021715     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
021716 1100-EXIT.
021717     EXIT.
021718*
021719***************************************************************
021720*  1200-START-ARCHIVE - POSITION AT THE FIRST VISIT ON OR      *
021721*  AFTER THE FROM DATE.  NOTHING THAT FAR ON MEANS NO VISITS   *
021722*  IN THE PERIOD.                                              *
021723***************************************************************
021724 1200-START-ARCHIVE.
021725     MOVE LOW-VALUES TO VH-ARCH-KEY.
021726     MOVE TR-FROM-DATE TO VH-VISIT-DATE.
021727     START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
021728         INVALID KEY
021729             SET TR-VISARCH-EOF TO TRUE
021730     END-START.
021731 1200-EXIT.
021732     EXIT.
021733*
021734***************************************************************
021735*  1400-RUN-CONTROL-START - THE REVIEW IS REFUSED UNTIL THE    *
021736*  VISITOR LOG ARCHIVE HAS COMPLETED FOR THE BUSINESS DATE, SO *
021737*  THE VISIT COUNTS INCLUDE THE DAY'S VISITS.  A RERUN IS      *
021738*  ALLOWED - THE CHANGE CARDS ARE REBUILT EACH TIME.           *
021739*  OTHERWISE A START RECORD IS DROPPED ON THE SHARED RUN       *
021740*  CONTROL FILE.                                               *
021741***************************************************************
021742 1400-RUN-CONTROL-START.
021743     ACCEPT TR-RUN-TIME FROM TIME.
021744     MOVE "TIER-REVIEW" TO JD-THIS-JOB.
021745     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
021746     OPEN INPUT RUNCTL-FILE.
021747     IF TR-RUNCTL-STATUS = "00"
021748         MOVE "N" TO TR-RUNCTL-EOF-SW
021749         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
021750             UNTIL TR-RUNCTL-EOF
021751         CLOSE RUNCTL-FILE
021752     END-IF.
021753     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
021754     OPEN EXTEND RUNCTL-FILE.
021755     IF TR-RUNCTL-STATUS = "35"
021756         OPEN OUTPUT RUNCTL-FILE
021757     END-IF.
021758     IF TR-RUNCTL-STATUS NOT = "00"
021759         DISPLAY "TIER-REVIEW: ERROR OPENING RUNCTL - "
021760             TR-RUNCTL-STATUS
021761         SET TR-CUSTMAST-EOF TO TRUE
021762         SET TR-VISARCH-EOF TO TRUE
021763         GO TO 1400-EXIT
021764     END-IF.
021765     SET TR-RUNCTL-IS-OPEN TO TRUE.
021766     IF JD-JOB-BLOCKED
021767         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
021768         DISPLAY "TIER-REVIEW: RUN BLOCKED FOR BUSINESS DATE "
021769             TR-RUN-DATE " - PREREQUISITES NOT COMPLETE"
021770         SET TR-CUSTMAST-EOF TO TRUE
021771         SET TR-VISARCH-EOF TO TRUE
021772     ELSE
021773         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
021774     END-IF.
021775 1400-EXIT.
021776     EXIT.
021777*
021778 1410-SCAN-RUNCTL-REC.
021779     READ RUNCTL-FILE
021780         AT END
021781             SET TR-RUNCTL-EOF TO TRUE
021782         NOT AT END
021783             IF RC-RUN-DATE = TR-RUN-DATE
021784                 AND RC-END-REC AND RC-COMPLETED
021785                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
021786             END-IF
021787     END-READ.
021788 1410-EXIT.
021789     EXIT.
021790*
021791 1420-WRITE-RUNCTL-START.
021792     MOVE SPACES TO RUNCTL-RECORD.
021793     MOVE "TIER-REVIEW" TO RC-PROGRAM-NAME.
021794     MOVE TR-RUN-DATE TO RC-RUN-DATE.
021795     SET RC-START-REC TO TRUE.
021796     MOVE TR-RUN-TIME TO RC-RUN-TIME.
021797     MOVE ZERO TO RC-RECORD-COUNT.
021798     SET RC-RUNNING TO TRUE.
021799     WRITE RUNCTL-RECORD.
021800     IF TR-RUNCTL-STATUS NOT = "00"
021801         DISPLAY "TIER-REVIEW: ERROR WRITING RUNCTL - "
021802             TR-RUNCTL-STATUS
021803     ELSE
021804         SET TR-RUN-STARTED TO TRUE
021805     END-IF.
021806 1420-EXIT.
021807     EXIT.
021808*
021809***************************************************************
021810*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
021811*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
021812*  WAIT FOR.                                                   *
021813***************************************************************
021814 1430-LOAD-PREREQUISITES.
021815     MOVE "N" TO JD-BLOCKED-SW.
021816     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
021817     MOVE ZERO TO JD-THIS-SUB.
021818     MOVE 1 TO JD-SUB.
021819     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
021820         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
021821 1430-EXIT.
021822     EXIT.
021823*
021824 1431-SCAN-JOB-TABLE.
021825     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
021826         MOVE JD-SUB TO JD-THIS-SUB
021827     ELSE
021828         ADD 1 TO JD-SUB
021829     END-IF.
021830 1431-EXIT.
021831     EXIT.
021832*
021833***************************************************************
021834*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
021835*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
021836***************************************************************
021837 1440-MARK-PREREQUISITE.
021838     IF JD-THIS-SUB = ZERO
021839         GO TO 1440-EXIT
021840     END-IF.
021841     MOVE 1 TO JD-PRQ-SUB.
021842     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
021843         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
021844 1440-EXIT.
021845     EXIT.
021846*
021847 1441-MARK-ONE-PREREQ.
021848     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
021849         RC-PROGRAM-NAME
021850         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
021851     END-IF.
021852     ADD 1 TO JD-PRQ-SUB.
021853 1441-EXIT.
021854     EXIT.
021855*
021856***************************************************************
021857*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
021858*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
021859*  BUSINESS DATE.                                              *
021860***************************************************************
021861 1450-CHECK-PREREQUISITES.
021862     IF JD-THIS-SUB = ZERO
021863         GO TO 1450-EXIT
021864     END-IF.
021865     MOVE 1 TO JD-PRQ-SUB.
021866     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
021867         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
021868 1450-EXIT.
021869     EXIT.
021870*
021871 1451-CHECK-ONE-PREREQ.
021872     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
021873         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
021874         SET JD-JOB-BLOCKED TO TRUE
021875         DISPLAY "TIER-REVIEW: WAITING ON "
021876             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
021877             " - NOT COMPLETED FOR BUSINESS DATE " TR-RUN-DATE
021878     END-IF.
021879     ADD 1 TO JD-PRQ-SUB.
021880 1451-EXIT.
021881     EXIT.
021882*
021883***************************************************************
021884*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
021885*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
021886*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
021900***************************************************************
022000 1460-WRITE-RUNCTL-BLOCKED.
022100     MOVE 1 TO JD-PRQ-SUB.
022200     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
022300         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
022400 1460-EXIT.
022500     EXIT.
022600*
022700 1461-WRITE-ONE-BLOCKED.
022800     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
022900         OR JD-PREREQ-DONE (JD-PRQ-SUB)
023000         ADD 1 TO JD-PRQ-SUB
023100         GO TO 1461-EXIT
023200     END-IF.
023300     MOVE SPACES TO RUNCTL-RECORD.
023400     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
023406     MOVE TR-RUN-DATE TO RC-RUN-DATE.
023412     SET RC-END-REC TO TRUE.
023418     MOVE TR-RUN-TIME TO RC-RUN-TIME.
023424     MOVE ZERO TO RC-RECORD-COUNT.
023430     SET RC-BLOCKED TO TRUE.
023436     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
023442         RC-WAITING-ON.
023448     WRITE RUNCTL-RECORD.
023454     IF TR-RUNCTL-STATUS NOT = "00"
023460         DISPLAY "TIER-REVIEW: ERROR WRITING RUNCTL - "
023466             TR-RUNCTL-STATUS
023472     END-IF.
023478     ADD 1 TO JD-PRQ-SUB.
023484 1461-EXIT.
023490     EXIT.
023500*
023600***************************************************************
023700*  2000-LOAD-MEMBERS - EVERY ACTIVE MEMBER GOES INTO THE       *
026900*  3000-TALLY-ARCHIVE - COUNT EACH IN-RANGE ARCHIVED CHECK-IN  *
027000*  AGAINST ITS MEMBER.  DEPARTURES AND OUT-OF-RANGE RECORDS    *
027100*  ARE BYPASSED; VISITS FOR IDS NOT ON THE MASTER ARE COUNTED  *
027200*  BUT NOT REVIEWED.  THE FIRST RECORD PAST THE TO DATE ENDS   *
027250*  THE TALLY.                                                  *
027300***************************************************************
027400 3000-TALLY-ARCHIVE.
027500     READ VISARCH-FILE NEXT RECORD
027600         AT END
027700             SET TR-VISARCH-EOF TO TRUE
027750             GO TO 3000-EXIT
027800     END-READ.
027850     IF VH-VISIT-DATE GREATER THAN TR-TO-DATE
027900         SET TR-VISARCH-EOF TO TRUE
027950         GO TO 3000-EXIT
028000     END-IF.
028050     ADD 1 TO TR-ARCH-READ-CT.
028100     MOVE VH-LOG-DATA TO VISLOG-RECORD.
028150     PERFORM 3100-TALLY-RECORD THRU 3100-EXIT.
028200 3000-EXIT.
028300     EXIT.
028400*
034200     MOVE TR-LADDER-SUB TO TR-NEW-LADDER-SUB.
034300     IF TR-MEM-VISIT-CT (TR-SUB) NOT LESS THAN
034400         TR-UPGRADE-THRESHOLD
034500         AND TR-LADDER-SUB LESS THAN TT-TIER-MAX
034600         ADD 1 TO TR-NEW-LADDER-SUB
034700     END-IF.
034800     IF TR-MEM-VISIT-CT (TR-SUB) = ZERO
035300         ADD 1 TO TR-UNCHANGED-CT
035400         GO TO 4100-NEXT
035500     END-IF.
035600     MOVE TT-TIER-CODE (TR-NEW-LADDER-SUB) TO TR-NEW-TIER.
035700     IF TR-NEW-LADDER-SUB GREATER THAN TR-LADDER-SUB
035800         ADD 1 TO TR-UPGRADE-CT
035900     ELSE
037600     MOVE 1 TO TR-NEW-LADDER-SUB.
037700     PERFORM 4210-SCAN-LADDER THRU 4210-EXIT
037800         UNTIL TR-LADDER-SUB GREATER THAN ZERO
037900         OR TR-NEW-LADDER-SUB GREATER THAN TT-TIER-MAX.
038000 4200-EXIT.
038100     EXIT.
038200*
038300 4210-SCAN-LADDER.
038400     IF TT-TIER-CODE (TR-NEW-LADDER-SUB) =
038500         TR-MEM-TIER (TR-SUB)
038600         MOVE TR-NEW-LADDER-SUB TO TR-LADDER-SUB
038700     ELSE
050000     END-IF.
050100 8000-EXIT.
050200     EXIT.
050203*
050206***************************************************************
050209*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE MASTER AND THE   *
050212*  ARCHIVE PERIOD WERE READ TO THE END, THE CHANGE CARDS       *
050215*  WRITTEN AND THE LISTING PRINTED.                            *
050218***************************************************************
050221 8100-WRITE-RUNCTL-END.
050224     ACCEPT TR-RUN-TIME FROM TIME.
050227     MOVE SPACES TO RUNCTL-RECORD.
050230     MOVE "TIER-REVIEW" TO RC-PROGRAM-NAME.
050233     MOVE TR-RUN-DATE TO RC-RUN-DATE.
050236     SET RC-END-REC TO TRUE.
050239     MOVE TR-RUN-TIME TO RC-RUN-TIME.
050242     MOVE TR-ARCH-READ-CT TO RC-RECORD-COUNT.
050245     IF TR-CUSTMAST-IS-OPEN AND TR-VISARCH-IS-OPEN
050248         AND TR-TIERTRAN-IS-OPEN AND TR-PRINT-IS-OPEN
050251         SET RC-COMPLETED TO TRUE
050254     ELSE
050257         SET RC-ABENDED TO TRUE
050260     END-IF.
050263     WRITE RUNCTL-RECORD.
050266     IF TR-RUNCTL-STATUS NOT = "00"
050269         DISPLAY "TIER-REVIEW: ERROR WRITING RUNCTL - "
050272             TR-RUNCTL-STATUS
050275     END-IF.
050278 8100-EXIT.
050281     EXIT.
050300*
050400 9000-TERMINATE.
050500     IF TR-CUSTMAST-IS-OPEN
051400     IF TR-PRINT-IS-OPEN
051500         CLOSE PRINT-FILE
051600     END-IF.
051625     IF TR-RUNCTL-IS-OPEN
051650         CLOSE RUNCTL-FILE
051675     END-IF.
051700 9000-EXIT.
051800     EXIT.
