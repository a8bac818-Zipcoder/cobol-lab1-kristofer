001900*                  SIGN-ONS CAN BE CHASED BY WORKSTATION.  RUN
002000*                  IT AGAINST VISLOG FOR ONE SITE OR VISLOGC
002100*                  AFTER SITE-MERGE FOR ALL THREE.
002125* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
002150*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
002175*                  CARRIED FROM CHECK-IN.
002177* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002179*                  SHARED RUN CONTROL FILE AND CHECK THE
002181*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002183*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002185*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002187*                  COMPLETED FOR THE BUSINESS DATE.  THE
002189*                  END-OF-DAY RUN WAITS FOR THE CLOSING-TIME
002191*                  SWEEP, AND THE ARCHIVE WAITS FOR THE REPORT
002193*                  BEFORE IT DRAINS THE LOG.  THE BUSINESS DATE IS
002195*                  THE RUN DATE WHATEVER PERIOD IS REQUESTED.
002200*
002300***************************************************************
002400 ENVIRONMENT DIVISION.
003500     SELECT PRINT-FILE ASSIGN TO "DESKRPT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS DA-PRINT-STATUS.
003720*    SHARED BATCH RUN CONTROL FILE
003740     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003760         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS DA-RUNCTL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  VISLOG-FILE
004100     LABEL RECORDS ARE STANDARD
004200     RECORD CONTAINS 150 CHARACTERS.
004300     COPY VISLOG.
004400 FD  PRINT-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  PRINT-LINE                  PIC X(80).
004720 FD  RUNCTL-FILE
004740     LABEL RECORDS ARE STANDARD
004760     RECORD CONTAINS 80 CHARACTERS.
004780     COPY RUNCTL.
004800 WORKING-STORAGE SECTION.
004900 77  DA-VISLOG-STATUS            PIC X(02) VALUE SPACES.
005000 77  DA-VISLOG-OPEN-SW           PIC X(01) VALUE 'N'.
007200 77  DA-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
007300 77  DA-HOUR-SUB                 PIC 9(04) COMP VALUE ZERO.
007400 77  DA-PEAK-SUB                 PIC 9(04) COMP VALUE ZERO.
007412 77  DA-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007424 77  DA-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007436     88  DA-RUNCTL-IS-OPEN           VALUE 'Y'.
007448 77  DA-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007460     88  DA-RUNCTL-EOF               VALUE 'Y'.
007472 77  DA-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
007484     88  DA-RUN-STARTED              VALUE 'Y'.
007500 01  DA-PARM-FIELD               PIC X(20) VALUE SPACES.
007600 01  DA-FROM-DATE                PIC 9(08) VALUE ZERO.
007700 01  DA-TO-DATE                  PIC 9(08) VALUE 99999999.
007733 01  DA-RUN-DATE                 PIC 9(08) VALUE ZERO.
007766 01  DA-RUN-TIME                 PIC 9(08) VALUE ZERO.
007800 01  DA-WORK-HOUR                PIC 9(02) VALUE ZERO.
007900 01  DA-OP-TABLE.
008000     05  DA-OP-ENTRY OCCURS 50 TIMES.
012300     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
012400     05  DA-STL-TOTAL            PIC 9(08) VALUE ZERO.
012500     05  FILLER                  PIC X(56) VALUE SPACES.
012550     COPY JOBDEP.
012600*
012700 PROCEDURE DIVISION.
012800***************************************************************
013500     IF DA-PRINT-IS-OPEN
013600         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
013700     END-IF.
013725     IF DA-RUN-STARTED
013750         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
013775     END-IF.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     STOP RUN.
014000 0000-EXIT.
015800         SET DA-VISLOG-EOF TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF.
016016     ACCEPT DA-RUN-DATE FROM DATE YYYYMMDD.
016032     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
016048     IF DA-VISLOG-EOF
016064         GO TO 1000-EXIT
016080     END-IF.
016100     OPEN INPUT VISLOG-FILE.
016200     IF DA-VISLOG-STATUS NOT = "00"
016300         DISPLAY "DESK-ACTIVITY-RPT: ERROR OPENING VISLOG - "
017900     END-IF.
018000 1000-EXIT.
018100     EXIT.
018101*
018102 1100-PRINT-HEADER.
018103     MOVE SPACES TO PRINT-LINE.
018104     STRING "DESK ACTIVITY REPORT - PERIOD " DELIMITED BY SIZE
018105            DA-FROM-DATE DELIMITED BY SIZE
018106            " TO " DELIMITED BY SIZE
018107            DA-TO-DATE DELIMITED BY SIZE
018108         INTO PRINT-LINE.
018109     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
018110     MOVE SPACES TO PRINT-LINE.
018111     MOVE "--------------------------------------------" TO
018112         PRINT-LINE.
018113     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
018114 1100-EXIT.
018115     EXIT.
018116*
018117***************************************************************
018118*  1400-RUN-CONTROL-START - THE BUSINESS DATE IS THE RUN DATE, *
018119*  WHATEVER PERIOD IS REQUESTED.  THE REPORT IS REFUSED UNTIL  *
018120*  THE CLOSING-TIME SWEEP HAS COMPLETED FOR THAT DATE, SO THE  *
018121*  DAY'S LOG IS CLOSED OUT BEFORE IT IS COUNTED.  A RERUN IS   *
018122*  ALLOWED - THE REPORT ONLY READS.  OTHERWISE A START RECORD  *
018123*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
018124***************************************************************
018125 1400-RUN-CONTROL-START.
018126     ACCEPT DA-RUN-TIME FROM TIME.
018127     MOVE "DESK-ACTIVITY-RPT" TO JD-THIS-JOB.
018128     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
018129     OPEN INPUT RUNCTL-FILE.
018130     IF DA-RUNCTL-STATUS = "00"
018131         MOVE "N" TO DA-RUNCTL-EOF-SW
018132         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
018133             UNTIL DA-RUNCTL-EOF
018134         CLOSE RUNCTL-FILE
018135     END-IF.
018136     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
018137     OPEN EXTEND RUNCTL-FILE.
018138     IF DA-RUNCTL-STATUS = "35"
018139         OPEN OUTPUT RUNCTL-FILE
018140     END-IF.
018141     IF DA-RUNCTL-STATUS NOT = "00"
018142         DISPLAY "DESK-ACTIVITY-RPT: ERROR OPENING RUNCTL - "
018143             DA-RUNCTL-STATUS
018144         SET DA-VISLOG-EOF TO TRUE
018145         GO TO 1400-EXIT
018146     END-IF.
018147     SET DA-RUNCTL-IS-OPEN TO TRUE.
018148     IF JD-JOB-BLOCKED
018149         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
018150         DISPLAY "DESK-ACTIVITY-RPT: RUN BLOCKED FOR BUSINESS "
018151             "DATE " DA-RUN-DATE " - PREREQUISITES NOT COMPLETE"
018152         SET DA-VISLOG-EOF TO TRUE
018153     ELSE
018154         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
018155     END-IF.
018156 1400-EXIT.
018157     EXIT.
018158*
018159 1410-SCAN-RUNCTL-REC.
018160     READ RUNCTL-FILE
018161         AT END
018162             SET DA-RUNCTL-EOF TO TRUE
018163         NOT AT END
018164             IF RC-RUN-DATE = DA-RUN-DATE
018165                 AND RC-END-REC AND RC-COMPLETED
018166                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
018167             END-IF
018168     END-READ.
018169 1410-EXIT.
018170     EXIT.
018171*
018172 1420-WRITE-RUNCTL-START.
018173     MOVE SPACES TO RUNCTL-RECORD.
018174     MOVE "DESK-ACTIVITY-RPT" TO RC-PROGRAM-NAME.
018175     MOVE DA-RUN-DATE TO RC-RUN-DATE.
018176     SET RC-START-REC TO TRUE.
018177     MOVE DA-RUN-TIME TO RC-RUN-TIME.
018178     MOVE ZERO TO RC-RECORD-COUNT.
018179     SET RC-RUNNING TO TRUE.
018180     WRITE RUNCTL-RECORD.
018181     IF DA-RUNCTL-STATUS NOT = "00"
018182         DISPLAY "DESK-ACTIVITY-RPT: ERROR WRITING RUNCTL - "
018183             DA-RUNCTL-STATUS
018184     ELSE
018185         SET DA-RUN-STARTED TO TRUE
018186     END-IF.
018187 1420-EXIT.
018188     EXIT.
018189*
018190***************************************************************
018191*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
018192*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
018193*  WAIT FOR.                                                   *
018194***************************************************************
018195 1430-LOAD-PREREQUISITES.
018196     MOVE "N" TO JD-BLOCKED-SW.
018197     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
018198     MOVE ZERO TO JD-THIS-SUB.
018199     MOVE 1 TO JD-SUB.
018200     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
018201         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
018202 1430-EXIT.
018203     EXIT.
018204*
018205 1431-SCAN-JOB-TABLE.
018206     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
018207         MOVE JD-SUB TO JD-THIS-SUB
018208     ELSE
018209         ADD 1 TO JD-SUB
018210     END-IF.
018211 1431-EXIT.
018212     EXIT.
018213*
018214***************************************************************
018215*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
018216*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
018217***************************************************************
018218 1440-MARK-PREREQUISITE.
018219     IF JD-THIS-SUB = ZERO
018220         GO TO 1440-EXIT
018221     END-IF.
018222     MOVE 1 TO JD-PRQ-SUB.
018223     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
018224         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018225 1440-EXIT.
018226     EXIT.
018227*
018228 1441-MARK-ONE-PREREQ.
018229     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
018230         RC-PROGRAM-NAME
018231         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
018232     END-IF.
018233     ADD 1 TO JD-PRQ-SUB.
018234 1441-EXIT.
018235     EXIT.
018236*
018237***************************************************************
018238*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
018239*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
018240*  BUSINESS DATE.                                              *
018241***************************************************************
018242 1450-CHECK-PREREQUISITES.
018243     IF JD-THIS-SUB = ZERO
018244         GO TO 1450-EXIT
018245     END-IF.
018246     MOVE 1 TO JD-PRQ-SUB.
018247     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
018248         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018249 1450-EXIT.
018250     EXIT.
018251*
018252 1451-CHECK-ONE-PREREQ.
018253     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
018254         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
018255         SET JD-JOB-BLOCKED TO TRUE
018256         DISPLAY "DESK-ACTIVITY-RPT: WAITING ON "
018257             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
018258             " - NOT COMPLETED FOR BUSINESS DATE " DA-RUN-DATE
018259     END-IF.
018260     ADD 1 TO JD-PRQ-SUB.
018261 1451-EXIT.
018262     EXIT.
018263*
018264***************************************************************
018265*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
018266*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
018267*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
018268***************************************************************
018269 1460-WRITE-RUNCTL-BLOCKED.
018270     MOVE 1 TO JD-PRQ-SUB.
018271     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
018272         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
018273 1460-EXIT.
018274     EXIT.
018275*
018276 1461-WRITE-ONE-BLOCKED.
018277     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
018278         OR JD-PREREQ-DONE (JD-PRQ-SUB)
018279         ADD 1 TO JD-PRQ-SUB
018280         GO TO 1461-EXIT
018281     END-IF.
018282     MOVE SPACES TO RUNCTL-RECORD.
018283     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
018284     MOVE DA-RUN-DATE TO RC-RUN-DATE.
018300     SET RC-END-REC TO TRUE.
018400     MOVE DA-RUN-TIME TO RC-RUN-TIME.
018500     MOVE ZERO TO RC-RECORD-COUNT.
018600     SET RC-BLOCKED TO TRUE.
018700     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
018800         RC-WAITING-ON.
018900     WRITE RUNCTL-RECORD.
019000     IF DA-RUNCTL-STATUS NOT = "00"
019100         DISPLAY "DESK-ACTIVITY-RPT: ERROR WRITING RUNCTL - "
019200             DA-RUNCTL-STATUS
019300     END-IF.
019400     ADD 1 TO JD-PRQ-SUB.
019500 1461-EXIT.
019600     EXIT.
019700*
019800***************************************************************
056800     END-IF.
056900 8000-EXIT.
057000     EXIT.
057003*
057006***************************************************************
057009*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE LOG WAS READ TO  *
057012*  THE END AND THE REPORT PRINTED, SO THE ARCHIVE MAY DRAIN    *
057015*  THE LOG.                                                    *
057018***************************************************************
057021 8100-WRITE-RUNCTL-END.
057024     ACCEPT DA-RUN-TIME FROM TIME.
057027     MOVE SPACES TO RUNCTL-RECORD.
057030     MOVE "DESK-ACTIVITY-RPT" TO RC-PROGRAM-NAME.
057033     MOVE DA-RUN-DATE TO RC-RUN-DATE.
057036     SET RC-END-REC TO TRUE.
057039     MOVE DA-RUN-TIME TO RC-RUN-TIME.
057042     MOVE DA-READ-COUNT TO RC-RECORD-COUNT.
057045     IF DA-VISLOG-IS-OPEN AND DA-PRINT-IS-OPEN
057048         SET RC-COMPLETED TO TRUE
057051     ELSE
057054         SET RC-ABENDED TO TRUE
057057     END-IF.
057060     WRITE RUNCTL-RECORD.
057063     IF DA-RUNCTL-STATUS NOT = "00"
057066         DISPLAY "DESK-ACTIVITY-RPT: ERROR WRITING RUNCTL - "
057069             DA-RUNCTL-STATUS
057072     END-IF.
057075 8100-EXIT.
057078     EXIT.
057100*
057200 9000-TERMINATE.
057300     IF DA-VISLOG-IS-OPEN
057600     IF DA-PRINT-IS-OPEN
057700         CLOSE PRINT-FILE
057800     END-IF.
057825     IF DA-RUNCTL-IS-OPEN
057850         CLOSE RUNCTL-FILE
057875     END-IF.
057900 9000-EXIT.
058000     EXIT.
