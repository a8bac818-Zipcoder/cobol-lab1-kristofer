001800*                  UNACKNOWLEDGED RECORDS GO TO A CARRY-FORWARD
001900*                  FILE SO THE NEXT NIGHT'S EXTRACT RESENDS
002000*                  THEM.
002025* 10/15/2026  RMC  THE CRM EXTRACT AND CARRY-FORWARD RECORDS ARE
002050*                  NOW 150 BYTES - THEY CARRY THE VISITOR'S
002075*                  COMPANY AND PURPOSE OF VISIT.
002077* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
002079*                  SHARED RUN CONTROL FILE AND CHECK THE
002081*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
002083*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
002085*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
002087*                  COMPLETED FOR THE BUSINESS DATE.  THE
002089*                  RECONCILIATION WAITS FOR THE NIGHTLY CRM
002091*                  EXTRACT.  ITS BUSINESS DATE IS THE PREVIOUS DAY
002093*                  - THE NIGHT WHOSE EXTRACT IS BEING RECONCILED -
002095*                  UNLESS A YYYYMMDD PARM NAMES ANOTHER.
002100*
002200***************************************************************
002300 ENVIRONMENT DIVISION.
003800     SELECT CRMCARRY-FILE ASSIGN TO "CRMCARRY"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS AK-CRMCARRY-STATUS.
004020*    SHARED BATCH RUN CONTROL FILE
004040     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004060         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS AK-RUNCTL-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CRMXTRC-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 150 CHARACTERS.
004600     COPY CRMXTRC.
004700 FD  CRMACK-FILE
004800     LABEL RECORDS ARE STANDARD
005000     COPY CRMACK.
005100 FD  CRMCARRY-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 150 CHARACTERS.
005400 01  CRMCARRY-RECORD             PIC X(150).
005420 FD  RUNCTL-FILE
005440     LABEL RECORDS ARE STANDARD
005460     RECORD CONTAINS 80 CHARACTERS.
005480     COPY RUNCTL.
005500 WORKING-STORAGE SECTION.
005600 77  AK-CRMXTRC-STATUS           PIC X(02) VALUE SPACES.
005700 77  AK-CRMXTRC-OPEN-SW          PIC X(01) VALUE 'N'.
008000 77  AK-ACK-MAX                  PIC 9(04) COMP VALUE 2000.
008100 77  AK-SUB                      PIC 9(04) COMP VALUE ZERO.
008200 77  AK-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
008209 77  AK-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008218 77  AK-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008227     88  AK-RUNCTL-IS-OPEN           VALUE 'Y'.
008236 77  AK-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008245     88  AK-RUNCTL-EOF               VALUE 'Y'.
008254 77  AK-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008263     88  AK-RUN-STARTED              VALUE 'Y'.
008266 77  AK-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
008269 77  AK-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
008272 01  AK-PARM-FIELD               PIC X(20) VALUE SPACES.
008281 01  AK-RUN-DATE                 PIC 9(08) VALUE ZERO.
008282 01  AK-RUN-DATE-X REDEFINES AK-RUN-DATE.
008283     05  AK-RD-YYYY              PIC 9(04).
008284     05  AK-RD-MM                PIC 9(02).
008285     05  AK-RD-DD                PIC 9(02).
008290 01  AK-RUN-TIME                 PIC 9(08) VALUE ZERO.
008291*    DAYS IN EACH MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
008292 01  AK-MONTH-DAYS-VALUES.
008293     05  FILLER                  PIC X(24)
008294                                 VALUE "312831303130313130313031".
008295 01  AK-MONTH-DAYS-TABLE REDEFINES AK-MONTH-DAYS-VALUES.
008296     05  AK-MONTH-DAYS OCCURS 12 TIMES
008297                                 PIC 9(02).
008300 01  AK-ACK-TABLE.
008400     05  AK-ACK-ENTRY OCCURS 2000 TIMES.
008500         10  AK-AK-NAME          PIC X(30).
008700         10  AK-AK-TIME          PIC 9(08).
008800         10  AK-AK-STATUS        PIC X(01).
008900         10  AK-AK-USED-SW       PIC X(01).
008950     COPY JOBDEP.
009000*
009100 PROCEDURE DIVISION.
009200***************************************************************
009800         UNTIL AK-CRMACK-EOF.
009900     PERFORM 3000-MATCH-EXTRACT THRU 3000-EXIT
010000         UNTIL AK-CRMXTRC-EOF.
010037     IF NOT JD-JOB-BLOCKED
010074         PERFORM 4000-COUNT-STRAY-ACKS THRU 4000-EXIT
010111         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
010148     END-IF.
010185     IF AK-RUN-STARTED
010222         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
010259     END-IF.
010300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010400     STOP RUN.
010500 0000-EXIT.
010900*                 1000-INITIALIZE                              *
011000***************************************************************
011100 1000-INITIALIZE.
011107     ACCEPT AK-PARM-FIELD FROM COMMAND-LINE.
011114     IF AK-PARM-FIELD (1:8) IS NUMERIC
011121         MOVE AK-PARM-FIELD (1:8) TO AK-RUN-DATE
011128     ELSE
011135         ACCEPT AK-RUN-DATE FROM DATE YYYYMMDD
011142         PERFORM 1050-STEP-BACK-DAY THRU 1050-EXIT
011156     END-IF.
011163     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
011170     IF AK-CRMXTRC-EOF
011177         GO TO 1000-EXIT
011184     END-IF.
011200     OPEN INPUT CRMXTRC-FILE.
011300     IF AK-CRMXTRC-STATUS NOT = "00"
011400         DISPLAY "CRM-ACK-RECON: ERROR OPENING CRMXTRC - "
013900     END-IF.
014000 1000-EXIT.
014100     EXIT.
014101*
014102***************************************************************
014103*  1050-STEP-BACK-DAY - MOVE AK-RUN-DATE BACK ONE DAY, INTO    *
014104*  THE LAST DAY OF THE MONTH BEFORE WHEN IT IS THE FIRST.      *
014105***************************************************************
014106 1050-STEP-BACK-DAY.
014107     IF AK-RD-DD GREATER THAN 1
014108         SUBTRACT 1 FROM AK-RD-DD
014109         GO TO 1050-EXIT
014110     END-IF.
014111     IF AK-RD-MM = 1
014112         MOVE 12 TO AK-RD-MM
014113         SUBTRACT 1 FROM AK-RD-YYYY
014114     ELSE
014115         SUBTRACT 1 FROM AK-RD-MM
014116     END-IF.
014117     MOVE AK-MONTH-DAYS (AK-RD-MM) TO AK-RD-DD.
014118     IF AK-RD-MM = 2
014119         PERFORM 1060-CHECK-LEAP-YEAR THRU 1060-EXIT
014120     END-IF.
014121 1050-EXIT.
014122     EXIT.
014123*
014124***************************************************************
014125*  1060-CHECK-LEAP-YEAR - 29 DAYS IN FEBRUARY OF A YEAR        *
014126*  DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.      *
014127***************************************************************
014128 1060-CHECK-LEAP-YEAR.
014129     DIVIDE AK-RD-YYYY BY 4 GIVING AK-LEAP-QUOT
014130         REMAINDER AK-LEAP-REM.
014131     IF AK-LEAP-REM NOT = ZERO
014132         GO TO 1060-EXIT
014133     END-IF.
014134     DIVIDE AK-RD-YYYY BY 100 GIVING AK-LEAP-QUOT
014135         REMAINDER AK-LEAP-REM.
014136     IF AK-LEAP-REM = ZERO
014137         DIVIDE AK-RD-YYYY BY 400 GIVING AK-LEAP-QUOT
014138             REMAINDER AK-LEAP-REM
014139         IF AK-LEAP-REM NOT = ZERO
014140             GO TO 1060-EXIT
014141         END-IF
014142     END-IF.
014143     MOVE 29 TO AK-RD-DD.
014144 1060-EXIT.
014145     EXIT.
014146*
014147***************************************************************
014148*  1400-RUN-CONTROL-START - THE BUSINESS DATE IS THE PREVIOUS  *
014149*  DAY, THE NIGHT WHOSE EXTRACT IS BEING RECONCILED, UNLESS A  *
014150*  "YYYYMMDD" PARM NAMES ANOTHER.  THE RECONCILIATION IS       *
014151*  REFUSED UNTIL THE NIGHTLY CRM EXTRACT HAS COMPLETED FOR     *
014152*  THAT DATE.  A RERUN IS ALLOWED - THE CARRY-FORWARD FILE IS  *
014153*  REBUILT EACH TIME.  OTHERWISE A START RECORD IS DROPPED ON  *
014154*  THE SHARED RUN CONTROL FILE.                                *
014155***************************************************************
014156 1400-RUN-CONTROL-START.
014157     ACCEPT AK-RUN-TIME FROM TIME.
014158     MOVE "CRM-ACK-RECON" TO JD-THIS-JOB.
014159     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
014160     OPEN INPUT RUNCTL-FILE.
014161     IF AK-RUNCTL-STATUS = "00"
014162         MOVE "N" TO AK-RUNCTL-EOF-SW
014163         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
014164             UNTIL AK-RUNCTL-EOF
014165         CLOSE RUNCTL-FILE
014166     END-IF.
014167     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
014168     OPEN EXTEND RUNCTL-FILE.
014169     IF AK-RUNCTL-STATUS = "35"
014170         OPEN OUTPUT RUNCTL-FILE
014171     END-IF.
014172     IF AK-RUNCTL-STATUS NOT = "00"
014173         DISPLAY "CRM-ACK-RECON: ERROR OPENING RUNCTL - "
014174             AK-RUNCTL-STATUS
014175         SET AK-CRMXTRC-EOF TO TRUE
014176         SET AK-CRMACK-EOF TO TRUE
014177         GO TO 1400-EXIT
014178     END-IF.
014179     SET AK-RUNCTL-IS-OPEN TO TRUE.
014180     IF JD-JOB-BLOCKED
014181         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
014182         DISPLAY "CRM-ACK-RECON: RUN BLOCKED FOR BUSINESS DATE "
014183             AK-RUN-DATE " - PREREQUISITES NOT COMPLETE"
014184         SET AK-CRMXTRC-EOF TO TRUE
014185         SET AK-CRMACK-EOF TO TRUE
014186     ELSE
014187         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
014188     END-IF.
014189 1400-EXIT.
014190     EXIT.
014191*
014192 1410-SCAN-RUNCTL-REC.
014193     READ RUNCTL-FILE
014194         AT END
014195             SET AK-RUNCTL-EOF TO TRUE
014196         NOT AT END
014197             IF RC-RUN-DATE = AK-RUN-DATE
014198                 AND RC-END-REC AND RC-COMPLETED
014199                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
014200             END-IF
014201     END-READ.
014202 1410-EXIT.
014203     EXIT.
014204*
014205 1420-WRITE-RUNCTL-START.
014206     MOVE SPACES TO RUNCTL-RECORD.
014207     MOVE "CRM-ACK-RECON" TO RC-PROGRAM-NAME.
014208     MOVE AK-RUN-DATE TO RC-RUN-DATE.
014209     SET RC-START-REC TO TRUE.
014210     MOVE AK-RUN-TIME TO RC-RUN-TIME.
014211     MOVE ZERO TO RC-RECORD-COUNT.
014212     SET RC-RUNNING TO TRUE.
014213     WRITE RUNCTL-RECORD.
014214     IF AK-RUNCTL-STATUS NOT = "00"
014215         DISPLAY "CRM-ACK-RECON: ERROR WRITING RUNCTL - "
014216             AK-RUNCTL-STATUS
014217     ELSE
014218         SET AK-RUN-STARTED TO TRUE
014219     END-IF.
014220 1420-EXIT.
014221     EXIT.
014222*
014223***************************************************************
014224*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
014225*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
014226*  WAIT FOR.                                                   *
014227***************************************************************
014228 1430-LOAD-PREREQUISITES.
014229     MOVE "N" TO JD-BLOCKED-SW.
014230     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
014231     MOVE ZERO TO JD-THIS-SUB.
014232     MOVE 1 TO JD-SUB.
014233     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
014234         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
014235 1430-EXIT.
014236     EXIT.
014237*
014238 1431-SCAN-JOB-TABLE.
014239     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
014240         MOVE JD-SUB TO JD-THIS-SUB
014241     ELSE
014242         ADD 1 TO JD-SUB
014243     END-IF.
014244 1431-EXIT.
014245     EXIT.
014246*
014247***************************************************************
014248*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
014249*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
014250***************************************************************
014251 1440-MARK-PREREQUISITE.
014252     IF JD-THIS-SUB = ZERO
014253         GO TO 1440-EXIT
014254     END-IF.
014255     MOVE 1 TO JD-PRQ-SUB.
014256     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
014257         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014258 1440-EXIT.
014259     EXIT.
014260*
014261 1441-MARK-ONE-PREREQ.
014262     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
014263         RC-PROGRAM-NAME
014264         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
014265     END-IF.
014266     ADD 1 TO JD-PRQ-SUB.
014267 1441-EXIT.
014268     EXIT.
014269*
014270***************************************************************
014271*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
014272*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
014273*  BUSINESS DATE.                                              *
014274***************************************************************
014275 1450-CHECK-PREREQUISITES.
014276     IF JD-THIS-SUB = ZERO
014277         GO TO 1450-EXIT
014278     END-IF.
014279     MOVE 1 TO JD-PRQ-SUB.
014280     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
014281         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014282 1450-EXIT.
014283     EXIT.
014284*
014285 1451-CHECK-ONE-PREREQ.
014286     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
014287         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
014288         SET JD-JOB-BLOCKED TO TRUE
014289         DISPLAY "CRM-ACK-RECON: WAITING ON "
014290             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
014291             " - NOT COMPLETED FOR BUSINESS DATE " AK-RUN-DATE
014292     END-IF.
014293     ADD 1 TO JD-PRQ-SUB.
014294 1451-EXIT.
014295     EXIT.
014296*
014297***************************************************************
014298*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
014299*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
014300*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
014301***************************************************************
014302 1460-WRITE-RUNCTL-BLOCKED.
014303     MOVE 1 TO JD-PRQ-SUB.
014304     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
014305         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014306 1460-EXIT.
014307     EXIT.
014308*
014309 1461-WRITE-ONE-BLOCKED.
014310     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
014311         OR JD-PREREQ-DONE (JD-PRQ-SUB)
014312         ADD 1 TO JD-PRQ-SUB
014313         GO TO 1461-EXIT
014314     END-IF.
014315     MOVE SPACES TO RUNCTL-RECORD.
014316     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
014317     MOVE AK-RUN-DATE TO RC-RUN-DATE.
014318     SET RC-END-REC TO TRUE.
014319     MOVE AK-RUN-TIME TO RC-RUN-TIME.
014320     MOVE ZERO TO RC-RECORD-COUNT.
014321     SET RC-BLOCKED TO TRUE.
014322     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
014323         RC-WAITING-ON.
014324     WRITE RUNCTL-RECORD.
014325     IF AK-RUNCTL-STATUS NOT = "00"
014326         DISPLAY "CRM-ACK-RECON: ERROR WRITING RUNCTL - "
014327             AK-RUNCTL-STATUS
014328     END-IF.
014329     ADD 1 TO JD-PRQ-SUB.
014330 1461-EXIT.
014331     EXIT.
014332*
014333***************************************************************
014400*  2000-LOAD-ACK-TABLE - PULL THE WHOLE ACKNOWLEDGMENT FILE    *
014500*  INTO THE MATCH TABLE.                                       *
014600***************************************************************
027550     END-IF.
027600 5000-EXIT.
027700     EXIT.
027703*
027706***************************************************************
027709*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE EXTRACT WAS READ *
027712*  TO THE END AND THE CARRY-FORWARD FILE WRITTEN.  A MISSING   *
027715*  ACKNOWLEDGMENT FILE DOES NOT FAIL THE RUN - EVERYTHING      *
027718*  SIMPLY CARRIES FORWARD.                                     *
027721***************************************************************
027724 8100-WRITE-RUNCTL-END.
027727     ACCEPT AK-RUN-TIME FROM TIME.
027730     MOVE SPACES TO RUNCTL-RECORD.
027733     MOVE "CRM-ACK-RECON" TO RC-PROGRAM-NAME.
027736     MOVE AK-RUN-DATE TO RC-RUN-DATE.
027739     SET RC-END-REC TO TRUE.
027742     MOVE AK-RUN-TIME TO RC-RUN-TIME.
027745     MOVE AK-XTRC-READ-CT TO RC-RECORD-COUNT.
027748     IF AK-CRMXTRC-IS-OPEN AND AK-CRMCARRY-IS-OPEN
027751         SET RC-COMPLETED TO TRUE
027754     ELSE
027757         SET RC-ABENDED TO TRUE
027760     END-IF.
027763     WRITE RUNCTL-RECORD.
027766     IF AK-RUNCTL-STATUS NOT = "00"
027769         DISPLAY "CRM-ACK-RECON: ERROR WRITING RUNCTL - "
027772             AK-RUNCTL-STATUS
027775     END-IF.
027778 8100-EXIT.
027781     EXIT.
027800*
027900 9000-TERMINATE.
028000     IF AK-CRMXTRC-IS-OPEN
028600     IF AK-CRMCARRY-IS-OPEN
028700         CLOSE CRMCARRY-FILE
028800     END-IF.
028825     IF AK-RUNCTL-IS-OPEN
028850         CLOSE RUNCTL-FILE
028875     END-IF.
028900 9000-EXIT.
029000     EXIT.
