001600*                  SPLIT, A MEMBER TIER BREAKDOWN, ARRIVALS BY
001700*                  HOUR AND THE REPEAT VISITORS SEEN ON MORE
001800*                  THAN ONE DAY.
001816* 10/15/2026  RMC  THE VISITOR HISTORY ARCHIVE RECORD IS NOW 150
001832*                  BYTES.  ADDED VISITS BY PURPOSE OF VISIT AND
001848*                  VISITS BY COMPANY; VISITS ARCHIVED BEFORE THE
001864*                  PURPOSE AND COMPANY WERE CAPTURED COUNT AS NOT
001880*                  RECORDED / NO COMPANY GIVEN.
001884* 10/15/2026  RMC  THE HISTORY ARCHIVE IS NOW INDEXED ON VISIT
001888*                  DATE, SITE AND TIME.  THE REPORT STARTS AT THE
001892*                  FROM DATE AND STOPS AT THE FIRST RECORD PAST
001896*                  THE TO DATE INSTEAD OF READING THE WHOLE
001898*                  ARCHIVE.
001907* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001916*                  SHARED RUN CONTROL FILE AND CHECK THE
001925*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001934*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001943*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001952*                  COMPLETED FOR THE BUSINESS DATE.  THE REPORT
001961*                  WAITS FOR THE NIGHT'S VISITOR LOG TO BE
001970*                  ARCHIVED.  THE BUSINESS DATE IS THE RUN DATE
001979*                  WHATEVER PERIOD IS REQUESTED.
001988*
002000***************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002600 FILE-CONTROL.
002700*    VISITOR HISTORY ARCHIVE - INPUT TO THIS REPORT
002800     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
002900         ORGANIZATION IS INDEXED
002920         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS VH-ARCH-KEY
002960         ALTERNATE RECORD KEY IS VH-MEMBER-ID
002980             WITH DUPLICATES
003000         FILE STATUS IS VT-VISARCH-STATUS.
003100*    PRINTED TREND REPORT
003200     SELECT PRINT-FILE ASSIGN TO "TRENDRPT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS VT-PRINT-STATUS.
003420*    SHARED BATCH RUN CONTROL FILE
003440     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003460         ORGANIZATION IS SEQUENTIAL
003480         FILE STATUS IS VT-RUNCTL-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  VISARCH-FILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORD CONTAINS 182 CHARACTERS.
004000     COPY VISARCH.
004100 FD  PRINT-FILE
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  PRINT-LINE                  PIC X(80).
004420 FD  RUNCTL-FILE
004440     LABEL RECORDS ARE STANDARD
004460     RECORD CONTAINS 80 CHARACTERS.
004480     COPY RUNCTL.
004500 WORKING-STORAGE SECTION.
004600 77  VT-VISARCH-STATUS           PIC X(02) VALUE SPACES.
004700 77  VT-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
006200 77  VT-DAY-OVERFLOW-CT          PIC 9(08) VALUE ZERO.
006300 77  VT-TIER-OVERFLOW-CT         PIC 9(08) VALUE ZERO.
006400 77  VT-NAME-OVERFLOW-CT         PIC 9(08) VALUE ZERO.
006433 77  VT-COMP-OVERFLOW-CT         PIC 9(08) VALUE ZERO.
006466 77  VT-PURP-NONE-CT             PIC 9(08) VALUE ZERO.
006500 77  VT-REPEAT-COUNT             PIC 9(08) VALUE ZERO.
006600 77  VT-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
006700 77  VT-DAY-MAX                  PIC 9(04) COMP VALUE 400.
006900 77  VT-TIER-MAX                 PIC 9(04) COMP VALUE 10.
007000 77  VT-NAME-COUNT               PIC 9(04) COMP VALUE ZERO.
007100 77  VT-NAME-MAX                 PIC 9(04) COMP VALUE 500.
007133 77  VT-COMP-COUNT               PIC 9(04) COMP VALUE ZERO.
007166 77  VT-COMP-MAX                 PIC 9(04) COMP VALUE 200.
007200 77  VT-SUB                      PIC 9(04) COMP VALUE ZERO.
007300 77  VT-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
007400 77  VT-DOW-SUB                  PIC 9(04) COMP VALUE ZERO.
007500 77  VT-HOUR-SUB                 PIC 9(04) COMP VALUE ZERO.
007512 77  VT-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007524 77  VT-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007536     88  VT-RUNCTL-IS-OPEN           VALUE 'Y'.
007548 77  VT-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007560     88  VT-RUNCTL-EOF               VALUE 'Y'.
007572 77  VT-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
007584     88  VT-RUN-STARTED              VALUE 'Y'.
007600 01  VT-PARM-FIELD               PIC X(20) VALUE SPACES.
007700 01  VT-FROM-DATE                PIC 9(08) VALUE ZERO.
007800 01  VT-TO-DATE                  PIC 9(08) VALUE 99999999.
007833 01  VT-RUN-DATE                 PIC 9(08) VALUE ZERO.
007866 01  VT-RUN-TIME                 PIC 9(08) VALUE ZERO.
007900 01  VT-WORK-HOUR                PIC 9(02) VALUE ZERO.
008000 01  VT-DOW-NAME-VALUES.
008100     05  FILLER                  PIC X(09) VALUE "MONDAY".
009500 01  VT-HOUR-COUNT-TABLE REDEFINES VT-HOUR-COUNT-VALUES.
009600     05  VT-HOUR-CT OCCURS 24 TIMES
009610                                 PIC 9(08).
009625*    ONE COUNT PER PURPOSE CODE, IN PURPOSE CODE TABLE ORDER
009640 01  VT-PURP-COUNT-VALUES        PIC X(80) VALUE ALL "0".
009655 01  VT-PURP-COUNT-TABLE REDEFINES VT-PURP-COUNT-VALUES.
009670     05  VT-PURP-CT OCCURS 10 TIMES
009685                                 PIC 9(08).
009700 01  VT-DAY-TABLE.
009800     05  VT-DAY-ENTRY OCCURS 400 TIMES.
009900         10  VT-DAY-DATE         PIC 9(08).
010800         10  VT-NM-NAME          PIC X(30).
010900         10  VT-NM-LAST-DATE     PIC 9(08).
011000         10  VT-NM-DAY-CT        PIC 9(04).
011020 01  VT-COMP-TABLE.
011040     05  VT-COMP-ENTRY OCCURS 200 TIMES.
011060         10  VT-COMP-NAME        PIC X(30).
011080         10  VT-COMP-CT          PIC 9(08).
011100 01  VT-DAY-LINE.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  VT-DAYL-DATE            PIC 9(08) VALUE ZERO.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  VT-LBL-COUNT            PIC 9(08) VALUE ZERO.
012400     05  FILLER                  PIC X(38) VALUE SPACES.
012450     COPY PURPCODE.
012475     COPY VISLOG.
012487     COPY JOBDEP.
012500*
012600 PROCEDURE DIVISION.
012700***************************************************************
013400     IF VT-PRINT-IS-OPEN
013500         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
013600     END-IF.
013625     IF VT-RUN-STARTED
013650         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
013675     END-IF.
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013800     STOP RUN.
013900 0000-EXIT.
015700         SET VT-VISARCH-EOF TO TRUE
015800         GO TO 1000-EXIT
015900     END-IF.
015916     ACCEPT VT-RUN-DATE FROM DATE YYYYMMDD.
015932     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
015948     IF VT-VISARCH-EOF
015964         GO TO 1000-EXIT
015980     END-IF.
016000     OPEN INPUT VISARCH-FILE.
016100     IF VT-VISARCH-STATUS NOT = "00"
016200         DISPLAY "VISITOR-TREND-RPT: ERROR OPENING VISARCH - "
016400         SET VT-VISARCH-EOF TO TRUE
016500     ELSE
016600         SET VT-VISARCH-IS-OPEN TO TRUE
016650         PERFORM 1100-START-ARCHIVE THRU 1100-EXIT
016700     END-IF.
016800     OPEN OUTPUT PRINT-FILE.
016900     IF VT-PRINT-STATUS NOT = "00"
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017706*
017712***************************************************************
017718*  1100-START-ARCHIVE - POSITION AT THE FIRST VISIT ON OR      *
017724*  AFTER THE FROM DATE.  NOTHING THAT FAR ON MEANS NOTHING TO  *
017730*  REPORT.                                                     *
017736***************************************************************
017742 1100-START-ARCHIVE.
017748     MOVE LOW-VALUES TO VH-ARCH-KEY.
017754     MOVE VT-FROM-DATE TO VH-VISIT-DATE.
017760     START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
017766         INVALID KEY
017772             SET VT-VISARCH-EOF TO TRUE
017778     END-START.
017784 1100-EXIT.
017790     EXIT.
017791*
017792***************************************************************
017793*  1400-RUN-CONTROL-START - THE BUSINESS DATE IS THE RUN DATE, *
017794*  WHATEVER PERIOD IS REQUESTED.  THE REPORT IS REFUSED UNTIL  *
017795*  THE VISITOR LOG ARCHIVE HAS COMPLETED FOR THAT DATE, SO THE *
017796*  DAY'S VISITS ARE ON THE ARCHIVE.  A RERUN IS ALLOWED - THE  *
017797*  REPORT ONLY READS.  OTHERWISE A START RECORD IS DROPPED ON  *
017798*  THE SHARED RUN CONTROL FILE.                                *
017799***************************************************************
017800 1400-RUN-CONTROL-START.
017801     ACCEPT VT-RUN-TIME FROM TIME.
017802     MOVE "VISITOR-TREND-RPT" TO JD-THIS-JOB.
017803     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
017804     OPEN INPUT RUNCTL-FILE.
017805     IF VT-RUNCTL-STATUS = "00"
017806         MOVE "N" TO VT-RUNCTL-EOF-SW
017807         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
017808             UNTIL VT-RUNCTL-EOF
017809         CLOSE RUNCTL-FILE
017810     END-IF.
017811     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
017812     OPEN EXTEND RUNCTL-FILE.
017813     IF VT-RUNCTL-STATUS = "35"
017814         OPEN OUTPUT RUNCTL-FILE
017815     END-IF.
017816     IF VT-RUNCTL-STATUS NOT = "00"
017817         DISPLAY "VISITOR-TREND-RPT: ERROR OPENING RUNCTL - "
017818             VT-RUNCTL-STATUS
017819         SET VT-VISARCH-EOF TO TRUE
017820         GO TO 1400-EXIT
017821     END-IF.
017822     SET VT-RUNCTL-IS-OPEN TO TRUE.
017823     IF JD-JOB-BLOCKED
017824         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
017825         DISPLAY "VISITOR-TREND-RPT: RUN BLOCKED FOR BUSINESS "
017826             "DATE " VT-RUN-DATE " - PREREQUISITES NOT COMPLETE"
017827         SET VT-VISARCH-EOF TO TRUE
017828     ELSE
017829         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
017830     END-IF.
017831 1400-EXIT.
017832     EXIT.
017833*
017834 1410-SCAN-RUNCTL-REC.
017835     READ RUNCTL-FILE
017836         AT END
017837             SET VT-RUNCTL-EOF TO TRUE
017838         NOT AT END
017839             IF RC-RUN-DATE = VT-RUN-DATE
017840                 AND RC-END-REC AND RC-COMPLETED
017841                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
017842             END-IF
017843     END-READ.
017844 1410-EXIT.
017845     EXIT.
017846*
017847 1420-WRITE-RUNCTL-START.
017848     MOVE SPACES TO RUNCTL-RECORD.
017849     MOVE "VISITOR-TREND-RPT" TO RC-PROGRAM-NAME.
017850     MOVE VT-RUN-DATE TO RC-RUN-DATE.
017851     SET RC-START-REC TO TRUE.
017852     MOVE VT-RUN-TIME TO RC-RUN-TIME.
017853     MOVE ZERO TO RC-RECORD-COUNT.
017854     SET RC-RUNNING TO TRUE.
017855     WRITE RUNCTL-RECORD.
017856     IF VT-RUNCTL-STATUS NOT = "00"
017857         DISPLAY "VISITOR-TREND-RPT: ERROR WRITING RUNCTL - "
017858             VT-RUNCTL-STATUS
017859     ELSE
017860         SET VT-RUN-STARTED TO TRUE
017861     END-IF.
017862 1420-EXIT.
017863     EXIT.
017864*
017865***************************************************************
017866*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
017867*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
017868*  WAIT FOR.                                                   *
017869***************************************************************
017870 1430-LOAD-PREREQUISITES.
017871     MOVE "N" TO JD-BLOCKED-SW.
017872     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
017873     MOVE ZERO TO JD-THIS-SUB.
017874     MOVE 1 TO JD-SUB.
017875     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
017876         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
017877 1430-EXIT.
017878     EXIT.
017879*
017880 1431-SCAN-JOB-TABLE.
017881     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
017882         MOVE JD-SUB TO JD-THIS-SUB
017883     ELSE
017884         ADD 1 TO JD-SUB
017885     END-IF.
017886 1431-EXIT.
017887     EXIT.
017888*
017889***************************************************************
017890*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
017891*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
017892***************************************************************
017893 1440-MARK-PREREQUISITE.
017894     IF JD-THIS-SUB = ZERO
017895         GO TO 1440-EXIT
017896     END-IF.
017897     MOVE 1 TO JD-PRQ-SUB.
017898     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
017899         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017900 1440-EXIT.
017901     EXIT.
017902*
017903 1441-MARK-ONE-PREREQ.
017904     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
017905         RC-PROGRAM-NAME
017906         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
017907     END-IF.
017908     ADD 1 TO JD-PRQ-SUB.
017909 1441-EXIT.
017910     EXIT.
017911*
017912***************************************************************
017913*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
017914*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
017915*  BUSINESS DATE.                                              *
017916***************************************************************
017917 1450-CHECK-PREREQUISITES.
017918     IF JD-THIS-SUB = ZERO
017919         GO TO 1450-EXIT
017920     END-IF.
017921     MOVE 1 TO JD-PRQ-SUB.
017922     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
017923         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017924 1450-EXIT.
017925     EXIT.
017926*
017927 1451-CHECK-ONE-PREREQ.
017928     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
017929         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
017930         SET JD-JOB-BLOCKED TO TRUE
017931         DISPLAY "VISITOR-TREND-RPT: WAITING ON "
017932             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
017933             " - NOT COMPLETED FOR BUSINESS DATE " VT-RUN-DATE
017934     END-IF.
017935     ADD 1 TO JD-PRQ-SUB.
017936 1451-EXIT.
017937     EXIT.
017938*
017939***************************************************************
017940*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
017941*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
017942*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
017943***************************************************************
017944 1460-WRITE-RUNCTL-BLOCKED.
017945     MOVE 1 TO JD-PRQ-SUB.
017946     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
017947         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
017948 1460-EXIT.
017949     EXIT.
017950*
017951 1461-WRITE-ONE-BLOCKED.
017952     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
017953         OR JD-PREREQ-DONE (JD-PRQ-SUB)
017954         ADD 1 TO JD-PRQ-SUB
017955         GO TO 1461-EXIT
017956     END-IF.
017957     MOVE SPACES TO RUNCTL-RECORD.
017958     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
017959     MOVE VT-RUN-DATE TO RC-RUN-DATE.
017960     SET RC-END-REC TO TRUE.
017961     MOVE VT-RUN-TIME TO RC-RUN-TIME.
017962     MOVE ZERO TO RC-RECORD-COUNT.
017963     SET RC-BLOCKED TO TRUE.
017964     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
017965         RC-WAITING-ON.
017966     WRITE RUNCTL-RECORD.
017967     IF VT-RUNCTL-STATUS NOT = "00"
017968         DISPLAY "VISITOR-TREND-RPT: ERROR WRITING RUNCTL - "
017969             VT-RUNCTL-STATUS
017970     END-IF.
017971     ADD 1 TO JD-PRQ-SUB.
017972 1461-EXIT.
017973     EXIT.
017974*
017975***************************************************************
018000*                 2000-PROCESS-ARCHIVE                         *
018100***************************************************************
018200 2000-PROCESS-ARCHIVE.
018300     READ VISARCH-FILE NEXT RECORD
018400         AT END
018500             SET VT-VISARCH-EOF TO TRUE
018550             GO TO 2000-EXIT
018600     END-READ.
018650     IF VH-VISIT-DATE GREATER THAN VT-TO-DATE
018700         SET VT-VISARCH-EOF TO TRUE
018750         GO TO 2000-EXIT
018800     END-IF.
018850     ADD 1 TO VT-READ-COUNT.
018900     MOVE VH-LOG-DATA TO VISLOG-RECORD.
018950     PERFORM 2100-TALLY-RECORD THRU 2100-EXIT.
019000 2000-EXIT.
019100     EXIT.
019200*
021500     END-IF.
021600     PERFORM 2140-TALLY-HOUR THRU 2140-EXIT.
021700     PERFORM 2150-TALLY-REPEAT THRU 2150-EXIT.
021733     PERFORM 2160-TALLY-PURPOSE THRU 2160-EXIT.
021766     PERFORM 2170-TALLY-COMPANY THRU 2170-EXIT.
021800 2100-EXIT.
021900     EXIT.
022000*
033500     END-IF.
033600 2155-EXIT.
033700     EXIT.
033701*
033702***************************************************************
033703*  2160-TALLY-PURPOSE - COUNT THE VISIT UNDER ITS PURPOSE OF   *
033704*  VISIT CODE.  A BLANK OR UNKNOWN CODE (VISITS ARCHIVED       *
033705*  BEFORE THE PURPOSE WAS CAPTURED) COUNTS AS NOT RECORDED.    *
033706***************************************************************
033707 2160-TALLY-PURPOSE.
033708     MOVE "N" TO PC-FOUND-SW.
033709     MOVE 1 TO PC-SUB.
033710     PERFORM 2165-SCAN-PURPOSE THRU 2165-EXIT
033711         UNTIL PC-PURPOSE-FOUND OR PC-SUB > PC-PURPOSE-MAX.
033712     IF PC-PURPOSE-FOUND
033713         ADD 1 TO VT-PURP-CT (PC-SUB)
033714     ELSE
033715         ADD 1 TO VT-PURP-NONE-CT
033716     END-IF.
033717 2160-EXIT.
033718     EXIT.
033719*
033720 2165-SCAN-PURPOSE.
033721     IF PC-PURPOSE-CODE (PC-SUB) = VL-PURPOSE-CODE
033722         SET PC-PURPOSE-FOUND TO TRUE
033723     ELSE
033724         ADD 1 TO PC-SUB
033725     END-IF.
033726 2165-EXIT.
033727     EXIT.
033728*
033729***************************************************************
033730*  2170-TALLY-COMPANY - COUNT THE VISIT UNDER THE VISITOR'S    *
033731*  COMPANY.  VISITS WITH NO COMPANY GIVEN ARE COUNTED UNDER A  *
033732*  BLANK ENTRY OF THEIR OWN.                                   *
033733***************************************************************
033734 2170-TALLY-COMPANY.
033735     MOVE "N" TO VT-FOUND-SW.
033736     MOVE 1 TO VT-SUB.
033737     PERFORM 2175-SCAN-COMPANY THRU 2175-EXIT
033738         UNTIL VT-ENTRY-FOUND OR VT-SUB > VT-COMP-COUNT.
033739     IF VT-ENTRY-FOUND
033740         ADD 1 TO VT-COMP-CT (VT-HIT-SUB)
033741     ELSE
033742         IF VT-COMP-COUNT NOT LESS THAN VT-COMP-MAX
033743             ADD 1 TO VT-COMP-OVERFLOW-CT
033744             GO TO 2170-EXIT
033745         END-IF
033746         ADD 1 TO VT-COMP-COUNT
033747         MOVE VL-COMPANY TO VT-COMP-NAME (VT-COMP-COUNT)
033748         MOVE 1 TO VT-COMP-CT (VT-COMP-COUNT)
033749     END-IF.
033750 2170-EXIT.
033751     EXIT.
033752*
033753 2175-SCAN-COMPANY.
033754     IF VT-COMP-NAME (VT-SUB) = VL-COMPANY
033755         SET VT-ENTRY-FOUND TO TRUE
033756         MOVE VT-SUB TO VT-HIT-SUB
033757     ELSE
033758         ADD 1 TO VT-SUB
033759     END-IF.
033760 2175-EXIT.
033761     EXIT.
033800*
033900***************************************************************
034000*                 3000-PRINT-REPORT                            *
035100     PERFORM 3200-PRINT-DOW THRU 3200-EXIT.
035200     PERFORM 3300-PRINT-SPLIT THRU 3300-EXIT.
035300     PERFORM 3400-PRINT-TIERS THRU 3400-EXIT.
035333     PERFORM 3430-PRINT-PURPOSES THRU 3430-EXIT.
035366     PERFORM 3460-PRINT-COMPANIES THRU 3460-EXIT.
035400     PERFORM 3500-PRINT-HOURS THRU 3500-EXIT.
035500     PERFORM 3600-PRINT-REPEATS THRU 3600-EXIT.
035600     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT.
046000     ADD 1 TO VT-SUB.
046100 3410-EXIT.
046200     EXIT.
046201*
046202 3430-PRINT-PURPOSES.
046203     PERFORM 3050-PRINT-SECTION-HEAD THRU 3050-EXIT.
046204     MOVE SPACES TO PRINT-LINE.
046205     MOVE "VISITS BY PURPOSE OF VISIT" TO PRINT-LINE.
046206     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
046207     MOVE 1 TO PC-SUB.
046208     PERFORM 3431-PRINT-PURPOSE-LINE THRU 3431-EXIT
046209         UNTIL PC-SUB > PC-PURPOSE-MAX.
046210     IF VT-PURP-NONE-CT GREATER THAN ZERO
046211         MOVE SPACES TO VT-LBL-TEXT
046212         MOVE "(NOT RECORDED)" TO VT-LBL-TEXT
046213         MOVE VT-PURP-NONE-CT TO VT-LBL-COUNT
046214         MOVE SPACES TO PRINT-LINE
046215         MOVE VT-LABEL-LINE TO PRINT-LINE
046216         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
046217     END-IF.
046218 3430-EXIT.
046219     EXIT.
046220*
046221 3431-PRINT-PURPOSE-LINE.
046222     MOVE SPACES TO VT-LBL-TEXT.
046223     STRING PC-PURPOSE-CODE (PC-SUB) DELIMITED BY SIZE
046224            " " DELIMITED BY SIZE
046225            PC-PURPOSE-DESC (PC-SUB) DELIMITED BY SIZE
046226         INTO VT-LBL-TEXT.
046227     MOVE VT-PURP-CT (PC-SUB) TO VT-LBL-COUNT.
046228     MOVE SPACES TO PRINT-LINE.
046229     MOVE VT-LABEL-LINE TO PRINT-LINE.
046230     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
046231     ADD 1 TO PC-SUB.
046232 3431-EXIT.
046233     EXIT.
046234*
046235 3460-PRINT-COMPANIES.
046236     PERFORM 3050-PRINT-SECTION-HEAD THRU 3050-EXIT.
046237     MOVE SPACES TO PRINT-LINE.
046238     MOVE "VISITS BY COMPANY" TO PRINT-LINE.
046239     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
046240     MOVE 1 TO VT-SUB.
046241     PERFORM 3461-PRINT-COMPANY-LINE THRU 3461-EXIT
046242         UNTIL VT-SUB > VT-COMP-COUNT.
046243     IF VT-COMP-COUNT = ZERO
046244         MOVE SPACES TO PRINT-LINE
046245         MOVE "  (NO VISITS IN PERIOD)" TO PRINT-LINE
046246         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
046247     END-IF.
046248 3460-EXIT.
046249     EXIT.
046250*
046251 3461-PRINT-COMPANY-LINE.
046252     MOVE SPACES TO VT-LBL-TEXT.
046253     IF VT-COMP-NAME (VT-SUB) = SPACES
046254         MOVE "(NO COMPANY GIVEN)" TO VT-LBL-TEXT
046255     ELSE
046256         MOVE VT-COMP-NAME (VT-SUB) TO VT-LBL-TEXT
046257     END-IF.
046258     MOVE VT-COMP-CT (VT-SUB) TO VT-LBL-COUNT.
046259     MOVE SPACES TO PRINT-LINE.
046260     MOVE VT-LABEL-LINE TO PRINT-LINE.
046261     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
046262     ADD 1 TO VT-SUB.
046263 3461-EXIT.
046264     EXIT.
046300*
046400 3500-PRINT-HOURS.
046500     PERFORM 3050-PRINT-SECTION-HEAD THRU 3050-EXIT.
055300     IF VT-DAY-OVERFLOW-CT GREATER THAN ZERO
055400         OR VT-TIER-OVERFLOW-CT GREATER THAN ZERO
055500         OR VT-NAME-OVERFLOW-CT GREATER THAN ZERO
055550         OR VT-COMP-OVERFLOW-CT GREATER THAN ZERO
055600         MOVE SPACES TO PRINT-LINE
055700         MOVE "*** SOME TABLES OVERFLOWED - SEE CONSOLE LOG" TO
055800             PRINT-LINE
056000         DISPLAY "VISITOR-TREND-RPT: TABLE OVERFLOWS - DAYS "
056100             VT-DAY-OVERFLOW-CT " TIERS " VT-TIER-OVERFLOW-CT
056200             " NAMES " VT-NAME-OVERFLOW-CT
056250             " COMPANIES " VT-COMP-OVERFLOW-CT
056300     END-IF.
056400 3700-EXIT.
056500     EXIT.
057200     END-IF.
057300 8000-EXIT.
057400     EXIT.
057403*
057406***************************************************************
057409*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE ARCHIVE PERIOD   *
057412*  WAS READ TO THE END AND THE REPORT PRINTED.                 *
057415***************************************************************
057418 8100-WRITE-RUNCTL-END.
057421     ACCEPT VT-RUN-TIME FROM TIME.
057424     MOVE SPACES TO RUNCTL-RECORD.
057427     MOVE "VISITOR-TREND-RPT" TO RC-PROGRAM-NAME.
057430     MOVE VT-RUN-DATE TO RC-RUN-DATE.
057433     SET RC-END-REC TO TRUE.
057436     MOVE VT-RUN-TIME TO RC-RUN-TIME.
057439     MOVE VT-READ-COUNT TO RC-RECORD-COUNT.
057442     IF VT-VISARCH-IS-OPEN AND VT-PRINT-IS-OPEN
057445         SET RC-COMPLETED TO TRUE
057448     ELSE
057451         SET RC-ABENDED TO TRUE
057454     END-IF.
057457     WRITE RUNCTL-RECORD.
057460     IF VT-RUNCTL-STATUS NOT = "00"
057463         DISPLAY "VISITOR-TREND-RPT: ERROR WRITING RUNCTL - "
057466             VT-RUNCTL-STATUS
057469     END-IF.
057472 8100-EXIT.
057475     EXIT.
057500*
057600 9000-TERMINATE.
057700     IF VT-VISARCH-IS-OPEN
058000     IF VT-PRINT-IS-OPEN
058100         CLOSE PRINT-FILE
058200     END-IF.
058225     IF VT-RUNCTL-IS-OPEN
058250         CLOSE RUNCTL-FILE
058275     END-IF.
058300 9000-EXIT.
058400     EXIT.
