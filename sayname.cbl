000960*                  CHECK-IN ARE REFUSED AT THE DESK AND
000970*                  SUSPENDED WITH NEW REASON CODES 04/05 IN
000980*                  BATCH.
000981* 10/15/2026  RMC  SITE DIRECTORY - THE SITEID SETTING IS NOW
000982*                  CHECKED AGAINST THE SITE DIRECTORY AT
000983*                  START-UP AND THE PROGRAM REFUSES TO START
000984*                  FOR A SITE THAT IS MISSING, INACTIVE OR NOT
000985*                  SET, INSTEAD OF LOGGING VISITS UNDER "UNK".
000986* 10/15/2026  RMC  THE HOST ID FROM THE APPOINTMENT IS NOW CARRIED
000987*                  ON THE ARRIVAL NOTICE SO THE DELIVERY JOB CAN
000988*                  FIND THE HOST ON THE HOST DIRECTORY.
000990* 10/15/2026  RMC  WATCH-LIST ENTRIES NOW CARRY AN EXPIRY DATE;
000992*                  AN ENTRY PAST ITS EXPIRY DATE NO LONGER STOPS
000994*                  THE VISITOR.  THE WATCH LIST RECORD IS NOW 100
000996*                  BYTES.
000997* 10/15/2026  RMC  THE DAILY BATCH RUN NOW CHECKS THE JOB-STREAM
000998*                  DEPENDENCY TABLE AT START-UP AND REFUSES TO
000999*                  RUN, WITH A BLOCKED ENTRY ON THE RUN CONTROL
001000*                  FILE, UNTIL ITS PREREQUISITES HAVE COMPLETED
001001*                  FOR THE BUSINESS DATE.
001002* 10/15/2026  RMC  CHECK-INS NOW CAPTURE THE VISITOR'S COMPANY AND
001003*                  A PURPOSE OF VISIT CODE - PROMPTED FOR AT THE
001004*                  DESK, READ FROM NEW TRANSACTION CARD COLUMNS IN
001005*                  BATCH - AND CARRY THEM ON THE VISITOR LOG
001006*                  RECORD, NOW 150 BYTES.  A PURPOSE CODE NOT ON
001007*                  THE PURPOSE CODE TABLE IS RE-PROMPTED AT THE
001008*                  DESK AND SUSPENDED WITH NEW REASON CODE 08 IN
001009*                  BATCH; AN EVENT CARD WITH NO PURPOSE CODE IS
001010*                  TAKEN AS AN EVENT VISIT.
001011* 10/15/2026  RMC  AT CUTOVER THE 100-BYTE VISITOR LOG IS PADDED
001012*                  TO 150 BYTES BY THE ONE-TIME VISLOG-PAD STEP,
001013*                  RUN AFTER THE NIGHTLY DRAIN AND BEFORE THE
001014*                  FIRST CHECK-IN, AND THE OLD 60-BYTE WATCH LIST
001015*                  IS CONVERTED ONCE BY WATCHLST-CONVERT.
001016*
001017***************************************************************
001018 ENVIRONMENT DIVISION.
001020 CONFIGURATION SECTION.
001030 SOURCE-COMPUTER. IBM-Z15.
001040 OBJECT-COMPUTER. IBM-Z15.
001600     SELECT ARRNOTE-FILE ASSIGN TO "ARRNOTE"
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS SN-ARRNOTE-STATUS.
001621*    SITE DIRECTORY - THE SITEID SETTING MUST NAME AN ACTIVE
001622*    SITE BEFORE ANY VISITOR IS TAKEN
001623     SELECT SITEDIR-FILE ASSIGN TO "SITEDIR"
001624         ORGANIZATION IS INDEXED
001625         ACCESS MODE IS RANDOM
001626         RECORD KEY IS SD-SITE-ID
001627         FILE STATUS IS SN-SITEDIR-STATUS.
001630*    SHARED BATCH RUN CONTROL FILE
001640     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
001650         ORGANIZATION IS SEQUENTIAL
001680 FILE SECTION.
001690 FD  VISLOG-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 150 CHARACTERS.
001720     COPY VISLOG.
001730 FD  TRANCARD-FILE
001740     LABEL RECORDS ARE STANDARD
001960     COPY APPOINT.
001970 FD  WATCHLST-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 100 CHARACTERS.
002000     COPY WATCHLST.
002010 FD  SECALERT-FILE
002020     LABEL RECORDS ARE STANDARD
002100     LABEL RECORDS ARE STANDARD
002110     RECORD CONTAINS 100 CHARACTERS.
002120     COPY ARRNOTE.
002122 FD  SITEDIR-FILE
002124     LABEL RECORDS ARE STANDARD
002126     RECORD CONTAINS 80 CHARACTERS.
002128     COPY SITEDIR.
002130 FD  RUNCTL-FILE
002140     LABEL RECORDS ARE STANDARD
002150     RECORD CONTAINS 80 CHARACTERS.
003240     88  SN-RUN-STARTED              VALUE 'Y'.
003250 77  SN-WATCH-HIT-SW             PIC X(01) VALUE 'N'.
003260     88  SN-WATCH-HIT                VALUE 'Y'.
003262 77  SN-SITEDIR-STATUS           PIC X(02) VALUE SPACES.
003264 77  SN-SITE-REFUSED-SW          PIC X(01) VALUE 'N'.
003266     88  SN-SITE-REFUSED             VALUE 'Y'.
003270 01  SN-APPT-TIME                PIC 9(04) VALUE ZERO.
003280 01  SN-APPT-TIME-X REDEFINES SN-APPT-TIME.
003290     05  SN-APPT-HH              PIC X(02).
003380 01  SN-MEMBER-ID                PIC X(10) VALUE SPACES.
003390 01  SN-GIVEN-MEMBER-ID          PIC X(10) VALUE SPACES.
003400 01  SN-HOST-NAME                PIC X(30) VALUE SPACES.
003405 01  SN-HOST-ID                  PIC X(06) VALUE SPACES.
003410 01  SN-MEMBER-TIER              PIC X(10) VALUE SPACES.
003413 01  SN-COMPANY                  PIC X(30) VALUE SPACES.
003416 01  SN-PURPOSE-CODE             PIC X(02) VALUE SPACES.
003420 01  SN-GREETING-LINE            PIC X(80) VALUE SPACES.
003422 01  SN-RUNCTL-NAME              PIC X(20)
003424     VALUE "HELLO-WORLD".
003460         10  SN-PRES-NAME        PIC X(30).
003470         10  SN-PRES-MEMBER-ID   PIC X(10).
003480         10  SN-PRES-IN-SW       PIC X(01).
003485     COPY JOBDEP.
003487     COPY PURPCODE.
003490*
003500 PROCEDURE DIVISION.
003510***************************************************************
003560     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003570         UNTIL SN-ALL-DONE.
003580     IF SN-MODE-BATCH AND NOT SN-DUP-RUN
003585         AND NOT SN-SITE-REFUSED AND NOT JD-JOB-BLOCKED
003590         PERFORM 3000-RECONCILE THRU 3000-EXIT
003600     END-IF.
003610     IF SN-RUN-STARTED
003783     IF SN-PARM-FIELD (7:5) = "ADHOC"
003784         SET SN-ADHOC-RUN TO TRUE
003785     END-IF.
003786     PERFORM 1050-VALIDATE-SITE THRU 1050-EXIT.
003787     IF SN-ALL-DONE
003788         GO TO 1000-EXIT
003789     END-IF.
003790     IF SN-MODE-BATCH
003800         PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT
003810     END-IF.
004800 1000-EXIT.
004810     EXIT.
004820*
004821***************************************************************
004822*  1050-VALIDATE-SITE - THE SITEID SETTING MUST NAME AN ACTIVE *
004823*  SITE ON THE SITE DIRECTORY.  A DESK WITH NO SITE, OR ONE    *
004824*  THAT IS NOT ON THE DIRECTORY OR HAS BEEN CLOSED, WOULD LOG  *
004825*  VISITS THE MERGE AND SWEEP CANNOT PLACE, SO THE PROGRAM     *
004826*  REFUSES TO START.                                           *
004827***************************************************************
004828 1050-VALIDATE-SITE.
004829     ACCEPT SN-SITE-ID FROM ENVIRONMENT "SITEID".
004830     IF SN-SITE-ID = SPACES
004831         DISPLAY "HELLO-WORLD: SITEID IS NOT SET - RUN REFUSED"
004832         SET SN-SITE-REFUSED TO TRUE
004833         SET SN-ALL-DONE TO TRUE
004834         GO TO 1050-EXIT
004835     END-IF.
004836     OPEN INPUT SITEDIR-FILE.
004837     IF SN-SITEDIR-STATUS NOT = "00"
004838         DISPLAY "HELLO-WORLD: ERROR OPENING SITEDIR - STATUS "
004839             SN-SITEDIR-STATUS
004840         DISPLAY "HELLO-WORLD: SITE " SN-SITE-ID
004841             " CANNOT BE VERIFIED - RUN REFUSED"
004842         SET SN-SITE-REFUSED TO TRUE
004843         SET SN-ALL-DONE TO TRUE
004844         GO TO 1050-EXIT
004845     END-IF.
004846     MOVE SN-SITE-ID TO SD-SITE-ID.
004847     READ SITEDIR-FILE
004848         INVALID KEY
004849             DISPLAY "HELLO-WORLD: SITE " SN-SITE-ID
004850                 " IS NOT ON THE SITE DIRECTORY - RUN REFUSED"
004851             SET SN-SITE-REFUSED TO TRUE
004852         NOT INVALID KEY
004853             IF NOT SD-ACTIVE
004854                 DISPLAY "HELLO-WORLD: SITE " SN-SITE-ID
004855                     " IS INACTIVE ON THE SITE DIRECTORY - "
004856                     "RUN REFUSED"
004857                 SET SN-SITE-REFUSED TO TRUE
004858             END-IF
004859     END-READ.
004860     CLOSE SITEDIR-FILE.
004861     IF SN-SITE-REFUSED
004862         SET SN-ALL-DONE TO TRUE
004863     END-IF.
004864 1050-EXIT.
004865     EXIT.
004866*
004867***************************************************************
004868*  1200-LOAD-PRESENCE - REPLAY TODAY'S VISITOR LOG INTO THE    *
004869*  WHO-IS-IN TABLE BEFORE ANY NEW TRANSACTIONS ARE TAKEN, SO   *
004870*  A SECOND CHECK-IN OR AN ORPHAN CHECK-OUT CAN BE REFUSED.    *
004871*  A MISSING LOG SIMPLY MEANS NOBODY IS IN THE BUILDING YET.   *
004880***************************************************************
004890 1200-LOAD-PRESENCE.
004900     ACCEPT SN-CURRENT-DATE FROM DATE YYYYMMDD.
005830*
005840***************************************************************
005850*  1400-RUN-CONTROL-START - REFUSE A SECOND RUN FOR A BUSINESS *
005860*  DATE THAT ALREADY COMPLETED, OR A RUN WHOSE PREREQUISITES   *
005865*  HAVE NOT COMPLETED, OTHERWISE DROP A START RECORD ON THE    *
005870*  SHARED RUN CONTROL FILE.  AD-HOC RUNS (GROUP CARDS          *
005872*  KEYED DURING THE DAY) LOG UNDER THEIR OWN PROGRAM NAME AND  *
005874*  SKIP THE ONCE-A-DAY GUARD, SO EVERY ARRIVING PARTY CAN BE   *
005876*  RUN WITHOUT UNLOCKING THE DAILY BATCH DATE.                 *
005924         MOVE "HELLO-WORLD-ADHOC" TO SN-RUNCTL-NAME
005926         GO TO 1400-OPEN-EXTEND
005928     END-IF.
005931     MOVE SN-RUNCTL-NAME TO JD-THIS-JOB.
005934     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
005937     OPEN INPUT RUNCTL-FILE.
005940     IF SN-RUNCTL-STATUS = "00"
005950         MOVE "N" TO SN-RUNCTL-EOF-SW
005960         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
006040         SET SN-ALL-DONE TO TRUE
006050         GO TO 1400-EXIT
006060     END-IF.
006062     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
006065 1400-OPEN-EXTEND.
006070     OPEN EXTEND RUNCTL-FILE.
006080     IF SN-RUNCTL-STATUS = "35"
006140         SET SN-ALL-DONE TO TRUE
006150     ELSE
006160         SET SN-RUNCTL-IS-OPEN TO TRUE
006162         IF JD-JOB-BLOCKED
006164             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
006166         ELSE
006168             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
006170         END-IF
006172     END-IF.
006174     IF JD-JOB-BLOCKED
006176         DISPLAY "HELLO-WORLD: RUN BLOCKED FOR BUSINESS DATE "
006178             SN-RUN-DATE " - PREREQUISITES NOT COMPLETE"
006180         SET SN-ALL-DONE TO TRUE
006182     END-IF.
006190 1400-EXIT.
006200     EXIT.
006210*
006290                 AND RC-END-REC AND RC-COMPLETED
006300                 SET SN-DUP-RUN TO TRUE
006310             END-IF
006312             IF RC-RUN-DATE = SN-RUN-DATE
006314                 AND RC-END-REC AND RC-COMPLETED
006316                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
006318             END-IF
006320     END-READ.
006330 1410-EXIT.
006340     EXIT.
006500     END-IF.
006510 1420-EXIT.
006520     EXIT.
006521*
006522***************************************************************
006523*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
006524*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
006525*  WAIT FOR.                                                   *
006526***************************************************************
006527 1430-LOAD-PREREQUISITES.
006528     MOVE "N" TO JD-BLOCKED-SW.
006529     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
006530     MOVE ZERO TO JD-THIS-SUB.
006531     MOVE 1 TO JD-SUB.
006532     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
006533         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
006534 1430-EXIT.
006535     EXIT.
006536*
006537 1431-SCAN-JOB-TABLE.
006538     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
006539         MOVE JD-SUB TO JD-THIS-SUB
006540     ELSE
006541         ADD 1 TO JD-SUB
006542     END-IF.
006543 1431-EXIT.
006544     EXIT.
006545*
006546***************************************************************
006547*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
006548*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
006549***************************************************************
006550 1440-MARK-PREREQUISITE.
006551     IF JD-THIS-SUB = ZERO
006552         GO TO 1440-EXIT
006553     END-IF.
006554     MOVE 1 TO JD-PRQ-SUB.
006555     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
006556         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
006557 1440-EXIT.
006558     EXIT.
006559*
006560 1441-MARK-ONE-PREREQ.
006561     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
006562         RC-PROGRAM-NAME
006563         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
006564     END-IF.
006565     ADD 1 TO JD-PRQ-SUB.
006566 1441-EXIT.
006567     EXIT.
006568*
006569***************************************************************
006570*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
006571*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
006572*  BUSINESS DATE.                                              *
006573***************************************************************
006574 1450-CHECK-PREREQUISITES.
006575     IF JD-THIS-SUB = ZERO
006576         GO TO 1450-EXIT
006577     END-IF.
006578     MOVE 1 TO JD-PRQ-SUB.
006579     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
006580         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
006581 1450-EXIT.
006582     EXIT.
006583*
006584 1451-CHECK-ONE-PREREQ.
006585     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
006586         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
006587         SET JD-JOB-BLOCKED TO TRUE
006588         DISPLAY "HELLO-WORLD: WAITING ON "
006589             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
006590             " - NOT COMPLETED FOR BUSINESS DATE " SN-RUN-DATE
006591     END-IF.
006592     ADD 1 TO JD-PRQ-SUB.
006593 1451-EXIT.
006594     EXIT.
006595*
006596***************************************************************
006597*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
006598*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
006599*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
006600***************************************************************
006601 1460-WRITE-RUNCTL-BLOCKED.
006602     MOVE 1 TO JD-PRQ-SUB.
006603     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
006604         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
006605 1460-EXIT.
006606     EXIT.
006607*
006608 1461-WRITE-ONE-BLOCKED.
006609     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
006610         OR JD-PREREQ-DONE (JD-PRQ-SUB)
006611         ADD 1 TO JD-PRQ-SUB
006612         GO TO 1461-EXIT
006613     END-IF.
006614     MOVE SPACES TO RUNCTL-RECORD.
006615     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
006616     MOVE SN-RUN-DATE TO RC-RUN-DATE.
006617     SET RC-END-REC TO TRUE.
006618     MOVE SN-CURRENT-TIME TO RC-RUN-TIME.
006619     MOVE ZERO TO RC-RECORD-COUNT.
006620     SET RC-BLOCKED TO TRUE.
006621     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
006622         RC-WAITING-ON.
006623     WRITE RUNCTL-RECORD.
006624     IF SN-RUNCTL-STATUS NOT = "00"
006625         DISPLAY "HELLO-WORLD: ERROR WRITING RUNCTL - "
006626             SN-RUNCTL-STATUS
006627     END-IF.
006628     ADD 1 TO JD-PRQ-SUB.
006629 1461-EXIT.
006630     EXIT.
006631*
006632 2000-PROCESS-RECORD.
006633     MOVE "N" TO SN-VALID-SW.
006634     PERFORM 2100-GET-NAME THRU 2100-EXIT.
006635     IF SN-ALL-DONE
006636         GO TO 2000-EXIT
006637     END-IF.
006638     IF SN-MODE-BATCH AND SN-GROUP-TRAN
006639         PERFORM 2300-CAPTURE-AUDIT-INFO THRU 2300-EXIT
006640*        AN EVENT CODE ON A CHECK-OUT CARD IS A KEYING ERROR -
006641*        SUSPEND IT RATHER THAN CHECK THE WHOLE ROSTER IN
006642         IF SN-CHECK-OUT
006643             ADD 1 TO SN-REJECT-CT
006644             MOVE "07" TO SN-REJECT-REASON
006645             PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
006646         ELSE
006647             PERFORM 2210-VALIDATE-PURPOSE THRU 2210-EXIT
006648             IF PC-PURPOSE-FOUND
006649                 PERFORM 2650-GROUP-CHECKIN THRU 2650-EXIT
006650             ELSE
006651                 ADD 1 TO SN-REJECT-CT
006652                 MOVE "08" TO SN-REJECT-REASON
006653                 PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
006654             END-IF
006655         END-IF
006656         PERFORM 2700-CHECKPOINT THRU 2700-EXIT
006657         GO TO 2000-EXIT
006658     END-IF.
006660     IF SN-MODE-BATCH
006670         AND (SN-NAME-NOT-VALID OR SN-NAME-FULL)
006680         ADD 1 TO SN-REJECT-CT
006690         PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
006700         GO TO 2000-EXIT
006710     END-IF.
006711     IF SN-MODE-BATCH AND SN-CHECK-IN
006712         PERFORM 2210-VALIDATE-PURPOSE THRU 2210-EXIT
006713         IF NOT PC-PURPOSE-FOUND
006714             ADD 1 TO SN-REJECT-CT
006715             MOVE "08" TO SN-REJECT-REASON
006716             PERFORM 2250-WRITE-SUSPENSE THRU 2250-EXIT
006717             GO TO 2000-EXIT
006718         END-IF
006719     END-IF.
006720     PERFORM 2300-CAPTURE-AUDIT-INFO THRU 2300-EXIT.
006730     PERFORM 2050-PROCESS-ENTRANT THRU 2050-EXIT.
006740     IF SN-MODE-BATCH
007450*
007460***************************************************************
007470*  2300-CAPTURE-AUDIT-INFO - WHO RAN THIS, FROM WHERE, AND     *
007480*  WHEN.  THE SITE WAS VERIFIED AT START-UP.                    *
007490***************************************************************
007500 2300-CAPTURE-AUDIT-INFO.
007510     ACCEPT SN-OPERATOR-ID FROM ENVIRONMENT "USER".
007560     IF SN-WORKSTATION-ID = SPACES
007570         MOVE "UNKNOWN " TO SN-WORKSTATION-ID
007580     END-IF.
007630     ACCEPT SN-CURRENT-DATE FROM DATE YYYYMMDD.
007640     ACCEPT SN-CURRENT-TIME FROM TIME.
007650 2300-EXIT.
008970     MOVE "N" TO SN-APPT-SCAN-SW.
008980     MOVE "N" TO SN-APPT-MARK-SW.
008990     MOVE SPACES TO SN-HOST-NAME.
008995     MOVE SPACES TO SN-HOST-ID.
009000     IF NOT SN-APPOINT-IS-OPEN OR SN-CHECK-OUT
009010         GO TO 2450-EXIT
009020     END-IF.
009410         SET SN-APPT-FOUND TO TRUE
009420         MOVE AP-APPT-TIME TO SN-APPT-TIME
009430         MOVE AP-HOST-NAME TO SN-HOST-NAME
009435         MOVE AP-HOST-ID TO SN-HOST-ID
009440     END-IF.
009450     IF AP-NOT-ARRIVED
009460         SET SN-APPT-TO-MARK TO TRUE
009470         MOVE AP-APPT-TIME TO SN-APPT-TIME
009480         MOVE AP-HOST-NAME TO SN-HOST-NAME
009485         MOVE AP-HOST-ID TO SN-HOST-ID
009490         SET SN-APPT-SCAN-DONE TO TRUE
009500     END-IF.
009510 2455-EXIT.
009550*  2460-CHECK-WATCH-LIST - SCREEN EVERY ENTRANT AGAINST THE   *
009560*  SECURITY OFFICE'S BARRED-VISITOR LIST BEFORE ANY GREETING   *
009570*  IS BUILT.  A HIT IS LOGGED TO THE SECURITY ALERT FILE.      *
009573*  AN ENTRY WHOSE EXPIRY DATE IS BEFORE TODAY IS IGNORED; ONE  *
009576*  WITH NO EXPIRY DATE ON FILE IS ALWAYS SCREENED.             *
009580***************************************************************
009590 2460-CHECK-WATCH-LIST.
009600     MOVE "N" TO SN-WATCH-HIT-SW.
009660         INVALID KEY
009670             GO TO 2460-EXIT
009680     END-READ.
009681     IF WL-EXPIRY-DATE NUMERIC
009682         AND NOT WL-NO-EXPIRY-DATE
009683         AND WL-EXPIRY-DATE LESS THAN SN-CURRENT-DATE
009684         GO TO 2460-EXIT
009685     END-IF.
009690     SET SN-WATCH-HIT TO TRUE.
009700     PERFORM 2470-WRITE-SECALERT THRU 2470-EXIT.
009710 2460-EXIT.
010060     MOVE SN-CURRENT-TIME TO AR-ARRIVE-TIME.
010070     MOVE SN-BADGE-NO TO AR-BADGE-NO.
010080     MOVE SN-WORKSTATION-ID TO AR-WORKSTATION-ID.
010085     MOVE SN-HOST-ID TO AR-HOST-ID.
010090     WRITE ARRNOTE-RECORD.
010100     IF SN-ARRNOTE-STATUS NOT = "00"
010110         DISPLAY "HELLO-WORLD: ERROR WRITING ARRNOTE - STATUS "
011840 2100-GET-NAME.
011850     MOVE SPACES TO SN-GIVEN-MEMBER-ID.
011860     MOVE SPACES TO SN-EVENT-CODE.
011863     MOVE SPACES TO SN-COMPANY.
011866     MOVE SPACES TO SN-PURPOSE-CODE.
011870     MOVE "N" TO SN-GROUP-SW.
011880     IF SN-MODE-INTERACTIVE
011890         MOVE ZERO TO SN-RETRY-COUNT
012280             MOVE TC-NAME TO SN-NAME
012290             MOVE TC-MEMBER-ID TO SN-GIVEN-MEMBER-ID
012300             MOVE TC-EVENT-CODE TO SN-EVENT-CODE
012303             MOVE TC-COMPANY TO SN-COMPANY
012306             MOVE TC-PURPOSE-CODE TO SN-PURPOSE-CODE
012310             IF SN-EVENT-CODE NOT = SPACES
012320                 SET SN-GROUP-TRAN TO TRUE
012322                 IF SN-PURPOSE-CODE = SPACES
012324                     MOVE "EV" TO SN-PURPOSE-CODE
012326                 END-IF
012330             END-IF
012340             IF TC-CHECK-OUT
012350                 SET SN-CHECK-OUT TO TRUE
012430***************************************************************
012440*  2150-GET-TRAN-TYPE - INTERACTIVE MODE ASKS WHETHER THE      *
012450*  VISITOR IS ARRIVING OR LEAVING; ANYTHING BUT "O" IS TAKEN   *
012460*  AS A CHECK-IN.  AN ARRIVING VISITOR IS ALSO ASKED FOR THEIR *
012465*  COMPANY AND PURPOSE OF VISIT.                               *
012470***************************************************************
012480 2150-GET-TRAN-TYPE.
012490     SET SN-CHECK-IN TO TRUE.
012590     END-IF.
012600     DISPLAY "MEMBER ID (ENTER FOR NONE)? ".
012610     ACCEPT SN-GIVEN-MEMBER-ID.
012612     IF SN-CHECK-IN
012614         PERFORM 2160-GET-VISIT-DETAILS THRU 2160-EXIT
012616     END-IF.
012620 2150-EXIT.
012630     EXIT.
012631*
012632***************************************************************
012633*  2160-GET-VISIT-DETAILS - THE COMPANY MAY BE LEFT BLANK FOR  *
012634*  A PRIVATE VISITOR; THE PURPOSE CODE MUST BE ON THE PURPOSE  *
012635*  CODE TABLE AND IS RE-PROMPTED, WITH THE VALID CODES SHOWN,  *
012636*  UNTIL IT IS OR TOO MANY BAD ATTEMPTS OCCUR.                 *
012637***************************************************************
012638 2160-GET-VISIT-DETAILS.
012639     DISPLAY "COMPANY (ENTER FOR NONE)? ".
012640     ACCEPT SN-COMPANY.
012641     MOVE "N" TO PC-FOUND-SW.
012642     MOVE ZERO TO SN-RETRY-COUNT.
012643     PERFORM 2170-ACCEPT-PURPOSE THRU 2170-EXIT
012644         UNTIL PC-PURPOSE-FOUND OR SN-RETRY-COUNT > 5.
012645     IF NOT PC-PURPOSE-FOUND
012646         DISPLAY "HELLO-WORLD: TOO MANY INVALID ENTRIES - "
012647             "ENDING RUN."
012648         SET SN-ALL-DONE TO TRUE
012649     END-IF.
012650 2160-EXIT.
012651     EXIT.
012652*
012653 2170-ACCEPT-PURPOSE.
012654     DISPLAY "PURPOSE OF VISIT CODE? ".
012655     ACCEPT SN-PURPOSE-CODE.
012656     ADD 1 TO SN-RETRY-COUNT.
012657     PERFORM 2210-VALIDATE-PURPOSE THRU 2210-EXIT.
012658     IF NOT PC-PURPOSE-FOUND
012659         DISPLAY "INVALID PURPOSE CODE - PLEASE ENTER ONE OF:"
012660         MOVE 1 TO PC-SUB
012661         PERFORM 2175-SHOW-PURPOSE-CODE THRU 2175-EXIT
012662             UNTIL PC-SUB > PC-PURPOSE-MAX
012663     END-IF.
012664 2170-EXIT.
012665     EXIT.
012666*
012667 2175-SHOW-PURPOSE-CODE.
012668     DISPLAY "  " PC-PURPOSE-CODE (PC-SUB) " - "
012669         PC-PURPOSE-DESC (PC-SUB).
012670     ADD 1 TO PC-SUB.
012671 2175-EXIT.
012672     EXIT.
012673*
012674***************************************************************
012675*  2200-VALIDATE-NAME - REJECT BLANK, LOW-VALUE OR NON-        *
012676*  ALPHABETIC INPUT; FLAG ENTRIES THAT FILLED THE WHOLE FIELD  *
012680*  SINCE THEY MAY HAVE BEEN TRUNCATED.                         *
012690***************************************************************
012700 2200-VALIDATE-NAME.
012860     SET SN-NAME-VALID TO TRUE.
012870 2200-EXIT.
012880     EXIT.
012881*
012882***************************************************************
012883*  2210-VALIDATE-PURPOSE - THE PURPOSE OF VISIT CODE MUST BE   *
012884*  ON THE PURPOSE CODE TABLE.  A BLANK CODE IS NOT.            *
012885***************************************************************
012886 2210-VALIDATE-PURPOSE.
012887     MOVE "N" TO PC-FOUND-SW.
012888     MOVE 1 TO PC-SUB.
012889     PERFORM 2215-SCAN-PURPOSE THRU 2215-EXIT
012890         UNTIL PC-PURPOSE-FOUND OR PC-SUB > PC-PURPOSE-MAX.
012891 2210-EXIT.
012892     EXIT.
012893*
012894 2215-SCAN-PURPOSE.
012895     IF PC-PURPOSE-CODE (PC-SUB) = SN-PURPOSE-CODE
012896         SET PC-PURPOSE-FOUND TO TRUE
012897     ELSE
012898         ADD 1 TO PC-SUB
012899     END-IF.
012900 2215-EXIT.
012901     EXIT.
012902*
012903***************************************************************
012910*  2250-WRITE-SUSPENSE - KEEP THE REJECTED CARD IMAGE, WHY IT  *
012920*  WAS REJECTED AND WHEN, SO IT CAN BE CORRECTED AND           *
012930*  RESUBMITTED THROUGH A LATER BATCH RUN.                      *
013240     MOVE SN-SITE-ID TO VL-SITE-ID.
013250     MOVE SN-BADGE-NO TO VL-BADGE-NO.
013260     MOVE SN-EVENT-CODE TO VL-EVENT-CODE.
013262     IF SN-CHECK-IN
013264         MOVE SN-COMPANY TO VL-COMPANY
013266         MOVE SN-PURPOSE-CODE TO VL-PURPOSE-CODE
013268     END-IF.
013270     WRITE VISLOG-RECORD.
013280     IF SN-VISLOG-STATUS = "00"
013290         ADD 1 TO SN-VISLOG-WRITE-CT
013970     MOVE EV-NAME TO TC-NAME.
013980     MOVE "I" TO TC-TRAN-TYPE.
013990     MOVE SN-EVENT-CODE TO TC-EVENT-CODE.
013993     MOVE SN-COMPANY TO TC-COMPANY.
013996     MOVE SN-PURPOSE-CODE TO TC-PURPOSE-CODE.
014000     PERFORM 2200-VALIDATE-NAME THRU 2200-EXIT.
014010     IF SN-NAME-NOT-VALID OR SN-NAME-FULL
014020         ADD 1 TO SN-REJECT-CT
