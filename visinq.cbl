000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISITOR-INQUIRY.
000300 AUTHOR. R M CHEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*                 M O D I F I C A T I O N   H I S T O R Y      *
001000***************************************************************
001100*
001200* 10/15/2026  RMC  ORIGINAL PROGRAM - INTERACTIVE FRONT-DESK
001300*                  INQUIRY.  GIVEN A NAME OR MEMBER ID IT SHOWS
001400*                  THE CUSTOMER MASTER DETAILS, WHETHER THE
001500*                  PERSON IS IN THE BUILDING TODAY AND AT WHICH
001600*                  SITE, THE BADGE THEY HOLD, THEIR APPOINTMENTS
001700*                  FOR TODAY AND AHEAD WITH THE HOSTS, AND THEIR
001800*                  LAST FEW VISITS.  A WATCH-LIST MATCH SHOWS
001900*                  ONLY THE CHECK-IN'S HOLD MESSAGE.  EVERY
002000*                  INQUIRY IS LOGGED WITH THE OPERATOR AND
002100*                  WORKSTATION TO THE INQUIRY AUDIT LOG.  THE
002200*                  SITE LOGS ARE READ THROUGH THE ONE SITELOG DD,
002300*                  ALLOCATED FROM THE ENVIRONMENT VARIABLE NAMED
002400*                  BY EACH SITE'S DD NAME ON THE SITE DIRECTORY.
002412* 10/15/2026  RMC  THE LAST VISITS NOW TAKE IN CHECK-INS FROM
002424*                  EARLIER DAYS STILL ON THE SITE LOGS, SKIPPING
002436*                  ANY ALREADY ON THE HISTORY ARCHIVE, SO THE MOST
002448*                  RECENT CLOSED DAY IS SHOWN BEFORE THE NIGHTLY
002460*                  ARCHIVE HAS RUN.  THE LOOKBACK DATE IS NOW
002472*                  STEPPED BACK A DAY AT A TIME THROUGH A
002484*                  MONTH-LENGTH TABLE.
002500*
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-Z15.
003000 OBJECT-COMPUTER. IBM-Z15.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*    INQUIRY AUDIT LOG - ONE RECORD PER INQUIRY
003400     SELECT INQLOG-FILE ASSIGN TO "INQLOG"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS IQ-INQLOG-STATUS.
003700*    CUSTOMER MASTER - LOOKUP BY NAME OR MEMBER ID
003800     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAS"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-NAME
004200         ALTERNATE RECORD KEY IS CM-MEMBER-ID
004300             WITH DUPLICATES
004400         FILE STATUS IS IQ-CUSTMAST-STATUS.
004500*    BARRED-VISITOR WATCH LIST - SCREENED BEFORE ANYTHING IS
004600*    SHOWN
004700     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS WL-NAME
005100         FILE STATUS IS IQ-WATCHLST-STATUS.
005200*    VISITOR BADGE INVENTORY - SCANNED FOR THE HOLDER
005300     SELECT BADGE-FILE ASSIGN TO "BADGEINV"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS BG-BADGE-NO
005700         FILE STATUS IS IQ-BADGE-STATUS.
005800*    EXPECTED-VISITOR (APPOINTMENT) FILE - BY NAME, DATE, TIME
005900     SELECT APPOINT-FILE ASSIGN TO "APPTFIL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AP-KEY
006300         FILE STATUS IS IQ-APPOINT-STATUS.
006400*    HOST EMPLOYEE DIRECTORY - DEPARTMENT AND EXTENSION OF THE
006500*    HOST ON EACH APPOINTMENT
006600     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS HD-HOST-ID
007000         ALTERNATE RECORD KEY IS HD-HOST-NAME
007100             WITH DUPLICATES
007200         FILE STATUS IS IQ-HOSTDIR-STATUS.
007300*    SITE DIRECTORY - WHICH SITE LOGS TO LOOK IN FOR TODAY
007400     SELECT SITEDIR-FILE ASSIGN TO "SITEDIR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS SD-SITE-ID
007800         FILE STATUS IS IQ-SITEDIR-STATUS.
007900*    PER-SITE VISITOR LOG FOR TODAY - ONE SITE AT A TIME.  THE
008000*    SITELOG DD IS NOT CODED IN THE JCL; BEFORE EACH OPEN IT IS
008100*    ALLOCATED FROM THE ENVIRONMENT VARIABLE NAMED BY THE SITE'S
008200*    VISITOR LOG DD NAME ON THE DIRECTORY (SEE 3300).
008300     SELECT SITELOG-FILE ASSIGN TO "SITELOG"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS IQ-SITELOG-STATUS.
008600*    VISITOR HISTORY ARCHIVE - EARLIER VISITS
008700     SELECT VISARCH-FILE ASSIGN TO "VISARCH"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS VH-ARCH-KEY
009100         ALTERNATE RECORD KEY IS VH-MEMBER-ID
009200             WITH DUPLICATES
009300         FILE STATUS IS IQ-VISARCH-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  INQLOG-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 100 CHARACTERS.
009900     COPY INQLOG.
010000 FD  CUSTMAST-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 60 CHARACTERS.
010300     COPY CUSTMAST.
010400 FD  WATCHLST-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 100 CHARACTERS.
010700     COPY WATCHLST.
010800 FD  BADGE-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 60 CHARACTERS.
011100     COPY BADGEINV.
011200 FD  APPOINT-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY APPOINT.
011600 FD  HOSTDIR-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 80 CHARACTERS.
011900     COPY HOSTDIR.
012000 FD  SITEDIR-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS.
012300     COPY SITEDIR.
012400 FD  SITELOG-FILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 150 CHARACTERS.
012700 01  SITELOG-RECORD              PIC X(150).
012800 FD  VISARCH-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 182 CHARACTERS.
013100     COPY VISARCH.
013200 WORKING-STORAGE SECTION.
013300 77  IQ-INQLOG-STATUS            PIC X(02) VALUE SPACES.
013400 77  IQ-INQLOG-OPEN-SW           PIC X(01) VALUE 'N'.
013500     88  IQ-INQLOG-IS-OPEN           VALUE 'Y'.
013600 77  IQ-CUSTMAST-STATUS          PIC X(02) VALUE SPACES.
013700 77  IQ-CUSTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
013800     88  IQ-CUSTMAST-IS-OPEN         VALUE 'Y'.
013900 77  IQ-WATCHLST-STATUS          PIC X(02) VALUE SPACES.
014000 77  IQ-WATCHLST-OPEN-SW         PIC X(01) VALUE 'N'.
014100     88  IQ-WATCHLST-IS-OPEN         VALUE 'Y'.
014200 77  IQ-BADGE-STATUS             PIC X(02) VALUE SPACES.
014300 77  IQ-BADGE-OPEN-SW            PIC X(01) VALUE 'N'.
014400     88  IQ-BADGE-IS-OPEN            VALUE 'Y'.
014500 77  IQ-APPOINT-STATUS           PIC X(02) VALUE SPACES.
014600 77  IQ-APPOINT-OPEN-SW          PIC X(01) VALUE 'N'.
014700     88  IQ-APPOINT-IS-OPEN          VALUE 'Y'.
014800 77  IQ-HOSTDIR-STATUS           PIC X(02) VALUE SPACES.
014900 77  IQ-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
015000     88  IQ-HOSTDIR-IS-OPEN          VALUE 'Y'.
015100 77  IQ-SITEDIR-STATUS           PIC X(02) VALUE SPACES.
015200 77  IQ-SITEDIR-EOF-SW           PIC X(01) VALUE 'N'.
015300     88  IQ-SITEDIR-EOF              VALUE 'Y'.
015400 77  IQ-SITELOG-STATUS           PIC X(02) VALUE SPACES.
015500 77  IQ-SITELOG-EOF-SW           PIC X(01) VALUE 'N'.
015600     88  IQ-SITELOG-EOF              VALUE 'Y'.
015700 77  IQ-VISARCH-STATUS           PIC X(02) VALUE SPACES.
015800 77  IQ-VISARCH-OPEN-SW          PIC X(01) VALUE 'N'.
015900     88  IQ-VISARCH-IS-OPEN          VALUE 'Y'.
016000 77  IQ-VISARCH-EOF-SW           PIC X(01) VALUE 'N'.
016100     88  IQ-VISARCH-EOF              VALUE 'Y'.
016200 77  IQ-DONE-SW                  PIC X(01) VALUE 'N'.
016300     88  IQ-ALL-DONE                 VALUE 'Y'.
016400 77  IQ-WATCH-HIT-SW             PIC X(01) VALUE 'N'.
016500     88  IQ-WATCH-HIT                VALUE 'Y'.
016600 77  IQ-MATCH-SW                 PIC X(01) VALUE 'N'.
016700     88  IQ-RECORD-MATCHES           VALUE 'Y'.
016800 77  IQ-SITE-IN-SW               PIC X(01) VALUE 'N'.
016900     88  IQ-IN-AT-SITE               VALUE 'Y'.
017000 77  IQ-BADGE-SCAN-SW            PIC X(01) VALUE 'N'.
017100     88  IQ-BADGE-SCAN-DONE          VALUE 'Y'.
017200 77  IQ-BADGE-FOUND-SW           PIC X(01) VALUE 'N'.
017300     88  IQ-BADGE-FOUND              VALUE 'Y'.
017400 77  IQ-APPT-SCAN-SW             PIC X(01) VALUE 'N'.
017500     88  IQ-APPT-SCAN-DONE           VALUE 'Y'.
017600 77  IQ-ARCH-BY-ID-SW            PIC X(01) VALUE 'N'.
017700     88  IQ-ARCH-BY-ID               VALUE 'Y'.
017800 77  IQ-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
017900     88  IQ-CUST-FOUND               VALUE 'Y'.
018000 77  IQ-SITE-COUNT               PIC 9(04) COMP VALUE ZERO.
018100 77  IQ-SITE-MAX                 PIC 9(04) COMP VALUE 50.
018200 77  IQ-SITE-SUB                 PIC 9(04) COMP VALUE ZERO.
018300 77  IQ-PRESENT-CT               PIC 9(04) COMP VALUE ZERO.
018400 77  IQ-APPT-CT                  PIC 9(04) COMP VALUE ZERO.
018500 77  IQ-APPT-MAX                 PIC 9(04) COMP VALUE 10.
018600 77  IQ-LV-COUNT                 PIC 9(04) COMP VALUE ZERO.
018700 77  IQ-LV-MAX                   PIC 9(04) COMP VALUE 5.
018800 77  IQ-LV-SUB                   PIC 9(04) COMP VALUE ZERO.
018900 77  IQ-LV-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
019000 77  IQ-LV-SHOWN-CT              PIC 9(04) COMP VALUE ZERO.
019100 77  IQ-LOOKBACK-DAYS            PIC 9(04) COMP VALUE 90.
019200 77  IQ-INQUIRY-CT               PIC 9(08) COMP VALUE ZERO.
019214 77  IQ-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
019228 77  IQ-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
019242 77  IQ-ARCHIVED-SW              PIC X(01) VALUE 'N'.
019256     88  IQ-ALREADY-ARCHIVED         VALUE 'Y'.
019270 77  IQ-ARCH-LOOKUP-SW           PIC X(01) VALUE 'N'.
019284     88  IQ-ARCH-LOOKUP-DONE         VALUE 'Y'.
019300 01  IQ-NAME                     PIC X(30) VALUE SPACES.
019400 01  IQ-GIVEN-NAME               PIC X(30) VALUE SPACES.
019500 01  IQ-SCREEN-NAME              PIC X(30) VALUE SPACES.
019600 01  IQ-MEMBER-ID                PIC X(10) VALUE SPACES.
019700 01  IQ-GIVEN-MEMBER-ID          PIC X(10) VALUE SPACES.
019800 01  IQ-SHOW-MEMBER-ID           PIC X(10) VALUE SPACES.
019900 01  IQ-CURRENT-DATE             PIC 9(08) VALUE ZERO.
020000 01  IQ-CURRENT-TIME             PIC 9(08) VALUE ZERO.
020100 01  IQ-FROM-DATE                PIC 9(08) VALUE ZERO.
020108 01  IQ-FROM-DATE-X REDEFINES IQ-FROM-DATE.
020116     05  IQ-FD-YYYY              PIC 9(04).
020124     05  IQ-FD-MM                PIC 9(02).
020132     05  IQ-FD-DD                PIC 9(02).
020140*    DAYS IN EACH MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
020148 01  IQ-MONTH-DAYS-VALUES.
020156     05  FILLER                  PIC X(24)
020164                                 VALUE "312831303130313130313031".
020172 01  IQ-MONTH-DAYS-TABLE REDEFINES IQ-MONTH-DAYS-VALUES.
020180     05  IQ-MONTH-DAYS OCCURS 12 TIMES
020188                                 PIC 9(02).
020200 01  IQ-OPERATOR-ID              PIC X(08) VALUE SPACES.
020300 01  IQ-WORKSTATION-ID           PIC X(08) VALUE SPACES.
020400 01  IQ-SITE-ID                  PIC X(03) VALUE SPACES.
020500 01  IQ-SITE-DDNAME              PIC X(08) VALUE SPACES.
020600 01  IQ-SITE-ALLOC               PIC X(100) VALUE SPACES.
020700 01  IQ-SITELOG-ENV              PIC X(110) VALUE SPACES.
020800 01  IQ-PUTENV-RC                PIC S9(09) COMP VALUE ZERO.
020900 01  IQ-IN-SITE-ID               PIC X(03) VALUE SPACES.
021000 01  IQ-IN-TIME                  PIC 9(08) VALUE ZERO.
021100 01  IQ-IN-BADGE-NO              PIC X(04) VALUE SPACES.
021200 01  IQ-INQUIRY-CT-ED            PIC Z(07)9.
021300 01  IQ-DISPLAY-LINE             PIC X(80) VALUE SPACES.
021400 01  IQ-DATE-WORK                PIC 9(08) VALUE ZERO.
021500 01  IQ-DATE-WORK-X REDEFINES IQ-DATE-WORK.
021600     05  IQ-DW-YYYY              PIC X(04).
021700     05  IQ-DW-MM                PIC X(02).
021800     05  IQ-DW-DD                PIC X(02).
021900 01  IQ-DATE-EDIT.
022000     05  IQ-DE-MM                PIC X(02).
022100     05  FILLER                  PIC X(01) VALUE "/".
022200     05  IQ-DE-DD                PIC X(02).
022300     05  FILLER                  PIC X(01) VALUE "/".
022400     05  IQ-DE-YYYY              PIC X(04).
022500 01  IQ-TIME-WORK                PIC 9(08) VALUE ZERO.
022600 01  IQ-TIME-WORK-X REDEFINES IQ-TIME-WORK.
022700     05  IQ-TW-HH                PIC X(02).
022800     05  IQ-TW-MM                PIC X(02).
022900     05  IQ-TW-SSCC              PIC X(04).
023000 01  IQ-TIME-EDIT.
023100     05  IQ-TE-HH                PIC X(02).
023200     05  FILLER                  PIC X(01) VALUE ":".
023300     05  IQ-TE-MM                PIC X(02).
023400 01  IQ-APPT-TIME                PIC 9(04) VALUE ZERO.
023500 01  IQ-APPT-TIME-X REDEFINES IQ-APPT-TIME.
023600     05  IQ-AT-HH                PIC X(02).
023700     05  IQ-AT-MM                PIC X(02).
023800 01  IQ-SITE-TABLE.
023900     05  IQ-SITE-ENTRY OCCURS 50 TIMES.
024000         10  IQ-ST-SITE-ID       PIC X(03).
024100         10  IQ-ST-DDNAME        PIC X(08).
024200*    THE MOST RECENT CHECK-INS FOUND - DATE AND TIME TOGETHER
024300*    COMPARE AS ONE STAMP SO THE OLDEST SLOT CAN BE REPLACED
024400 01  IQ-LAST-VISIT-TABLE.
024500     05  IQ-LV-ENTRY OCCURS 5 TIMES.
024600         10  IQ-LV-STAMP.
024700             15  IQ-LV-DATE      PIC 9(08).
024800             15  IQ-LV-TIME      PIC 9(08).
024900         10  IQ-LV-SITE-ID       PIC X(03).
025000         10  IQ-LV-SHOWN-SW      PIC X(01).
025100 01  IQ-NEW-STAMP.
025200     05  IQ-NEW-DATE             PIC 9(08).
025300     05  IQ-NEW-TIME             PIC 9(08).
025400 01  IQ-NEW-SITE-ID              PIC X(03) VALUE SPACES.
025500     COPY VISLOG.
025600*
025700 PROCEDURE DIVISION.
025800***************************************************************
025900*                 0000-MAINLINE                                *
026000***************************************************************
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
026400         UNTIL IQ-ALL-DONE.
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026600     STOP RUN.
026700 0000-EXIT.
026800     EXIT.
026900*
027000***************************************************************
027100*  1000-INITIALIZE - WHO IS ASKING AND FROM WHERE, THEN OPEN   *
027200*  THE FILES.  EVERY INQUIRY MUST BE LOGGED, SO WITHOUT THE    *
027300*  INQUIRY LOG THE PROGRAM REFUSES TO RUN.  ANY OTHER FILE     *
027400*  NOT ON HAND IS REPORTED AND THAT PART OF THE ANSWER IS      *
027500*  LEFT OUT.                                                   *
027600***************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT IQ-OPERATOR-ID FROM ENVIRONMENT "USER".
027900     IF IQ-OPERATOR-ID = SPACES
028000         MOVE "UNKNOWN " TO IQ-OPERATOR-ID
028100     END-IF.
028200     ACCEPT IQ-WORKSTATION-ID FROM ENVIRONMENT "HOSTNAME".
028300     IF IQ-WORKSTATION-ID = SPACES
028400         MOVE "UNKNOWN " TO IQ-WORKSTATION-ID
028500     END-IF.
028600     ACCEPT IQ-SITE-ID FROM ENVIRONMENT "SITEID".
028700     OPEN EXTEND INQLOG-FILE.
028800     IF IQ-INQLOG-STATUS = "35"
028900         OPEN OUTPUT INQLOG-FILE
029000     END-IF.
029100     IF IQ-INQLOG-STATUS NOT = "00"
029200         DISPLAY "VISITOR-INQUIRY: ERROR OPENING INQLOG - "
029300             IQ-INQLOG-STATUS
029400         DISPLAY "VISITOR-INQUIRY: INQUIRIES CANNOT BE LOGGED - "
029500             "RUN REFUSED"
029600         SET IQ-ALL-DONE TO TRUE
029700         GO TO 1000-EXIT
029800     END-IF.
029900     SET IQ-INQLOG-IS-OPEN TO TRUE.
030000     OPEN INPUT CUSTMAST-FILE.
030100     IF IQ-CUSTMAST-STATUS NOT = "00"
030200         DISPLAY "VISITOR-INQUIRY: ERROR OPENING CUSTMAS - "
030300             IQ-CUSTMAST-STATUS
030400         DISPLAY "VISITOR-INQUIRY: CONTINUING - MEMBER DETAILS "
030500             "WILL NOT BE SHOWN"
030600     ELSE
030700         SET IQ-CUSTMAST-IS-OPEN TO TRUE
030800     END-IF.
030900     OPEN INPUT WATCHLST-FILE.
031000     IF IQ-WATCHLST-STATUS NOT = "00"
031100         DISPLAY "VISITOR-INQUIRY: ERROR OPENING WATCHLST - "
031200             IQ-WATCHLST-STATUS
031300         DISPLAY "VISITOR-INQUIRY: CONTINUING - WATCH LIST WILL "
031400             "NOT BE SCREENED"
031500     ELSE
031600         SET IQ-WATCHLST-IS-OPEN TO TRUE
031700     END-IF.
031800     OPEN INPUT BADGE-FILE.
031900     IF IQ-BADGE-STATUS NOT = "00"
032000         DISPLAY "VISITOR-INQUIRY: ERROR OPENING BADGEINV - "
032100             IQ-BADGE-STATUS
032200         DISPLAY "VISITOR-INQUIRY: CONTINUING - BADGES WILL NOT "
032300             "BE SHOWN"
032400     ELSE
032500         SET IQ-BADGE-IS-OPEN TO TRUE
032600     END-IF.
032700     OPEN INPUT APPOINT-FILE.
032800     IF IQ-APPOINT-STATUS NOT = "00"
032900         DISPLAY "VISITOR-INQUIRY: ERROR OPENING APPTFIL - "
033000             IQ-APPOINT-STATUS
033100         DISPLAY "VISITOR-INQUIRY: CONTINUING - APPOINTMENTS "
033200             "WILL NOT BE SHOWN"
033300     ELSE
033400         SET IQ-APPOINT-IS-OPEN TO TRUE
033500     END-IF.
033600     IF IQ-APPOINT-IS-OPEN
033700         OPEN INPUT HOSTDIR-FILE
033800         IF IQ-HOSTDIR-STATUS NOT = "00"
033900             DISPLAY "VISITOR-INQUIRY: ERROR OPENING HOSTDIR - "
034000                 IQ-HOSTDIR-STATUS
034100         ELSE
034200             SET IQ-HOSTDIR-IS-OPEN TO TRUE
034300         END-IF
034400     END-IF.
034500     OPEN INPUT VISARCH-FILE.
034600     IF IQ-VISARCH-STATUS NOT = "00"
034700         DISPLAY "VISITOR-INQUIRY: ERROR OPENING VISARCH - "
034800             IQ-VISARCH-STATUS
034900         DISPLAY "VISITOR-INQUIRY: CONTINUING - ONLY TODAY'S "
035000             "VISITS WILL BE SHOWN"
035100     ELSE
035200         SET IQ-VISARCH-IS-OPEN TO TRUE
035300     END-IF.
035400     PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT.
035500 1000-EXIT.
035600     EXIT.
035700*
035800***************************************************************
035900*  1100-LOAD-DIRECTORY - TODAY'S VISITS ARE ON THE SITE LOGS   *
036000*  OF THE ACTIVE SITES.  WITH NO DIRECTORY ON HAND, OR NO      *
036100*  ACTIVE SITE ON IT, THE SINGLE DESK LOG IS USED, ALLOCATED   *
036200*  FROM THE VISLOG ENVIRONMENT VARIABLE.                       *
036300***************************************************************
036400 1100-LOAD-DIRECTORY.
036500     MOVE ZERO TO IQ-SITE-COUNT.
036600     OPEN INPUT SITEDIR-FILE.
036700     IF IQ-SITEDIR-STATUS NOT = "00"
036800         DISPLAY "VISITOR-INQUIRY: ERROR OPENING SITEDIR - "
036900             IQ-SITEDIR-STATUS
037000     ELSE
037100         MOVE "N" TO IQ-SITEDIR-EOF-SW
037200         PERFORM 1110-READ-DIRECTORY-REC THRU 1110-EXIT
037300             UNTIL IQ-SITEDIR-EOF
037400         CLOSE SITEDIR-FILE
037500     END-IF.
037600     IF IQ-SITE-COUNT = ZERO
037700         MOVE 1 TO IQ-SITE-COUNT
037800         MOVE SPACES TO IQ-ST-SITE-ID (1)
037900         MOVE "VISLOG" TO IQ-ST-DDNAME (1)
038000     END-IF.
038100 1100-EXIT.
038200     EXIT.
038300*
038400 1110-READ-DIRECTORY-REC.
038500     READ SITEDIR-FILE NEXT RECORD
038600         AT END
038700             SET IQ-SITEDIR-EOF TO TRUE
038800             GO TO 1110-EXIT
038900     END-READ.
039000     IF NOT SD-ACTIVE
039100         GO TO 1110-EXIT
039200     END-IF.
039300     IF IQ-SITE-COUNT NOT LESS THAN IQ-SITE-MAX
039400         DISPLAY "VISITOR-INQUIRY: SITE TABLE FULL - SITE "
039500             SD-SITE-ID " NOT SEARCHED"
039600         GO TO 1110-EXIT
039700     END-IF.
039800     ADD 1 TO IQ-SITE-COUNT.
039900     MOVE SD-SITE-ID TO IQ-ST-SITE-ID (IQ-SITE-COUNT).
040000     MOVE SD-VISLOG-DDNAME TO IQ-ST-DDNAME (IQ-SITE-COUNT).
040100 1110-EXIT.
040200     EXIT.
040300*
040400***************************************************************
040500*  2000-PROCESS-INQUIRY - ONE NAME OR MEMBER ID PER PASS.  THE *
040600*  WATCH LIST IS SCREENED BEFORE ANYTHING IS SHOWN; A HIT      *
040700*  SHOWS ONLY THE CHECK-IN'S HOLD MESSAGE, SO THE DESK LEARNS  *
040800*  NOTHING MORE ABOUT THE PERSON THAN IT WOULD AT CHECK-IN.    *
040900***************************************************************
041000 2000-PROCESS-INQUIRY.
041100     PERFORM 2100-GET-REQUEST THRU 2100-EXIT.
041200     IF IQ-ALL-DONE
041300         GO TO 2000-EXIT
041400     END-IF.
041500     ACCEPT IQ-CURRENT-DATE FROM DATE YYYYMMDD.
041600     ACCEPT IQ-CURRENT-TIME FROM TIME.
041700     MOVE SPACES TO INQLOG-RECORD.
041800     MOVE IQ-CURRENT-DATE TO IL-INQ-DATE.
041900     MOVE IQ-CURRENT-TIME TO IL-INQ-TIME.
042000     MOVE IQ-OPERATOR-ID TO IL-OPERATOR-ID.
042100     MOVE IQ-WORKSTATION-ID TO IL-WORKSTATION-ID.
042200     MOVE IQ-SITE-ID TO IL-SITE-ID.
042300     MOVE IQ-GIVEN-NAME TO IL-SEARCH-NAME.
042400     MOVE IQ-GIVEN-MEMBER-ID TO IL-SEARCH-MEMBER-ID.
042500     SET IL-NOT-IN-BUILDING TO TRUE.
042600     PERFORM 2200-LOOKUP-CUSTOMER THRU 2200-EXIT.
042700     PERFORM 2300-CHECK-WATCH-LIST THRU 2300-EXIT.
042800     IF IQ-WATCH-HIT
042900         SET IL-SECURITY-NOTICE TO TRUE
043000         DISPLAY "PLEASE HAVE THE VISITOR WAIT - "
043100             "NOTIFY THE DUTY MGR"
043200         PERFORM 8000-WRITE-INQLOG THRU 8000-EXIT
043300         GO TO 2000-EXIT
043400     END-IF.
043500     DISPLAY " ".
043600     PERFORM 2400-SHOW-MEMBER THRU 2400-EXIT.
043700     PERFORM 3000-FIND-PRESENCE THRU 3000-EXIT.
043800     PERFORM 4000-SHOW-BADGE THRU 4000-EXIT.
043900     PERFORM 5000-SHOW-APPOINTMENTS THRU 5000-EXIT.
044000     PERFORM 6000-SHOW-LAST-VISITS THRU 6000-EXIT.
044100     DISPLAY " ".
044200     PERFORM 8000-WRITE-INQLOG THRU 8000-EXIT.
044300 2000-EXIT.
044400     EXIT.
044500*
044600***************************************************************
044700*  2100-GET-REQUEST - A NAME, A MEMBER ID OR BOTH.  NEITHER    *
044800*  ENDS THE SESSION.                                           *
044900***************************************************************
045000 2100-GET-REQUEST.
045100     MOVE SPACES TO IQ-GIVEN-NAME.
045200     MOVE SPACES TO IQ-GIVEN-MEMBER-ID.
045300     DISPLAY "VISITOR NAME (ENTER FOR NONE)? ".
045400     ACCEPT IQ-GIVEN-NAME.
045500     DISPLAY "MEMBER ID (ENTER FOR NONE)? ".
045600     ACCEPT IQ-GIVEN-MEMBER-ID.
045700     IF IQ-GIVEN-NAME = SPACES AND IQ-GIVEN-MEMBER-ID = SPACES
045800         SET IQ-ALL-DONE TO TRUE
045900     END-IF.
046000 2100-EXIT.
046100     EXIT.
046200*
046300***************************************************************
046400*  2200-LOOKUP-CUSTOMER - A MEMBER ID IS PREFERRED OVER THE    *
046500*  NAME, AS AT CHECK-IN, AND THE NAME ON THE MASTER IS THEN    *
046600*  THE ONE SEARCHED FOR.  AN ID NOT ON THE MASTER FALLS BACK   *
046700*  TO THE NAME KEYED WITH IT, BUT IS STILL LOGGED AS UNKNOWN;  *
046800*  WITH NO NAME KEYED THE ID IS SEARCHED FOR ON THE VISIT      *
046900*  RECORDS BY ITSELF.                                          *
047000***************************************************************
047100 2200-LOOKUP-CUSTOMER.
047200     MOVE IQ-GIVEN-NAME TO IQ-NAME.
047300     MOVE IQ-GIVEN-MEMBER-ID TO IQ-MEMBER-ID.
047400     MOVE "N" TO IQ-CUST-FOUND-SW.
047500     SET IL-NOT-A-MEMBER TO TRUE.
047600     IF NOT IQ-CUSTMAST-IS-OPEN
047700         GO TO 2200-EXIT
047800     END-IF.
047900     IF IQ-GIVEN-MEMBER-ID NOT = SPACES
048000         MOVE IQ-GIVEN-MEMBER-ID TO CM-MEMBER-ID
048100         READ CUSTMAST-FILE KEY IS CM-MEMBER-ID
048200             INVALID KEY
048300                 SET IL-MEMBER-ID-UNKNOWN TO TRUE
048400         END-READ
048500     END-IF.
048600     IF IL-MEMBER-ID-UNKNOWN
048700         IF IQ-GIVEN-NAME = SPACES
048800             GO TO 2200-EXIT
048900         END-IF
049000         MOVE SPACES TO IQ-MEMBER-ID
049100     END-IF.
049200     IF IQ-GIVEN-MEMBER-ID = SPACES OR IL-MEMBER-ID-UNKNOWN
049300         MOVE IQ-GIVEN-NAME TO CM-NAME
049400         READ CUSTMAST-FILE
049500             INVALID KEY
049600                 GO TO 2200-EXIT
049700         END-READ
049800     END-IF.
049900     SET IQ-CUST-FOUND TO TRUE.
050000     MOVE CM-NAME TO IQ-NAME.
050100     MOVE CM-MEMBER-ID TO IQ-MEMBER-ID.
050200     IF IL-MEMBER-ID-UNKNOWN
050300         GO TO 2200-EXIT
050400     END-IF.
050500     IF CM-ACTIVE
050600         SET IL-ACTIVE-MEMBER TO TRUE
050700     ELSE
050800         SET IL-INACTIVE-MEMBER TO TRUE
050900     END-IF.
051000 2200-EXIT.
051100     EXIT.
051200*
051300***************************************************************
051400*  2300-CHECK-WATCH-LIST - THE NAME ON THE MASTER AND THE NAME *
051500*  KEYED ARE BOTH SCREENED.  AN ENTRY PAST ITS EXPIRY DATE IS  *
051600*  IGNORED; ONE WITH NO EXPIRY DATE IS ALWAYS SCREENED.        *
051700***************************************************************
051800 2300-CHECK-WATCH-LIST.
051900     MOVE "N" TO IQ-WATCH-HIT-SW.
052000     IF NOT IQ-WATCHLST-IS-OPEN
052100         GO TO 2300-EXIT
052200     END-IF.
052300     IF IQ-NAME NOT = SPACES
052400         MOVE IQ-NAME TO IQ-SCREEN-NAME
052500         PERFORM 2310-SCREEN-NAME THRU 2310-EXIT
052600     END-IF.
052700     IF NOT IQ-WATCH-HIT
052800         AND IQ-GIVEN-NAME NOT = SPACES
052900         AND IQ-GIVEN-NAME NOT = IQ-NAME
053000         MOVE IQ-GIVEN-NAME TO IQ-SCREEN-NAME
053100         PERFORM 2310-SCREEN-NAME THRU 2310-EXIT
053200     END-IF.
053300 2300-EXIT.
053400     EXIT.
053500*
053600 2310-SCREEN-NAME.
053700     MOVE IQ-SCREEN-NAME TO WL-NAME.
053800     READ WATCHLST-FILE
053900         INVALID KEY
054000             GO TO 2310-EXIT
054100     END-READ.
054200     IF WL-EXPIRY-DATE NUMERIC
054300         AND NOT WL-NO-EXPIRY-DATE
054400         AND WL-EXPIRY-DATE LESS THAN IQ-CURRENT-DATE
054500         GO TO 2310-EXIT
054600     END-IF.
054700     SET IQ-WATCH-HIT TO TRUE.
054800 2310-EXIT.
054900     EXIT.
055000*
055100***************************************************************
055200*  2400-SHOW-MEMBER - AN UNKNOWN MEMBER ID IS REPORTED FIRST,  *
055300*  THEN WHATEVER THE NAME KEYED WITH IT FOUND ON THE MASTER.   *
055400***************************************************************
055500 2400-SHOW-MEMBER.
055600     MOVE SPACES TO IQ-DISPLAY-LINE.
055700     IF IL-MEMBER-ID-UNKNOWN
055800         STRING "MEMBER . . . . . : ID " DELIMITED BY SIZE
055900                IQ-GIVEN-MEMBER-ID DELIMITED BY SPACE
056000                " IS NOT ON THE CUSTOMER MASTER" DELIMITED BY SIZE
056100             INTO IQ-DISPLAY-LINE
056200         DISPLAY IQ-DISPLAY-LINE
056300         MOVE SPACES TO IQ-DISPLAY-LINE
056400         IF NOT IQ-CUST-FOUND
056500             IF IQ-NAME NOT = SPACES
056600                 DISPLAY "NAME . . . . . . : " IQ-NAME
056700             END-IF
056800             GO TO 2400-EXIT
056900         END-IF
057000     END-IF.
057100     IF IL-NOT-A-MEMBER
057200         IF IQ-CUSTMAST-IS-OPEN
057300             DISPLAY "MEMBER . . . . . : NOT ON THE CUSTOMER "
057400                 "MASTER - WALK-IN"
057500         ELSE
057600             DISPLAY "MEMBER . . . . . : CUSTOMER MASTER NOT "
057700                 "AVAILABLE"
057800         END-IF
057900         IF IQ-NAME NOT = SPACES
058000             DISPLAY "NAME . . . . . . : " IQ-NAME
058100         END-IF
058200         GO TO 2400-EXIT
058300     END-IF.
058400     DISPLAY "NAME . . . . . . : " CM-NAME.
058500     IF IQ-GIVEN-NAME NOT = SPACES AND IQ-GIVEN-NAME NOT = CM-NAME
058600         DISPLAY "  (NAME KEYED WAS " IQ-GIVEN-NAME ")"
058700     END-IF.
058800     MOVE CM-MEMBER-ID TO IQ-SHOW-MEMBER-ID.
058900     IF IQ-SHOW-MEMBER-ID = SPACES
059000         MOVE "NONE" TO IQ-SHOW-MEMBER-ID
059100     END-IF.
059200     IF CM-ACTIVE
059300         STRING "MEMBER . . . . . : ID " DELIMITED BY SIZE
059400                IQ-SHOW-MEMBER-ID DELIMITED BY SIZE
059500                " TIER " DELIMITED BY SIZE
059600                CM-TIER DELIMITED BY SIZE
059700                " ACTIVE" DELIMITED BY SIZE
059800             INTO IQ-DISPLAY-LINE
059900     ELSE
060000         STRING "MEMBER . . . . . : ID " DELIMITED BY SIZE
060100                IQ-SHOW-MEMBER-ID DELIMITED BY SIZE
060200                " TIER " DELIMITED BY SIZE
060300                CM-TIER DELIMITED BY SIZE
060400                " INACTIVE (WALK-IN)" DELIMITED BY SIZE
060500             INTO IQ-DISPLAY-LINE
060600     END-IF.
060700     DISPLAY IQ-DISPLAY-LINE.
060800 2400-EXIT.
060900     EXIT.
061000*
061087***************************************************************
061174*  3000-FIND-PRESENCE - READ THE LOG AT EACH SITE.  THE PERSON *
061261*  IS IN AT A SITE WHEN THEIR LAST RECORD THERE TODAY IS A     *
061348*  CHECK-IN.  THEIR CHECK-INS ON THE LOG ARE ALSO KEPT FOR THE *
061435*  LAST VISITS: TODAY'S, AND THOSE OF EARLIER DAYS THE NIGHTLY *
061522*  ARCHIVE HAS NOT YET MOVED TO THE HISTORY ARCHIVE.           *
061609***************************************************************
061700 3000-FIND-PRESENCE.
061800     MOVE ZERO TO IQ-PRESENT-CT.
061900     MOVE ZERO TO IQ-LV-COUNT.
062000     MOVE 1 TO IQ-SITE-SUB.
062100     PERFORM 3100-SEARCH-SITE-LOG THRU 3100-EXIT
062200         UNTIL IQ-SITE-SUB > IQ-SITE-COUNT.
062300     IF IQ-PRESENT-CT = ZERO
062400         DISPLAY "IN BUILDING  . . : NO"
062500     END-IF.
062600 3000-EXIT.
062700     EXIT.
062800*
062900 3100-SEARCH-SITE-LOG.
063000     MOVE IQ-ST-DDNAME (IQ-SITE-SUB) TO IQ-SITE-DDNAME.
063100     MOVE "N" TO IQ-SITELOG-EOF-SW.
063200     MOVE "N" TO IQ-SITE-IN-SW.
063300     MOVE IQ-ST-SITE-ID (IQ-SITE-SUB) TO IQ-IN-SITE-ID.
063400     PERFORM 3300-ALLOCATE-SITE-LOG THRU 3300-EXIT.
063500     IF IQ-SITE-ALLOC = SPACES
063600         DISPLAY "  (" IQ-SITE-DDNAME " NOT ALLOCATED FOR SITE "
063700             IQ-ST-SITE-ID (IQ-SITE-SUB) ")"
063800         ADD 1 TO IQ-SITE-SUB
063900         GO TO 3100-EXIT
064000     END-IF.
064100     OPEN INPUT SITELOG-FILE.
064200     IF IQ-SITELOG-STATUS NOT = "00"
064300         DISPLAY "  (" IQ-SITE-DDNAME " NOT ON HAND FOR SITE "
064400             IQ-ST-SITE-ID (IQ-SITE-SUB) " - STATUS "
064500             IQ-SITELOG-STATUS ")"
064600         ADD 1 TO IQ-SITE-SUB
064700         GO TO 3100-EXIT
064800     END-IF.
064900     PERFORM 3110-READ-SITE-LOG THRU 3110-EXIT
065000         UNTIL IQ-SITELOG-EOF.
065100     CLOSE SITELOG-FILE.
065200     IF IQ-IN-AT-SITE
065300         PERFORM 3200-SHOW-PRESENT THRU 3200-EXIT
065400     END-IF.
065500     ADD 1 TO IQ-SITE-SUB.
065600 3100-EXIT.
065700     EXIT.
065800*
065900 3110-READ-SITE-LOG.
066000     READ SITELOG-FILE INTO VISLOG-RECORD
066100         AT END
066200             SET IQ-SITELOG-EOF TO TRUE
066300             GO TO 3110-EXIT
066400     END-READ.
066800     PERFORM 3150-MATCH-VISIT THRU 3150-EXIT.
066900     IF NOT IQ-RECORD-MATCHES
067000         GO TO 3110-EXIT
067100     END-IF.
067114     IF VL-VISIT-DATE NOT = IQ-CURRENT-DATE
067128         IF VL-CHECK-IN
067142             PERFORM 3120-KEEP-EARLIER-VISIT THRU 3120-EXIT
067156         END-IF
067170         GO TO 3110-EXIT
067184     END-IF.
067200     IF VL-CHECK-OUT
067300         MOVE "N" TO IQ-SITE-IN-SW
067400         GO TO 3110-EXIT
067500     END-IF.
067600     SET IQ-IN-AT-SITE TO TRUE.
067700     MOVE VL-VISIT-TIME TO IQ-IN-TIME.
067800     MOVE VL-BADGE-NO TO IQ-IN-BADGE-NO.
067900     IF VL-SITE-ID NOT = SPACES
068000         MOVE VL-SITE-ID TO IQ-IN-SITE-ID
068100     END-IF.
068200     PERFORM 6200-KEEP-VISIT THRU 6200-EXIT.
068300 3110-EXIT.
068400     EXIT.
068500*
068502***************************************************************
068504*  3120-KEEP-EARLIER-VISIT - A CHECK-IN FROM AN EARLIER DAY IS *
068506*  KEPT UNLESS IT IS ALREADY ON THE HISTORY ARCHIVE, WHERE     *
068508*  6100 WILL FIND IT.  THE ARCHIVE IS READ UNDER THE RECORD'S  *
068510*  OWN KEY AND ANY FURTHER SEQUENCE NUMBERS, AS THE NIGHTLY    *
068512*  ARCHIVE DOES BEFORE ADDING IT.                              *
068514***************************************************************
068516 3120-KEEP-EARLIER-VISIT.
068518     MOVE "N" TO IQ-ARCHIVED-SW.
068520     IF IQ-VISARCH-IS-OPEN
068522         MOVE VL-VISIT-DATE TO VH-VISIT-DATE
068524         MOVE VL-SITE-ID TO VH-SITE-ID
068526         MOVE VL-VISIT-TIME TO VH-VISIT-TIME
068528         MOVE ZERO TO VH-DUP-SEQ
068530         MOVE "N" TO IQ-ARCH-LOOKUP-SW
068532         PERFORM 3130-FIND-ARCHIVED THRU 3130-EXIT
068534             UNTIL IQ-ARCH-LOOKUP-DONE
068536     END-IF.
068538     IF NOT IQ-ALREADY-ARCHIVED
068540         PERFORM 6200-KEEP-VISIT THRU 6200-EXIT
068542     END-IF.
068544 3120-EXIT.
068546     EXIT.
068548*
068550 3130-FIND-ARCHIVED.
068552     READ VISARCH-FILE
068554         INVALID KEY
068556             SET IQ-ARCH-LOOKUP-DONE TO TRUE
068558             GO TO 3130-EXIT
068560     END-READ.
068562     IF VH-LOG-DATA = VISLOG-RECORD
068564         SET IQ-ALREADY-ARCHIVED TO TRUE
068566         SET IQ-ARCH-LOOKUP-DONE TO TRUE
068568         GO TO 3130-EXIT
068570     END-IF.
068572     IF VH-DUP-SEQ = 999
068574         SET IQ-ARCH-LOOKUP-DONE TO TRUE
068576         GO TO 3130-EXIT
068578     END-IF.
068580     ADD 1 TO VH-DUP-SEQ.
068582 3130-EXIT.
068584     EXIT.
068586*
068600***************************************************************
068700*  3150-MATCH-VISIT - THE SAME RULE AS THE CHECK-IN'S WHO-IS-  *
068800*  IN TABLE: THE NAME MUST MATCH, AND TWO NONBLANK MEMBER IDS  *
068900*  MUST AGREE.  WITH ONLY AN UNKNOWN MEMBER ID TO GO ON, THE   *
069000*  ID ALONE IS MATCHED.                                        *
069100***************************************************************
069200 3150-MATCH-VISIT.
069300     MOVE "N" TO IQ-MATCH-SW.
069400     IF IQ-NAME = SPACES
069500         IF VL-MEMBER-ID = IQ-MEMBER-ID
069600             SET IQ-RECORD-MATCHES TO TRUE
069700         END-IF
069800         GO TO 3150-EXIT
069900     END-IF.
070000     IF VL-NAME = IQ-NAME
070100         AND (IQ-MEMBER-ID = SPACES
070200             OR VL-MEMBER-ID = SPACES
070300             OR VL-MEMBER-ID = IQ-MEMBER-ID)
070400         SET IQ-RECORD-MATCHES TO TRUE
070500     END-IF.
070600 3150-EXIT.
070700     EXIT.
070800*
070900 3200-SHOW-PRESENT.
071000     ADD 1 TO IQ-PRESENT-CT.
071100     IF IQ-PRESENT-CT = 1
071200         SET IL-IN-BUILDING TO TRUE
071300         MOVE IQ-IN-SITE-ID TO IL-PRESENT-SITE-ID
071400     END-IF.
071500     MOVE IQ-IN-TIME TO IQ-TIME-WORK.
071600     MOVE IQ-TW-HH TO IQ-TE-HH.
071700     MOVE IQ-TW-MM TO IQ-TE-MM.
071800     MOVE SPACES TO IQ-DISPLAY-LINE.
071900     STRING "IN BUILDING  . . : YES - SITE " DELIMITED BY SIZE
072000            IQ-IN-SITE-ID DELIMITED BY SIZE
072100            " SINCE " DELIMITED BY SIZE
072200            IQ-TIME-EDIT DELIMITED BY SIZE
072300            " BADGE " DELIMITED BY SIZE
072400            IQ-IN-BADGE-NO DELIMITED BY SIZE
072500         INTO IQ-DISPLAY-LINE.
072600     DISPLAY IQ-DISPLAY-LINE.
072700 3200-EXIT.
072800     EXIT.
072900*
073000***************************************************************
073100*  3300-ALLOCATE-SITE-LOG - POINT THE SITELOG DD AT THE SITE'S *
073200*  LOG.  THE ENVIRONMENT VARIABLE NAMED BY THE SITE'S DD NAME  *
073300*  HOLDS THE ALLOCATION, E.G. DSN(FD.SITE.VISLOG),SHR, SET FOR *
073400*  THE STEP THROUGH THE RUN-TIME ENVAR OPTION.  A SITE WITH NO *
073500*  ALLOCATION COMES BACK WITH IQ-SITE-ALLOC BLANK.             *
073600***************************************************************
073700 3300-ALLOCATE-SITE-LOG.
073800     MOVE SPACES TO IQ-SITE-ALLOC.
073900     ACCEPT IQ-SITE-ALLOC FROM ENVIRONMENT IQ-SITE-DDNAME.
074000     IF IQ-SITE-ALLOC = SPACES
074100         GO TO 3300-EXIT
074200     END-IF.
074300     MOVE SPACES TO IQ-SITELOG-ENV.
074400     STRING "SITELOG=" IQ-SITE-ALLOC X"00"
074500         DELIMITED BY SPACE INTO IQ-SITELOG-ENV.
074600     CALL "putenv" USING BY REFERENCE IQ-SITELOG-ENV
074700         RETURNING IQ-PUTENV-RC.
074800     IF IQ-PUTENV-RC NOT = ZERO
074900         MOVE SPACES TO IQ-SITE-ALLOC
075000     END-IF.
075100 3300-EXIT.
075200     EXIT.
075300*
075400***************************************************************
075500*  4000-SHOW-BADGE - THE BADGE INVENTORY IS KEYED ON THE BADGE *
075600*  NUMBER, SO IT IS READ THROUGH FOR ONE ISSUED TO THE NAME,   *
075700*  AS THE CHECK-OUT DOES WHEN IT RETURNS A BADGE.              *
075800***************************************************************
075900 4000-SHOW-BADGE.
076000     IF NOT IQ-BADGE-IS-OPEN OR IQ-NAME = SPACES
076100         GO TO 4000-EXIT
076200     END-IF.
076300     MOVE "N" TO IQ-BADGE-SCAN-SW.
076400     MOVE "N" TO IQ-BADGE-FOUND-SW.
076500     MOVE LOW-VALUES TO BG-BADGE-NO.
076600     START BADGE-FILE KEY NOT LESS THAN BG-BADGE-NO
076700         INVALID KEY
076800             SET IQ-BADGE-SCAN-DONE TO TRUE
076900     END-START.
077000     PERFORM 4100-SCAN-HOLDER-BADGE THRU 4100-EXIT
077100         UNTIL IQ-BADGE-SCAN-DONE.
077200     IF NOT IQ-BADGE-FOUND
077300         DISPLAY "BADGE  . . . . . : NONE ON ISSUE"
077400         GO TO 4000-EXIT
077500     END-IF.
077600     MOVE BG-ISSUE-DATE TO IQ-DATE-WORK.
077700     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
077800     MOVE BG-ISSUE-TIME TO IQ-TIME-WORK.
077900     MOVE IQ-TW-HH TO IQ-TE-HH.
078000     MOVE IQ-TW-MM TO IQ-TE-MM.
078100     MOVE SPACES TO IQ-DISPLAY-LINE.
078200     STRING "BADGE  . . . . . : " DELIMITED BY SIZE
078300            BG-BADGE-NO DELIMITED BY SIZE
078400            " ISSUED " DELIMITED BY SIZE
078500            IQ-DATE-EDIT DELIMITED BY SIZE
078600            " " DELIMITED BY SIZE
078700            IQ-TIME-EDIT DELIMITED BY SIZE
078800            " BY " DELIMITED BY SIZE
078900            BG-OPERATOR-ID DELIMITED BY SIZE
079000         INTO IQ-DISPLAY-LINE.
079100     DISPLAY IQ-DISPLAY-LINE.
079200 4000-EXIT.
079300     EXIT.
079400*
079500 4100-SCAN-HOLDER-BADGE.
079600     READ BADGE-FILE NEXT RECORD
079700         AT END
079800             SET IQ-BADGE-SCAN-DONE TO TRUE
079900             GO TO 4100-EXIT
080000     END-READ.
080100     IF BG-ISSUED AND BG-HOLDER-NAME = IQ-NAME
080200         SET IQ-BADGE-FOUND TO TRUE
080300         SET IQ-BADGE-SCAN-DONE TO TRUE
080400     END-IF.
080500 4100-EXIT.
080600     EXIT.
080700*
080800***************************************************************
080900*  5000-SHOW-APPOINTMENTS - POSITION ON THE FIRST APPOINTMENT  *
081000*  FOR THE NAME FROM TODAY ON AND LIST THEM IN DATE AND TIME   *
081100*  ORDER, WITH THE HOST'S DEPARTMENT AND EXTENSION FROM THE    *
081200*  HOST DIRECTORY.                                             *
081300***************************************************************
081400 5000-SHOW-APPOINTMENTS.
081500     IF NOT IQ-APPOINT-IS-OPEN OR IQ-NAME = SPACES
081600         GO TO 5000-EXIT
081700     END-IF.
081800     MOVE ZERO TO IQ-APPT-CT.
081900     MOVE "N" TO IQ-APPT-SCAN-SW.
082000     MOVE IQ-NAME TO AP-NAME.
082100     MOVE IQ-CURRENT-DATE TO AP-APPT-DATE.
082200     MOVE ZERO TO AP-APPT-TIME.
082300     START APPOINT-FILE KEY NOT LESS THAN AP-KEY
082400         INVALID KEY
082500             SET IQ-APPT-SCAN-DONE TO TRUE
082600     END-START.
082700     PERFORM 5100-READ-NEXT-APPT THRU 5100-EXIT
082800         UNTIL IQ-APPT-SCAN-DONE.
082900     IF IQ-APPT-CT = ZERO
083000         DISPLAY "APPOINTMENTS . . : NONE TODAY OR AHEAD"
083100     END-IF.
083200 5000-EXIT.
083300     EXIT.
083400*
083500 5100-READ-NEXT-APPT.
083600     READ APPOINT-FILE NEXT RECORD
083700         AT END
083800             SET IQ-APPT-SCAN-DONE TO TRUE
083900             GO TO 5100-EXIT
084000     END-READ.
084100     IF AP-NAME NOT = IQ-NAME
084200         SET IQ-APPT-SCAN-DONE TO TRUE
084300         GO TO 5100-EXIT
084400     END-IF.
084500     IF IQ-APPT-CT NOT LESS THAN IQ-APPT-MAX
084600         DISPLAY "  (MORE APPOINTMENTS ON FILE)"
084700         SET IQ-APPT-SCAN-DONE TO TRUE
084800         GO TO 5100-EXIT
084900     END-IF.
085000     ADD 1 TO IQ-APPT-CT.
085100     IF IQ-APPT-CT = 1
085200         DISPLAY "APPOINTMENTS . . :"
085300     END-IF.
085400     PERFORM 5200-SHOW-APPT THRU 5200-EXIT.
085500 5100-EXIT.
085600     EXIT.
085700*
085800 5200-SHOW-APPT.
085900     MOVE AP-APPT-DATE TO IQ-DATE-WORK.
086000     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
086100     MOVE AP-APPT-TIME TO IQ-APPT-TIME.
086200     MOVE IQ-AT-HH TO IQ-TE-HH.
086300     MOVE IQ-AT-MM TO IQ-TE-MM.
086400     MOVE SPACES TO HD-DEPT.
086500     MOVE SPACES TO HD-EXTENSION.
086600     IF IQ-HOSTDIR-IS-OPEN AND AP-HOST-ID NOT = SPACES
086700         MOVE AP-HOST-ID TO HD-HOST-ID
086800         READ HOSTDIR-FILE
086900             INVALID KEY
087000                 MOVE SPACES TO HD-DEPT
087100                 MOVE SPACES TO HD-EXTENSION
087200         END-READ
087300     END-IF.
087400     MOVE SPACES TO IQ-DISPLAY-LINE.
087500     STRING "  " DELIMITED BY SIZE
087600            IQ-DATE-EDIT DELIMITED BY SIZE
087700            " " DELIMITED BY SIZE
087800            IQ-TIME-EDIT DELIMITED BY SIZE
087900            "  " DELIMITED BY SIZE
088000            AP-HOST-NAME DELIMITED BY SIZE
088100            " " DELIMITED BY SIZE
088200            HD-DEPT DELIMITED BY SIZE
088300            " " DELIMITED BY SIZE
088400            HD-EXTENSION DELIMITED BY SIZE
088500         INTO IQ-DISPLAY-LINE.
088600     IF AP-ARRIVED
088700         MOVE "ARRIVED" TO IQ-DISPLAY-LINE (72:7)
088800     END-IF.
088900     DISPLAY IQ-DISPLAY-LINE.
089000 5200-EXIT.
089100     EXIT.
089200*
089288***************************************************************
089376*  6000-SHOW-LAST-VISITS - ADD THE ARCHIVED CHECK-INS TO THOSE *
089464*  KEPT FROM THE SITE LOGS AND SHOW THE MOST RECENT, NEWEST    *
089552*  FIRST.  A KNOWN MEMBER ID GOES BY THE ARCHIVE'S MEMBER-ID   *
089640*  KEY OVER THE WHOLE ARCHIVE; A NAME ALONE IS SEARCHED FROM   *
089728*  THE LOOKBACK DATE ON, SINCE THE ARCHIVE IS KEYED ON THE     *
089816*  VISIT DATE.                                                 *
089904***************************************************************
090000 6000-SHOW-LAST-VISITS.
090100     IF IQ-VISARCH-IS-OPEN
090200         PERFORM 6100-SEARCH-ARCHIVE THRU 6100-EXIT
090300     END-IF.
090400     IF IQ-LV-COUNT = ZERO
090500         IF IQ-ARCH-BY-ID OR NOT IQ-VISARCH-IS-OPEN
090600             DISPLAY "LAST VISITS  . . : NONE ON FILE"
090700         ELSE
090800             DISPLAY "LAST VISITS  . . : NONE SINCE " IQ-DATE-EDIT
090900         END-IF
091000         GO TO 6000-EXIT
091100     END-IF.
091200     DISPLAY "LAST VISITS  . . :".
091300     MOVE ZERO TO IQ-LV-SHOWN-CT.
091400     PERFORM 6300-SHOW-NEWEST-VISIT THRU 6300-EXIT
091500         UNTIL IQ-LV-SHOWN-CT NOT LESS THAN IQ-LV-COUNT.
091600 6000-EXIT.
091700     EXIT.
091800*
091900 6100-SEARCH-ARCHIVE.
092000     MOVE "N" TO IQ-VISARCH-EOF-SW.
092100     MOVE "N" TO IQ-ARCH-BY-ID-SW.
092200     IF IQ-MEMBER-ID NOT = SPACES
092300         SET IQ-ARCH-BY-ID TO TRUE
092400         MOVE IQ-MEMBER-ID TO VH-MEMBER-ID
092500         START VISARCH-FILE KEY IS EQUAL TO VH-MEMBER-ID
092600             INVALID KEY
092700                 SET IQ-VISARCH-EOF TO TRUE
092800         END-START
092900     ELSE
093000         MOVE IQ-CURRENT-DATE TO IQ-FROM-DATE
093100         PERFORM 6120-STEP-BACK-DAY THRU 6120-EXIT
093200             IQ-LOOKBACK-DAYS TIMES
093300         MOVE IQ-FROM-DATE TO IQ-DATE-WORK
093400         PERFORM 7000-EDIT-DATE THRU 7000-EXIT
093500         MOVE LOW-VALUES TO VH-ARCH-KEY
093600         MOVE IQ-FROM-DATE TO VH-VISIT-DATE
093700         START VISARCH-FILE KEY NOT LESS THAN VH-ARCH-KEY
093800             INVALID KEY
093900                 SET IQ-VISARCH-EOF TO TRUE
094000         END-START
094100     END-IF.
094200     PERFORM 6110-READ-ARCHIVE THRU 6110-EXIT
094300         UNTIL IQ-VISARCH-EOF.
094400 6100-EXIT.
094500     EXIT.
094600*
094700 6110-READ-ARCHIVE.
094800     READ VISARCH-FILE NEXT RECORD
094900         AT END
095000             SET IQ-VISARCH-EOF TO TRUE
095100             GO TO 6110-EXIT
095200     END-READ.
095300     IF IQ-ARCH-BY-ID
095400         AND VH-MEMBER-ID NOT = IQ-MEMBER-ID
095500         SET IQ-VISARCH-EOF TO TRUE
095600         GO TO 6110-EXIT
095700     END-IF.
095800     MOVE VH-LOG-DATA TO VISLOG-RECORD.
095900     IF NOT VL-CHECK-IN
096000         GO TO 6110-EXIT
096100     END-IF.
096200     IF NOT IQ-ARCH-BY-ID
096300         PERFORM 3150-MATCH-VISIT THRU 3150-EXIT
096400         IF NOT IQ-RECORD-MATCHES
096500             GO TO 6110-EXIT
096600         END-IF
096700     END-IF.
096800     PERFORM 6200-KEEP-VISIT THRU 6200-EXIT.
096900 6110-EXIT.
097000     EXIT.
097100*
097102***************************************************************
097104*  6120-STEP-BACK-DAY - MOVE IQ-FROM-DATE BACK ONE DAY, INTO   *
097106*  THE LAST DAY OF THE MONTH BEFORE WHEN IT IS THE FIRST.      *
097108***************************************************************
097110 6120-STEP-BACK-DAY.
097112     IF IQ-FD-DD GREATER THAN 1
097114         SUBTRACT 1 FROM IQ-FD-DD
097116         GO TO 6120-EXIT
097118     END-IF.
097120     IF IQ-FD-MM = 1
097122         MOVE 12 TO IQ-FD-MM
097124         SUBTRACT 1 FROM IQ-FD-YYYY
097126     ELSE
097128         SUBTRACT 1 FROM IQ-FD-MM
097130     END-IF.
097132     MOVE IQ-MONTH-DAYS (IQ-FD-MM) TO IQ-FD-DD.
097134     IF IQ-FD-MM = 2
097136         PERFORM 6130-CHECK-LEAP-YEAR THRU 6130-EXIT
097138     END-IF.
097140 6120-EXIT.
097142     EXIT.
097144*
097146***************************************************************
097148*  6130-CHECK-LEAP-YEAR - 29 DAYS IN FEBRUARY OF A YEAR        *
097150*  DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.      *
097152***************************************************************
097154 6130-CHECK-LEAP-YEAR.
097156     DIVIDE IQ-FD-YYYY BY 4 GIVING IQ-LEAP-QUOT
097158         REMAINDER IQ-LEAP-REM.
097160     IF IQ-LEAP-REM NOT = ZERO
097162         GO TO 6130-EXIT
097164     END-IF.
097166     DIVIDE IQ-FD-YYYY BY 100 GIVING IQ-LEAP-QUOT
097168         REMAINDER IQ-LEAP-REM.
097170     IF IQ-LEAP-REM = ZERO
097172         DIVIDE IQ-FD-YYYY BY 400 GIVING IQ-LEAP-QUOT
097174             REMAINDER IQ-LEAP-REM
097176         IF IQ-LEAP-REM NOT = ZERO
097178             GO TO 6130-EXIT
097180         END-IF
097182     END-IF.
097184     MOVE 29 TO IQ-FD-DD.
097186 6130-EXIT.
097188     EXIT.
097190*
097200***************************************************************
097300*  6200-KEEP-VISIT - HOLD THE CHECK-IN IN VISLOG-RECORD IF IT  *
097400*  IS AMONG THE MOST RECENT FOUND SO FAR.  ONCE THE TABLE IS   *
097500*  FULL A NEWER VISIT REPLACES THE OLDEST ONE HELD.            *
097600***************************************************************
097700 6200-KEEP-VISIT.
097800     MOVE VL-VISIT-DATE TO IQ-NEW-DATE.
097900     MOVE VL-VISIT-TIME TO IQ-NEW-TIME.
098000     MOVE VL-SITE-ID TO IQ-NEW-SITE-ID.
098100     IF IQ-LV-COUNT LESS THAN IQ-LV-MAX
098200         ADD 1 TO IQ-LV-COUNT
098300         MOVE IQ-LV-COUNT TO IQ-LV-HIT-SUB
098400     ELSE
098500         MOVE 1 TO IQ-LV-HIT-SUB
098600         MOVE 2 TO IQ-LV-SUB
098700         PERFORM 6210-FIND-OLDEST THRU 6210-EXIT
098800             UNTIL IQ-LV-SUB > IQ-LV-COUNT
098900         IF IQ-NEW-STAMP NOT GREATER THAN
099000             IQ-LV-STAMP (IQ-LV-HIT-SUB)
099100             GO TO 6200-EXIT
099200         END-IF
099300     END-IF.
099400     MOVE IQ-NEW-STAMP TO IQ-LV-STAMP (IQ-LV-HIT-SUB).
099500     MOVE IQ-NEW-SITE-ID TO IQ-LV-SITE-ID (IQ-LV-HIT-SUB).
099600     MOVE "N" TO IQ-LV-SHOWN-SW (IQ-LV-HIT-SUB).
099700 6200-EXIT.
099800     EXIT.
099900*
100000 6210-FIND-OLDEST.
100100     IF IQ-LV-STAMP (IQ-LV-SUB) LESS THAN
100200         IQ-LV-STAMP (IQ-LV-HIT-SUB)
100300         MOVE IQ-LV-SUB TO IQ-LV-HIT-SUB
100400     END-IF.
100500     ADD 1 TO IQ-LV-SUB.
100600 6210-EXIT.
100700     EXIT.
100800*
100900 6300-SHOW-NEWEST-VISIT.
101000     MOVE ZERO TO IQ-LV-HIT-SUB.
101100     MOVE 1 TO IQ-LV-SUB.
101200     PERFORM 6310-FIND-NEWEST THRU 6310-EXIT
101300         UNTIL IQ-LV-SUB > IQ-LV-COUNT.
101400     MOVE "Y" TO IQ-LV-SHOWN-SW (IQ-LV-HIT-SUB).
101500     ADD 1 TO IQ-LV-SHOWN-CT.
101600     MOVE IQ-LV-DATE (IQ-LV-HIT-SUB) TO IQ-DATE-WORK.
101700     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
101800     MOVE IQ-LV-TIME (IQ-LV-HIT-SUB) TO IQ-TIME-WORK.
101900     MOVE IQ-TW-HH TO IQ-TE-HH.
102000     MOVE IQ-TW-MM TO IQ-TE-MM.
102100     MOVE SPACES TO IQ-DISPLAY-LINE.
102200     STRING "  " DELIMITED BY SIZE
102300            IQ-DATE-EDIT DELIMITED BY SIZE
102400            " " DELIMITED BY SIZE
102500            IQ-TIME-EDIT DELIMITED BY SIZE
102600            "  SITE " DELIMITED BY SIZE
102700            IQ-LV-SITE-ID (IQ-LV-HIT-SUB) DELIMITED BY SIZE
102800         INTO IQ-DISPLAY-LINE.
102900     DISPLAY IQ-DISPLAY-LINE.
103000 6300-EXIT.
103100     EXIT.
103200*
103300 6310-FIND-NEWEST.
103400     IF IQ-LV-SHOWN-SW (IQ-LV-SUB) = "N"
103500         IF IQ-LV-HIT-SUB = ZERO
103600             MOVE IQ-LV-SUB TO IQ-LV-HIT-SUB
103700         ELSE
103800             IF IQ-LV-STAMP (IQ-LV-SUB) GREATER THAN
103900                 IQ-LV-STAMP (IQ-LV-HIT-SUB)
104000                 MOVE IQ-LV-SUB TO IQ-LV-HIT-SUB
104100             END-IF
104200         END-IF
104300     END-IF.
104400     ADD 1 TO IQ-LV-SUB.
104500 6310-EXIT.
104600     EXIT.
104700*
104800 7000-EDIT-DATE.
104900     MOVE IQ-DW-MM TO IQ-DE-MM.
105000     MOVE IQ-DW-DD TO IQ-DE-DD.
105100     MOVE IQ-DW-YYYY TO IQ-DE-YYYY.
105200 7000-EXIT.
105300     EXIT.
105400*
105500***************************************************************
105600*  8000-WRITE-INQLOG - AN INQUIRY THAT CANNOT BE LOGGED ENDS   *
105700*  THE SESSION, SINCE NO FURTHER INQUIRY COULD BE LOGGED.      *
105800***************************************************************
105900 8000-WRITE-INQLOG.
106000     WRITE INQLOG-RECORD.
106100     IF IQ-INQLOG-STATUS NOT = "00"
106200         DISPLAY "VISITOR-INQUIRY: ERROR WRITING INQLOG - "
106300             IQ-INQLOG-STATUS
106400         DISPLAY "VISITOR-INQUIRY: INQUIRIES CANNOT BE LOGGED - "
106500             "ENDING SESSION"
106600         SET IQ-ALL-DONE TO TRUE
106700         GO TO 8000-EXIT
106800     END-IF.
106900     ADD 1 TO IQ-INQUIRY-CT.
107000 8000-EXIT.
107100     EXIT.
107200*
107300 9000-TERMINATE.
107400     IF IQ-INQLOG-IS-OPEN
107500         CLOSE INQLOG-FILE
107600         MOVE IQ-INQUIRY-CT TO IQ-INQUIRY-CT-ED
107700         DISPLAY "VISITOR-INQUIRY: " IQ-INQUIRY-CT-ED
107800             " INQUIRIES LOGGED"
107900     END-IF.
108000     IF IQ-CUSTMAST-IS-OPEN
108100         CLOSE CUSTMAST-FILE
108200     END-IF.
108300     IF IQ-WATCHLST-IS-OPEN
108400         CLOSE WATCHLST-FILE
108500     END-IF.
108600     IF IQ-BADGE-IS-OPEN
108700         CLOSE BADGE-FILE
108800     END-IF.
108900     IF IQ-APPOINT-IS-OPEN
109000         CLOSE APPOINT-FILE
109100     END-IF.
109200     IF IQ-HOSTDIR-IS-OPEN
109300         CLOSE HOSTDIR-FILE
109400     END-IF.
109500     IF IQ-VISARCH-IS-OPEN
109600         CLOSE VISARCH-FILE
109700     END-IF.
109800 9000-EXIT.
109900     EXIT.
