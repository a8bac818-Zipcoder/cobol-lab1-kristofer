001810* 09/02/2026  RMC  BOOKINGS NOW CARRY THE HOST THE VISITOR IS
001820*                  COMING TO SEE; A RESCHEDULE KEEPS THE HOST
001830*                  FROM THE RECORD BEING MOVED.
001837* 10/15/2026  RMC  HOSTS ARE NOW VALIDATED AGAINST THE HOST
001844*                  EMPLOYEE DIRECTORY.  A BOOKING (OR A
001851*                  RESCHEDULE) FOR A HOST WHO IS NOT ON THE
001858*                  DIRECTORY, WHOSE NAME IS SHARED BY TWO HOSTS,
001865*                  OR WHO IS INACTIVE IS REJECTED; THE HOST IS
001872*                  LISTED UNDER THE CARD ON THE AUDIT REPORT AND
001879*                  HOST REJECTS ARE TOTALLED.  ACCEPTED BOOKINGS
001886*                  CARRY THE DIRECTORY SPELLING AND HOST ID.
001887* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001888*                  SHARED RUN CONTROL FILE AND CHECK THE
001889*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001890*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001891*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001892*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
001893*                  IS THE BUSINESS DATE; THE JOB HAS NO
001894*                  PREREQUISITES TODAY.
001900*
002000***************************************************************
002100 ENVIRONMENT DIVISION.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AP-KEY
003600         FILE STATUS IS AM-APPOINT-STATUS.
003611*    HOST EMPLOYEE DIRECTORY - BOOKINGS ARE VALIDATED AGAINST IT
003622     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
003633         ORGANIZATION IS INDEXED
003644         ACCESS MODE IS DYNAMIC
003655         RECORD KEY IS HD-HOST-ID
003666         ALTERNATE RECORD KEY IS HD-HOST-NAME
003677             WITH DUPLICATES
003688         FILE STATUS IS AM-HOSTDIR-STATUS.
003700*    PRINTED MAINTENANCE AUDIT REPORT
003800     SELECT PRINT-FILE ASSIGN TO "APTMNTRP"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS AM-PRINT-STATUS.
004020*    SHARED BATCH RUN CONTROL FILE
004040     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004060         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS AM-RUNCTL-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  APTRAN-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS.
005000     COPY APPOINT.
005020 FD  HOSTDIR-FILE
005040     LABEL RECORDS ARE STANDARD
005060     RECORD CONTAINS 80 CHARACTERS.
005080     COPY HOSTDIR.
005100 FD  PRINT-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  PRINT-LINE                  PIC X(80).
005420 FD  RUNCTL-FILE
005440     LABEL RECORDS ARE STANDARD
005460     RECORD CONTAINS 80 CHARACTERS.
005480     COPY RUNCTL.
005500 WORKING-STORAGE SECTION.
005600 77  AM-APTRAN-STATUS            PIC X(02) VALUE SPACES.
005700 77  AM-APTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
006200 77  AM-PRINT-STATUS             PIC X(02) VALUE SPACES.
006300 77  AM-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
006400     88  AM-PRINT-IS-OPEN            VALUE 'Y'.
006425 77  AM-HOSTDIR-STATUS           PIC X(02) VALUE SPACES.
006450 77  AM-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
006475     88  AM-HOSTDIR-IS-OPEN          VALUE 'Y'.
006500 77  AM-EOF-SW                   PIC X(01) VALUE 'N'.
006600     88  AM-APTRAN-EOF               VALUE 'Y'.
006700 77  AM-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
007800 77  AM-RESCHED-CT               PIC 9(08) VALUE ZERO.
007900 77  AM-REJECT-CT                PIC 9(08) VALUE ZERO.
008000 77  AM-ROLLOFF-CT               PIC 9(08) VALUE ZERO.
008050 77  AM-HOST-REJECT-CT           PIC 9(08) VALUE ZERO.
008056 77  AM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
008062 77  AM-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
008068     88  AM-RUNCTL-IS-OPEN           VALUE 'Y'.
008074 77  AM-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008080     88  AM-RUNCTL-EOF               VALUE 'Y'.
008086 77  AM-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008092     88  AM-RUN-STARTED              VALUE 'Y'.
008100 01  AM-RUN-DATE                 PIC 9(08) VALUE ZERO.
008200 01  AM-RUN-TIME                 PIC 9(08) VALUE ZERO.
008210 01  AM-SAVE-HOST                PIC X(30) VALUE SPACES.
008228 01  AM-SAVE-HOST-ID             PIC X(06) VALUE SPACES.
008246 01  AM-CHK-HOST-NAME            PIC X(30) VALUE SPACES.
008264 01  AM-CHK-HOST-ID              PIC X(06) VALUE SPACES.
008282 01  AM-HOST-HOLD-RECORD         PIC X(80) VALUE SPACES.
008300 01  AM-REJECT-REASON            PIC X(40) VALUE SPACES.
008400 01  AM-ACTION-LINE.
008500     05  FILLER                  PIC X(07) VALUE "ACTION ".
009900     05  FILLER                  PIC X(01) VALUE SPACE.
010000     05  AM-ROLL-TIME            PIC 9(04) VALUE ZERO.
010100     05  FILLER                  PIC X(23) VALUE SPACES.
010110 01  AM-HOST-LINE.
010120     05  FILLER                  PIC X(09) VALUE "    HOST ".
010130     05  AM-HST-HOST-ID          PIC X(06) VALUE SPACES.
010140     05  FILLER                  PIC X(01) VALUE SPACE.
010150     05  AM-HST-HOST-NAME        PIC X(30) VALUE SPACES.
010160     05  FILLER                  PIC X(01) VALUE SPACE.
010170     05  AM-HST-DEPT             PIC X(10) VALUE SPACES.
010180     05  FILLER                  PIC X(01) VALUE SPACE.
010190     05  AM-HST-STATUS           PIC X(22) VALUE SPACES.
010195     COPY JOBDEP.
010200*
010300 PROCEDURE DIVISION.
010400***************************************************************
011400     IF AM-PRINT-IS-OPEN
011500         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
011600     END-IF.
011625     IF AM-RUN-STARTED
011650         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
011675     END-IF.
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011800     STOP RUN.
011900 0000-EXIT.
012500 1000-INITIALIZE.
012600     ACCEPT AM-RUN-DATE FROM DATE YYYYMMDD.
012700     ACCEPT AM-RUN-TIME FROM TIME.
012720     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012740     IF AM-APTRAN-EOF
012760         GO TO 1000-EXIT
012780     END-IF.
012800     OPEN INPUT APTRAN-FILE.
012900     IF AM-APTRAN-STATUS NOT = "00"
013000         DISPLAY "APPT-MAINT: ERROR OPENING APTRANS - "
014800     ELSE
014900         SET AM-APPOINT-IS-OPEN TO TRUE
015000     END-IF.
015011     OPEN INPUT HOSTDIR-FILE.
015022     IF AM-HOSTDIR-STATUS NOT = "00"
015033         DISPLAY "APPT-MAINT: ERROR OPENING HOSTDIR - "
015044             AM-HOSTDIR-STATUS
015055         SET AM-APTRAN-EOF TO TRUE
015066     ELSE
015077         SET AM-HOSTDIR-IS-OPEN TO TRUE
015088     END-IF.
015100     OPEN OUTPUT PRINT-FILE.
015200     IF AM-PRINT-STATUS NOT = "00"
015300         DISPLAY "APPT-MAINT: ERROR OPENING APTMNTRP - "
016100     END-IF.
016200 1000-EXIT.
016300     EXIT.
016301*
016302 1100-PRINT-HEADER.
016303     MOVE SPACES TO PRINT-LINE.
016304     STRING "APPOINTMENT MAINTENANCE AUDIT - RUN DATE "
016305            DELIMITED BY SIZE
016306            AM-RUN-DATE DELIMITED BY SIZE
016307            " TIME " DELIMITED BY SIZE
016308            AM-RUN-TIME DELIMITED BY SIZE
016309         INTO PRINT-LINE.
016310     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016311     MOVE SPACES TO PRINT-LINE.
016312     MOVE "--------------------------------------------" TO
016313         PRINT-LINE.
016314     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
016315 1100-EXIT.
016316     EXIT.
016317*
016318***************************************************************
016319*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
016320*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
016321*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
016322*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
016323***************************************************************
016324 1400-RUN-CONTROL-START.
016325     ACCEPT AM-RUN-TIME FROM TIME.
016326     MOVE "APPT-MAINT" TO JD-THIS-JOB.
016327     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
016328     OPEN INPUT RUNCTL-FILE.
016329     IF AM-RUNCTL-STATUS = "00"
016330         MOVE "N" TO AM-RUNCTL-EOF-SW
016331         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
016332             UNTIL AM-RUNCTL-EOF
016333         CLOSE RUNCTL-FILE
016334     END-IF.
016335     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
016336     OPEN EXTEND RUNCTL-FILE.
016337     IF AM-RUNCTL-STATUS = "35"
016338         OPEN OUTPUT RUNCTL-FILE
016339     END-IF.
016340     IF AM-RUNCTL-STATUS NOT = "00"
016341         DISPLAY "APPT-MAINT: ERROR OPENING RUNCTL - "
016342             AM-RUNCTL-STATUS
016343         SET AM-APTRAN-EOF TO TRUE
016344         GO TO 1400-EXIT
016345     END-IF.
016346     SET AM-RUNCTL-IS-OPEN TO TRUE.
016347     IF JD-JOB-BLOCKED
016348         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
016349         DISPLAY "APPT-MAINT: RUN BLOCKED FOR BUSINESS DATE "
016350             AM-RUN-DATE " - PREREQUISITES NOT COMPLETE"
016351         SET AM-APTRAN-EOF TO TRUE
016352     ELSE
016353         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
016354     END-IF.
016355 1400-EXIT.
016356     EXIT.
016357*
016358 1410-SCAN-RUNCTL-REC.
016359     READ RUNCTL-FILE
016360         AT END
016361             SET AM-RUNCTL-EOF TO TRUE
016362         NOT AT END
016363             IF RC-RUN-DATE = AM-RUN-DATE
016364                 AND RC-END-REC AND RC-COMPLETED
016365                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
016366             END-IF
016367     END-READ.
016368 1410-EXIT.
016369     EXIT.
016370*
016371 1420-WRITE-RUNCTL-START.
016372     MOVE SPACES TO RUNCTL-RECORD.
016373     MOVE "APPT-MAINT" TO RC-PROGRAM-NAME.
016374     MOVE AM-RUN-DATE TO RC-RUN-DATE.
016375     SET RC-START-REC TO TRUE.
016376     MOVE AM-RUN-TIME TO RC-RUN-TIME.
016377     MOVE ZERO TO RC-RECORD-COUNT.
016378     SET RC-RUNNING TO TRUE.
016379     WRITE RUNCTL-RECORD.
016380     IF AM-RUNCTL-STATUS NOT = "00"
016381         DISPLAY "APPT-MAINT: ERROR WRITING RUNCTL - "
016382             AM-RUNCTL-STATUS
016383     ELSE
016384         SET AM-RUN-STARTED TO TRUE
016385     END-IF.
016386 1420-EXIT.
016387     EXIT.
016388*
016389***************************************************************
016390*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
016391*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
016392*  WAIT FOR.                                                   *
016393***************************************************************
016394 1430-LOAD-PREREQUISITES.
016395     MOVE "N" TO JD-BLOCKED-SW.
016396     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
016397     MOVE ZERO TO JD-THIS-SUB.
016398     MOVE 1 TO JD-SUB.
016399     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
016400         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
016401 1430-EXIT.
016402     EXIT.
016403*
016404 1431-SCAN-JOB-TABLE.
016405     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
016406         MOVE JD-SUB TO JD-THIS-SUB
016407     ELSE
016408         ADD 1 TO JD-SUB
016409     END-IF.
016410 1431-EXIT.
016411     EXIT.
016412*
016413***************************************************************
016414*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
016415*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
016416***************************************************************
016417 1440-MARK-PREREQUISITE.
016418     IF JD-THIS-SUB = ZERO
016419         GO TO 1440-EXIT
016420     END-IF.
016421     MOVE 1 TO JD-PRQ-SUB.
016422     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
016423         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016424 1440-EXIT.
016425     EXIT.
016426*
016427 1441-MARK-ONE-PREREQ.
016428     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
016429         RC-PROGRAM-NAME
016430         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
016431     END-IF.
016432     ADD 1 TO JD-PRQ-SUB.
016433 1441-EXIT.
016434     EXIT.
016435*
016436***************************************************************
016437*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
016438*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
016439*  BUSINESS DATE.                                              *
016440***************************************************************
016441 1450-CHECK-PREREQUISITES.
016442     IF JD-THIS-SUB = ZERO
016443         GO TO 1450-EXIT
016444     END-IF.
016445     MOVE 1 TO JD-PRQ-SUB.
016446     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
016447         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016448 1450-EXIT.
016449     EXIT.
016450*
016451 1451-CHECK-ONE-PREREQ.
016452     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
016453         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
016454         SET JD-JOB-BLOCKED TO TRUE
016455         DISPLAY "APPT-MAINT: WAITING ON "
016456             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
016457             " - NOT COMPLETED FOR BUSINESS DATE " AM-RUN-DATE
016458     END-IF.
016459     ADD 1 TO JD-PRQ-SUB.
016460 1451-EXIT.
016461     EXIT.
016462*
016463***************************************************************
016464*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
016465*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
016466*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
016467***************************************************************
016468 1460-WRITE-RUNCTL-BLOCKED.
016469     MOVE 1 TO JD-PRQ-SUB.
016470     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
016471         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
016472 1460-EXIT.
016473     EXIT.
016474*
016475 1461-WRITE-ONE-BLOCKED.
016476     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
016477         OR JD-PREREQ-DONE (JD-PRQ-SUB)
016478         ADD 1 TO JD-PRQ-SUB
016479         GO TO 1461-EXIT
016480     END-IF.
016481     MOVE SPACES TO RUNCTL-RECORD.
016482     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
016500     MOVE AM-RUN-DATE TO RC-RUN-DATE.
016600     SET RC-END-REC TO TRUE.
016700     MOVE AM-RUN-TIME TO RC-RUN-TIME.
016800     MOVE ZERO TO RC-RECORD-COUNT.
016900     SET RC-BLOCKED TO TRUE.
017000     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
017100         RC-WAITING-ON.
017200     WRITE RUNCTL-RECORD.
017300     IF AM-RUNCTL-STATUS NOT = "00"
017400         DISPLAY "APPT-MAINT: ERROR WRITING RUNCTL - "
017500             AM-RUNCTL-STATUS
017600     END-IF.
017700     ADD 1 TO JD-PRQ-SUB.
017800 1461-EXIT.
017900     EXIT.
018000*
018100***************************************************************
027700*  ALREADY BOOKED AND MAY NOT BE IN THE PAST.  A SECOND        *
027800*  APPOINTMENT FOR THE SAME NAME ON ANOTHER DATE OR TIME IS    *
027900*  A SEPARATE RECORD AND BOOKS NORMALLY.                       *
027933*  THE HOST MUST BE AN ACTIVE (OR OUT-OF-OFFICE) HOST ON THE   *
027966*  HOST DIRECTORY.                                             *
028000***************************************************************
028100 2200-BOOK-APPOINT.
028200     IF AM-APPT-FOUND
029100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
029200         GO TO 2200-EXIT
029300     END-IF.
029314     MOVE AT-HOST-ID TO AM-CHK-HOST-ID.
029328     MOVE AT-HOST-NAME TO AM-CHK-HOST-NAME.
029342     PERFORM 2250-VALIDATE-HOST THRU 2250-EXIT.
029356     IF AM-TRAN-REJECTED
029370         GO TO 2200-EXIT
029384     END-IF.
029400     MOVE SPACES TO APPOINT-RECORD.
029500     MOVE AT-NAME TO AP-NAME.
029600     MOVE AT-APPT-DATE TO AP-APPT-DATE.
029700     MOVE AT-APPT-TIME TO AP-APPT-TIME.
029800     SET AP-NOT-ARRIVED TO TRUE.
029810     MOVE HD-HOST-NAME TO AP-HOST-NAME.
029855     MOVE HD-HOST-ID TO AP-HOST-ID.
029900     WRITE APPOINT-RECORD.
030000     IF AM-APPOINT-STATUS NOT = "00"
030100         DISPLAY "APPT-MAINT: ERROR WRITING APPTFIL - "
031000 2200-EXIT.
031100     EXIT.
031200*
031201***************************************************************
031202*  2250-VALIDATE-HOST - FIND THE HOST ON THE HOST DIRECTORY,   *
031203*  BY HOST ID WHEN ONE IS GIVEN, OTHERWISE BY NAME.  A NAME    *
031204*  SHARED BY TWO HOSTS CANNOT SAY WHICH ONE IS MEANT, SO THE   *
031205*  BOOKING MUST CARRY THE HOST ID.  ON RETURN THE DIRECTORY    *
031206*  RECORD FOR AN ACCEPTED HOST IS IN THE RECORD AREA.          *
031207***************************************************************
031208 2250-VALIDATE-HOST.
031210     MOVE "    HOST " TO AM-HOST-LINE.
031211     MOVE AM-CHK-HOST-ID TO AM-HST-HOST-ID.
031212     MOVE AM-CHK-HOST-NAME TO AM-HST-HOST-NAME.
031213     IF AM-CHK-HOST-ID NOT = SPACES
031214         MOVE AM-CHK-HOST-ID TO HD-HOST-ID
031215         READ HOSTDIR-FILE
031216             INVALID KEY
031217                 MOVE "HOST ID NOT ON HOST DIRECTORY" TO
031218                     AM-REJECT-REASON
031219         END-READ
031220     ELSE
031221         IF AM-CHK-HOST-NAME = SPACES
031222             MOVE "NO HOST ID OR HOST NAME GIVEN" TO
031223                 AM-REJECT-REASON
031224         ELSE
031225             PERFORM 2260-READ-HOST-BY-NAME THRU 2260-EXIT
031226         END-IF
031227     END-IF.
031228     IF AM-REJECT-REASON = SPACES
031229         MOVE HD-HOST-ID TO AM-HST-HOST-ID
031230         MOVE HD-HOST-NAME TO AM-HST-HOST-NAME
031231         MOVE HD-DEPT TO AM-HST-DEPT
031232         IF HD-INACTIVE
031233             MOVE "HOST IS INACTIVE" TO AM-REJECT-REASON
031234         ELSE
031235             IF HD-OUT-OF-OFFICE
031236                 MOVE "(OUT OF OFFICE)" TO AM-HST-STATUS
031237             END-IF
031238         END-IF
031239     END-IF.
031240     MOVE SPACES TO PRINT-LINE.
031241     MOVE AM-HOST-LINE TO PRINT-LINE.
031242     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
031243     IF AM-REJECT-REASON NOT = SPACES
031244         ADD 1 TO AM-HOST-REJECT-CT
031245         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
031246     END-IF.
031247 2250-EXIT.
031248     EXIT.
031249*
031250***************************************************************
031251*  2260-READ-HOST-BY-NAME - READ BY THE NAME KEY, THEN LOOK AT *
031252*  THE NEXT RECORD ON THAT KEY TO MAKE SURE THE NAME IS ONLY   *
031253*  HELD BY ONE HOST.  THE FIRST RECORD IS HELD AND PUT BACK.   *
031254***************************************************************
031255 2260-READ-HOST-BY-NAME.
031256     MOVE AM-CHK-HOST-NAME TO HD-HOST-NAME.
031257     READ HOSTDIR-FILE KEY IS HD-HOST-NAME
031258         INVALID KEY
031259             MOVE "HOST NOT ON HOST DIRECTORY" TO
031260                 AM-REJECT-REASON
031261             GO TO 2260-EXIT
031262     END-READ.
031263     MOVE HOSTDIR-RECORD TO AM-HOST-HOLD-RECORD.
031264     READ HOSTDIR-FILE NEXT RECORD
031265         AT END
031266             MOVE SPACES TO HD-HOST-NAME
031267     END-READ.
031268     IF HD-HOST-NAME = AM-CHK-HOST-NAME
031269         MOVE "HOST NAME NOT UNIQUE - GIVE THE HOST ID" TO
031270             AM-REJECT-REASON
031271     END-IF.
031272     MOVE AM-HOST-HOLD-RECORD TO HOSTDIR-RECORD.
031273 2260-EXIT.
031274     EXIT.
031275*
031300***************************************************************
031400*  2300-CANCEL-APPOINT - REMOVE A BOOKED APPOINTMENT.          *
031500***************************************************************
033100*  2400-RESCHED-APPOINT - MOVE A BOOKED APPOINTMENT TO THE NEW *
033200*  DATE AND TIME ON THE CARD.  THE OLD RECORD COMES OFF AND A  *
033300*  FRESH NOT-ARRIVED RECORD GOES ON UNDER THE NEW KEY.         *
033333*  THE HOST IS CHECKED AGAIN AS FOR A NEW BOOKING, SO A HOST   *
033366*  WHO HAS SINCE LEFT DOES NOT CARRY FORWARD.                  *
033400***************************************************************
033500 2400-RESCHED-APPOINT.
033600     IF AM-APPT-NOT-FOUND
034000         GO TO 2400-EXIT
034100     END-IF.
034110     MOVE AP-HOST-NAME TO AM-SAVE-HOST.
034155     MOVE AP-HOST-ID TO AM-SAVE-HOST-ID.
034200     IF AT-NEW-DATE NOT NUMERIC
034300         OR AT-NEW-TIME NOT NUMERIC
034400         MOVE "NEW DATE/TIME NOT NUMERIC" TO AM-REJECT-REASON
035500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
035600         GO TO 2400-EXIT
035700     END-IF.
035714     MOVE AM-SAVE-HOST-ID TO AM-CHK-HOST-ID.
035728     MOVE AM-SAVE-HOST TO AM-CHK-HOST-NAME.
035742     PERFORM 2250-VALIDATE-HOST THRU 2250-EXIT.
035756     IF AM-TRAN-REJECTED
035770         GO TO 2400-EXIT
035784     END-IF.
035800     PERFORM 2800-DELETE-APPOINT THRU 2800-EXIT.
035900     IF AM-TRAN-REJECTED
036000         GO TO 2400-EXIT
036400     MOVE AT-NEW-DATE TO AP-APPT-DATE.
036500     MOVE AT-NEW-TIME TO AP-APPT-TIME.
036600     SET AP-NOT-ARRIVED TO TRUE.
036610     MOVE HD-HOST-NAME TO AP-HOST-NAME.
036655     MOVE HD-HOST-ID TO AP-HOST-ID.
036700     WRITE APPOINT-RECORD.
036800     IF AM-APPOINT-STATUS NOT = "00"
036900         DISPLAY "APPT-MAINT: ERROR WRITING APPTFIL - "
048900            AM-REJECT-CT DELIMITED BY SIZE
049000         INTO PRINT-LINE.
049100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
049114     MOVE SPACES TO PRINT-LINE.
049128     STRING "  REJECTED FOR HOST . . . . . . : "
049142            DELIMITED BY SIZE
049156            AM-HOST-REJECT-CT DELIMITED BY SIZE
049170         INTO PRINT-LINE.
049184     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
049200     MOVE SPACES TO PRINT-LINE.
049300     STRING "PAST APPOINTMENTS ROLLED OFF. . : "
049400            DELIMITED BY SIZE
050600     END-IF.
050700 8000-EXIT.
050800     EXIT.
050803*
050806***************************************************************
050809*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
050812*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
050815***************************************************************
050818 8100-WRITE-RUNCTL-END.
050821     ACCEPT AM-RUN-TIME FROM TIME.
050824     MOVE SPACES TO RUNCTL-RECORD.
050827     MOVE "APPT-MAINT" TO RC-PROGRAM-NAME.
050830     MOVE AM-RUN-DATE TO RC-RUN-DATE.
050833     SET RC-END-REC TO TRUE.
050836     MOVE AM-RUN-TIME TO RC-RUN-TIME.
050839     MOVE AM-TRAN-READ-CT TO RC-RECORD-COUNT.
050842     IF AM-APTRAN-IS-OPEN AND AM-APPOINT-IS-OPEN
050845         AND AM-HOSTDIR-IS-OPEN AND AM-PRINT-IS-OPEN
050848         SET RC-COMPLETED TO TRUE
050851     ELSE
050854         SET RC-ABENDED TO TRUE
050857     END-IF.
050860     WRITE RUNCTL-RECORD.
050863     IF AM-RUNCTL-STATUS NOT = "00"
050866         DISPLAY "APPT-MAINT: ERROR WRITING RUNCTL - "
050869             AM-RUNCTL-STATUS
050872     END-IF.
050875 8100-EXIT.
050878     EXIT.
050900*
051000 9000-TERMINATE.
051100     IF AM-APTRAN-IS-OPEN
051400     IF AM-APPOINT-IS-OPEN
051500         CLOSE APPOINT-FILE
051600     END-IF.
051625     IF AM-HOSTDIR-IS-OPEN
051650         CLOSE HOSTDIR-FILE
051675     END-IF.
051700     IF AM-PRINT-IS-OPEN
051800         CLOSE PRINT-FILE
051900     END-IF.
051925     IF AM-RUNCTL-IS-OPEN
051950         CLOSE RUNCTL-FILE
051975     END-IF.
052000 9000-EXIT.
052100     EXIT.
