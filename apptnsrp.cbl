001740* 09/02/2026  RMC  NO-SHOW LINES NOW NAME THE HOST WHOSE GUEST
001750*                  FAILED TO SHOW, FOR THE MEMBERSHIP OFFICE'S
001760*                  FOLLOW-UP CALLS.
001770* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
001780*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001790*                  CARRIED FROM CHECK-IN.
001791* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001792*                  SHARED RUN CONTROL FILE AND CHECK THE
001793*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001794*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001795*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001796*                  COMPLETED FOR THE BUSINESS DATE.  THE REPORT
001797*                  WAITS FOR THE CLOSING-TIME SWEEP, AND THE
001798*                  ARCHIVE WAITS FOR THE REPORT BEFORE IT DRAINS
001799*                  THE LOG.
001800*
001900***************************************************************
002000 ENVIRONMENT DIVISION.
003700     SELECT PRINT-FILE ASSIGN TO "NOSHOWRP"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS AN-PRINT-STATUS.
003920*    SHARED BATCH RUN CONTROL FILE
003940     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003960         ORGANIZATION IS SEQUENTIAL
003980         FILE STATUS IS AN-RUNCTL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  APPOINT-FILE
004500     COPY APPOINT.
004600 FD  VISLOG-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 150 CHARACTERS.
004900     COPY VISLOG.
005000 FD  PRINT-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  PRINT-LINE                  PIC X(80).
005320 FD  RUNCTL-FILE
005340     LABEL RECORDS ARE STANDARD
005360     RECORD CONTAINS 80 CHARACTERS.
005380     COPY RUNCTL.
005400 WORKING-STORAGE SECTION.
005500 77  AN-APPOINT-STATUS           PIC X(02) VALUE SPACES.
005600 77  AN-APPOINT-OPEN-SW          PIC X(01) VALUE 'N'.
007800 77  AN-SUB                      PIC 9(04) COMP VALUE ZERO.
007900 77  AN-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
007910 77  AN-SEEN-SUB                 PIC 9(04) COMP VALUE ZERO.
007921 77  AN-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007932 77  AN-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007943     88  AN-RUNCTL-IS-OPEN           VALUE 'Y'.
007954 77  AN-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
007965     88  AN-RUNCTL-EOF               VALUE 'Y'.
007976 77  AN-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
007987     88  AN-RUN-STARTED              VALUE 'Y'.
008000 01  AN-RUN-DATE                 PIC 9(08) VALUE ZERO.
008050 01  AN-RUN-TIME                 PIC 9(08) VALUE ZERO.
008100 01  AN-WORK-TIME                PIC 9(04) VALUE ZERO.
008200 01  AN-WORK-TIME-X REDEFINES AN-WORK-TIME.
008300     05  AN-WT-HH                PIC X(02).
008990     05  FILLER                  PIC X(05) VALUE " FOR ".
008991     05  AN-NSL-HOST             PIC X(30) VALUE SPACES.
008992     05  FILLER                  PIC X(04) VALUE SPACES.
008996     COPY JOBDEP.
009000*
009100 PROCEDURE DIVISION.
009200***************************************************************
010200         PERFORM 4000-PRINT-NOSHOWS THRU 4000-EXIT
010300         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
010400     END-IF.
010425     IF AN-RUN-STARTED
010450         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
010475     END-IF.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     STOP RUN.
010700 0000-EXIT.
011200***************************************************************
011300 1000-INITIALIZE.
011400     ACCEPT AN-RUN-DATE FROM DATE YYYYMMDD.
011420     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
011440     IF AN-VISLOG-EOF
011460         GO TO 1000-EXIT
011480     END-IF.
011500     OPEN INPUT APPOINT-FILE.
011600     IF AN-APPOINT-STATUS NOT = "00"
011700         DISPLAY "APPT-NOSHOW-RPT: ERROR OPENING APPTFIL - "
014400     END-IF.
014500 1000-EXIT.
014600     EXIT.
014601*
014602 1100-PRINT-HEADER.
014603     MOVE SPACES TO PRINT-LINE.
014604     STRING "APPOINTMENT NO-SHOW REPORT - RUN DATE "
014605            DELIMITED BY SIZE
014606            AN-RUN-DATE DELIMITED BY SIZE
014607         INTO PRINT-LINE.
014608     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014609     MOVE SPACES TO PRINT-LINE.
014610     MOVE "--------------------------------------------" TO
014611         PRINT-LINE.
014612     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
014613 1100-EXIT.
014614     EXIT.
014615*
014616***************************************************************
014617*  1400-RUN-CONTROL-START - THE REPORT IS REFUSED UNTIL THE    *
014618*  CLOSING-TIME SWEEP HAS COMPLETED FOR THE BUSINESS DATE, SO  *
014619*  THE DAY'S LOG IS CLOSED OUT BEFORE NO-SHOWS ARE COUNTED.  A *
014620*  RERUN IS ALLOWED - THE REPORT ONLY READS.  OTHERWISE A      *
014621*  START RECORD IS DROPPED ON THE SHARED RUN CONTROL FILE.     *
014622***************************************************************
014623 1400-RUN-CONTROL-START.
014624     ACCEPT AN-RUN-TIME FROM TIME.
014625     MOVE "APPT-NOSHOW-RPT" TO JD-THIS-JOB.
014626     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
014627     OPEN INPUT RUNCTL-FILE.
014628     IF AN-RUNCTL-STATUS = "00"
014629         MOVE "N" TO AN-RUNCTL-EOF-SW
014630         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
014631             UNTIL AN-RUNCTL-EOF
014632         CLOSE RUNCTL-FILE
014633     END-IF.
014634     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
014635     OPEN EXTEND RUNCTL-FILE.
014636     IF AN-RUNCTL-STATUS = "35"
014637         OPEN OUTPUT RUNCTL-FILE
014638     END-IF.
014639     IF AN-RUNCTL-STATUS NOT = "00"
014640         DISPLAY "APPT-NOSHOW-RPT: ERROR OPENING RUNCTL - "
014641             AN-RUNCTL-STATUS
014642         SET AN-APPOINT-EOF TO TRUE
014643         SET AN-VISLOG-EOF TO TRUE
014644         GO TO 1400-EXIT
014645     END-IF.
014646     SET AN-RUNCTL-IS-OPEN TO TRUE.
014647     IF JD-JOB-BLOCKED
014648         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
014649         DISPLAY "APPT-NOSHOW-RPT: RUN BLOCKED FOR BUSINESS "
014650             "DATE " AN-RUN-DATE " - PREREQUISITES NOT COMPLETE"
014651         SET AN-APPOINT-EOF TO TRUE
014652         SET AN-VISLOG-EOF TO TRUE
014653     ELSE
014654         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
014655     END-IF.
014656 1400-EXIT.
014657     EXIT.
014658*
014659 1410-SCAN-RUNCTL-REC.
014660     READ RUNCTL-FILE
014661         AT END
014662             SET AN-RUNCTL-EOF TO TRUE
014663         NOT AT END
014664             IF RC-RUN-DATE = AN-RUN-DATE
014665                 AND RC-END-REC AND RC-COMPLETED
014666                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
014667             END-IF
014668     END-READ.
014669 1410-EXIT.
014670     EXIT.
014671*
014672 1420-WRITE-RUNCTL-START.
014673     MOVE SPACES TO RUNCTL-RECORD.
014674     MOVE "APPT-NOSHOW-RPT" TO RC-PROGRAM-NAME.
014675     MOVE AN-RUN-DATE TO RC-RUN-DATE.
014676     SET RC-START-REC TO TRUE.
014677     MOVE AN-RUN-TIME TO RC-RUN-TIME.
014678     MOVE ZERO TO RC-RECORD-COUNT.
014679     SET RC-RUNNING TO TRUE.
014680     WRITE RUNCTL-RECORD.
014681     IF AN-RUNCTL-STATUS NOT = "00"
014682         DISPLAY "APPT-NOSHOW-RPT: ERROR WRITING RUNCTL - "
014683             AN-RUNCTL-STATUS
014684     ELSE
014685         SET AN-RUN-STARTED TO TRUE
014686     END-IF.
014687 1420-EXIT.
014688     EXIT.
014689*
014690***************************************************************
014691*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
014692*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
014693*  WAIT FOR.                                                   *
014694***************************************************************
014695 1430-LOAD-PREREQUISITES.
014696     MOVE "N" TO JD-BLOCKED-SW.
014697     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
014698     MOVE ZERO TO JD-THIS-SUB.
014699     MOVE 1 TO JD-SUB.
014700     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
014701         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
014702 1430-EXIT.
014703     EXIT.
014704*
014705 1431-SCAN-JOB-TABLE.
014706     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
014707         MOVE JD-SUB TO JD-THIS-SUB
014708     ELSE
014709         ADD 1 TO JD-SUB
014710     END-IF.
014711 1431-EXIT.
014712     EXIT.
014713*
014714***************************************************************
014715*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
014716*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
014717***************************************************************
014718 1440-MARK-PREREQUISITE.
014719     IF JD-THIS-SUB = ZERO
014720         GO TO 1440-EXIT
014721     END-IF.
014722     MOVE 1 TO JD-PRQ-SUB.
014723     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
014724         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014725 1440-EXIT.
014726     EXIT.
014727*
014728 1441-MARK-ONE-PREREQ.
014729     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
014730         RC-PROGRAM-NAME
014731         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
014732     END-IF.
014733     ADD 1 TO JD-PRQ-SUB.
014734 1441-EXIT.
014735     EXIT.
014736*
014737***************************************************************
014738*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
014739*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
014740*  BUSINESS DATE.                                              *
014741***************************************************************
014742 1450-CHECK-PREREQUISITES.
014743     IF JD-THIS-SUB = ZERO
014744         GO TO 1450-EXIT
014745     END-IF.
014746     MOVE 1 TO JD-PRQ-SUB.
014747     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
014748         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014749 1450-EXIT.
014750     EXIT.
014751*
014752 1451-CHECK-ONE-PREREQ.
014753     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
014754         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
014755         SET JD-JOB-BLOCKED TO TRUE
014756         DISPLAY "APPT-NOSHOW-RPT: WAITING ON "
014757             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
014758             " - NOT COMPLETED FOR BUSINESS DATE " AN-RUN-DATE
014759     END-IF.
014760     ADD 1 TO JD-PRQ-SUB.
014761 1451-EXIT.
014762     EXIT.
014763*
014764***************************************************************
014765*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
014766*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
014767*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
014768***************************************************************
014769 1460-WRITE-RUNCTL-BLOCKED.
014770     MOVE 1 TO JD-PRQ-SUB.
014771     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
014772         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
014773 1460-EXIT.
014774     EXIT.
014775*
014776 1461-WRITE-ONE-BLOCKED.
014777     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
014778         OR JD-PREREQ-DONE (JD-PRQ-SUB)
014779         ADD 1 TO JD-PRQ-SUB
014780         GO TO 1461-EXIT
014781     END-IF.
014782     MOVE SPACES TO RUNCTL-RECORD.
014783     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
014784     MOVE AN-RUN-DATE TO RC-RUN-DATE.
014785     SET RC-END-REC TO TRUE.
014800     MOVE AN-RUN-TIME TO RC-RUN-TIME.
014900     MOVE ZERO TO RC-RECORD-COUNT.
015000     SET RC-BLOCKED TO TRUE.
015100     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
015200         RC-WAITING-ON.
015300     WRITE RUNCTL-RECORD.
015400     IF AN-RUNCTL-STATUS NOT = "00"
015500         DISPLAY "APPT-NOSHOW-RPT: ERROR WRITING RUNCTL - "
015600             AN-RUNCTL-STATUS
015700     END-IF.
015800     ADD 1 TO JD-PRQ-SUB.
015900 1461-EXIT.
016000     EXIT.
016100*
016200***************************************************************
033700     END-IF.
033800 8000-EXIT.
033900     EXIT.
033903*
033906***************************************************************
033909*  8100-WRITE-RUNCTL-END - COMPLETED WHEN THE APPOINTMENTS AND *
033912*  THE LOG WERE READ TO THE END AND THE REPORT PRINTED, SO THE *
033915*  ARCHIVE MAY DRAIN THE LOG.                                  *
033918***************************************************************
033921 8100-WRITE-RUNCTL-END.
033924     ACCEPT AN-RUN-TIME FROM TIME.
033927     MOVE SPACES TO RUNCTL-RECORD.
033930     MOVE "APPT-NOSHOW-RPT" TO RC-PROGRAM-NAME.
033933     MOVE AN-RUN-DATE TO RC-RUN-DATE.
033936     SET RC-END-REC TO TRUE.
033939     MOVE AN-RUN-TIME TO RC-RUN-TIME.
033942     MOVE AN-CHECKIN-CT TO RC-RECORD-COUNT.
033945     IF AN-APPOINT-IS-OPEN AND AN-VISLOG-IS-OPEN
033948         AND AN-PRINT-IS-OPEN
033951         SET RC-COMPLETED TO TRUE
033954     ELSE
033957         SET RC-ABENDED TO TRUE
033960     END-IF.
033963     WRITE RUNCTL-RECORD.
033966     IF AN-RUNCTL-STATUS NOT = "00"
033969         DISPLAY "APPT-NOSHOW-RPT: ERROR WRITING RUNCTL - "
033972             AN-RUNCTL-STATUS
033975     END-IF.
033978 8100-EXIT.
033981     EXIT.
034000*
034100 9000-TERMINATE.
034200     IF AN-APPOINT-IS-OPEN
034800     IF AN-PRINT-IS-OPEN
034900         CLOSE PRINT-FILE
035000     END-IF.
035025     IF AN-RUNCTL-IS-OPEN
035050         CLOSE RUNCTL-FILE
035075     END-IF.
035100 9000-EXIT.
035200     EXIT.
