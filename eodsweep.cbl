001700*                  DISTINGUISHABLE FROM A REAL ONE.  THE RUN
001800*                  PRINTS WHAT IT SWEPT AND BALANCES SWEPT
001900*                  COUNT AGAINST UNMATCHED COUNT.
001910* 10/15/2026  RMC  CLOSING TIMES NOW COME FROM THE SITE
001920*                  DIRECTORY INSTEAD OF A TABLE IN THIS
001930*                  PROGRAM, SO A CHANGED CLOSING HOUR IS A
001940*                  DIRECTORY CARD.  A SITE NOT ON THE DIRECTORY
001950*                  IS SWEPT AT THE HOUSE DEFAULT CLOSING TIME
001960*                  AND COUNTED ON THE REPORT.
001965* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001970*                  SHARED RUN CONTROL FILE SO THE JOBS THAT
001975*                  FOLLOW THE SWEEP CAN SEE IT COMPLETED, AND
001980*                  CHECK THE JOB-STREAM DEPENDENCY TABLE AT
001985*                  START-UP.  A RERUN IS ALLOWED - A SECOND PASS
001990*                  FINDS NOTHING LEFT TO SWEEP.
001992* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
001994*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
001996*                  CARRIED FROM CHECK-IN.
002000*
002100***************************************************************
002200 ENVIRONMENT DIVISION.
003000     SELECT VISLOG-FILE ASSIGN TO "VISLOG"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS ES-VISLOG-STATUS.
003210*    SITE DIRECTORY - EACH SITE'S CLOSING TIME
003220     SELECT SITEDIR-FILE ASSIGN TO "SITEDIR"
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS RANDOM
003250         RECORD KEY IS SD-SITE-ID
003260         FILE STATUS IS ES-SITEDIR-STATUS.
003300*    PRINTED SWEEP REPORT
003400     SELECT PRINT-FILE ASSIGN TO "SWEEPRPT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS ES-PRINT-STATUS.
003620*    SHARED BATCH RUN CONTROL FILE
003640     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003660         ORGANIZATION IS SEQUENTIAL
003680         FILE STATUS IS ES-RUNCTL-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  VISLOG-FILE
004000     LABEL RECORDS ARE STANDARD
004150     RECORD CONTAINS 150 CHARACTERS.
004200     COPY VISLOG.
004210 FD  SITEDIR-FILE
004220     LABEL RECORDS ARE STANDARD
004230     RECORD CONTAINS 80 CHARACTERS.
004240     COPY SITEDIR.
004300 FD  PRINT-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  PRINT-LINE                  PIC X(80).
004620 FD  RUNCTL-FILE
004640     LABEL RECORDS ARE STANDARD
004660     RECORD CONTAINS 80 CHARACTERS.
004680     COPY RUNCTL.
004700 WORKING-STORAGE SECTION.
004800 77  ES-VISLOG-STATUS            PIC X(02) VALUE SPACES.
004900 77  ES-VISLOG-OPEN-SW           PIC X(01) VALUE 'N'.
005100 77  ES-PRINT-STATUS             PIC X(02) VALUE SPACES.
005200 77  ES-PRINT-OPEN-SW            PIC X(01) VALUE 'N'.
005300     88  ES-PRINT-IS-OPEN            VALUE 'Y'.
005310 77  ES-SITEDIR-STATUS           PIC X(02) VALUE SPACES.
005320 77  ES-SITEDIR-OPEN-SW          PIC X(01) VALUE 'N'.
005330     88  ES-SITEDIR-IS-OPEN          VALUE 'Y'.
005338 77  ES-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
005346 77  ES-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
005354     88  ES-RUNCTL-IS-OPEN           VALUE 'Y'.
005362 77  ES-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
005370     88  ES-RUNCTL-EOF               VALUE 'Y'.
005378 77  ES-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
005386     88  ES-RUN-STARTED              VALUE 'Y'.
005400 77  ES-EOF-SW                   PIC X(01) VALUE 'N'.
005500     88  ES-VISLOG-EOF               VALUE 'Y'.
005600 77  ES-FOUND-SW                 PIC X(01) VALUE 'N'.
006100 77  ES-UNMATCHED-COUNT          PIC 9(08) VALUE ZERO.
006200 77  ES-SWEPT-COUNT              PIC 9(08) VALUE ZERO.
006300 77  ES-OVERFLOW-COUNT           PIC 9(08) VALUE ZERO.
006310 77  ES-DEFAULT-CLOSE-COUNT      PIC 9(08) VALUE ZERO.
006400 77  ES-CI-COUNT                 PIC 9(04) COMP VALUE ZERO.
006500 77  ES-CI-MAX                   PIC 9(04) COMP VALUE 1000.
006600 77  ES-SUB                      PIC 9(04) COMP VALUE ZERO.
006700 77  ES-MATCH-SUB                PIC 9(04) COMP VALUE ZERO.
006900 77  ES-RECON-SW                 PIC X(01) VALUE 'N'.
007000     88  ES-RECON-BALANCED           VALUE 'Y'.
007100     88  ES-RECON-OUT-OF-BAL         VALUE 'N'.
007200 01  ES-RUN-DATE                 PIC 9(08) VALUE ZERO.
007250 01  ES-RUN-TIME                 PIC 9(08) VALUE ZERO.
007300 01  ES-CLOSE-TIME               PIC 9(08) VALUE ZERO.
007400*    HOUSE DEFAULT CLOSING TIME (HHMMSSHH) FOR A SITE THAT IS
007500*    NOT ON THE SITE DIRECTORY.
007600 01  ES-DEFAULT-CLOSE-TIME       PIC 9(08) VALUE 21000000.
008500 01  ES-CHECKIN-TABLE.
008600     05  ES-CI-ENTRY OCCURS 1000 TIMES.
008700         10  ES-CI-NAME          PIC X(30).
009610         VALUE " SWEPT AT SITE ".
009700     05  ES-SWP-SITE             PIC X(03) VALUE SPACES.
009800     05  FILLER                  PIC X(30) VALUE SPACES.
009850     COPY JOBDEP.
009900*
010000 PROCEDURE DIVISION.
010100***************************************************************
010800     IF ES-VISLOG-IS-OPEN
010900         PERFORM 3000-SWEEP-OPEN-VISITS THRU 3000-EXIT
011000     END-IF.
011028     IF NOT JD-JOB-BLOCKED
011056         PERFORM 4000-RECONCILE THRU 4000-EXIT
011084     END-IF.
011112     IF ES-RUN-STARTED
011140         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
011168     END-IF.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     STOP RUN.
011400 0000-EXIT.
011900***************************************************************
012000 1000-INITIALIZE.
012100     ACCEPT ES-RUN-DATE FROM DATE YYYYMMDD.
012120     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012140     IF ES-VISLOG-EOF
012160         GO TO 1000-EXIT
012180     END-IF.
012200     OPEN INPUT VISLOG-FILE.
012300     IF ES-VISLOG-STATUS NOT = "00"
012400         DISPLAY "EOD-SWEEP: ERROR OPENING VISLOG - "
012700     ELSE
012800         SET ES-VISLOG-IS-OPEN TO TRUE
012900     END-IF.
012910     OPEN INPUT SITEDIR-FILE.
012920     IF ES-SITEDIR-STATUS NOT = "00"
012930         DISPLAY "EOD-SWEEP: ERROR OPENING SITEDIR - "
012940             ES-SITEDIR-STATUS
012950         DISPLAY "EOD-SWEEP: CONTINUING - ALL SITES SWEPT AT "
012960             "THE DEFAULT CLOSING TIME"
012970     ELSE
012980         SET ES-SITEDIR-IS-OPEN TO TRUE
012990     END-IF.
013000     OPEN OUTPUT PRINT-FILE.
013100     IF ES-PRINT-STATUS NOT = "00"
013200         DISPLAY "EOD-SWEEP: ERROR OPENING SWEEPRPT - "
015400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
015500 1100-EXIT.
015600     EXIT.
015601*
015602***************************************************************
015603*  1400-RUN-CONTROL-START - A SWEEP MAY BE RERUN (A SECOND    *
015604*  PASS FINDS NOTHING LEFT OPEN), SO THERE IS NO ONCE-A-DAY    *
015605*  GUARD.  THE RUN IS REFUSED ONLY WHILE ITS PREREQUISITES     *
015606*  HAVE NOT COMPLETED; OTHERWISE A START RECORD IS DROPPED ON  *
015607*  THE SHARED RUN CONTROL FILE.                                *
015608***************************************************************
015609 1400-RUN-CONTROL-START.
015610     ACCEPT ES-RUN-TIME FROM TIME.
015611     MOVE "EOD-SWEEP" TO JD-THIS-JOB.
015612     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
015613     OPEN INPUT RUNCTL-FILE.
015614     IF ES-RUNCTL-STATUS = "00"
015615         MOVE "N" TO ES-RUNCTL-EOF-SW
015616         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
015617             UNTIL ES-RUNCTL-EOF
015618         CLOSE RUNCTL-FILE
015619     END-IF.
015620     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
015621     OPEN EXTEND RUNCTL-FILE.
015622     IF ES-RUNCTL-STATUS = "35"
015623         OPEN OUTPUT RUNCTL-FILE
015624     END-IF.
015625     IF ES-RUNCTL-STATUS NOT = "00"
015626         DISPLAY "EOD-SWEEP: ERROR OPENING RUNCTL - "
015627             ES-RUNCTL-STATUS
015628         SET ES-VISLOG-EOF TO TRUE
015629         GO TO 1400-EXIT
015630     END-IF.
015631     SET ES-RUNCTL-IS-OPEN TO TRUE.
015632     IF JD-JOB-BLOCKED
015633         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
015634         DISPLAY "EOD-SWEEP: RUN BLOCKED FOR BUSINESS DATE "
015635             ES-RUN-DATE " - PREREQUISITES NOT COMPLETE"
015636         SET ES-VISLOG-EOF TO TRUE
015637     ELSE
015638         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
015639     END-IF.
015640 1400-EXIT.
015641     EXIT.
015642*
015643 1410-SCAN-RUNCTL-REC.
015644     READ RUNCTL-FILE
015645         AT END
015646             SET ES-RUNCTL-EOF TO TRUE
015647         NOT AT END
015648             IF RC-RUN-DATE = ES-RUN-DATE
015649                 AND RC-END-REC AND RC-COMPLETED
015650                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
015651             END-IF
015652     END-READ.
015653 1410-EXIT.
015654     EXIT.
015655*
015656 1420-WRITE-RUNCTL-START.
015657     MOVE SPACES TO RUNCTL-RECORD.
015658     MOVE "EOD-SWEEP" TO RC-PROGRAM-NAME.
015659     MOVE ES-RUN-DATE TO RC-RUN-DATE.
015660     SET RC-START-REC TO TRUE.
015661     MOVE ES-RUN-TIME TO RC-RUN-TIME.
015662     MOVE ZERO TO RC-RECORD-COUNT.
015663     SET RC-RUNNING TO TRUE.
015664     WRITE RUNCTL-RECORD.
015665     IF ES-RUNCTL-STATUS NOT = "00"
015666         DISPLAY "EOD-SWEEP: ERROR WRITING RUNCTL - "
015667             ES-RUNCTL-STATUS
015668     ELSE
015669         SET ES-RUN-STARTED TO TRUE
015670     END-IF.
015671 1420-EXIT.
015672     EXIT.
015673*
015674***************************************************************
015675*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
015676*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
015677*  WAIT FOR.                                                   *
015678***************************************************************
015679 1430-LOAD-PREREQUISITES.
015680     MOVE "N" TO JD-BLOCKED-SW.
015681     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
015682     MOVE ZERO TO JD-THIS-SUB.
015683     MOVE 1 TO JD-SUB.
015684     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
015685         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
015686 1430-EXIT.
015687     EXIT.
015688*
015689 1431-SCAN-JOB-TABLE.
015690     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
015691         MOVE JD-SUB TO JD-THIS-SUB
015692     ELSE
015693         ADD 1 TO JD-SUB
015694     END-IF.
015695 1431-EXIT.
015696     EXIT.
015697*
015698***************************************************************
015699*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
015700*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
015701***************************************************************
015702 1440-MARK-PREREQUISITE.
015703     IF JD-THIS-SUB = ZERO
015704         GO TO 1440-EXIT
015705     END-IF.
015706     MOVE 1 TO JD-PRQ-SUB.
015707     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
015708         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015709 1440-EXIT.
015710     EXIT.
015711*
015712 1441-MARK-ONE-PREREQ.
015713     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
015714         RC-PROGRAM-NAME
015715         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
015716     END-IF.
015717     ADD 1 TO JD-PRQ-SUB.
015718 1441-EXIT.
015719     EXIT.
015720*
015721***************************************************************
015722*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
015723*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
015724*  BUSINESS DATE.                                              *
015725***************************************************************
015726 1450-CHECK-PREREQUISITES.
015727     IF JD-THIS-SUB = ZERO
015728         GO TO 1450-EXIT
015729     END-IF.
015730     MOVE 1 TO JD-PRQ-SUB.
015731     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
015732         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015733 1450-EXIT.
015734     EXIT.
015735*
015736 1451-CHECK-ONE-PREREQ.
015737     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
015738         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
015739         SET JD-JOB-BLOCKED TO TRUE
015740         DISPLAY "EOD-SWEEP: WAITING ON "
015741             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
015742             " - NOT COMPLETED FOR BUSINESS DATE " ES-RUN-DATE
015743     END-IF.
015744     ADD 1 TO JD-PRQ-SUB.
015745 1451-EXIT.
015746     EXIT.
015747*
015748***************************************************************
015749*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
015750*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
015751*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
015752***************************************************************
015753 1460-WRITE-RUNCTL-BLOCKED.
015754     MOVE 1 TO JD-PRQ-SUB.
015755     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
015756         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015757 1460-EXIT.
015758     EXIT.
015759*
015760 1461-WRITE-ONE-BLOCKED.
015761     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
015762         OR JD-PREREQ-DONE (JD-PRQ-SUB)
015763         ADD 1 TO JD-PRQ-SUB
015764         GO TO 1461-EXIT
015765     END-IF.
015766     MOVE SPACES TO RUNCTL-RECORD.
015767     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
015768     MOVE ES-RUN-DATE TO RC-RUN-DATE.
015769     SET RC-END-REC TO TRUE.
015770     MOVE ES-RUN-TIME TO RC-RUN-TIME.
015771     MOVE ZERO TO RC-RECORD-COUNT.
015772     SET RC-BLOCKED TO TRUE.
015773     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
015774         RC-WAITING-ON.
015775     WRITE RUNCTL-RECORD.
015776     IF ES-RUNCTL-STATUS NOT = "00"
015777         DISPLAY "EOD-SWEEP: ERROR WRITING RUNCTL - "
015778             ES-RUNCTL-STATUS
015779     END-IF.
015780     ADD 1 TO JD-PRQ-SUB.
015781 1461-EXIT.
015782     EXIT.
015783*
015800***************************************************************
015900*  2000-PAIR-VISLOG - SAME PAIRING AS THE DURATION REPORT:     *
016000*  CHECK-INS GO INTO THE TABLE, CHECK-OUTS MATCH BACK TO THE   *
028700     EXIT.
028800*
028900***************************************************************
029000*  3200-FIND-CLOSE-TIME - LOOK THE SITE UP ON THE SITE         *
029100*  DIRECTORY; A SITE NOT ON IT CLOSES AT THE HOUSE DEFAULT.    *
029200***************************************************************
029300 3200-FIND-CLOSE-TIME.
029310     MOVE ES-DEFAULT-CLOSE-TIME TO ES-CLOSE-TIME.
029320     IF NOT ES-SITEDIR-IS-OPEN
029330         ADD 1 TO ES-DEFAULT-CLOSE-COUNT
029340         GO TO 3200-EXIT
029350     END-IF.
029360     MOVE ES-CI-SITE (ES-SUB) TO SD-SITE-ID.
029370     READ SITEDIR-FILE
029380         INVALID KEY
029390             ADD 1 TO ES-DEFAULT-CLOSE-COUNT
029400             DISPLAY "EOD-SWEEP: SITE '" ES-CI-SITE (ES-SUB)
029410                 "' NOT ON SITE DIRECTORY - DEFAULT CLOSING "
029420                 "TIME USED FOR " ES-CI-NAME (ES-SUB)
029430         NOT INVALID KEY
029440             MOVE SD-CLOSE-TIME TO ES-CLOSE-TIME
029450     END-READ.
029460 3200-EXIT.
029470     EXIT.
030900*
031000***************************************************************
031100*                 4000-RECONCILE                               *
036300             PRINT-LINE
036400     END-IF.
036500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
036510     IF ES-DEFAULT-CLOSE-COUNT GREATER THAN ZERO
036520         MOVE SPACES TO PRINT-LINE
036530         STRING "SWEPT AT DEFAULT CLOSING TIME . : "
036540                DELIMITED BY SIZE
036550                ES-DEFAULT-CLOSE-COUNT DELIMITED BY SIZE
036560             INTO PRINT-LINE
036570         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
036580     END-IF.
036600     IF ES-OVERFLOW-COUNT GREATER THAN ZERO
036700         MOVE SPACES TO PRINT-LINE
036800         STRING "*** PAIRING TABLE OVERFLOWED - CHECK-INS "
038200     END-IF.
038300 8000-EXIT.
038400     EXIT.
038403*
038406***************************************************************
038409*  8100-WRITE-RUNCTL-END - COMPLETED ONLY WHEN EVERY UNMATCHED *
038412*  CHECK-IN WAS SWEPT; AN OUT-OF-BALANCE SWEEP HOLDS BACK THE  *
038415*  JOBS THAT FOLLOW IT.                                        *
038418***************************************************************
038421 8100-WRITE-RUNCTL-END.
038424     ACCEPT ES-RUN-TIME FROM TIME.
038427     MOVE SPACES TO RUNCTL-RECORD.
038430     MOVE "EOD-SWEEP" TO RC-PROGRAM-NAME.
038433     MOVE ES-RUN-DATE TO RC-RUN-DATE.
038436     SET RC-END-REC TO TRUE.
038439     MOVE ES-RUN-TIME TO RC-RUN-TIME.
038442     MOVE ES-SWEPT-COUNT TO RC-RECORD-COUNT.
038445     IF ES-RECON-BALANCED
038448         SET RC-COMPLETED TO TRUE
038451     ELSE
038454         SET RC-ABENDED TO TRUE
038457     END-IF.
038460     WRITE RUNCTL-RECORD.
038463     IF ES-RUNCTL-STATUS NOT = "00"
038466         DISPLAY "EOD-SWEEP: ERROR WRITING RUNCTL - "
038469             ES-RUNCTL-STATUS
038472     END-IF.
038475 8100-EXIT.
038478     EXIT.
038500*
038600 9000-TERMINATE.
038700     IF ES-VISLOG-IS-OPEN
038800         CLOSE VISLOG-FILE
038900     END-IF.
038910     IF ES-SITEDIR-IS-OPEN
038920         CLOSE SITEDIR-FILE
038930     END-IF.
039000     IF ES-PRINT-IS-OPEN
039100         CLOSE PRINT-FILE
039200     END-IF.
039225     IF ES-RUNCTL-IS-OPEN
039250         CLOSE RUNCTL-FILE
039275     END-IF.
039300 9000-EXIT.
039400     EXIT.
