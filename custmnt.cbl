001660*                  DUPLICATES SO LEGACY ID-LESS RECORDS STILL
001670*                  LOAD; ADDS AND ID CHANGES REJECT A NONBLANK
001680*                  ID ALREADY ON FILE.
001684* 10/15/2026  RMC  VALID TIER CODES NOW COME FROM THE SHARED TIER
001688*                  CODE TABLE (TIERCODE) INSTEAD OF A LIST IN THIS
001692*                  PROGRAM, SO MAINTENANCE, THE TIER REVIEW AND
001696*                  THE MASTER AUDIT ALL AGREE ON ONE SET OF CODES.
001706* 10/15/2026  RMC  RUNS NOW WRITE START AND END RECORDS TO THE
001716*                  SHARED RUN CONTROL FILE AND CHECK THE
001726*                  JOB-STREAM DEPENDENCY TABLE AT START-UP,
001736*                  REFUSING TO RUN, WITH A BLOCKED ENTRY ON THE
001746*                  RUN CONTROL FILE, UNTIL ITS PREREQUISITES HAVE
001756*                  COMPLETED FOR THE BUSINESS DATE.  THE RUN DATE
001766*                  IS THE BUSINESS DATE; THE JOB HAS NO
001776*                  PREREQUISITES TODAY.
001786*
001800***************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003600     SELECT PRINT-FILE ASSIGN TO "MNTRPT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS CU-PRINT-STATUS.
003820*    SHARED BATCH RUN CONTROL FILE
003840     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003860         ORGANIZATION IS SEQUENTIAL
003880         FILE STATUS IS CU-RUNCTL-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CMTRAN-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  PRINT-LINE                  PIC X(80).
005220 FD  RUNCTL-FILE
005240     LABEL RECORDS ARE STANDARD
005260     RECORD CONTAINS 80 CHARACTERS.
005280     COPY RUNCTL.
005300 WORKING-STORAGE SECTION.
005400 77  CU-CMTRAN-STATUS            PIC X(02) VALUE SPACES.
005500 77  CU-CMTRAN-OPEN-SW           PIC X(01) VALUE 'N'.
007500 77  CU-REACTIVATE-CT            PIC 9(08) VALUE ZERO.
007600 77  CU-REJECT-CT                PIC 9(08) VALUE ZERO.
007700 77  CU-TIER-CHECK               PIC X(10) VALUE SPACES.
007762 77  CU-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
007824 77  CU-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
007886     88  CU-RUNCTL-IS-OPEN           VALUE 'Y'.
007948 77  CU-RUNCTL-EOF-SW            PIC X(01) VALUE 'N'.
008010     88  CU-RUNCTL-EOF               VALUE 'Y'.
008072 77  CU-RUN-STARTED-SW           PIC X(01) VALUE 'N'.
008134     88  CU-RUN-STARTED              VALUE 'Y'.
008200 01  CU-RUN-DATE                 PIC 9(08) VALUE ZERO.
008300 01  CU-RUN-TIME                 PIC 9(08) VALUE ZERO.
008400 01  CU-REJECT-REASON            PIC X(40) VALUE SPACES.
010400     05  FILLER                  PIC X(07) VALUE "  NAME ".
010500     05  CU-ACT-NAME             PIC X(30) VALUE SPACES.
010600     05  FILLER                  PIC X(35) VALUE SPACES.
010650     COPY TIERCODE.
010675     COPY JOBDEP.
010700*
010800 PROCEDURE DIVISION.
010900***************************************************************
011600     IF CU-PRINT-IS-OPEN
011700         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
011800     END-IF.
011825     IF CU-RUN-STARTED
011850         PERFORM 8100-WRITE-RUNCTL-END THRU 8100-EXIT
011875     END-IF.
011900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012000     STOP RUN.
012100 0000-EXIT.
012700 1000-INITIALIZE.
012800     ACCEPT CU-RUN-DATE FROM DATE YYYYMMDD.
012900     ACCEPT CU-RUN-TIME FROM TIME.
012920     PERFORM 1400-RUN-CONTROL-START THRU 1400-EXIT.
012940     IF CU-CMTRAN-EOF
012960         GO TO 1000-EXIT
012980     END-IF.
013000     OPEN INPUT CMTRAN-FILE.
013100     IF CU-CMTRAN-STATUS NOT = "00"
013200         DISPLAY "CUSTMAST-MAINT: ERROR OPENING CMTRANS - "
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015801*
015802 1100-PRINT-HEADER.
015803     MOVE SPACES TO PRINT-LINE.
015804     STRING "CUSTOMER MASTER MAINTENANCE AUDIT - RUN DATE "
015805            DELIMITED BY SIZE
015806            CU-RUN-DATE DELIMITED BY SIZE
015807            " TIME " DELIMITED BY SIZE
015808            CU-RUN-TIME DELIMITED BY SIZE
015809         INTO PRINT-LINE.
015810     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
015811     MOVE SPACES TO PRINT-LINE.
015812     MOVE "--------------------------------------------" TO
015813         PRINT-LINE.
015814     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
015815 1100-EXIT.
015816     EXIT.
015817*
015818***************************************************************
015819*  1400-RUN-CONTROL-START - THE CARDS ARE NOT APPLIED UNTIL    *
015820*  THE JOB'S PREREQUISITES ON THE JOB-STREAM DEPENDENCY TABLE  *
015821*  HAVE COMPLETED FOR THE RUN DATE.  OTHERWISE A START RECORD  *
015822*  IS DROPPED ON THE SHARED RUN CONTROL FILE.                  *
015823***************************************************************
015824 1400-RUN-CONTROL-START.
015825     ACCEPT CU-RUN-TIME FROM TIME.
015826     MOVE "CUSTMAST-MAINT" TO JD-THIS-JOB.
015827     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
015828     OPEN INPUT RUNCTL-FILE.
015829     IF CU-RUNCTL-STATUS = "00"
015830         MOVE "N" TO CU-RUNCTL-EOF-SW
015831         PERFORM 1410-SCAN-RUNCTL-REC THRU 1410-EXIT
015832             UNTIL CU-RUNCTL-EOF
015833         CLOSE RUNCTL-FILE
015834     END-IF.
015835     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
015836     OPEN EXTEND RUNCTL-FILE.
015837     IF CU-RUNCTL-STATUS = "35"
015838         OPEN OUTPUT RUNCTL-FILE
015839     END-IF.
015840     IF CU-RUNCTL-STATUS NOT = "00"
015841         DISPLAY "CUSTMAST-MAINT: ERROR OPENING RUNCTL - "
015842             CU-RUNCTL-STATUS
015843         SET CU-CMTRAN-EOF TO TRUE
015844         GO TO 1400-EXIT
015845     END-IF.
015846     SET CU-RUNCTL-IS-OPEN TO TRUE.
015847     IF JD-JOB-BLOCKED
015848         PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
015849         DISPLAY "CUSTMAST-MAINT: RUN BLOCKED FOR BUSINESS DATE "
015850             CU-RUN-DATE " - PREREQUISITES NOT COMPLETE"
015851         SET CU-CMTRAN-EOF TO TRUE
015852     ELSE
015853         PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
015854     END-IF.
015855 1400-EXIT.
015856     EXIT.
015857*
015858 1410-SCAN-RUNCTL-REC.
015859     READ RUNCTL-FILE
015860         AT END
015861             SET CU-RUNCTL-EOF TO TRUE
015862         NOT AT END
015863             IF RC-RUN-DATE = CU-RUN-DATE
015864                 AND RC-END-REC AND RC-COMPLETED
015865                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
015866             END-IF
015867     END-READ.
015868 1410-EXIT.
015869     EXIT.
015870*
015871 1420-WRITE-RUNCTL-START.
015872     MOVE SPACES TO RUNCTL-RECORD.
015873     MOVE "CUSTMAST-MAINT" TO RC-PROGRAM-NAME.
015874     MOVE CU-RUN-DATE TO RC-RUN-DATE.
015875     SET RC-START-REC TO TRUE.
015876     MOVE CU-RUN-TIME TO RC-RUN-TIME.
015877     MOVE ZERO TO RC-RECORD-COUNT.
015878     SET RC-RUNNING TO TRUE.
015879     WRITE RUNCTL-RECORD.
015880     IF CU-RUNCTL-STATUS NOT = "00"
015881         DISPLAY "CUSTMAST-MAINT: ERROR WRITING RUNCTL - "
015882             CU-RUNCTL-STATUS
015883     ELSE
015884         SET CU-RUN-STARTED TO TRUE
015885     END-IF.
015886 1420-EXIT.
015887     EXIT.
015888*
015889***************************************************************
015890*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
015891*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
015892*  WAIT FOR.                                                   *
015893***************************************************************
015894 1430-LOAD-PREREQUISITES.
015895     MOVE "N" TO JD-BLOCKED-SW.
015896     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
015897     MOVE ZERO TO JD-THIS-SUB.
015898     MOVE 1 TO JD-SUB.
015899     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
015900         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
015901 1430-EXIT.
015902     EXIT.
015903*
015904 1431-SCAN-JOB-TABLE.
015905     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
015906         MOVE JD-SUB TO JD-THIS-SUB
015907     ELSE
015908         ADD 1 TO JD-SUB
015909     END-IF.
015910 1431-EXIT.
015911     EXIT.
015912*
015913***************************************************************
015914*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
015915*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
015916***************************************************************
015917 1440-MARK-PREREQUISITE.
015918     IF JD-THIS-SUB = ZERO
015919         GO TO 1440-EXIT
015920     END-IF.
015921     MOVE 1 TO JD-PRQ-SUB.
015922     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
015923         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015924 1440-EXIT.
015925     EXIT.
015926*
015927 1441-MARK-ONE-PREREQ.
015928     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
015929         RC-PROGRAM-NAME
015930         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
015931     END-IF.
015932     ADD 1 TO JD-PRQ-SUB.
015933 1441-EXIT.
015934     EXIT.
015935*
015936***************************************************************
015937*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
015938*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
015939*  BUSINESS DATE.                                              *
015940***************************************************************
015941 1450-CHECK-PREREQUISITES.
015942     IF JD-THIS-SUB = ZERO
015943         GO TO 1450-EXIT
015944     END-IF.
015945     MOVE 1 TO JD-PRQ-SUB.
015946     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
015947         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015948 1450-EXIT.
015949     EXIT.
015950*
015951 1451-CHECK-ONE-PREREQ.
015952     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
015953         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
015954         SET JD-JOB-BLOCKED TO TRUE
015955         DISPLAY "CUSTMAST-MAINT: WAITING ON "
015956             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
015957             " - NOT COMPLETED FOR BUSINESS DATE " CU-RUN-DATE
015958     END-IF.
015959     ADD 1 TO JD-PRQ-SUB.
015960 1451-EXIT.
015961     EXIT.
015962*
015963***************************************************************
015964*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR EACH *
015965*  PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS       *
015966*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
015967***************************************************************
015968 1460-WRITE-RUNCTL-BLOCKED.
015969     MOVE 1 TO JD-PRQ-SUB.
015970     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
015971         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
015972 1460-EXIT.
015973     EXIT.
015974*
015975 1461-WRITE-ONE-BLOCKED.
015976     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
015977         OR JD-PREREQ-DONE (JD-PRQ-SUB)
015978         ADD 1 TO JD-PRQ-SUB
015979         GO TO 1461-EXIT
015980     END-IF.
015981     MOVE SPACES TO RUNCTL-RECORD.
015982     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
016000     MOVE CU-RUN-DATE TO RC-RUN-DATE.
016100     SET RC-END-REC TO TRUE.
016200     MOVE CU-RUN-TIME TO RC-RUN-TIME.
016300     MOVE ZERO TO RC-RECORD-COUNT.
016400     SET RC-BLOCKED TO TRUE.
016500     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
016600         RC-WAITING-ON.
016700     WRITE RUNCTL-RECORD.
016800     IF CU-RUNCTL-STATUS NOT = "00"
016900         DISPLAY "CUSTMAST-MAINT: ERROR WRITING RUNCTL - "
017000             CU-RUNCTL-STATUS
017100     END-IF.
017200     ADD 1 TO JD-PRQ-SUB.
017300 1461-EXIT.
017400     EXIT.
017500*
017600***************************************************************
028800 2140-EXIT.
028900     EXIT.
029000*
029004***************************************************************
029008*  2150-VALIDATE-TIER - A TIER CODE MUST BE ON THE TIER CODE   *
029012*  TABLE, SPELLED EXACTLY AS THERE.                            *
029016***************************************************************
029020 2150-VALIDATE-TIER.
029024     MOVE "N" TO TT-FOUND-SW.
029028     MOVE 1 TO TT-SUB.
029032     PERFORM 2155-SCAN-TIER THRU 2155-EXIT
029036         UNTIL TT-TIER-FOUND OR TT-SUB > TT-TIER-MAX.
029040 2150-EXIT.
029044     EXIT.
029048*
029052 2155-SCAN-TIER.
029056     IF TT-TIER-CODE (TT-SUB) = CU-TIER-CHECK
029060         SET TT-TIER-FOUND TO TRUE
029064     ELSE
029068         ADD 1 TO TT-SUB
029072     END-IF.
029076 2155-EXIT.
029080     EXIT.
029084*
029100***************************************************************
029200*  2200-ADD-MASTER - A NEW MEMBER MAY NOT ALREADY BE ON FILE   *
029300*  BY NAME OR BY MEMBER ID AND MUST CARRY A VALID TIER CODE.   *
030194         END-IF
030195     END-IF.
030200     MOVE MT-TIER TO CU-TIER-CHECK.
030250     PERFORM 2150-VALIDATE-TIER THRU 2150-EXIT.
030300     IF NOT TT-TIER-FOUND
030400         MOVE "INVALID TIER CODE" TO CU-REJECT-REASON
030500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
030600         GO TO 2200-EXIT
033500     END-IF.
033600     IF MT-TIER NOT = SPACES
033700         MOVE MT-TIER TO CU-TIER-CHECK
033750         PERFORM 2150-VALIDATE-TIER THRU 2150-EXIT
033800         IF NOT TT-TIER-FOUND
033900             MOVE "INVALID TIER CODE" TO CU-REJECT-REASON
034000             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
034100             GO TO 2300-EXIT
047500     END-IF.
047600 8000-EXIT.
047700     EXIT.
047703*
047706***************************************************************
047709*  8100-WRITE-RUNCTL-END - COMPLETED WHEN EVERY FILE OPENED    *
047712*  AND THE CARDS WERE APPLIED TO THE END, OTHERWISE ABENDED.   *
047715***************************************************************
047718 8100-WRITE-RUNCTL-END.
047721     ACCEPT CU-RUN-TIME FROM TIME.
047724     MOVE SPACES TO RUNCTL-RECORD.
047727     MOVE "CUSTMAST-MAINT" TO RC-PROGRAM-NAME.
047730     MOVE CU-RUN-DATE TO RC-RUN-DATE.
047733     SET RC-END-REC TO TRUE.
047736     MOVE CU-RUN-TIME TO RC-RUN-TIME.
047739     MOVE CU-TRAN-READ-CT TO RC-RECORD-COUNT.
047742     IF CU-CMTRAN-IS-OPEN AND CU-CUSTMAST-IS-OPEN
047745         AND CU-PRINT-IS-OPEN
047748         SET RC-COMPLETED TO TRUE
047751     ELSE
047754         SET RC-ABENDED TO TRUE
047757     END-IF.
047760     WRITE RUNCTL-RECORD.
047763     IF CU-RUNCTL-STATUS NOT = "00"
047766         DISPLAY "CUSTMAST-MAINT: ERROR WRITING RUNCTL - "
047769             CU-RUNCTL-STATUS
047772     END-IF.
047775 8100-EXIT.
047778     EXIT.
047800*
047900 9000-TERMINATE.
048000     IF CU-CMTRAN-IS-OPEN
048600     IF CU-PRINT-IS-OPEN
048700         CLOSE PRINT-FILE
048800     END-IF.
048825     IF CU-RUNCTL-IS-OPEN
048850         CLOSE RUNCTL-FILE
048875     END-IF.
048900 9000-EXIT.
049000     EXIT.
