000360*                  SHARED RUN CONTROL FILE AND REFUSE TO START
000370*                  WHEN A COMPLETED RUN FOR THE SAME BUSINESS
000380*                  DATE IS ALREADY ON FILE.
000381* 10/15/2026  RMC  THE RUN NOW CHECKS THE JOB-STREAM DEPENDENCY
000382*                  TABLE AT START-UP AND REFUSES TO RUN, WITH A
000383*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
000384*                  ITS PREREQUISITES HAVE COMPLETED FOR THE
000385*                  BUSINESS DATE.
000386* 10/15/2026  RMC  THE VISITOR LOG, THE EXTRACT RECORD AND THE
000387*                  CARRY-FORWARD RECORD ARE NOW 150 BYTES - THE
000388*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
000389*                  PASSED TO THE CRM SYSTEM.
000390* 10/15/2026  RMC  AT CUTOVER THE VISITOR LOG AND THE CARRY-
000393*                  FORWARD FILE ARE PADDED FROM 100 TO 150
000396*                  BYTES BY THE ONE-TIME VISLOG-PAD STEP, RUN
000399*                  AFTER THE NIGHTLY DRAIN AND BEFORE THE FIRST
000401*                  CHECK-IN.
000402*
000405***************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-Z15.
000640 FILE SECTION.
000650 FD  VISLOG-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 150 CHARACTERS.
000680     COPY VISLOG.
000690 FD  CRMXTRC-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 150 CHARACTERS.
000720     COPY CRMXTRC.
000730 FD  CRMCARRY-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 150 CHARACTERS.
000760 01  CRMCARRY-RECORD             PIC X(150).
000770 FD  RUNCTL-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
001100         10  CX-SITE-CT          PIC 9(08).
001200 01  CX-RUN-DATE                 PIC 9(08) VALUE ZERO.
001210 01  CX-RUN-TIME                 PIC 9(08) VALUE ZERO.
001215     COPY JOBDEP.
001220*
001230 PROCEDURE DIVISION.
001240***************************************************************
001300         UNTIL CX-CRMCARRY-EOF.
001310     PERFORM 2000-EXTRACT-VISITOR THRU 2000-EXIT
001320         UNTIL CX-VISLOG-EOF.
001330     IF NOT CX-DUP-RUN AND NOT JD-JOB-BLOCKED
001335         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001340     END-IF.
001350     IF CX-RUN-STARTED
001870*
001880***************************************************************
001890*  1400-RUN-CONTROL-START - REFUSE A SECOND RUN FOR A BUSINESS *
001900*  DATE THAT ALREADY COMPLETED, OR A RUN WHOSE PREREQUISITES   *
001910*  HAVE NOT COMPLETED, OTHERWISE DROP A START RECORD ON THE    *
001915*  SHARED RUN CONTROL FILE.                                    *
001920***************************************************************
001930 1400-RUN-CONTROL-START.
001940     MOVE "N" TO CX-DUP-RUN-SW.
001950     ACCEPT CX-RUN-TIME FROM TIME.
001953     MOVE "CRM-NIGHTLY-EXTRACT" TO JD-THIS-JOB.
001956     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
001960     OPEN INPUT RUNCTL-FILE.
001970     IF CX-RUNCTL-STATUS = "00"
001980         MOVE "N" TO CX-RUNCTL-EOF-SW
002070         SET CX-VISLOG-EOF TO TRUE
002080         GO TO 1400-EXIT
002090     END-IF.
002095     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
002100     OPEN EXTEND RUNCTL-FILE.
002110     IF CX-RUNCTL-STATUS = "35"
002120         OPEN OUTPUT RUNCTL-FILE
002170         SET CX-VISLOG-EOF TO TRUE
002180     ELSE
002190         SET CX-RUNCTL-IS-OPEN TO TRUE
002192         IF JD-JOB-BLOCKED
002194             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
002196         ELSE
002198             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
002200         END-IF
002202     END-IF.
002204     IF JD-JOB-BLOCKED
002206         DISPLAY "CRM-NIGHTLY-EXTRACT: RUN BLOCKED FOR BUSINESS "
002208             "DATE " CX-RUN-DATE " - PREREQUISITES NOT COMPLETE"
002210         SET CX-VISLOG-EOF TO TRUE
002212     END-IF.
002220 1400-EXIT.
002230     EXIT.
002240*
002320                 AND RC-END-REC AND RC-COMPLETED
002330                 SET CX-DUP-RUN TO TRUE
002340             END-IF
002342             IF RC-RUN-DATE = CX-RUN-DATE
002344                 AND RC-END-REC AND RC-COMPLETED
002346                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
002348             END-IF
002350     END-READ.
002360 1410-EXIT.
002370     EXIT.
002530     END-IF.
002540 1420-EXIT.
002550     EXIT.
002551*
002552***************************************************************
002553*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
002554*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
002555*  WAIT FOR.                                                   *
002556***************************************************************
002557 1430-LOAD-PREREQUISITES.
002558     MOVE "N" TO JD-BLOCKED-SW.
002559     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
002560     MOVE ZERO TO JD-THIS-SUB.
002561     MOVE 1 TO JD-SUB.
002562     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
002563         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
002564 1430-EXIT.
002565     EXIT.
002566*
002567 1431-SCAN-JOB-TABLE.
002568     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
002569         MOVE JD-SUB TO JD-THIS-SUB
002570     ELSE
002571         ADD 1 TO JD-SUB
002572     END-IF.
002573 1431-EXIT.
002574     EXIT.
002575*
002576***************************************************************
002577*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
002578*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
002579***************************************************************
002580 1440-MARK-PREREQUISITE.
002581     IF JD-THIS-SUB = ZERO
002582         GO TO 1440-EXIT
002583     END-IF.
002584     MOVE 1 TO JD-PRQ-SUB.
002585     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
002586         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002587 1440-EXIT.
002588     EXIT.
002589*
002590 1441-MARK-ONE-PREREQ.
002591     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
002592         RC-PROGRAM-NAME
002593         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
002594     END-IF.
002595     ADD 1 TO JD-PRQ-SUB.
002596 1441-EXIT.
002597     EXIT.
002598*
002599***************************************************************
002600*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
002601*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
002602*  BUSINESS DATE.                                              *
002603***************************************************************
002604 1450-CHECK-PREREQUISITES.
002605     IF JD-THIS-SUB = ZERO
002606         GO TO 1450-EXIT
002607     END-IF.
002608     MOVE 1 TO JD-PRQ-SUB.
002609     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
002610         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002611 1450-EXIT.
002612     EXIT.
002613*
002614 1451-CHECK-ONE-PREREQ.
002615     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
002616         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
002617         SET JD-JOB-BLOCKED TO TRUE
002618         DISPLAY "CRM-NIGHTLY-EXTRACT: WAITING ON "
002619             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
002620             " - NOT COMPLETED FOR BUSINESS DATE " CX-RUN-DATE
002621     END-IF.
002622     ADD 1 TO JD-PRQ-SUB.
002623 1451-EXIT.
002624     EXIT.
002625*
002626***************************************************************
002627*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
002628*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
002629*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
002630***************************************************************
002631 1460-WRITE-RUNCTL-BLOCKED.
002632     MOVE 1 TO JD-PRQ-SUB.
002633     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
002634         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002635 1460-EXIT.
002636     EXIT.
002637*
002638 1461-WRITE-ONE-BLOCKED.
002639     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
002640         OR JD-PREREQ-DONE (JD-PRQ-SUB)
002641         ADD 1 TO JD-PRQ-SUB
002642         GO TO 1461-EXIT
002643     END-IF.
002644     MOVE SPACES TO RUNCTL-RECORD.
002645     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
002646     MOVE CX-RUN-DATE TO RC-RUN-DATE.
002647     SET RC-END-REC TO TRUE.
002648     MOVE CX-RUN-TIME TO RC-RUN-TIME.
002649     MOVE ZERO TO RC-RECORD-COUNT.
002650     SET RC-BLOCKED TO TRUE.
002651     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
002652         RC-WAITING-ON.
002653     WRITE RUNCTL-RECORD.
002654     IF CX-RUNCTL-STATUS NOT = "00"
002655         DISPLAY "CRM-NIGHTLY-EXTRACT: ERROR WRITING RUNCTL - "
002656             CX-RUNCTL-STATUS
002657     END-IF.
002658     ADD 1 TO JD-PRQ-SUB.
002659 1461-EXIT.
002660     EXIT.
002661*
002662 8100-WRITE-RUNCTL-END.
002663     ACCEPT CX-RUN-TIME FROM TIME.
002664     MOVE SPACES TO RUNCTL-RECORD.
002665     MOVE "CRM-NIGHTLY-EXTRACT" TO RC-PROGRAM-NAME.
002666     MOVE CX-RUN-DATE TO RC-RUN-DATE.
002667     SET RC-END-REC TO TRUE.
002668     MOVE CX-RUN-TIME TO RC-RUN-TIME.
002669     MOVE CX-WRITE-COUNT TO RC-RECORD-COUNT.
002670     IF CX-VISLOG-IS-OPEN AND CX-CRMXTRC-IS-OPEN
002671         SET RC-COMPLETED TO TRUE
002672     ELSE
002673         SET RC-ABENDED TO TRUE
002674     END-IF.
002675     WRITE RUNCTL-RECORD.
002676     IF CX-RUNCTL-STATUS NOT = "00"
002680         DISPLAY "CRM-NIGHTLY-EXTRACT: ERROR WRITING RUNCTL - "
002690             CX-RUNCTL-STATUS
002700     END-IF.
003300     MOVE VL-MEMBER-ID TO CX-MEMBER-ID.
003310     MOVE VL-MEMBER-TIER TO CX-MEMBER-TIER.
003320     MOVE VL-SITE-ID TO CX-SITE-ID.
003323     MOVE VL-COMPANY TO CX-COMPANY.
003326     MOVE VL-PURPOSE-CODE TO CX-PURPOSE-CODE.
003330     WRITE CRM-EXTRACT-RECORD.
003340     IF CX-CRMXTRC-STATUS = "00"
003350         ADD 1 TO CX-WRITE-COUNT
