000310*                  SHARED RUN CONTROL FILE AND REFUSE TO START
000320*                  WHEN A COMPLETED RUN FOR THE SAME BUSINESS
000330*                  DATE IS ALREADY ON FILE.
000331* 10/15/2026  RMC  THE RUN NOW CHECKS THE JOB-STREAM DEPENDENCY
000332*                  TABLE AT START-UP AND REFUSES TO RUN, WITH A
000333*                  BLOCKED ENTRY ON THE RUN CONTROL FILE, UNTIL
000334*                  ITS PREREQUISITES HAVE COMPLETED FOR THE
000335*                  BUSINESS DATE.
000336* 10/15/2026  RMC  THE VISITOR LOG RECORD IS NOW 150 BYTES - THE
000337*                  VISITOR'S COMPANY AND PURPOSE OF VISIT ARE
000338*                  CARRIED FROM CHECK-IN.
000340*
000350***************************************************************
000360 ENVIRONMENT DIVISION.
000550 FILE SECTION.
000560 FD  VISLOG-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 150 CHARACTERS.
000590     COPY VISLOG.
000600 FD  PRINT-FILE
000610     LABEL RECORDS ARE STANDARD
000900         10  VR-SITE-CT          PIC 9(08).
001000 01  VR-RUN-DATE                 PIC 9(08) VALUE ZERO.
001010 01  VR-RUN-TIME                 PIC 9(08) VALUE ZERO.
001015     COPY JOBDEP.
001020*
001030 PROCEDURE DIVISION.
001040***************************************************************
001700*
001710***************************************************************
001720*  1400-RUN-CONTROL-START - REFUSE A SECOND RUN FOR A BUSINESS *
001730*  DATE THAT ALREADY COMPLETED, OR A RUN WHOSE PREREQUISITES   *
001740*  HAVE NOT COMPLETED, OTHERWISE DROP A START RECORD ON THE    *
001745*  SHARED RUN CONTROL FILE.                                    *
001750***************************************************************
001760 1400-RUN-CONTROL-START.
001770     MOVE "N" TO VR-DUP-RUN-SW.
001780     ACCEPT VR-RUN-TIME FROM TIME.
001783     MOVE "VISITOR-SUMMARY-RPT" TO JD-THIS-JOB.
001786     PERFORM 1430-LOAD-PREREQUISITES THRU 1430-EXIT.
001790     OPEN INPUT RUNCTL-FILE.
001800     IF VR-RUNCTL-STATUS = "00"
001810         MOVE "N" TO VR-RUNCTL-EOF-SW
001900         SET VR-VISLOG-EOF TO TRUE
001910         GO TO 1400-EXIT
001920     END-IF.
001925     PERFORM 1450-CHECK-PREREQUISITES THRU 1450-EXIT.
001930     OPEN EXTEND RUNCTL-FILE.
001940     IF VR-RUNCTL-STATUS = "35"
001950         OPEN OUTPUT RUNCTL-FILE
002000         SET VR-VISLOG-EOF TO TRUE
002010     ELSE
002020         SET VR-RUNCTL-IS-OPEN TO TRUE
002022         IF JD-JOB-BLOCKED
002024             PERFORM 1460-WRITE-RUNCTL-BLOCKED THRU 1460-EXIT
002026         ELSE
002028             PERFORM 1420-WRITE-RUNCTL-START THRU 1420-EXIT
002030         END-IF
002032     END-IF.
002034     IF JD-JOB-BLOCKED
002036         DISPLAY "VISITOR-SUMMARY-RPT: RUN BLOCKED FOR BUSINESS "
002038             "DATE " VR-RUN-DATE " - PREREQUISITES NOT COMPLETE"
002040         SET VR-VISLOG-EOF TO TRUE
002042     END-IF.
002050 1400-EXIT.
002060     EXIT.
002070*
002150                 AND RC-END-REC AND RC-COMPLETED
002160                 SET VR-DUP-RUN TO TRUE
002170             END-IF
002172             IF RC-RUN-DATE = VR-RUN-DATE
002174                 AND RC-END-REC AND RC-COMPLETED
002176                 PERFORM 1440-MARK-PREREQUISITE THRU 1440-EXIT
002178             END-IF
002180     END-READ.
002190 1410-EXIT.
002200     EXIT.
002360     END-IF.
002370 1420-EXIT.
002380     EXIT.
002381*
002382***************************************************************
002383*  1430-LOAD-PREREQUISITES - FIND THIS JOB ON THE JOB-STREAM   *
002384*  DEPENDENCY TABLE.  A JOB NOT ON THE TABLE HAS NOTHING TO    *
002385*  WAIT FOR.                                                   *
002386***************************************************************
002387 1430-LOAD-PREREQUISITES.
002388     MOVE "N" TO JD-BLOCKED-SW.
002389     MOVE ALL "N" TO JD-PREREQ-DONE-AREA.
002390     MOVE ZERO TO JD-THIS-SUB.
002391     MOVE 1 TO JD-SUB.
002392     PERFORM 1431-SCAN-JOB-TABLE THRU 1431-EXIT
002393         UNTIL JD-THIS-SUB NOT = ZERO OR JD-SUB > JD-JOB-MAX.
002394 1430-EXIT.
002395     EXIT.
002396*
002397 1431-SCAN-JOB-TABLE.
002398     IF JD-JOB-NAME (JD-SUB) = JD-THIS-JOB
002399         MOVE JD-SUB TO JD-THIS-SUB
002400     ELSE
002401         ADD 1 TO JD-SUB
002402     END-IF.
002403 1431-EXIT.
002404     EXIT.
002405*
002406***************************************************************
002407*  1440-MARK-PREREQUISITE - A COMPLETED END RECORD FOR THE     *
002408*  BUSINESS DATE SATISFIES ANY PREREQUISITE IT NAMES.          *
002409***************************************************************
002410 1440-MARK-PREREQUISITE.
002411     IF JD-THIS-SUB = ZERO
002412         GO TO 1440-EXIT
002413     END-IF.
002414     MOVE 1 TO JD-PRQ-SUB.
002415     PERFORM 1441-MARK-ONE-PREREQ THRU 1441-EXIT
002416         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002417 1440-EXIT.
002418     EXIT.
002419*
002420 1441-MARK-ONE-PREREQ.
002421     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) =
002422         RC-PROGRAM-NAME
002423         MOVE "Y" TO JD-PREREQ-DONE-SW (JD-PRQ-SUB)
002424     END-IF.
002425     ADD 1 TO JD-PRQ-SUB.
002426 1441-EXIT.
002427     EXIT.
002428*
002429***************************************************************
002430*  1450-CHECK-PREREQUISITES - THE JOB IS BLOCKED WHEN ANY OF   *
002431*  ITS PREREQUISITES HAS NO COMPLETED END RECORD FOR THE       *
002432*  BUSINESS DATE.                                              *
002433***************************************************************
002434 1450-CHECK-PREREQUISITES.
002435     IF JD-THIS-SUB = ZERO
002436         GO TO 1450-EXIT
002437     END-IF.
002438     MOVE 1 TO JD-PRQ-SUB.
002439     PERFORM 1451-CHECK-ONE-PREREQ THRU 1451-EXIT
002440         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002441 1450-EXIT.
002442     EXIT.
002443*
002444 1451-CHECK-ONE-PREREQ.
002445     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) NOT = SPACES
002446         AND NOT JD-PREREQ-DONE (JD-PRQ-SUB)
002447         SET JD-JOB-BLOCKED TO TRUE
002448         DISPLAY "VISITOR-SUMMARY-RPT: WAITING ON "
002449             JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB)
002450             " - NOT COMPLETED FOR BUSINESS DATE " VR-RUN-DATE
002451     END-IF.
002452     ADD 1 TO JD-PRQ-SUB.
002453 1451-EXIT.
002454     EXIT.
002455*
002456***************************************************************
002457*  1460-WRITE-RUNCTL-BLOCKED - ONE BLOCKED END RECORD FOR      *
002458*  EACH PREREQUISITE THE JOB IS WAITING ON, SO THE OPERATIONS  *
002459*  STATUS REPORT CAN SHOW WHAT IS HOLDING IT UP.               *
002460***************************************************************
002461 1460-WRITE-RUNCTL-BLOCKED.
002462     MOVE 1 TO JD-PRQ-SUB.
002463     PERFORM 1461-WRITE-ONE-BLOCKED THRU 1461-EXIT
002464         UNTIL JD-PRQ-SUB > JD-PREREQ-MAX.
002465 1460-EXIT.
002466     EXIT.
002467*
002468 1461-WRITE-ONE-BLOCKED.
002469     IF JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) = SPACES
002470         OR JD-PREREQ-DONE (JD-PRQ-SUB)
002471         ADD 1 TO JD-PRQ-SUB
002472         GO TO 1461-EXIT
002473     END-IF.
002474     MOVE SPACES TO RUNCTL-RECORD.
002475     MOVE JD-THIS-JOB TO RC-PROGRAM-NAME.
002476     MOVE VR-RUN-DATE TO RC-RUN-DATE.
002477     SET RC-END-REC TO TRUE.
002478     MOVE VR-RUN-TIME TO RC-RUN-TIME.
002479     MOVE ZERO TO RC-RECORD-COUNT.
002480     SET RC-BLOCKED TO TRUE.
002481     MOVE JD-PREREQ-NAME (JD-THIS-SUB, JD-PRQ-SUB) TO
002482         RC-WAITING-ON.
002483     WRITE RUNCTL-RECORD.
002484     IF VR-RUNCTL-STATUS NOT = "00"
002485         DISPLAY "VISITOR-SUMMARY-RPT: ERROR WRITING RUNCTL - "
002486             VR-RUNCTL-STATUS
002487     END-IF.
002488     ADD 1 TO JD-PRQ-SUB.
002489 1461-EXIT.
002490     EXIT.
002491*
002492 8100-WRITE-RUNCTL-END.
002493     ACCEPT VR-RUN-TIME FROM TIME.
002494     MOVE SPACES TO RUNCTL-RECORD.
002495     MOVE "VISITOR-SUMMARY-RPT" TO RC-PROGRAM-NAME.
002496     MOVE VR-RUN-DATE TO RC-RUN-DATE.
002497     SET RC-END-REC TO TRUE.
002498     MOVE VR-RUN-TIME TO RC-RUN-TIME.
002499     MOVE VR-VISITOR-COUNT TO RC-RECORD-COUNT.
002500     IF VR-VISLOG-IS-OPEN AND VR-PRINT-IS-OPEN
002501         SET RC-COMPLETED TO TRUE
002502     ELSE
002503         SET RC-ABENDED TO TRUE
002504     END-IF.
002505     WRITE RUNCTL-RECORD.
002506     IF VR-RUNCTL-STATUS NOT = "00"
002510         DISPLAY "VISITOR-SUMMARY-RPT: ERROR WRITING RUNCTL - "
002520             VR-RUNCTL-STATUS
002530     END-IF.
