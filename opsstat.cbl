000250*                  GLANCE WHICH BATCH JOBS COMPLETED, WHICH
000260*                  ABENDED MID-FLIGHT (START WITH NO COMPLETED
000270*                  END) AND WHICH NEVER STARTED.
000271* 10/15/2026  RMC  JOB LIST NOW SEEDED FROM THE JOB-STREAM
000272*                  DEPENDENCY TABLE.  A JOB REFUSED AT START-UP
000273*                  SHOWS AS BLOCKED WITH A WAITING ON LINE FOR
000274*                  EACH PREREQUISITE IT WAS STILL WAITING ON AT
000275*                  ITS LATEST ATTEMPT, AND BLOCKED JOBS ARE
000276*                  COUNTED IN THE TOTALS.
000277* 10/15/2026  RMC  ROOM FOR 40 JOBS AND UP TO EIGHT WAITING ON
000278*                  LINES EACH, NOW THAT EVERY BATCH PROGRAM IS ON
000279*                  THE DEPENDENCY TABLE.
000280*
000290***************************************************************
000300 ENVIRONMENT DIVISION.
000640     88  OP-JOB-FOUND               VALUE 'Y'.
000650 77  OP-READ-COUNT               PIC 9(08) VALUE ZERO.
000660 77  OP-OTHER-DATE-CT            PIC 9(08) VALUE ZERO.
000665 77  OP-BLOCKED-CT               PIC 9(08) VALUE ZERO.
000670 77  OP-JOB-COUNT                PIC 9(04) COMP VALUE ZERO.
000680 77  OP-JOB-MAX                  PIC 9(04) COMP VALUE 40.
000690 77  OP-SUB                      PIC 9(04) COMP VALUE ZERO.
000700 77  OP-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
000702 77  OP-WAIT-SUB                 PIC 9(04) COMP VALUE ZERO.
000704 77  OP-WAIT-MAX                 PIC 9(04) COMP VALUE 8.
000706 77  OP-WAIT-FOUND-SW            PIC X(01) VALUE 'N'.
000708     88  OP-WAIT-FOUND              VALUE 'Y'.
000710 01  OP-PARM-FIELD               PIC X(20) VALUE SPACES.
000720 01  OP-REPORT-DATE              PIC 9(08) VALUE ZERO.
000730 01  OP-JOB-TABLE.
000740     05  OP-JOB-ENTRY OCCURS 40 TIMES.
000750         10  OP-JOB-NAME         PIC X(20).
000760         10  OP-JOB-STARTED-SW   PIC X(01).
000770         10  OP-JOB-ENDED-SW     PIC X(01).
000780         10  OP-JOB-START-TIME   PIC 9(08).
000790         10  OP-JOB-END-TIME     PIC 9(08).
000800         10  OP-JOB-REC-COUNT    PIC 9(08).
000801         10  OP-JOB-BLOCKED-SW   PIC X(01).
000802         10  OP-JOB-BLOCK-TIME   PIC 9(08).
000803         10  OP-JOB-WAIT-COUNT   PIC 9(04) COMP.
000804         10  OP-JOB-WAIT-NAME OCCURS 8 TIMES
000805                                 PIC X(20).
000810 01  OP-DETAIL-LINE.
000820     05  OP-DTL-NAME             PIC X(20) VALUE SPACES.
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  OP-DTL-COUNT            PIC 9(08) VALUE ZERO.
000910     05  FILLER                  PIC X(04) VALUE SPACES.
000920 01  OP-WORK-TIME                PIC 9(08) VALUE ZERO.
000925     COPY JOBDEP.
000930*
000940 PROCEDURE DIVISION.
000950***************************************************************
001090*
001100***************************************************************
001110*  1000-INITIALIZE - THE BUSINESS DATE TO REPORT COMES IN AS   *
001120*  "YYYYMMDD"; A BLANK PARM REPORTS TODAY.  EVERY JOB ON THE   *
001130*  JOB-STREAM DEPENDENCY TABLE IS SEEDED SO A JOB THAT NEVER   *
001140*  STARTED STILL SHOWS ON THE REPORT.                          *
001150***************************************************************
001160 1000-INITIALIZE.
001170     ACCEPT OP-PARM-FIELD FROM COMMAND-LINE.
001200     ELSE
001210         ACCEPT OP-REPORT-DATE FROM DATE YYYYMMDD
001220     END-IF.
001230     MOVE JD-JOB-MAX TO OP-JOB-COUNT.
001270     MOVE 1 TO OP-SUB.
001280     PERFORM 1200-CLEAR-JOB-ENTRY THRU 1200-EXIT
001290         UNTIL OP-SUB > OP-JOB-COUNT.
001640     EXIT.
001650*
001660 1200-CLEAR-JOB-ENTRY.
001665     MOVE JD-JOB-NAME (OP-SUB) TO OP-JOB-NAME (OP-SUB).
001670     MOVE "N" TO OP-JOB-STARTED-SW (OP-SUB).
001680     MOVE "N" TO OP-JOB-ENDED-SW (OP-SUB).
001690     MOVE ZERO TO OP-JOB-START-TIME (OP-SUB).
001700     MOVE ZERO TO OP-JOB-END-TIME (OP-SUB).
001710     MOVE ZERO TO OP-JOB-REC-COUNT (OP-SUB).
001712     MOVE "N" TO OP-JOB-BLOCKED-SW (OP-SUB).
001714     MOVE ZERO TO OP-JOB-BLOCK-TIME (OP-SUB).
001716     MOVE ZERO TO OP-JOB-WAIT-COUNT (OP-SUB).
001720     ADD 1 TO OP-SUB.
001730 1200-EXIT.
001740     EXIT.
002120         MOVE ZERO TO OP-JOB-START-TIME (OP-HIT-SUB)
002130         MOVE ZERO TO OP-JOB-END-TIME (OP-HIT-SUB)
002140         MOVE ZERO TO OP-JOB-REC-COUNT (OP-HIT-SUB)
002142         MOVE "N" TO OP-JOB-BLOCKED-SW (OP-HIT-SUB)
002144         MOVE ZERO TO OP-JOB-BLOCK-TIME (OP-HIT-SUB)
002146         MOVE ZERO TO OP-JOB-WAIT-COUNT (OP-HIT-SUB)
002150     END-IF.
002160     IF RC-START-REC
002170         MOVE "Y" TO OP-JOB-STARTED-SW (OP-HIT-SUB)
002220         MOVE RC-RUN-TIME TO OP-JOB-END-TIME (OP-HIT-SUB)
002230         MOVE RC-RECORD-COUNT TO OP-JOB-REC-COUNT (OP-HIT-SUB)
002240     END-IF.
002242     IF RC-END-REC AND RC-BLOCKED
002244         PERFORM 2120-APPLY-BLOCKED THRU 2120-EXIT
002246     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270*
002340     END-IF.
002350 2110-EXIT.
002360     EXIT.
002361*
002362***************************************************************
002363*  2120-APPLY-BLOCKED - A REFUSED RUN WRITES ONE BLOCKED END   *
002364*  RECORD PER UNMET PREREQUISITE, ALL WITH THE SAME RUN TIME.  *
002365*  A BLOCKED RECORD FROM A LATER ATTEMPT STARTS THE WAITING    *
002366*  LIST AFRESH, SO THE REPORT SHOWS WHAT THE JOB WAS STILL     *
002367*  WAITING ON AT ITS LATEST ATTEMPT.                           *
002368***************************************************************
002369 2120-APPLY-BLOCKED.
002370     IF OP-JOB-BLOCKED-SW (OP-HIT-SUB) NOT = "Y"
002371     OR RC-RUN-TIME NOT = OP-JOB-BLOCK-TIME (OP-HIT-SUB)
002372         MOVE "Y" TO OP-JOB-BLOCKED-SW (OP-HIT-SUB)
002373         MOVE RC-RUN-TIME TO OP-JOB-BLOCK-TIME (OP-HIT-SUB)
002374         MOVE ZERO TO OP-JOB-WAIT-COUNT (OP-HIT-SUB)
002375     END-IF.
002376     MOVE "N" TO OP-WAIT-FOUND-SW.
002377     MOVE 1 TO OP-WAIT-SUB.
002378     PERFORM 2130-SCAN-WAIT-NAME THRU 2130-EXIT
002379         UNTIL OP-WAIT-FOUND
002380         OR OP-WAIT-SUB > OP-JOB-WAIT-COUNT (OP-HIT-SUB).
002381     IF OP-WAIT-FOUND
002382         GO TO 2120-EXIT
002383     END-IF.
002384     IF OP-JOB-WAIT-COUNT (OP-HIT-SUB) NOT LESS THAN OP-WAIT-MAX
002385         GO TO 2120-EXIT
002386     END-IF.
002387     ADD 1 TO OP-JOB-WAIT-COUNT (OP-HIT-SUB).
002388     MOVE OP-JOB-WAIT-COUNT (OP-HIT-SUB) TO OP-WAIT-SUB.
002389     MOVE RC-WAITING-ON TO
002390         OP-JOB-WAIT-NAME (OP-HIT-SUB, OP-WAIT-SUB).
002391 2120-EXIT.
002392     EXIT.
002393*
002394 2130-SCAN-WAIT-NAME.
002395     IF OP-JOB-WAIT-NAME (OP-HIT-SUB, OP-WAIT-SUB) = RC-WAITING-ON
002396         SET OP-WAIT-FOUND TO TRUE
002397     ELSE
002398         ADD 1 TO OP-WAIT-SUB
002399     END-IF.
002400 2130-EXIT.
002401     EXIT.
002402*
002403***************************************************************
002404*                 3000-PRINT-STATUS                            *
002405***************************************************************
002410 3000-PRINT-STATUS.
002420     MOVE 1 TO OP-SUB.
002430     PERFORM 3100-PRINT-JOB-LINE THRU 3100-EXIT
002470         PRINT-LINE.
002480     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
002490     MOVE SPACES TO PRINT-LINE.
002491     STRING "JOBS BLOCKED. . . . . . . . . . : "
002492            DELIMITED BY SIZE
002493            OP-BLOCKED-CT DELIMITED BY SIZE
002494         INTO PRINT-LINE.
002495     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
002496     MOVE SPACES TO PRINT-LINE.
002500     STRING "RUN CONTROL RECORDS READ. . . . : "
002510            DELIMITED BY SIZE
002520            OP-READ-COUNT DELIMITED BY SIZE
002610 3000-EXIT.
002620     EXIT.
002630*
002632***************************************************************
002634*  3100-PRINT-JOB-LINE - A COMPLETED END RECORD WINS.  A JOB   *
002636*  BLOCKED AND NOT STARTED SINCE ITS LATEST BLOCKED ATTEMPT IS *
002638*  BLOCKED; A START WITH NO COMPLETED END IS ABENDED.          *
002639***************************************************************
002640 3100-PRINT-JOB-LINE.
002650     MOVE SPACES TO OP-DTL-NAME.
002660     MOVE SPACES TO OP-DTL-STATUS.
002800             MOVE "NEVER STARTED" TO OP-DTL-STATUS
002810         END-IF
002820     END-IF.
002822     IF OP-JOB-ENDED-SW (OP-SUB) NOT = "Y"
002823         AND OP-JOB-BLOCKED-SW (OP-SUB) = "Y"
002824         AND (OP-JOB-STARTED-SW (OP-SUB) NOT = "Y"
002825           OR OP-JOB-START-TIME (OP-SUB) LESS THAN
002826              OP-JOB-BLOCK-TIME (OP-SUB))
002827         MOVE "BLOCKED" TO OP-DTL-STATUS
002828         ADD 1 TO OP-BLOCKED-CT
002829     END-IF.
002830     IF OP-JOB-STARTED-SW (OP-SUB) = "Y"
002840         MOVE OP-JOB-START-TIME (OP-SUB) TO OP-WORK-TIME
002850         MOVE OP-WORK-TIME (1:6) TO OP-DTL-START
002860     END-IF.
002862     IF OP-DTL-STATUS = "BLOCKED"
002864         MOVE OP-JOB-BLOCK-TIME (OP-SUB) TO OP-WORK-TIME
002866         MOVE OP-WORK-TIME (1:6) TO OP-DTL-START
002868     END-IF.
002870     MOVE SPACES TO PRINT-LINE.
002880     MOVE OP-DETAIL-LINE TO PRINT-LINE.
002890     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
002892     IF OP-DTL-STATUS = "BLOCKED"
002894         MOVE 1 TO OP-WAIT-SUB
002896         PERFORM 3110-PRINT-WAIT-LINE THRU 3110-EXIT
002897             UNTIL OP-WAIT-SUB > OP-JOB-WAIT-COUNT (OP-SUB)
002898     END-IF.
002900     ADD 1 TO OP-SUB.
002910 3100-EXIT.
002920     EXIT.
002921*
002922 3110-PRINT-WAIT-LINE.
002923     MOVE "    WAITING ON: " TO PRINT-LINE.
002924     MOVE OP-JOB-WAIT-NAME (OP-SUB, OP-WAIT-SUB) TO
002925         PRINT-LINE (17:20).
002926     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
002927     ADD 1 TO OP-WAIT-SUB.
002928 3110-EXIT.
002929     EXIT.
002930*
002940 8000-WRITE-PRINT-LINE.
002950     WRITE PRINT-LINE.
