      ******************************************************************
      *    COPYBOOK    : PURPCODE.CPY
      *    DESCRIPTION  : PURPOSE OF VISIT CODE TABLE.  ONE ENTRY PER
      *                   VALID CODE WITH ITS REPORT DESCRIPTION.  THE
      *                   CHECK-IN PROGRAM REFUSES ANY OTHER CODE AT
      *                   THE DESK AND SUSPENDS IT IN BATCH; THE
      *                   REPORTS PRINT THE DESCRIPTION.  WHEN A CODE
      *                   IS ADDED, RAISE PC-PURPOSE-MAX AND THE
      *                   OCCURS TO MATCH.
      *    ENTRY LENGTH : 20
      ******************************************************************
       01  PURPOSE-CODE-VALUES.
           05  FILLER                      PIC X(02) VALUE "MT".
           05  FILLER                      PIC X(18)
                                           VALUE "MEETING".
           05  FILLER                      PIC X(02) VALUE "IV".
           05  FILLER                      PIC X(18)
                                           VALUE "INTERVIEW".
           05  FILLER                      PIC X(02) VALUE "DL".
           05  FILLER                      PIC X(18)
                                           VALUE "DELIVERY".
           05  FILLER                      PIC X(02) VALUE "CT".
           05  FILLER                      PIC X(18)
                                           VALUE "CONTRACTOR/REPAIR".
           05  FILLER                      PIC X(02) VALUE "EV".
           05  FILLER                      PIC X(18)
                                           VALUE "EVENT".
           05  FILLER                      PIC X(02) VALUE "TR".
           05  FILLER                      PIC X(18)
                                           VALUE "TRAINING".
           05  FILLER                      PIC X(02) VALUE "SL".
           05  FILLER                      PIC X(18)
                                           VALUE "SALES CALL".
           05  FILLER                      PIC X(02) VALUE "TO".
           05  FILLER                      PIC X(18)
                                           VALUE "TOUR".
           05  FILLER                      PIC X(02) VALUE "PS".
           05  FILLER                      PIC X(18)
                                           VALUE "PERSONAL".
           05  FILLER                      PIC X(02) VALUE "OT".
           05  FILLER                      PIC X(18)
                                           VALUE "OTHER".
       01  PURPOSE-CODE-TABLE REDEFINES PURPOSE-CODE-VALUES.
           05  PC-PURPOSE-ENTRY OCCURS 10 TIMES.
               10  PC-PURPOSE-CODE         PIC X(02).
               10  PC-PURPOSE-DESC         PIC X(18).
       01  PC-PURPOSE-MAX                  PIC 9(04) COMP VALUE 10.
       01  PC-SUB                          PIC 9(04) COMP VALUE ZERO.
       01  PC-FOUND-SW                     PIC X(01) VALUE 'N'.
           88  PC-PURPOSE-FOUND                VALUE 'Y'.
