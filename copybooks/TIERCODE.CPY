      ******************************************************************
      *    COPYBOOK    : TIERCODE.CPY
      *    DESCRIPTION  : MEMBERSHIP TIER CODE TABLE.  ONE ENTRY PER
      *                   VALID CM-TIER VALUE, IN LADDER ORDER FROM
      *                   THE LOWEST TIER TO THE HIGHEST.  THE
      *                   MAINTENANCE JOB REFUSES ANY OTHER CODE ON AN
      *                   ADD OR CHANGE, THE TIER REVIEW MOVES MEMBERS
      *                   ONE ENTRY UP OR DOWN, AND THE MASTER AUDIT
      *                   REPORTS ANY MASTER TIER NOT FOUND HERE.
      *                   WHEN A TIER IS ADDED, KEEP THE LADDER ORDER
      *                   AND RAISE TT-TIER-MAX AND THE OCCURS TO
      *                   MATCH.
      *    ENTRY LENGTH : 10
      ******************************************************************
       01  TIER-CODE-VALUES.
           05  FILLER                      PIC X(10) VALUE "BRONZE".
           05  FILLER                      PIC X(10) VALUE "SILVER".
           05  FILLER                      PIC X(10) VALUE "GOLD".
           05  FILLER                      PIC X(10) VALUE "PLATINUM".
       01  TIER-CODE-TABLE REDEFINES TIER-CODE-VALUES.
           05  TT-TIER-CODE OCCURS 4 TIMES PIC X(10).
       01  TT-TIER-MAX                     PIC 9(04) COMP VALUE 4.
       01  TT-SUB                          PIC 9(04) COMP VALUE ZERO.
       01  TT-FOUND-SW                     PIC X(01) VALUE 'N'.
           88  TT-TIER-FOUND                   VALUE 'Y'.
