      ******************************************************************
      *    COPYBOOK    : HDTRAN.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE HOST DIRECTORY
      *                   MAINTENANCE TRANSACTION FILE.  ONE CARD PER
      *                   ADD / CHANGE / DEACTIVATE / REACTIVATE /
      *                   OUT-OF-OFFICE / BACK-IN-OFFICE REQUEST
      *                   AGAINST THE HOST DIRECTORY.  ON A CHANGE,
      *                   BLANK FIELDS LEAVE THE DIRECTORY FIELD AS
      *                   IT STANDS; A DELEGATE ID OF "NONE" CLEARS
      *                   THE DELEGATE.  AN OUT-OF-OFFICE CARD MAY
      *                   NAME THE DELEGATE AT THE SAME TIME.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  HDTRAN-RECORD.
           05  HT-ACTION-CODE              PIC X(01).
               88  HT-ACTION-ADD                VALUE 'A'.
               88  HT-ACTION-CHANGE             VALUE 'C'.
               88  HT-ACTION-DEACTIVATE         VALUE 'D'.
               88  HT-ACTION-REACTIVATE         VALUE 'R'.
               88  HT-ACTION-OUT-OF-OFFICE      VALUE 'O'.
               88  HT-ACTION-BACK-IN-OFFICE     VALUE 'B'.
           05  HT-HOST-ID                  PIC X(06).
           05  HT-HOST-NAME                PIC X(30).
           05  HT-DEPT                     PIC X(10).
           05  HT-MAIL-STOP                PIC X(06).
           05  HT-EXTENSION                PIC X(06).
           05  HT-DELEGATE-ID              PIC X(06).
               88  HT-CLEAR-DELEGATE            VALUE 'NONE'.
           05  FILLER                      PIC X(15).
