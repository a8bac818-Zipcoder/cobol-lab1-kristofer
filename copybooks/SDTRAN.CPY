      ******************************************************************
      *    COPYBOOK    : SDTRAN.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE SITE DIRECTORY
      *                   MAINTENANCE TRANSACTION FILE.  ONE CARD PER
      *                   ADD / CHANGE / DEACTIVATE / REACTIVATE
      *                   REQUEST AGAINST THE SITE DIRECTORY.  ON A
      *                   CHANGE, BLANK FIELDS LEAVE THE DIRECTORY
      *                   FIELD AS IT STANDS.  THE CLOSING TIME IS
      *                   KEYED AS HHMMSSHH.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  SDTRAN-RECORD.
           05  ST-ACTION-CODE              PIC X(01).
               88  ST-ACTION-ADD                VALUE 'A'.
               88  ST-ACTION-CHANGE             VALUE 'C'.
               88  ST-ACTION-DEACTIVATE         VALUE 'D'.
               88  ST-ACTION-REACTIVATE         VALUE 'R'.
           05  ST-SITE-ID                  PIC X(03).
           05  ST-SITE-NAME                PIC X(30).
           05  ST-CLOSE-TIME               PIC X(08).
           05  ST-CLOSE-TIME-R REDEFINES ST-CLOSE-TIME.
               10  ST-CLOSE-HH             PIC X(02).
               10  ST-CLOSE-MM             PIC X(02).
               10  ST-CLOSE-SSHH           PIC X(04).
           05  ST-VISLOG-DDNAME            PIC X(08).
           05  FILLER                      PIC X(30).
