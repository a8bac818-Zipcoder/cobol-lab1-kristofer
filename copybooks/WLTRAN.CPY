      ******************************************************************
      *    COPYBOOK    : WLTRAN.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE WATCH-LIST
      *                   MAINTENANCE TRANSACTION FILE.  ONE CARD PER
      *                   ADD / CHANGE-REASON / EXTEND / REMOVE
      *                   REQUEST FROM THE SECURITY OFFICE.  AN ADD
      *                   CARRIES THE REASON AND THE EXPIRY DATE
      *                   (YYYYMMDD); A CHANGE CARRIES THE NEW REASON;
      *                   AN EXTEND CARRIES THE NEW, LATER EXPIRY
      *                   DATE.  EVERY CARD NAMES THE SECURITY
      *                   OFFICER WHO AUTHORIZED IT.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  WLTRAN-RECORD.
           05  WT-ACTION-CODE              PIC X(01).
               88  WT-ACTION-ADD                VALUE 'A'.
               88  WT-ACTION-CHANGE-REASON      VALUE 'C'.
               88  WT-ACTION-EXTEND             VALUE 'E'.
               88  WT-ACTION-REMOVE             VALUE 'R'.
           05  WT-NAME                     PIC X(30).
           05  WT-REASON                   PIC X(20).
           05  WT-EXPIRY-DATE              PIC X(08).
           05  WT-EXPIRY-DATE-N REDEFINES WT-EXPIRY-DATE
                                           PIC 9(08).
           05  WT-AUTHORIZED-BY            PIC X(08).
           05  FILLER                      PIC X(13).
