      *    DESCRIPTION  : RECORD LAYOUT FOR THE BARRED-VISITOR WATCH
      *                   LIST MAINTAINED BY THE SECURITY OFFICE.
      *                   KEYED ON NAME SO THE CHECK-IN PROGRAM CAN
      *                   SCREEN EVERY ENTRANT BEFORE GREETING.  AN
      *                   ENTRY BARS THE VISITOR THROUGH ITS EXPIRY
      *                   DATE AND IS IGNORED AT CHECK-IN AFTER IT;
      *                   AN ENTRY WITH NO EXPIRY DATE ON FILE IS
      *                   ALWAYS SCREENED.  THE WATCH-LIST
      *                   MAINTENANCE JOB KEEPS WHO ADDED AND WHO
      *                   LAST MAINTAINED THE ENTRY, AND WHEN.
      *    RECORD LENGTH: 100
      ******************************************************************
       01  WATCHLST-RECORD.
           05  WL-NAME                     PIC X(30).
           05  WL-REASON                   PIC X(20).
           05  WL-ADDED-DATE               PIC 9(08).
           05  WL-EXPIRY-DATE              PIC 9(08).
               88  WL-NO-EXPIRY-DATE            VALUE ZERO.
           05  WL-ADDED-BY                 PIC X(08).
           05  WL-LAST-MAINT-DATE          PIC 9(08).
           05  WL-LAST-MAINT-BY            PIC X(08).
           05  FILLER                      PIC X(10).
