      ******************************************************************
      *    COPYBOOK    : SITEDIR.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE SITE DIRECTORY FILE.
      *                   ONE RECORD PER FRONT DESK SITE, KEYED ON THE
      *                   SITE CODE, GIVING THE SITE'S NAME, ITS
      *                   CLOSING TIME FOR THE END-OF-DAY SWEEP, AN
      *                   ACTIVE FLAG AND THE DD NAME OF THE SITE'S
      *                   OWN VISITOR LOG FOR THE NIGHTLY MERGE.
      *                   MAINTAINED BY THE SITE DIRECTORY
      *                   MAINTENANCE JOB.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  SITEDIR-RECORD.
           05  SD-SITE-ID                  PIC X(03).
           05  SD-SITE-NAME                PIC X(30).
           05  SD-CLOSE-TIME               PIC 9(08).
           05  SD-STATUS-SW                PIC X(01).
               88  SD-ACTIVE                    VALUE 'A'.
               88  SD-INACTIVE                  VALUE 'I'.
           05  SD-VISLOG-DDNAME            PIC X(08).
           05  SD-LAST-MAINT-DATE          PIC 9(08).
           05  FILLER                      PIC X(22).
