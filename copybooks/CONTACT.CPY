      ******************************************************************
      *    COPYBOOK    : CONTACT.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE CONTACT-TRACING FILE.
      *                   ONE RECORD IS WRITTEN BY THE CONTACT-TRACING
      *                   REPORT FOR EVERY VISIT FROM THE HISTORY
      *                   ARCHIVE WHOSE TIME ON SITE OVERLAPPED ONE OF
      *                   THE TRACED PERSON'S OWN VISITS AT THE SAME
      *                   SITE.  THE TRACED PERSON'S WINDOW IS CARRIED
      *                   ALONGSIDE SO EACH RECORD STANDS ON ITS OWN.
      *                   TIMES ARE HHMMSSCC AS ON THE VISITOR LOG.
      *    RECORD LENGTH: 100
      ******************************************************************
       01  CONTACT-RECORD.
           05  CC-CONTACT-NAME             PIC X(30).
           05  CC-MEMBER-ID                PIC X(10).
           05  CC-VISIT-DATE               PIC 9(08).
           05  CC-SITE-ID                  PIC X(03).
           05  CC-IN-TIME                  PIC 9(08).
           05  CC-OUT-TIME                 PIC 9(08).
           05  CC-DEPART-SW                PIC X(01).
               88  CC-CHECKED-OUT              VALUE ' '.
               88  CC-SWEPT-OUT                VALUE 'S'.
               88  CC-NO-DEPARTURE             VALUE 'N'.
           05  CC-OVERLAP-MINUTES          PIC 9(05).
           05  CC-BADGE-NO                 PIC X(04).
           05  CC-EVENT-CODE               PIC X(06).
           05  CC-SUBJECT-IN-TIME          PIC 9(08).
           05  CC-SUBJECT-OUT-TIME         PIC 9(08).
           05  FILLER                      PIC X(01).
