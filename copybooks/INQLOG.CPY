      ******************************************************************
      *    COPYBOOK    : INQLOG.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE FRONT-DESK INQUIRY
      *                   AUDIT LOG.  ONE RECORD IS APPENDED FOR EVERY
      *                   INQUIRY MADE AT THE VISITOR INQUIRY SCREEN -
      *                   WHO ASKED, FROM WHICH WORKSTATION AND SITE,
      *                   WHEN, WHAT THEY ASKED FOR AND WHAT KIND OF
      *                   ANSWER THEY WERE GIVEN.  A WATCH-LIST MATCH
      *                   IS RECORDED ONLY AS RESULT 'S' (THE DISCREET
      *                   NOTICE WAS SHOWN); THE REASON IS NOT COPIED.
      *    RECORD LENGTH: 100
      ******************************************************************
       01  INQLOG-RECORD.
           05  IL-INQ-DATE                 PIC 9(08).
           05  IL-INQ-TIME                 PIC 9(08).
           05  IL-OPERATOR-ID              PIC X(08).
           05  IL-WORKSTATION-ID           PIC X(08).
           05  IL-SITE-ID                  PIC X(03).
           05  IL-SEARCH-NAME              PIC X(30).
           05  IL-SEARCH-MEMBER-ID         PIC X(10).
           05  IL-RESULT-SW                PIC X(01).
               88  IL-ACTIVE-MEMBER            VALUE 'M'.
               88  IL-INACTIVE-MEMBER          VALUE 'I'.
               88  IL-NOT-A-MEMBER             VALUE 'W'.
               88  IL-MEMBER-ID-UNKNOWN        VALUE 'U'.
               88  IL-SECURITY-NOTICE          VALUE 'S'.
           05  IL-PRESENT-SW               PIC X(01).
               88  IL-IN-BUILDING              VALUE 'Y'.
               88  IL-NOT-IN-BUILDING          VALUE 'N'.
           05  IL-PRESENT-SITE-ID          PIC X(03).
           05  FILLER                      PIC X(20).
