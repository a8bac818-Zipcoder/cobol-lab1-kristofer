      ******************************************************************
      *    COPYBOOK    : VISARCH.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE INDEXED VISITOR HISTORY
      *                   ARCHIVE.  EACH RECORD IS ONE ARCHIVED VISITOR
      *                   LOG RECORD (VH-LOG-DATA, LAID OUT AS VISLOG)
      *                   BEHIND A KEY OF VISIT DATE, SITE AND TIME SO
      *                   RANGE REPORTS CAN START AT A DATE.  THE
      *                   SEQUENCE NUMBER SEPARATES RECORDS THAT FALL
      *                   ON THE SAME SITE AND HUNDREDTH OF A SECOND
      *                   (SWEPT DEPARTURES, MERGED SITE LOGS) - IT IS
      *                   ZERO FOR THE FIRST AND COUNTS UP FOR EACH
      *                   FURTHER RECORD ON THE SAME KEY.  THE MEMBER
      *                   ID IS THE ALTERNATE KEY (WITH DUPLICATES,
      *                   BLANK FOR WALK-INS AND ANONYMIZED RECORDS)
      *                   AND MUST BE KEPT EQUAL TO VL-MEMBER-ID IN
      *                   THE LOG DATA WHENEVER A RECORD IS REWRITTEN.
      *    RECORD LENGTH: 182
      ******************************************************************
       01  VISARCH-RECORD.
           05  VH-ARCH-KEY.
               10  VH-VISIT-DATE           PIC 9(08).
               10  VH-SITE-ID              PIC X(03).
               10  VH-VISIT-TIME           PIC 9(08).
               10  VH-DUP-SEQ              PIC 9(03).
           05  VH-MEMBER-ID                PIC X(10).
           05  VH-LOG-DATA                 PIC X(150).
