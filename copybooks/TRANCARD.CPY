      *    COPYBOOK    : TRANCARD.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE UNATTENDED BATCH
      *                   TRANSACTION FILE READ BY THE CHECK-IN
      *                   PROGRAM WHEN RUN IN BATCH MODE.  A CHECK-IN
      *                   CARD CARRIES THE VISITOR'S COMPANY (BLANK
      *                   FOR A PRIVATE VISITOR) AND A PURPOSE OF
      *                   VISIT CODE FROM THE PURPOSE CODE TABLE; AN
      *                   EVENT CARD WITH NO PURPOSE CODE IS TAKEN AS
      *                   AN EVENT VISIT.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  TRANCARD-RECORD.
               88  TC-CHECK-OUT                VALUE 'O'.
           05  TC-MEMBER-ID                PIC X(10).
           05  TC-EVENT-CODE               PIC X(06).
           05  TC-COMPANY                  PIC X(30).
           05  TC-PURPOSE-CODE             PIC X(02).
           05  FILLER                      PIC X(01).
