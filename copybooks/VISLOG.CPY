      *    DESCRIPTION  : RECORD LAYOUT FOR THE DAILY VISITOR LOG FILE.
      *                   ONE RECORD IS WRITTEN FOR EACH VISITOR
      *                   GREETED BY THE FRONT DESK CHECK-IN PROGRAM.
      *                   A CHECK-IN CARRIES THE VISITOR'S COMPANY
      *                   (BLANK FOR A PRIVATE VISITOR) AND A PURPOSE
      *                   OF VISIT CODE FROM THE PURPOSE CODE TABLE
      *                   (SEE PURPCODE); DEPARTURE RECORDS LEAVE BOTH
      *                   BLANK.
      *    RECORD LENGTH: 150
      ******************************************************************
       01  VISLOG-RECORD.
           05  VL-NAME                     PIC X(30).
               88  VL-SYSTEM-GEN               VALUE 'Y'.
               88  VL-DESK-ENTRY               VALUES 'N', ' '.
           05  VL-EVENT-CODE               PIC X(06).
           05  VL-COMPANY                  PIC X(30).
           05  VL-PURPOSE-CODE             PIC X(02).
           05  FILLER                      PIC X(18).
