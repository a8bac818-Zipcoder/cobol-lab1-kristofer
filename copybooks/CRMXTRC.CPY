      *    DESCRIPTION  : FIXED-FORMAT INTERFACE RECORD WRITTEN BY THE
      *                   NIGHTLY CRM EXTRACT FOR PICKUP BY THE
      *                   MARKETING CRM SYSTEM'S OVERNIGHT LOAD JOB.
      *                   CARRIES THE VISITOR'S COMPANY AND PURPOSE
      *                   OF VISIT CODE FROM THE CHECK-IN.
      *    RECORD LENGTH: 150
      ******************************************************************
       01  CRM-EXTRACT-RECORD.
           05  CX-NAME                     PIC X(30).
           05  CX-MEMBER-ID                PIC X(10).
           05  CX-MEMBER-TIER              PIC X(10).
           05  CX-SITE-ID                  PIC X(03).
           05  CX-COMPANY                  PIC X(30).
           05  CX-PURPOSE-CODE             PIC X(02).
           05  FILLER                      PIC X(32).
