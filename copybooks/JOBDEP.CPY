      ******************************************************************
      *    COPYBOOK    : JOBDEP.CPY
      *    DESCRIPTION  : JOB-STREAM DEPENDENCY TABLE.  ONE ENTRY PER
      *                   BATCH PROGRAM - THE NIGHTLY STREAM FIRST, IN
      *                   RUN ORDER, THEN THE MORNING, PERIODIC,
      *                   DAYTIME, ON-REQUEST AND ONE-TIME JOBS -
      *                   NAMING UP TO EIGHT PROGRAMS THAT MUST HAVE A
      *                   COMPLETED END RECORD ON THE RUN CONTROL FILE
      *                   FOR THE SAME BUSINESS DATE BEFORE IT MAY
      *                   START.  AN ENTRY WITH NO PREREQUISITES STILL
      *                   LISTS THE JOB SO THE OPERATIONS STATUS REPORT
      *                   SHOWS IT.  A PROGRAM NOT ON THE TABLE HAS NO
      *                   PREREQUISITES.  THE WORK AREAS BELOW THE
      *                   TABLE ARE USED BY EACH PROGRAM'S START-UP
      *                   CHECK.  WHEN AN ENTRY IS ADDED, RAISE
      *                   JD-JOB-MAX AND THE OCCURS TO MATCH.
      *    ENTRY LENGTH : 180
      ******************************************************************
       01  JOB-DEPENDENCY-VALUES.
      *        BATCH CHECK-IN - NO PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "HELLO-WORLD".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        CLOSING-TIME SWEEP - NO PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        END-OF-DAY READERS OF THE LIVE LOG - AFTER THE SWEEP
           05  FILLER                      PIC X(20)
                                           VALUE "VISIT-DURATION-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(140) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "APPT-NOSHOW-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(140) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "DESK-ACTIVITY-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(140) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "EVENT-ATTEND-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        SITE MERGE - SWEPT DEPARTURES MUST BE ON THE SITE LOGS
           05  FILLER                      PIC X(20)
                                           VALUE "SITE-MERGE".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        SUMMARY REPORT - RUNS AGAINST THE MERGED VISLOGC
           05  FILLER                      PIC X(20)
                                           VALUE "VISITOR-SUMMARY-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "SITE-MERGE".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        CRM EXTRACT - RUNS AGAINST THE MERGED VISLOGC
           05  FILLER                      PIC X(20)
                                           VALUE "CRM-NIGHTLY-EXTRACT".
           05  FILLER                      PIC X(20)
                                           VALUE "SITE-MERGE".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        ARCHIVE - LAST, ONCE THE DAY'S LOG HAS BEEN SWEPT AND
      *        EVERY READER OF IT HAS FINISHED
           05  FILLER                      PIC X(20)
                                           VALUE "VISLOG-ARCHIVE".
           05  FILLER                      PIC X(20)
                                           VALUE "EOD-SWEEP".
           05  FILLER                      PIC X(20)
                                           VALUE "SITE-MERGE".
           05  FILLER                      PIC X(20)
                                           VALUE "VISITOR-SUMMARY-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "CRM-NIGHTLY-EXTRACT".
           05  FILLER                      PIC X(20)
                                           VALUE "VISIT-DURATION-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "APPT-NOSHOW-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "DESK-ACTIVITY-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "EVENT-ATTEND-RPT".
      *        OUTSTANDING BADGES - BADGE INVENTORY ONLY (THE
      *        PROGRAM-ID CUT TO THE 20-BYTE RUN CONTROL NAME)
           05  FILLER                      PIC X(20)
                                           VALUE "BADGE-OUTSTANDING-RP".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        MORNING CRM RECONCILIATION - LAST NIGHT'S EXTRACT
      *        (RUNS UNDER THE EXTRACT'S BUSINESS DATE)
           05  FILLER                      PIC X(20)
                                           VALUE "CRM-ACK-RECON".
           05  FILLER                      PIC X(20)
                                           VALUE "CRM-NIGHTLY-EXTRACT".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        PERIOD REPORTS OVER THE HISTORY ARCHIVE - AFTER THE
      *        DAY'S VISITS HAVE BEEN ARCHIVED
           05  FILLER                      PIC X(20)
                                           VALUE "VISITOR-TREND-RPT".
           05  FILLER                      PIC X(20)
                                           VALUE "VISLOG-ARCHIVE".
           05  FILLER                      PIC X(140) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "TIER-REVIEW".
           05  FILLER                      PIC X(20)
                                           VALUE "VISLOG-ARCHIVE".
           05  FILLER                      PIC X(140) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "CUSTMAST-AUDIT".
           05  FILLER                      PIC X(20)
                                           VALUE "VISLOG-ARCHIVE".
           05  FILLER                      PIC X(140) VALUE SPACES.
      *        RETENTION PASS - LOGGED UNDER ITS CUTOFF DATE, SO NO
      *        SAME-DAY PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "ARCH-RETENTION".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        DAYTIME MASTER-FILE MAINTENANCE - NO PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "CUSTMAST-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "SITE-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "HOST-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "APPT-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "BADGE-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "WATCH-MAINT".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        DAYTIME ARRIVAL SLIPS AND SUSPENSE RESUBMIT - RUN AS
      *        OFTEN AS NEEDED, NO PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "HOST-NOTIFY".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "SUSPENSE-RESUBMIT".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        ON-REQUEST JOBS - MUST BE ABLE TO RUN AT ANY HOUR
           05  FILLER                      PIC X(20)
                                           VALUE "CONTACT-TRACE-RPT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "PRIVACY-REQUEST".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "EVAC-ROSTER-RPT".
           05  FILLER                      PIC X(160) VALUE SPACES.
      *        ONE-TIME CONVERSIONS - NO PREREQUISITES
           05  FILLER                      PIC X(20)
                                           VALUE "VISARCH-CONVERT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "WATCHLST-CONVERT".
           05  FILLER                      PIC X(160) VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE "VISLOG-PAD".
           05  FILLER                      PIC X(160) VALUE SPACES.
       01  JOB-DEPENDENCY-TABLE REDEFINES JOB-DEPENDENCY-VALUES.
           05  JD-JOB-ENTRY OCCURS 30 TIMES.
               10  JD-JOB-NAME             PIC X(20).
               10  JD-PREREQ-NAME OCCURS 8 TIMES
                                           PIC X(20).
       01  JD-JOB-MAX                      PIC 9(04) COMP VALUE 30.
       01  JD-PREREQ-MAX                   PIC 9(04) COMP VALUE 8.
       01  JD-THIS-JOB                     PIC X(20) VALUE SPACES.
       01  JD-THIS-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  JD-SUB                          PIC 9(04) COMP VALUE ZERO.
       01  JD-PRQ-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  JD-BLOCKED-SW                   PIC X(01) VALUE 'N'.
           88  JD-JOB-BLOCKED                  VALUE 'Y'.
       01  JD-PREREQ-DONE-AREA.
           05  JD-PREREQ-DONE-SW OCCURS 8 TIMES
                                           PIC X(01).
               88  JD-PREREQ-DONE              VALUE 'Y'.
