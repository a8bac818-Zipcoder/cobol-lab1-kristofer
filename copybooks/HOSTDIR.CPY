      ******************************************************************
      *    COPYBOOK    : HOSTDIR.CPY
      *    DESCRIPTION  : RECORD LAYOUT FOR THE HOST EMPLOYEE
      *                   DIRECTORY.  ONE RECORD PER EMPLOYEE WHO CAN
      *                   RECEIVE VISITORS, KEYED ON HOST ID WITH THE
      *                   HOST NAME AS AN ALTERNATE KEY (DUPLICATES
      *                   ALLOWED - TWO EMPLOYEES CAN SHARE A NAME).
      *                   APPOINTMENT MAINTENANCE BOOKS ONLY AGAINST
      *                   ACTIVE HOSTS ON THIS FILE AND THE ARRIVAL
      *                   SLIP JOB ROUTES SLIPS BY DEPARTMENT AND
      *                   MAIL STOP, TO THE DELEGATE WHILE THE HOST
      *                   IS OUT OF OFFICE.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  HOSTDIR-RECORD.
           05  HD-HOST-ID                  PIC X(06).
           05  HD-HOST-NAME                PIC X(30).
           05  HD-DEPT                     PIC X(10).
           05  HD-MAIL-STOP                PIC X(06).
           05  HD-EXTENSION                PIC X(06).
           05  HD-STATUS-SW                PIC X(01).
               88  HD-ACTIVE                    VALUE 'A'.
               88  HD-OUT-OF-OFFICE             VALUE 'O'.
               88  HD-INACTIVE                  VALUE 'I'.
               88  HD-ON-STAFF                  VALUE 'A' 'O'.
           05  HD-DELEGATE-ID              PIC X(06).
           05  HD-LAST-MAINT-DATE          PIC 9(08).
           05  FILLER                      PIC X(07).
