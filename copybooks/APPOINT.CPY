      *                   ONE FOR TODAY AND MARK IT ARRIVED.  THE
      *                   HOST IS THE EMPLOYEE THE VISITOR IS HERE TO
      *                   SEE, CARRIED TO THE ARRIVAL-NOTICE FILE AT
      *                   CHECK-IN.  THE HOST ID IS THE HOST'S KEY
      *                   ON THE HOST DIRECTORY (BLANK ON LEGACY
      *                   BOOKINGS MADE BEFORE THE DIRECTORY).
      *    RECORD LENGTH: 80
      ******************************************************************
       01  APPOINT-RECORD.
               88  AP-ARRIVED                  VALUE 'Y'.
               88  AP-NOT-ARRIVED              VALUE 'N'.
           05  AP-HOST-NAME                PIC X(30).
           05  AP-HOST-ID                  PIC X(06).
           05  FILLER                      PIC X(01).
