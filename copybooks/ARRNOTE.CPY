      *                   TURNS THESE INTO PER-HOST ARRIVAL SLIPS
      *                   SEVERAL TIMES A DAY; OPERATIONS REPLACES
      *                   THE FILE WITH AN EMPTY ONE AFTER A BALANCED
      *                   DELIVERY RUN.  THE HOST ID IS CARRIED FROM
      *                   THE APPOINTMENT (BLANK ON LEGACY BOOKINGS).
      *    RECORD LENGTH: 100
      ******************************************************************
       01  ARRNOTE-RECORD.
           05  AR-ARRIVE-TIME              PIC 9(08).
           05  AR-BADGE-NO                 PIC X(04).
           05  AR-WORKSTATION-ID           PIC X(08).
           05  AR-HOST-ID                  PIC X(06).
           05  FILLER                      PIC X(03).
