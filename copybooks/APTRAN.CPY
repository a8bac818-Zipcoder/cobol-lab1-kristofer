      *                   APPOINTMENT AS BOOKED AND CARRIES THE NEW
      *                   DATE AND TIME IN THE SAME COLUMNS (THE HOST
      *                   IS KEPT FROM THE RECORD BEING MOVED).
      *                   THE HOST MAY BE GIVEN BY HOST DIRECTORY ID,
      *                   BY NAME, OR BOTH - THE ID WINS WHEN KEYED.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  APTRAN-RECORD.
               10  AT-NEW-DATE             PIC 9(08).
               10  AT-NEW-TIME             PIC 9(04).
               10  FILLER                  PIC X(18).
           05  AT-HOST-ID                  PIC X(06).
           05  FILLER                      PIC X(01).
