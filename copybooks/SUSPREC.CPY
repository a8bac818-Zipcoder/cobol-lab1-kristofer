               88  SP-REASON-NO-CHECKIN        VALUE '05'.
               88  SP-REASON-NO-ROSTER         VALUE '06'.
               88  SP-REASON-EVENT-CHECKOUT    VALUE '07'.
               88  SP-REASON-BAD-PURPOSE       VALUE '08'.
           05  SP-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10).
