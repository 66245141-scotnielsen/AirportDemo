      *> LOCAL HHMM values straight off the route master; the
      *> connect and elapsed minutes are computed across timezones
      *> from the airports' MST-AP-TZ-OFFSET values.
      *> cn-leg1-origin and cn-leg2-dest name the airports the
      *> journey actually leaves and reaches - the two ends the
      *> caller asked for, or, for a metro city code, whichever
      *> member airports that combination uses.
      *> ---------------------------------------------------------
           03  cn-conn-count           PIC 9(2).
           03  cn-conn-entry occurs 10.
               05  cn-leg2-arr         PIC 9(4).
               05  cn-connect-mins     PIC 9(4).
               05  cn-elapsed-mins     PIC 9(4).
               05  cn-leg1-origin      PIC X(4).
               05  cn-leg2-dest        PIC X(4).
