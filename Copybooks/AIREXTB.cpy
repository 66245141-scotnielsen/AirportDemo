      *> gateway request from crew pairing is distinguishable from
      *> an agent lookup and the monthly chargeback report can
      *> attribute call volume. AIRGATE populates it from the
      *> request file header, AIRINQ from the department the agent
      *> keys on the inquiry screen; spaces (or no ext-block at all)
      *> means an unattributed direct call.
           03  lnk-ext-caller-dept     PIC X(4).
      *> Corridor half-width in km either side of the great-circle
      *> MST-AP-TZ-OFFSET arithmetic, exactly the answer every
      *> caller got before the field existed.
           03  lnk-ext-travel-date     PIC 9(8).
      *> Tariff zone (Copybooks/AIRZREC.cpy) the mileage prices
      *> in - output of the 'Z' classification, and handed back
      *> alongside the distance by every successful 'D' and 'I'
      *> as well. The bands in force on lnk-ext-travel-date are
      *> used, today's when that is zero or not a date. Spaces
      *> when no band covers the mileage.
           03  lnk-ext-tariff-zone     PIC X(4).
