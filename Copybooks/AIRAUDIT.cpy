      *> readers must clear the record area before each read.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AUD-CALLER-DEPT         PIC X(4).
      *> The tariff zone a 'D', 'I' or 'Z' call handed back in
      *> lnk-ext-tariff-zone (spaces for every other function, or
      *> when no band applied), so a disputed fare traces to the
      *> zone the mileage was classified into on the day.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AUD-TARIFF-ZONE         PIC X(4).
