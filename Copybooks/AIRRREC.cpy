      *> master (AIRPREC.cpy) - AIRRMNT enforces that on the way
      *> in. Departure/arrival are scheduled LOCAL times, HHMM, in
      *> each airport's own timezone.
      *>
      *> RTE-OPER-DAYS is the leg's days-of-operation pattern in
      *> the usual schedule form - position 1 is Monday through
      *> position 7 Sunday, each holding its own day digit when
      *> the leg operates that day and '.' when it does not
      *> ("1234567" daily, "12345.." weekdays only). All spaces
      *> reads as daily, which is what every leg loaded before the
      *> pattern existed carries. RTE-EFF-DATE is the first date
      *> the leg operates, RTE-DISC-DATE the date it stops
      *> operating (the leg does not operate on it), both
      *> YYYYMMDD; zero means open-ended on that side.
      *> RTE-EQUIP-TYPE names the aircraft type flying the leg, a
      *> code on the equipment type file (AIREREC.cpy); spaces
      *> means no equipment has been assigned yet.
      *> Fields are prefixed RTE- to keep them distinct from the
      *> rt-* names callers of AIRRMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRRCREC.cpy).
           03  RTE-DEST                PIC X(4).
           03  RTE-DEP-TIME            PIC 9(4).
           03  RTE-ARR-TIME            PIC 9(4).
           03  RTE-OPER-DAYS           PIC X(7).
           03  RTE-EFF-DATE            PIC 9(8).
           03  RTE-DISC-DATE           PIC 9(8).
           03  RTE-EQUIP-TYPE          PIC X(4).
