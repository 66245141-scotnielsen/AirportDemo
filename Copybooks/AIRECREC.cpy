      *> ---------------------------------------------------------
      *> AIRECREC - Equipment type record shape passed to
      *> AIREMNT's lnk-rec (add/change/delete). Same fields as
      *> AIREREC.cpy's EQUIPMENT-TYPE-RECORD, just under whichever
      *> 01-level name the including program already uses - copy
      *> this after that 01 header, the same arrangement
      *> AIRCREC.cpy provides for AIRMAINT.
      *> ---------------------------------------------------------
           03  eq-type-code            PIC X(4).
           03  eq-range-miles          PIC 9(5).
           03  eq-cruise-speed         PIC 9(4).
           03  eq-min-runway-ft        PIC 9(5).
