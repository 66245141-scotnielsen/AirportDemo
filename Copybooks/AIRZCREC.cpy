      *> ---------------------------------------------------------
      *> AIRZCREC - Tariff zone record shape passed to AIRZMNT's
      *> lnk-rec (add/change/delete). Same fields as AIRZREC.cpy's
      *> TARIFF-ZONE-RECORD, just under whichever 01-level name
      *> the including program already uses - copy this after that
      *> 01 header, the same arrangement AIRCREC.cpy provides for
      *> AIRMAINT.
      *> ---------------------------------------------------------
           03  zn-zone-key.
               05  zn-origin-ctry      PIC X(2).
               05  zn-dest-ctry        PIC X(2).
               05  zn-eff-date         PIC 9(8).
               05  zn-low-miles        PIC 9(5).
           03  zn-high-miles           PIC 9(5).
           03  zn-disc-date            PIC 9(8).
           03  zn-zone-code            PIC X(4).
           03  zn-description          PIC X(30).
