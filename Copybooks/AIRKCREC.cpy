      *> ---------------------------------------------------------
      *> AIRKCREC - Country reference record shape passed to
      *> AIRKMNT's lnk-rec (add/change/delete). Same fields as
      *> AIRKREC.cpy's COUNTRY-REFERENCE-RECORD, just under
      *> whichever 01-level name the including program already
      *> uses - copy this after that 01 header, the same
      *> arrangement AIRCREC.cpy provides for AIRMAINT.
      *> ---------------------------------------------------------
           03  ct-iso2-code            PIC X(2).
           03  ct-iso3-code            PIC X(3).
           03  ct-country-name         PIC X(20).
           03  ct-official-name        PIC X(60).
           03  ct-region               PIC X(20).
           03  ct-std-tz-offset        PIC S9(2).
