      *> ---------------------------------------------------------
      *> AIRMCREC - Metro group member record shape passed to
      *> AIRMMNT's lnk-rec (add/delete). Same fields as
      *> AIRMREC.cpy's METRO-GROUP-RECORD, just under whichever
      *> 01-level name the including program already uses - copy
      *> this after that 01 header, the same arrangement
      *> AIRXCREC.cpy provides for AIRXMNT.
      *> ---------------------------------------------------------
           03  mt-metro-code           PIC X(3).
           03  mt-ap-code              PIC X(4).
