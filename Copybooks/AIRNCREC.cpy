      *> ---------------------------------------------------------
      *> AIRNCREC - Subscription record shape passed to AIRNMNT's
      *> lnk-rec (add/delete). Same fields as AIRNREC.cpy's
      *> SUBSCRIPTION-RECORD, just under whichever 01-level name
      *> the including program already uses - copy this after that
      *> 01 header, the same arrangement AIRCREC.cpy provides for
      *> AIRMAINT.
      *> ---------------------------------------------------------
           03  ns-dept-id              PIC X(4).
           03  ns-interest-type        PIC X.
           03  ns-interest-value       PIC X(20).
