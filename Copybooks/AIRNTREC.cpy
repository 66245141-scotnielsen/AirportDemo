      *> ---------------------------------------------------------
      *> AIRNTREC - Change notice record shape, one per journal
      *> entry a department subscribed to, written by AIRNOTFY to
      *> that department's own notice file (DD NTCdddd, dddd
      *> the department id). Copy this after an 01 header the
      *> including program supplies, the same way AIRJREC.cpy is
      *> copied, so AIRNOTFY and the departments' own readers
      *> can't drift apart on the shape.
      *>
      *> NTC-RUN-DATE is the journal day the notices cover. The
      *> change itself is the journal entry carried across as it
      *> stands (see AIRJREC.cpy): timestamp, file id ('M' airport
      *> master, 'R' route master), function, key, the caller that
      *> made it, and the record before and after - a space
      *> before-image is an add, a space after-image a delete.
      *> NTC-MATCH-TYPE/NTC-MATCH-VALUE name the subscription that
      *> selected the notice (AIRNREC.cpy NSB-INTEREST-TYPE/
      *> NSB-INTEREST-VALUE), the first of the department's
      *> interests to match.
      *> ---------------------------------------------------------
           05  NTC-DEPT-ID             PIC X(4).
           05  NTC-RUN-DATE            PIC 9(8).
           05  NTC-TIMESTAMP           PIC X(14).
           05  NTC-FILE-ID             PIC X.
           05  NTC-FUNCTION            PIC X.
           05  NTC-KEY                 PIC X(11).
           05  NTC-MATCH-TYPE          PIC X.
           05  NTC-MATCH-VALUE         PIC X(20).
           05  NTC-CHANGED-BY          PIC X(4).
           05  NTC-BEFORE-IMAGE        PIC X(115).
           05  NTC-AFTER-IMAGE         PIC X(115).
