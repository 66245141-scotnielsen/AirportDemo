      *> close/reopen, carrying the record exactly as it stood
      *> before and after the write - and read back by AIRJRNRP to
      *> answer "who changed this record and what were the values
      *> before", and by AIRPITR to replay the changes over a
      *> backup generation and rebuild either master as it stood
      *> at a given time, and by AIRNOTFY to send each subscribing
      *> department the day's changes it registered an interest
      *> in. Copy this after an 01 header the including
      *> program supplies, the same way AIRAUDIT.cpy is copied
      *> under WS-AUDIT-DETAIL, so writers and reader can't drift
      *> apart on the shape.
