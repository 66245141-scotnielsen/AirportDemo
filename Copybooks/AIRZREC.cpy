      *> ---------------------------------------------------------
      *> AIRZREC - Tariff zone file record layout.
      *> One record per mileage band: the inclusive range of
      *> great-circle miles (ZON-LOW-MILES thru ZON-HIGH-MILES,
      *> whole miles as AIRCODE's 'D'/'I' return them) that
      *> revenue accounting prices as ZON-ZONE-CODE. A band is
      *> either generic - both country codes spaces, the default
      *> table every pair falls back on - or specific to one
      *> origin/destination country pair, ISO 3166 two-letter
      *> codes on the country reference file (AIRKREC.cpy). A
      *> pair's bands answer for that pair in either direction
      *> unless the reverse pair has bands of its own.
      *>
      *> ZON-EFF-DATE is the first date the band prices, and
      *> ZON-DISC-DATE the date it stops (the band does not
      *> apply on it), both YYYYMMDD with zero open-ended on that
      *> side - the same convention as the route master's leg
      *> dates. A new tariff is loaded as a new set of bands
      *> under its own effective date ahead of time; where two
      *> generations both cover a date the later effective date
      *> wins, so the old set need only be discontinued when it
      *> must stop answering altogether.
      *> Maintained by AIRZMNT; read by AIRCODE's 'Z' function,
      *> and by 'D'/'I' to hand back the zone alongside the
      *> distance.
      *> Fields are prefixed ZON- to keep them distinct from the
      *> zn-* names callers of AIRZMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRZCREC.cpy).
      *> ---------------------------------------------------------
       01  TARIFF-ZONE-RECORD.
           03  ZON-ZONE-KEY.
               05  ZON-ORIGIN-CTRY     PIC X(2).
               05  ZON-DEST-CTRY       PIC X(2).
               05  ZON-EFF-DATE        PIC 9(8).
               05  ZON-LOW-MILES       PIC 9(5).
           03  ZON-HIGH-MILES          PIC 9(5).
           03  ZON-DISC-DATE           PIC 9(8).
           03  ZON-ZONE-CODE           PIC X(4).
           03  ZON-DESCRIPTION         PIC X(30).
