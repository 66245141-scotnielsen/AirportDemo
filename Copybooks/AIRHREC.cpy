      *> ---------------------------------------------------------
      *> AIRHREC - Closed airport history archive record layout.
      *> Written by AIRPURGE when it removes a long-closed airport
      *> from the live files, read back by AIRPREST to put one
      *> back. Every record the purge removed for the airport is
      *> one archive record, tagged with the file it came from:
      *>   APT - the airport master record (AIRPREC.cpy)
      *>   RWY - a runway detail record (AIRWREC.cpy)
      *>   ALS - an IATA alias pointing at it (AIRXREC.cpy)
      *>   SEA - its seasonal timezone rule (AIRSREC.cpy)
      *>   MTR - a metro area group membership (AIRMREC.cpy)
      *>   RTE - a route leg into or out of it (AIRRREC.cpy)
      *> HST-IMAGE is the raw record exactly as it stood on its
      *> file, space-padded to the 115-byte airport master length
      *> the way the change journal pads its images. All the
      *> records of one purge of one airport share HST-AP-CODE and
      *> HST-PURGE-TIMESTAMP, so an airport purged, restored and
      *> purged again keeps both sets apart. The archive is only
      *> ever appended to.
      *> Fields are prefixed HST-.
      *> ---------------------------------------------------------
       01  HISTORY-ARCHIVE-RECORD.
           03  HST-PURGE-TIMESTAMP     PIC X(14).
           03  HST-AP-CODE             PIC X(4).
           03  HST-TAG                 PIC X(3).
               88  HST-IS-AIRPORT      VALUE "APT".
               88  HST-IS-RUNWAY       VALUE "RWY".
               88  HST-IS-ALIAS        VALUE "ALS".
               88  HST-IS-SEASON-RULE  VALUE "SEA".
               88  HST-IS-METRO-MEMBER VALUE "MTR".
               88  HST-IS-ROUTE-LEG    VALUE "RTE".
           03  HST-IMAGE               PIC X(115).
