      *> ---------------------------------------------------------
      *> AIRNREC - Change-notification subscription file record
      *> layout. One record per department interest: the same
      *> 4-character department id AIRGREQ headers and
      *> lnk-ext-caller-dept carry, the kind of interest, and the
      *> value it names. A department holds as many records as it
      *> has interests, all under its own id, so the file reads
      *> back grouped by department.
      *>
      *> NSB-INTEREST-TYPE:
      *>   'A' - an ap-code (NSB-INTEREST-VALUE(1:4)); matches any
      *>         airport master change to it, and any route leg
      *>         into or out of it
      *>   'K' - a country, as the country reference file names
      *>         it (the spelling ap-country carries); matches a
      *>         change to any airport in it (before or after the
      *>         change) and any route leg touching one
      *>   'C' - a carrier (NSB-INTEREST-VALUE(1:3)); matches any
      *>         route leg it flies
      *>   '*' - everything; NSB-INTEREST-VALUE is spaces
      *> Maintained by AIRNMNT; read by AIRNOTFY, which turns the
      *> day's change journal into each department's notices.
      *> Fields are prefixed NSB- to keep them distinct from the
      *> ns-* names callers of AIRNMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRNCREC.cpy).
      *> ---------------------------------------------------------
       01  SUBSCRIPTION-RECORD.
           03  NSB-SUBSCRIPTION-KEY.
               05  NSB-DEPT-ID         PIC X(4).
               05  NSB-INTEREST-TYPE   PIC X.
               05  NSB-INTEREST-VALUE  PIC X(20).
