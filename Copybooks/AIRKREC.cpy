      *> ---------------------------------------------------------
      *> AIRKREC - Country reference file record layout.
      *> One record per country, keyed by its ISO 3166 two-letter
      *> code, with the three-letter code and the country name as
      *> the airport master carries it in MST-AP-COUNTRY as unique
      *> alternate keys. CTY-COUNTRY-NAME is the one accepted
      *> spelling of ap-country - "UNITED KINGDOM", never "UK" or
      *> "GREAT BRITAIN" - held upper-case, and an ap-country is
      *> checked against it upper-cased. The official name is the
      *> full ISO name for print, which will not always fit the
      *> 20-byte master field. CTY-STD-TZ-OFFSET is the country's
      *> usual standard-time offset from UTC in hours, the default
      *> to reach for when an airport's own offset is in doubt;
      *> MST-AP-TZ-OFFSET stays the answer for any one airport.
      *> Maintained by AIRKMNT; read by AIRMAINT to validate
      *> ap-country on every add and change, and by AIRKCHK's
      *> mismatch report.
      *> Fields are prefixed CTY- to keep them distinct from the
      *> ct-* names callers of AIRKMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRKCREC.cpy).
      *> ---------------------------------------------------------
       01  COUNTRY-REFERENCE-RECORD.
           03  CTY-ISO2-CODE           PIC X(2).
           03  CTY-ISO3-CODE           PIC X(3).
           03  CTY-COUNTRY-NAME        PIC X(20).
           03  CTY-OFFICIAL-NAME       PIC X(60).
           03  CTY-REGION              PIC X(20).
           03  CTY-STD-TZ-OFFSET       PIC S9(2).
