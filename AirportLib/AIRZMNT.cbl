      *> ---------------------------------------------------------
      *> AIRZMNT - Tariff zone file maintenance
      *>
      *> Adds, changes, and deletes mileage bands on the tariff
      *> zone file (keyed by country pair + effective date + the
      *> band's low mileage - layout in Copybooks/AIRZREC.cpy),
      *> the same role AIRSMNT plays for the seasonal rule file.
      *> This is the only program in AirportLib authorized to
      *> write that file. AIRCODE reads it to hand revenue
      *> accounting the zone a pair or itinerary prices in.
      *>
      *> Every add/change is validated before it can reach the
      *> file: the country pair is both codes or neither (a
      *> generic band), and each code must be a country on the
      *> country reference file; the band must run low to high
      *> and name a zone; each date must be zero (open-ended) or
      *> a real YYYYMMDD, and a band cannot stop on or before the
      *> day it starts. Two bands of the same pair and effective
      *> date may not share a mile - AIRCODE would have no way to
      *> choose between them - so an overlap is refused.
      *>
      *> lnk-function values:
      *>   'A' - add a new band; lnk-rec supplies every field
      *>   'C' - change an existing band; lnk-rec zn-zone-key
      *>         (pair, effective date, low miles) selects the
      *>         record, the remaining fields replace it
      *>   'D' - delete the band identified by lnk-rec
      *>         zn-zone-key
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, zn-zone-key already on file
      *>   '23' - change/delete rejected, zn-zone-key not on file
      *>   '24' - add/change rejected, the band overlaps another
      *>          band of the same pair and effective date
      *>   '25' - add/change rejected: one country code without
      *>          the other, zn-low-miles over zn-high-miles, no
      *>          zone code, a date that is not a valid YYYYMMDD,
      *>          or zn-disc-date not after zn-eff-date
      *>   '41' - add/change rejected, a country code is not on
      *>          the country reference file
      *>   '90' - tariff zone file would not open
      *>   '91' - country reference file would not open
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRZMNT.

       environment division.
       input-output section.
       file-control.
           select TARIFF-ZONE-FILE assign to "AIRZONE"
               organization is indexed
               access mode is dynamic
               record key is ZON-ZONE-KEY
               file status is WS-ZONE-FILE-STATUS.

           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

       data division.
       file section.
       FD  TARIFF-ZONE-FILE.
       copy "AIRZREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       working-storage section.
       01  WS-ZONE-FILE-STATUS         PIC XX.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-BAND-IS-VALID            PIC X VALUE 'Y'.
           88  BAND-IS-VALID           VALUE 'Y'.
       01  WS-DATE-WORK.
           03  WS-DATE-YYYY            PIC 9(4).
           03  WS-DATE-MM              PIC 9(2).
           03  WS-DATE-DD              PIC 9(2).
       01  WS-CHECK-CTRY               PIC X(2).
       01  WS-SCAN-DONE                PIC X.
           88  BAND-SCAN-IS-DONE       VALUE 'Y'.

       linkage section.
       01  lnk-function                PIC X.
       01  lnk-rec.
           copy "AIRZCREC.cpy".
       01  lnk-file-status             PIC XX.

       procedure division using
               by value     lnk-function
               by reference lnk-rec
               by reference lnk-file-status.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           open i-o TARIFF-ZONE-FILE

           if WS-ZONE-FILE-STATUS not = "00"
               move '90' to lnk-file-status
           else
               evaluate lnk-function
                   when 'A'
                       perform 1000-ADD-RECORD
                   when 'C'
                       perform 2000-CHANGE-RECORD
                   when 'D'
                       perform 3000-DELETE-RECORD
                   when other
                       move '10' to lnk-file-status
               end-evaluate
               close TARIFF-ZONE-FILE
           end-if

           goback
       .

      *> Everything an add/change must satisfy before it is
      *> allowed near the file. Leaves the rejection status in
      *> lnk-file-status and BAND-IS-VALID 'N' on the first
      *> failure found.
       0500-VALIDATE-BAND.
           move 'Y' to WS-BAND-IS-VALID

           if (zn-origin-ctry = spaces and zn-dest-ctry not = spaces)
                   or (zn-origin-ctry not = spaces
                       and zn-dest-ctry = spaces)
               move 'N' to WS-BAND-IS-VALID
           end-if
           if zn-low-miles > zn-high-miles or zn-zone-code = spaces
               move 'N' to WS-BAND-IS-VALID
           end-if
           if BAND-IS-VALID and zn-eff-date not = 0
               move zn-eff-date to WS-DATE-WORK
               perform 0570-VALIDATE-YYYYMMDD
           end-if
           if BAND-IS-VALID and zn-disc-date not = 0
               move zn-disc-date to WS-DATE-WORK
               perform 0570-VALIDATE-YYYYMMDD
           end-if
           if BAND-IS-VALID
                   and zn-eff-date not = 0
                   and zn-disc-date not = 0
                   and zn-disc-date <= zn-eff-date
               move 'N' to WS-BAND-IS-VALID
           end-if

           if not BAND-IS-VALID
               move '25' to lnk-file-status
           end-if

           if BAND-IS-VALID and zn-origin-ctry not = spaces
               perform 0600-CHECK-COUNTRY-PAIR
           end-if
           if BAND-IS-VALID
               perform 0700-CHECK-BAND-OVERLAP
           end-if
       .

       0570-VALIDATE-YYYYMMDD.
           if WS-DATE-YYYY < 1900
                   or WS-DATE-MM < 1 or WS-DATE-MM > 12
                   or WS-DATE-DD < 1 or WS-DATE-DD > 31
               move 'N' to WS-BAND-IS-VALID
           end-if
       .

      *> Both ends of a country-specific band must be countries
      *> on the reference file, or the band could never match an
      *> airport AIRCODE prices. The reference is only opened
      *> here, on an add/change that names a pair.
       0600-CHECK-COUNTRY-PAIR.
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS not = "00"
               move 'N' to WS-BAND-IS-VALID
               move '91' to lnk-file-status
           else
               move zn-origin-ctry to WS-CHECK-CTRY
               perform 0650-READ-ONE-COUNTRY
               if BAND-IS-VALID
                   move zn-dest-ctry to WS-CHECK-CTRY
                   perform 0650-READ-ONE-COUNTRY
               end-if
               close COUNTRY-REFERENCE-FILE
           end-if
       .

       0650-READ-ONE-COUNTRY.
           move WS-CHECK-CTRY to CTY-ISO2-CODE
           read COUNTRY-REFERENCE-FILE
               invalid key
                   move 'N' to WS-BAND-IS-VALID
                   move '41' to lnk-file-status
           end-read
       .

      *> Walks every band already on file for the same pair and
      *> effective date. A change is checked against every band
      *> but the one it replaces (the same low mileage). Leaves
      *> the FD buffer holding whatever was read last, so the
      *> callers rebuild the record from lnk-rec afterwards.
       0700-CHECK-BAND-OVERLAP.
           move 'N' to WS-SCAN-DONE
           move zn-origin-ctry to ZON-ORIGIN-CTRY
           move zn-dest-ctry to ZON-DEST-CTRY
           move zn-eff-date to ZON-EFF-DATE
           move 0 to ZON-LOW-MILES
           start TARIFF-ZONE-FILE
               key is greater than or equal ZON-ZONE-KEY
               invalid key
                   move 'Y' to WS-SCAN-DONE
           end-start

           perform until BAND-SCAN-IS-DONE
               read TARIFF-ZONE-FILE next record
                   at end
                       move 'Y' to WS-SCAN-DONE
                   not at end
                       if ZON-ORIGIN-CTRY not = zn-origin-ctry
                               or ZON-DEST-CTRY not = zn-dest-ctry
                               or ZON-EFF-DATE not = zn-eff-date
                           move 'Y' to WS-SCAN-DONE
                       else
                           if ZON-LOW-MILES not = zn-low-miles
                                   and ZON-LOW-MILES <= zn-high-miles
                                   and ZON-HIGH-MILES >= zn-low-miles
                               move 'N' to WS-BAND-IS-VALID
                               move '24' to lnk-file-status
                               move 'Y' to WS-SCAN-DONE
                           end-if
                       end-if
               end-read
           end-perform
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-BAND
           if BAND-IS-VALID
               move lnk-rec to TARIFF-ZONE-RECORD
               write TARIFF-ZONE-RECORD
                   invalid key
                       move '22' to lnk-file-status
                   not invalid key
                       move '00' to lnk-file-status
               end-write
           end-if
       .

       2000-CHANGE-RECORD.
           perform 0500-VALIDATE-BAND
           if BAND-IS-VALID
               move zn-zone-key to ZON-ZONE-KEY
               read TARIFF-ZONE-FILE
                   invalid key
                       move '23' to lnk-file-status
                   not invalid key
                       move lnk-rec to TARIFF-ZONE-RECORD
                       rewrite TARIFF-ZONE-RECORD
                           invalid key
                               move '23' to lnk-file-status
                           not invalid key
                               move '00' to lnk-file-status
                       end-rewrite
               end-read
           end-if
       .

       3000-DELETE-RECORD.
           move zn-zone-key to ZON-ZONE-KEY
           read TARIFF-ZONE-FILE
               invalid key
                   move '23' to lnk-file-status
               not invalid key
                   delete TARIFF-ZONE-FILE
                       invalid key
                           move '23' to lnk-file-status
                       not invalid key
                           move '00' to lnk-file-status
                   end-delete
           end-read
       .

       end program AIRZMNT.
