      *> ---------------------------------------------------------
      *> AIRKMNT - Country reference file maintenance
      *>
      *> Adds, changes, and deletes records on the country
      *> reference file (keyed by ct-iso2-code - layout in
      *> Copybooks/AIRKREC.cpy), the same role AIREMNT plays for
      *> the equipment type file. This is the only program in
      *> AirportLib authorized to write that file. AIRMAINT reads
      *> it to refuse an airport whose ap-country is not a country
      *> on it, and AIRKCHK reports the master records that
      *> predate that check and do not match.
      *>
      *> The country name is the spelling ap-country has to carry,
      *> so it is stored upper-case whatever case it is passed in,
      *> and - like both ISO codes - no two countries may share it.
      *>
      *> lnk-function values:
      *>   'A' - add a new country; lnk-rec supplies every field
      *>   'C' - change an existing country; lnk-rec ct-iso2-code
      *>         selects the record, the remaining fields replace
      *>         it
      *>   'D' - delete the country identified by lnk-rec
      *>         ct-iso2-code. Airports still carrying its name
      *>         will fail their next change through AIRMAINT, and
      *>         show on AIRKCHK's report
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, ct-iso2-code already on file; or
      *>          add/change rejected, ct-iso3-code or
      *>          ct-country-name already belongs to another
      *>          country
      *>   '23' - change/delete rejected, ct-iso2-code not on file
      *>   '25' - add/change rejected: an ISO code that is not all
      *>          letters, no country name, or a standard-time
      *>          offset outside -12 to +14
      *>   '90' - country reference file would not open
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRKMNT.

       environment division.
       input-output section.
       file-control.
           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

       data division.
       file section.
       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       working-storage section.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-COUNTRY-IS-VALID         PIC X VALUE 'Y'.
           88  COUNTRY-IS-VALID        VALUE 'Y'.

       linkage section.
       01  lnk-function                PIC X.
       01  lnk-rec.
           copy "AIRKCREC.cpy".
       01  lnk-file-status             PIC XX.

       procedure division using
               by value     lnk-function
               by reference lnk-rec
               by reference lnk-file-status.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           open i-o COUNTRY-REFERENCE-FILE

           if WS-COUNTRY-FILE-STATUS not = "00"
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
               close COUNTRY-REFERENCE-FILE
           end-if

           goback
       .

      *> Both ISO codes must be letters, the name must be there,
      *> and the offset must be one some country actually keeps.
      *> Leaves the rejection status in lnk-file-status and
      *> COUNTRY-IS-VALID 'N' when it fails.
       0500-VALIDATE-COUNTRY.
           move 'Y' to WS-COUNTRY-IS-VALID

           if ct-iso2-code is not alphabetic-upper
                   or ct-iso2-code(1:1) = space
                   or ct-iso2-code(2:1) = space
               move 'N' to WS-COUNTRY-IS-VALID
           end-if
           if ct-iso3-code is not alphabetic-upper
                   or ct-iso3-code(1:1) = space
                   or ct-iso3-code(2:1) = space
                   or ct-iso3-code(3:1) = space
               move 'N' to WS-COUNTRY-IS-VALID
           end-if
           if ct-country-name = spaces
               move 'N' to WS-COUNTRY-IS-VALID
           end-if
           if ct-std-tz-offset < -12 or ct-std-tz-offset > 14
               move 'N' to WS-COUNTRY-IS-VALID
           end-if

           if not COUNTRY-IS-VALID
               move '25' to lnk-file-status
           end-if
       .

       0600-BUILD-RECORD.
           move lnk-rec to COUNTRY-REFERENCE-RECORD
           move function upper-case(ct-country-name)
               to CTY-COUNTRY-NAME
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-COUNTRY
           if COUNTRY-IS-VALID
               perform 0600-BUILD-RECORD
               write COUNTRY-REFERENCE-RECORD
                   invalid key
                       move '22' to lnk-file-status
                   not invalid key
                       move '00' to lnk-file-status
               end-write
           end-if
       .

      *> The record has just been read, so a rewrite refused here
      *> can only be the new ISO3 code or name colliding with
      *> another country's.
       2000-CHANGE-RECORD.
           perform 0500-VALIDATE-COUNTRY
           if COUNTRY-IS-VALID
               move ct-iso2-code to CTY-ISO2-CODE
               read COUNTRY-REFERENCE-FILE
                   invalid key
                       move '23' to lnk-file-status
                   not invalid key
                       perform 0600-BUILD-RECORD
                       rewrite COUNTRY-REFERENCE-RECORD
                           invalid key
                               move '22' to lnk-file-status
                           not invalid key
                               move '00' to lnk-file-status
                       end-rewrite
               end-read
           end-if
       .

       3000-DELETE-RECORD.
           move ct-iso2-code to CTY-ISO2-CODE
           read COUNTRY-REFERENCE-FILE
               invalid key
                   move '23' to lnk-file-status
               not invalid key
                   delete COUNTRY-REFERENCE-FILE
                       invalid key
                           move '23' to lnk-file-status
                       not invalid key
                           move '00' to lnk-file-status
                   end-delete
           end-read
       .

       end program AIRKMNT.
