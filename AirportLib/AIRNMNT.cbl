      *> ---------------------------------------------------------
      *> AIRNMNT - Change-notification subscription maintenance
      *>
      *> Adds and deletes department interests on the subscription
      *> file AIRNOTFY reads (keyed by department id, interest
      *> type and value - layout in Copybooks/AIRNREC.cpy), the
      *> same role AIRXMNT plays for the alias cross-reference.
      *> This is the only program in AirportLib authorized to
      *> write that file. The whole record is the key, so there
      *> is nothing to change - a department that wants a
      *> different interest deletes the old one and adds the new.
      *>
      *> An ap-code interest is cross-validated against the
      *> airport master the way AIRXMNT validates an alias target:
      *> a subscription to a code that is not on the master would
      *> simply never fire, and the department would never know.
      *> A country interest is held to the country reference file
      *> for the same reason: AIRMAINT stores the reference's
      *> upper-case spelling in ap-country, so the value is looked
      *> up (upper-cased) by country name and stored as the
      *> reference spells it - "uk" or "Great Britain" would never
      *> match and is refused.
      *>
      *> lnk-function values:
      *>   'A' - add the interest lnk-rec describes
      *>   'D' - delete the interest lnk-rec describes
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, the department already has that
      *>          interest
      *>   '23' - delete rejected, no such interest on file
      *>   '25' - add rejected: no department id, an interest type
      *>          other than 'A'/'K'/'C'/'*', no value for an
      *>          'A'/'K'/'C' interest, an ap-code value longer
      *>          than 4 or a carrier value longer than 3
      *>          characters
      *>   '41' - add rejected, an 'A' interest's ap-code is not
      *>          on the airport master
      *>   '42' - add rejected, a 'K' interest's country is not a
      *>          country name on the country reference file
      *>   '90' - subscription file would not open
      *>   '91' - airport master file would not open
      *>   '92' - country reference file would not open
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRNMNT.

       environment division.
       input-output section.
       file-control.
           select SUBSCRIPTION-FILE assign to "AIRNSUB"
               organization is indexed
               access mode is dynamic
               record key is NSB-SUBSCRIPTION-KEY
               file status is WS-SUBS-FILE-STATUS.

           select AIRPORT-MASTER-FILE assign to "AIRMSTR"
               organization is indexed
               access mode is dynamic
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

       data division.
       file section.
       FD  SUBSCRIPTION-FILE.
       copy "AIRNREC.cpy".

       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       working-storage section.
       01  WS-SUBS-FILE-STATUS         PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-REFERENCE-COUNTRY        PIC X(20).
       01  WS-INTEREST-IS-VALID        PIC X VALUE 'Y'.
           88  INTEREST-IS-VALID       VALUE 'Y'.

       linkage section.
       01  lnk-function                PIC X.
       01  lnk-rec.
           copy "AIRNCREC.cpy".
       01  lnk-file-status             PIC XX.

       procedure division using
               by value     lnk-function
               by reference lnk-rec
               by reference lnk-file-status.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           open i-o SUBSCRIPTION-FILE

           if WS-SUBS-FILE-STATUS not = "00"
               move '90' to lnk-file-status
           else
               evaluate lnk-function
                   when 'A'
                       perform 1000-ADD-RECORD
                   when 'D'
                       perform 3000-DELETE-RECORD
                   when other
                       move '10' to lnk-file-status
               end-evaluate
               close SUBSCRIPTION-FILE
           end-if

           goback
       .

      *> Leaves the rejection status in lnk-file-status and
      *> INTEREST-IS-VALID 'N' on the first failure found.
       0500-VALIDATE-INTEREST.
           move 'Y' to WS-INTEREST-IS-VALID

           evaluate true
               when ns-dept-id = spaces
                   move 'N' to WS-INTEREST-IS-VALID
               when ns-interest-type = '*'
                   if ns-interest-value not = spaces
                       move 'N' to WS-INTEREST-IS-VALID
                   end-if
               when ns-interest-type = 'A'
                   if ns-interest-value(1:4) = spaces
                           or ns-interest-value(5:16) not = spaces
                       move 'N' to WS-INTEREST-IS-VALID
                   end-if
               when ns-interest-type = 'K'
                   if ns-interest-value = spaces
                       move 'N' to WS-INTEREST-IS-VALID
                   end-if
               when ns-interest-type = 'C'
                   if ns-interest-value(1:3) = spaces
                           or ns-interest-value(4:17) not = spaces
                       move 'N' to WS-INTEREST-IS-VALID
                   end-if
               when other
                   move 'N' to WS-INTEREST-IS-VALID
           end-evaluate

           if INTEREST-IS-VALID
               if ns-interest-type = 'A'
                   perform 0600-CHECK-TARGET-AIRPORT
               end-if
               if ns-interest-type = 'K'
                   perform 0650-CHECK-TARGET-COUNTRY
               end-if
           else
               move '25' to lnk-file-status
           end-if
       .

       0600-CHECK-TARGET-AIRPORT.
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
               move 'N' to WS-INTEREST-IS-VALID
               move '91' to lnk-file-status
           else
               move ns-interest-value(1:4) to MST-AP-CODE
               read AIRPORT-MASTER-FILE
                   invalid key
                       move 'N' to WS-INTEREST-IS-VALID
                       move '41' to lnk-file-status
               end-read
               close AIRPORT-MASTER-FILE
           end-if
       .

      *> Leaves the reference spelling in WS-REFERENCE-COUNTRY
      *> when the country is found.
       0650-CHECK-TARGET-COUNTRY.
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS not = "00"
               move 'N' to WS-INTEREST-IS-VALID
               move '92' to lnk-file-status
           else
               move function upper-case(ns-interest-value)
                   to CTY-COUNTRY-NAME
               read COUNTRY-REFERENCE-FILE
                   key is CTY-COUNTRY-NAME
                   invalid key
                       move 'N' to WS-INTEREST-IS-VALID
                       move '42' to lnk-file-status
                   not invalid key
                       move CTY-COUNTRY-NAME to WS-REFERENCE-COUNTRY
               end-read
               close COUNTRY-REFERENCE-FILE
           end-if
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-INTEREST
           if INTEREST-IS-VALID
               move lnk-rec to SUBSCRIPTION-RECORD
               if ns-interest-type = 'K'
                   move WS-REFERENCE-COUNTRY to NSB-INTEREST-VALUE
               end-if
               write SUBSCRIPTION-RECORD
                   invalid key
                       move '22' to lnk-file-status
                   not invalid key
                       move '00' to lnk-file-status
               end-write
           end-if
       .

      *> A country interest is on file in the reference's
      *> upper-case spelling, so that is what a 'K' delete looks
      *> for whatever case it is passed in.
       3000-DELETE-RECORD.
           move lnk-rec to NSB-SUBSCRIPTION-KEY
           if ns-interest-type = 'K'
               move function upper-case(ns-interest-value)
                   to NSB-INTEREST-VALUE
           end-if
           read SUBSCRIPTION-FILE
               invalid key
                   move '23' to lnk-file-status
               not invalid key
                   delete SUBSCRIPTION-FILE
                       invalid key
                           move '23' to lnk-file-status
                       not invalid key
                           move '00' to lnk-file-status
                   end-delete
           end-read
       .

       end program AIRNMNT.
