      *>   '25' - add/change rejected, ap-geo out of range
      *>   '26' - add/change rejected, ap-status not 'A', 'X', or
      *>          space
      *>   '27' - add/change rejected, ap-country is not a country
      *>          on the country reference file
      *>   '90' - airport master file would not open
      *>   '91' - country reference file would not open
      *>
      *> ap-country has to name a country on the country reference
      *> file AIRKMNT maintains (Copybooks/AIRKREC.cpy), compared
      *> upper-case, and is stored the way the reference spells
      *> it - so "Uk" and "GREAT BRITAIN" stop arriving as three
      *> different countries.
      *>
      *> Every successful add/change/delete/close/reopen cuts a
      *> change-journal record to AIRJRNL.DAT (Copybooks/
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

           select CHANGE-JOURNAL-FILE assign to "AIRJRNL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-FILE-STATUS.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       FD  CHANGE-JOURNAL-FILE.
       01  WS-JOURNAL-LINE             PIC X(270).

       working-storage section.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-COUNTRY-IS-VALID         PIC X VALUE 'Y'.
           88  COUNTRY-IS-VALID        VALUE 'Y'.
       01  WS-REFERENCE-COUNTRY        PIC X(20).
       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-JOURNAL-DETAIL.
           copy "AIRJREC.cpy".
           end-if
       .

      *> Leaves the rejection status in lnk-file-status and
      *> COUNTRY-IS-VALID 'N' when it fails; otherwise
      *> WS-REFERENCE-COUNTRY holds the spelling to store.
       0540-VALIDATE-COUNTRY.
           move 'N' to WS-COUNTRY-IS-VALID
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS not = "00"
               move '91' to lnk-file-status
           else
               move function upper-case(ap-country)
                   to CTY-COUNTRY-NAME
               read COUNTRY-REFERENCE-FILE
                   key is CTY-COUNTRY-NAME
                   invalid key
                       move '27' to lnk-file-status
                   not invalid key
                       move 'Y' to WS-COUNTRY-IS-VALID
                       move CTY-COUNTRY-NAME to WS-REFERENCE-COUNTRY
               end-read
               close COUNTRY-REFERENCE-FILE
           end-if
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-GEO
           perform 0520-VALIDATE-STATUS
               if not STATUS-IS-VALID
                   move '26' to lnk-file-status
               else
                   perform 0540-VALIDATE-COUNTRY
                   if COUNTRY-IS-VALID
                       move lnk-rec to AIRPORT-MASTER-RECORD
                       move WS-REFERENCE-COUNTRY to MST-AP-COUNTRY
                       if MST-AP-STATUS = space
                           move 'A' to MST-AP-STATUS
                           move 0 to MST-AP-CLOSED-DATE
                       end-if
                       write AIRPORT-MASTER-RECORD
                           invalid key
                               move '22' to lnk-file-status
                           not invalid key
                               move '00' to lnk-file-status
                               move spaces to WS-BEFORE-IMAGE
                               move AIRPORT-MASTER-RECORD
                                   to WS-AFTER-IMAGE
                               perform 0900-WRITE-JOURNAL-RECORD
                       end-write
                   end-if
               end-if
           end-if
       .
               if not STATUS-IS-VALID
                   move '26' to lnk-file-status
               else
                   perform 0540-VALIDATE-COUNTRY
                   if COUNTRY-IS-VALID
                       move ap-code to MST-AP-CODE
                       read AIRPORT-MASTER-FILE
                           invalid key
                               move '23' to lnk-file-status
                           not invalid key
                               move AIRPORT-MASTER-RECORD
                                   to WS-BEFORE-IMAGE
                               move MST-AP-STATUS to WS-SAVE-STATUS
                               move MST-AP-CLOSED-DATE
                                   to WS-SAVE-CLOSED-DATE
                               move lnk-rec to AIRPORT-MASTER-RECORD
                               move WS-REFERENCE-COUNTRY
                                   to MST-AP-COUNTRY
      *> space means the caller is not driving the lifecycle -
      *> keep whatever status the record already had.
                               if MST-AP-STATUS = space
                                   move WS-SAVE-STATUS to MST-AP-STATUS
                                   move WS-SAVE-CLOSED-DATE
                                       to MST-AP-CLOSED-DATE
                               end-if
                               rewrite AIRPORT-MASTER-RECORD
                                   invalid key
                                       move '23' to lnk-file-status
                                   not invalid key
                                       move '00' to lnk-file-status
                                       move AIRPORT-MASTER-RECORD
                                           to WS-AFTER-IMAGE
                                       perform 0900-WRITE-JOURNAL-RECORD
                               end-rewrite
                       end-read
                   end-if
               end-if
           end-if
       .
