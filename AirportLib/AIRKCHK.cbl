      *> ---------------------------------------------------------
      *> AIRKCHK - Airport master country mismatch report
      *>
      *> One-time cleanup report for bringing the existing airport
      *> master into line with the country reference file
      *> (Copybooks/AIRKREC.cpy). AIRMAINT has refused an unknown
      *> ap-country on every add and change since the reference
      *> went in, but the records already on the master were
      *> written when ap-country was free text - "UNITED KINGDOM",
      *> "UK" and "GREAT BRITAIN" side by side - and the first
      *> feed refresh to touch one would now be rejected. This
      *> lists every master record whose ap-country is not a
      *> reference country name so each can be corrected first.
      *>
      *> Every mismatch gets a line, classed as:
      *>   CASE    - the reference name, in the wrong case; the
      *>             next change through AIRMAINT corrects it
      *>   ISO2    - ap-country is a reference ISO 2-letter code
      *>   ISO3    - ap-country is a reference ISO 3-letter code
      *>   BLANK   - no country at all
      *>   UNKNOWN - anything else
      *> the reference name the record should carry shown where
      *> it can be told. A second section then lists each distinct
      *> spelling that matched nothing and how many airports carry
      *> it, which is usually the quicker worklist - "UK" on forty
      *> records is one decision, not forty.
      *>
      *> Read-only against both files. Output is AIRKCHK.RPT.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRKCHK.

       environment division.
       input-output section.
       file-control.
           select AIRPORT-MASTER-FILE assign to "AIRMSTR"
               organization is indexed
               access mode is sequential
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

           select AIRKCHK-REPORT assign to "AIRKCHK.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       FD  AIRKCHK-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-COUNTRY-UPPER            PIC X(20).
       01  WS-FOUND-SWITCH             PIC X.
           88  REFERENCE-WAS-FOUND     VALUE 'Y'.
       01  WS-MISMATCH-CLASS           PIC X(8).

      *> Distinct unmatched spellings, for the summary section.
       01  WS-MAX-SPELLINGS            PIC 9(3) VALUE 500.
       01  WS-SPELLING-COUNT           PIC 9(3) VALUE 0.
       01  WS-SPELLING-TABLE.
           05  WS-SPELLING-ENTRY occurs 500.
               07  WS-SPELLING-TEXT    PIC X(20).
               07  WS-SPELLING-HITS    PIC 9(5).
       01  WS-SPELLING-IDX             PIC 9(3).
       01  WS-SPELLING-SLOT            PIC 9(3).
       01  WS-SPELLING-WARNED          PIC X VALUE 'N'.
           88  SPELLING-CAP-WARNED     VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(7) VALUE 0.
       01  WS-CASE-COUNT               PIC 9(7) VALUE 0.
       01  WS-ISO-COUNT                PIC 9(7) VALUE 0.
       01  WS-BLANK-COUNT              PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(9).
           05  DTL-AP-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-COUNTRY             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(43).

       01  WS-SPELLING-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SPL-TEXT                PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SPL-HITS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE " AIRPORTS".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           open output AIRKCHK-REPORT
           move "AIRPORT MASTER COUNTRY MISMATCH REPORT"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE

           open input AIRPORT-MASTER-FILE
           open input COUNTRY-REFERENCE-FILE
           if WS-MASTER-FILE-STATUS not = "00"
               move "AIRPORT MASTER WOULD NOT OPEN - NOTHING CHECKED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 8 to return-code
           else
               if WS-COUNTRY-FILE-STATUS not = "00"
                   move
                       "COUNTRY REFERENCE WOULD NOT OPEN - NONE CHECKED"
                       to WS-REPORT-LINE
                   write WS-REPORT-LINE
                   move 8 to return-code
               else
                   perform 1000-CHECK-THE-MASTER
                   close COUNTRY-REFERENCE-FILE
                   perform 8000-WRITE-SPELLINGS
                   perform 8500-WRITE-TOTALS
               end-if
               close AIRPORT-MASTER-FILE
           end-if

           close AIRKCHK-REPORT
           display "AIRKCHK: " WS-READ-COUNT " airport(s) read, "
               WS-MATCH-COUNT " match the reference"
           goback
       .

       1000-CHECK-THE-MASTER.
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
               read AIRPORT-MASTER-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-READ-COUNT
                       perform 1100-CHECK-ONE-AIRPORT
               end-read
           end-perform
       .

       1100-CHECK-ONE-AIRPORT.
           move function upper-case(MST-AP-COUNTRY)
               to WS-COUNTRY-UPPER
           move spaces to DTL-DETAIL

           if MST-AP-COUNTRY = spaces
               add 1 to WS-BLANK-COUNT
               move "BLANK" to WS-MISMATCH-CLASS
               perform 7000-WRITE-MISMATCH
           else
               move WS-COUNTRY-UPPER to CTY-COUNTRY-NAME
               perform 2000-READ-BY-NAME
               if REFERENCE-WAS-FOUND
                   if MST-AP-COUNTRY = CTY-COUNTRY-NAME
                       add 1 to WS-MATCH-COUNT
                   else
                       add 1 to WS-CASE-COUNT
                       move "CASE" to WS-MISMATCH-CLASS
                       move CTY-COUNTRY-NAME to DTL-DETAIL
                       perform 7000-WRITE-MISMATCH
                   end-if
               else
                   perform 1200-TRY-ISO-CODES
               end-if
           end-if
       .

      *> Only a 2- or 3-character value can be an ISO code.
       1200-TRY-ISO-CODES.
           move 'N' to WS-FOUND-SWITCH
           if WS-COUNTRY-UPPER(3:18) = spaces
               move WS-COUNTRY-UPPER(1:2) to CTY-ISO2-CODE
               read COUNTRY-REFERENCE-FILE
                   key is CTY-ISO2-CODE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-FOUND-SWITCH
                       move "ISO2" to WS-MISMATCH-CLASS
               end-read
           else
               if WS-COUNTRY-UPPER(4:17) = spaces
                   move WS-COUNTRY-UPPER(1:3) to CTY-ISO3-CODE
                   read COUNTRY-REFERENCE-FILE
                       key is CTY-ISO3-CODE
                       invalid key
                           continue
                       not invalid key
                           move 'Y' to WS-FOUND-SWITCH
                           move "ISO3" to WS-MISMATCH-CLASS
                   end-read
               end-if
           end-if

           if REFERENCE-WAS-FOUND
               add 1 to WS-ISO-COUNT
               move CTY-COUNTRY-NAME to DTL-DETAIL
           else
               add 1 to WS-UNKNOWN-COUNT
               move "UNKNOWN" to WS-MISMATCH-CLASS
               perform 7500-COUNT-SPELLING
           end-if
           perform 7000-WRITE-MISMATCH
       .

       2000-READ-BY-NAME.
           move 'N' to WS-FOUND-SWITCH
           read COUNTRY-REFERENCE-FILE
               key is CTY-COUNTRY-NAME
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-FOUND-SWITCH
           end-read
       .

       7000-WRITE-MISMATCH.
           move WS-MISMATCH-CLASS to DTL-TAG
           move MST-AP-CODE to DTL-AP-CODE
           move MST-AP-COUNTRY to DTL-COUNTRY
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       7500-COUNT-SPELLING.
           move 0 to WS-SPELLING-SLOT
           perform varying WS-SPELLING-IDX from 1 by 1
                   until WS-SPELLING-IDX > WS-SPELLING-COUNT
                       or WS-SPELLING-SLOT > 0
               if WS-SPELLING-TEXT(WS-SPELLING-IDX) = WS-COUNTRY-UPPER
                   move WS-SPELLING-IDX to WS-SPELLING-SLOT
               end-if
           end-perform

           if WS-SPELLING-SLOT > 0
               add 1 to WS-SPELLING-HITS(WS-SPELLING-SLOT)
           else
               if WS-SPELLING-COUNT < WS-MAX-SPELLINGS
                   add 1 to WS-SPELLING-COUNT
                   move WS-COUNTRY-UPPER
                       to WS-SPELLING-TEXT(WS-SPELLING-COUNT)
                   move 1 to WS-SPELLING-HITS(WS-SPELLING-COUNT)
               else
                   if not SPELLING-CAP-WARNED
                       display "AIRKCHK: more than " WS-MAX-SPELLINGS
                           " unknown spellings, summary truncated"
                       move 'Y' to WS-SPELLING-WARNED
                   end-if
               end-if
           end-if
       .

       8000-WRITE-SPELLINGS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "UNKNOWN SPELLINGS" to WS-REPORT-LINE
           write WS-REPORT-LINE
           perform varying WS-SPELLING-IDX from 1 by 1
                   until WS-SPELLING-IDX > WS-SPELLING-COUNT
               move WS-SPELLING-TEXT(WS-SPELLING-IDX) to SPL-TEXT
               move WS-SPELLING-HITS(WS-SPELLING-IDX) to SPL-HITS
               move WS-SPELLING-LINE to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-perform
       .

       8500-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "AIRPORTS READ:" to TOT-LABEL
           move WS-READ-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "MATCHED:" to TOT-LABEL
           move WS-MATCH-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "WRONG CASE:" to TOT-LABEL
           move WS-CASE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ISO CODE GIVEN:" to TOT-LABEL
           move WS-ISO-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "BLANK:" to TOT-LABEL
           move WS-BLANK-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "UNKNOWN:" to TOT-LABEL
           move WS-UNKNOWN-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRKCHK.
