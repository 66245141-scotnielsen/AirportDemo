      *> ---------------------------------------------------------
      *> AIRPURGE - Closed airport retention purge
      *>
      *> AIRMAINT 'X' leaves a closed airport on the master so
      *> history still prices, and nothing ever took one off
      *> again - the master, AIRRETIR and AIRMATRX carry airports
      *> closed a decade and more ago. This purge removes every
      *> airport whose MST-AP-CLOSED-DATE is at least the retention
      *> period in the past, together with everything that hangs
      *> off it: its runway detail records, the IATA aliases that
      *> point at it, its seasonal rule, its metro area group
      *> memberships and every route leg into or out of it.
      *>
      *> Each record removed is first appended to the history
      *> archive AIRHIST.DAT (Copybooks/AIRHREC.cpy) as a tagged
      *> image, all of one airport's records under one purge
      *> timestamp, and only then deleted - through AIRMAINT,
      *> AIRWMNT, AIRXMNT, AIRSMNT, AIRMMNT and AIRRMNT, the
      *> programs that own those files. AIRMAINT and AIRRMNT
      *> journal every airport and leg delete to AIRJRNL.DAT with
      *> caller identifier PURG, so AIRJRNRP and AIRPITR see the
      *> purge like any other change. AIRPREST puts an archived
      *> airport back.
      *>
      *> An airport that any route leg still in effect (no
      *> discontinue date, or one after the run date) flies into
      *> or out of is refused - it is listed with the first such
      *> leg and nothing of it is touched. So is an airport whose
      *> ap-country is not a country on the country reference
      *> file: AIRPREST puts an airport back through AIRMAINT,
      *> which would reject it, so it stays live until AIRKCHK's
      *> mismatch is corrected. Children are deleted
      *> before the airport itself, so a delete that fails part
      *> way leaves the airport on the master; the run then stops
      *> and ends with return code 8. What was already removed is
      *> on the archive under that purge's timestamp.
      *>
      *> Parameter card (AIRPURGE.PRM):
      *>   YEARS=nn - retention period in whole years past the
      *>         closed date, 01-99. No card (or a zero or
      *>         non-numeric value) keeps the default of 10
      *>
      *> Every airport purged, refused or failed is listed on
      *> AIRPURGE.RPT, followed by counts. Return code 4 when any
      *> airport was refused, 8 when the run could not complete.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRPURGE.

       environment division.
       input-output section.
       file-control.
           select AIRPORT-MASTER-FILE assign to "AIRMSTR"
               organization is indexed
               access mode is dynamic
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select RUNWAY-DETAIL-FILE assign to "AIRRWY"
               organization is indexed
               access mode is dynamic
               record key is RWY-RUNWAY-KEY
               file status is WS-RUNWAY-FILE-STATUS.

           select ALIAS-XREF-FILE assign to "AIRALIAS"
               organization is indexed
               access mode is sequential
               record key is XRF-IATA-CODE
               file status is WS-ALIAS-FILE-STATUS.

           select SEASONAL-RULE-FILE assign to "AIRSEAS"
               organization is indexed
               access mode is dynamic
               record key is SEA-AP-CODE
               file status is WS-SEASONAL-FILE-STATUS.

           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is sequential
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

           select ROUTE-MASTER-FILE assign to "AIRROUTE"
               organization is indexed
               access mode is sequential
               record key is RTE-ROUTE-KEY
               file status is WS-ROUTE-FILE-STATUS.

           select COUNTRY-REFERENCE-FILE assign to "AIRCTRY"
               organization is indexed
               access mode is dynamic
               record key is CTY-ISO2-CODE
               alternate record key is CTY-ISO3-CODE
               alternate record key is CTY-COUNTRY-NAME
               file status is WS-COUNTRY-FILE-STATUS.

           select HISTORY-ARCHIVE-FILE assign to "AIRHIST.DAT"
               organization is line sequential
               file status is WS-ARCHIVE-FILE-STATUS.

           select AIRPURGE-PARM-FILE assign to "AIRPURGE.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.

           select AIRPURGE-REPORT assign to "AIRPURGE.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  RUNWAY-DETAIL-FILE.
       copy "AIRWREC.cpy".

       FD  ALIAS-XREF-FILE.
       copy "AIRXREC.cpy".

       FD  SEASONAL-RULE-FILE.
       copy "AIRSREC.cpy".

       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       FD  ROUTE-MASTER-FILE.
       copy "AIRRREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       FD  HISTORY-ARCHIVE-FILE.
       copy "AIRHREC.cpy".

       FD  AIRPURGE-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       FD  AIRPURGE-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-RUNWAY-FILE-STATUS       PIC XX.
       01  WS-ALIAS-FILE-STATUS        PIC XX.
       01  WS-SEASONAL-FILE-STATUS     PIC XX.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      *> Run controls off AIRPURGE.PRM.
       01  WS-RETAIN-YEARS             PIC 9(2) VALUE 10.
       01  WS-PARM-YEARS-X             PIC X(2).

       01  WS-TODAY-DATE               PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-PURGE-TIMESTAMP          PIC X(14).

      *> Set once the run has to stop - a file that would not
      *> open, an archive write or a delete that failed.
       01  WS-RUN-FAILED               PIC X VALUE 'N'.
           88  RUN-HAS-FAILED          VALUE 'Y'.

      *> Every closed airport past the cutoff, collected in one
      *> pass of the master before anything is deleted from it.
       01  WS-MAX-CANDIDATES           PIC 9(5) VALUE 2000.
       01  WS-CANDIDATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-CODE OCCURS 2000 TIMES
                   INDEXED BY WS-CAND-IDX
                   PIC X(4).
       01  WS-CAND-CAP-WARNED          PIC X VALUE 'N'.
           88  CAND-CAP-WAS-WARNED     VALUE 'Y'.

      *> Everything one airport's purge archives and removes, in
      *> archive order - the airport record is always entry 1.
       01  WS-PURGE-CODE               PIC X(4).
       01  WS-MAX-ITEMS                PIC 9(4) VALUE 1000.
       01  WS-ITEM-COUNT               PIC 9(4) VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 1000 TIMES
                   INDEXED BY WS-ITEM-IDX.
               07  WS-ITEM-TAG         PIC X(3).
               07  WS-ITEM-IMAGE       PIC X(115).
       01  WS-NEW-TAG                  PIC X(3).
       01  WS-NEW-IMAGE                PIC X(115).
       01  WS-ITEMS-OVERFLOWED         PIC X.
           88  ITEMS-DID-OVERFLOW      VALUE 'Y'.

       01  WS-MASTER-FOUND             PIC X.
           88  MASTER-WAS-FOUND        VALUE 'Y'.
       01  WS-AIRPORT-BLOCKED          PIC X.
           88  AIRPORT-IS-BLOCKED      VALUE 'Y'.
       01  WS-BLOCKING-LEG             PIC X(11).
       01  WS-CLOSED-DATE              PIC 9(8).
       01  WS-PURGE-COUNTRY            PIC X(20).
       01  WS-COUNTRY-FOUND            PIC X.
           88  COUNTRY-WAS-FOUND       VALUE 'Y'.

       01  WS-DELETE-FAILED            PIC X.
           88  A-DELETE-FAILED         VALUE 'Y'.
       01  WS-FAILED-TAG               PIC X(3).
       01  WS-FAILED-STATUS            PIC XX.

      *> Per-airport tallies for its PURGED line.
       01  WS-RWY-TALLY                PIC 9(4).
       01  WS-ALS-TALLY                PIC 9(4).
       01  WS-SEA-TALLY                PIC 9(4).
       01  WS-MTR-TALLY                PIC 9(4).
       01  WS-RTE-TALLY                PIC 9(4).

       01  WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7) VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(7) VALUE 0.

      *> Fields matching the maintenance programs' linkage, used
      *> to CALL them below.
       01  CALL-FUNCTION               PIC X.
       01  CALL-FILE-STATUS            PIC XX.
       01  CALL-AIRPORT-REC.
           copy "AIRCREC.cpy".
       01  CALL-RUNWAY-REC.
           copy "AIRWCREC.cpy".
       01  CALL-ALIAS-REC.
           copy "AIRXCREC.cpy".
       01  CALL-SEASON-REC.
           copy "AIRSCREC.cpy".
       01  CALL-METRO-REC.
           copy "AIRMCREC.cpy".
       01  CALL-ROUTE-REC.
           copy "AIRRCREC.cpy".
      *> How this program names itself in the change journal
      *> AIRMAINT and AIRRMNT cut for every delete it makes.
       01  CALL-CALLER-DEPT            PIC X(4) VALUE "PURG".

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(8).
           05  DTL-KEY                 PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(66).

       01  WS-PURGED-DETAIL.
           05  FILLER                  PIC X(7) VALUE "CLOSED ".
           05  PGD-CLOSED-DATE         PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  PGD-RWY                 PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " RWY ".
           05  PGD-ALS                 PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " ALS ".
           05  PGD-SEA                 PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " SEA ".
           05  PGD-MTR                 PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " MTR ".
           05  PGD-RTE                 PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE " RTE".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           perform 0050-READ-PARM-CARDS
           perform 0100-SET-CUTOFF-DATE
           open output AIRPURGE-REPORT
           perform 0200-WRITE-HEADING

           perform 1000-FIND-CANDIDATES
           if not RUN-HAS-FAILED
               perform 0300-CHECK-ROUTE-MASTER
           end-if
           if not RUN-HAS-FAILED
               perform 0350-CHECK-COUNTRY-FILE
           end-if
           if not RUN-HAS-FAILED
               perform 0400-OPEN-ARCHIVE
           end-if
           if not RUN-HAS-FAILED
               perform varying WS-CAND-IDX from 1 by 1
                       until WS-CAND-IDX > WS-CANDIDATE-COUNT
                          or RUN-HAS-FAILED
                   perform 2000-PURGE-ONE-AIRPORT
               end-perform
               close HISTORY-ARCHIVE-FILE
           end-if

           perform 8000-WRITE-TOTALS
           close AIRPURGE-REPORT
           display "AIRPURGE: " WS-PURGED-COUNT " airport(s) purged, "
               WS-REFUSED-COUNT " refused, " WS-ARCHIVED-COUNT
               " record(s) archived"
           if RUN-HAS-FAILED
               move 8 to return-code
           else
               if WS-REFUSED-COUNT > 0
                   move 4 to return-code
               end-if
           end-if
           goback
       .

      *> A missing parameter card file keeps the default period.
       0050-READ-PARM-CARDS.
           open input AIRPURGE-PARM-FILE
           if WS-PARM-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRPURGE-PARM-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 0060-APPLY-ONE-PARM-CARD
                   end-read
               end-perform
               close AIRPURGE-PARM-FILE
           end-if
       .

       0060-APPLY-ONE-PARM-CARD.
           if PARM-LINE(1:6) = "YEARS="
               move PARM-LINE(7:2) to WS-PARM-YEARS-X
               if WS-PARM-YEARS-X is numeric
                       and WS-PARM-YEARS-X not = "00"
                   move WS-PARM-YEARS-X to WS-RETAIN-YEARS
               end-if
           end-if
       .

      *> Taking whole years off YYYYMMDD keeps the month and day,
      *> so an airport closed on the cutoff date itself has been
      *> closed exactly the retention period and qualifies. A
      *> 29 February run simply compares against a date that
      *> does not exist, which still orders correctly.
       0100-SET-CUTOFF-DATE.
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE(1:8) to WS-RUN-DATE
           move WS-TODAY-DATE(1:14) to WS-PURGE-TIMESTAMP
           compute WS-CUTOFF-DATE =
               WS-RUN-DATE - (WS-RETAIN-YEARS * 10000)
       .

       0200-WRITE-HEADING.
           move "CLOSED AIRPORT RETENTION PURGE" to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           string "AIRPORTS CLOSED ON OR BEFORE " delimited by size
               WS-CUTOFF-DATE delimited by size
               " (" delimited by size
               WS-RETAIN-YEARS delimited by size
               " YEARS)  PURGE STAMP " delimited by size
               WS-PURGE-TIMESTAMP delimited by size
               into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> The active-leg check cannot be skipped, so unlike the
      *> other child files the route master must be there.
       0300-CHECK-ROUTE-MASTER.
           open input ROUTE-MASTER-FILE
           if WS-ROUTE-FILE-STATUS not = "00"
               move "ROUTE MASTER WOULD NOT OPEN - NOTHING PURGED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           else
               close ROUTE-MASTER-FILE
           end-if
       .

      *> Every airport is checked against the reference, so it
      *> must be there too.
       0350-CHECK-COUNTRY-FILE.
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS not = "00"
               move "COUNTRY REFERENCE WOULD NOT OPEN - NOTHING PURGED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           else
               close COUNTRY-REFERENCE-FILE
           end-if
       .

       0400-OPEN-ARCHIVE.
           open extend HISTORY-ARCHIVE-FILE
           if WS-ARCHIVE-FILE-STATUS = "05"
                   or WS-ARCHIVE-FILE-STATUS = "35"
               open output HISTORY-ARCHIVE-FILE
           end-if
           if WS-ARCHIVE-FILE-STATUS not = "00"
               move "HISTORY ARCHIVE WOULD NOT OPEN - NOTHING PURGED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           end-if
       .

       1000-FIND-CANDIDATES.
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
               move "AIRPORT MASTER WOULD NOT OPEN - NOTHING PURGED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRPORT-MASTER-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 1100-CHECK-ONE-AIRPORT
                   end-read
               end-perform
               close AIRPORT-MASTER-FILE
           end-if
       .

      *> A closed airport with no closed date on it cannot be
      *> aged, so it is never purged.
       1100-CHECK-ONE-AIRPORT.
           if MST-AP-STATUS = 'X'
               add 1 to WS-CLOSED-COUNT
               if MST-AP-CLOSED-DATE > 0
                       and MST-AP-CLOSED-DATE <= WS-CUTOFF-DATE
                   if WS-CANDIDATE-COUNT < WS-MAX-CANDIDATES
                       add 1 to WS-CANDIDATE-COUNT
                       move MST-AP-CODE
                           to WS-CANDIDATE-CODE(WS-CANDIDATE-COUNT)
                   else
                       if not CAND-CAP-WAS-WARNED
                           display "AIRPURGE: more than "
                               WS-MAX-CANDIDATES
                               " airports due, the rest wait for"
                               " the next run"
                           move 'Y' to WS-CAND-CAP-WARNED
                       end-if
                   end-if
               end-if
           end-if
       .

       2000-PURGE-ONE-AIRPORT.
           move WS-CANDIDATE-CODE(WS-CAND-IDX) to WS-PURGE-CODE
           move 0 to WS-ITEM-COUNT
           move 'N' to WS-ITEMS-OVERFLOWED
           move 'N' to WS-AIRPORT-BLOCKED
           move 0 to WS-RWY-TALLY
           move 0 to WS-ALS-TALLY
           move 0 to WS-SEA-TALLY
           move 0 to WS-MTR-TALLY
           move 0 to WS-RTE-TALLY

           perform 2100-GATHER-AIRPORT-RECORD
           if MASTER-WAS-FOUND
               perform 2150-CHECK-AIRPORT-COUNTRY
               if not COUNTRY-WAS-FOUND
                   move spaces to WS-DETAIL-LINE
                   move "REFUSED" to DTL-TAG
                   move WS-PURGE-CODE to DTL-KEY
                   move "COUNTRY NOT ON REFERENCE - RUN AIRKCHK"
                       to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-REFUSED-COUNT
               else
                   perform 2200-GATHER-ROUTE-LEGS
                   if AIRPORT-IS-BLOCKED
                       move spaces to WS-DETAIL-LINE
                       move "REFUSED" to DTL-TAG
                       move WS-PURGE-CODE to DTL-KEY
                       string "ROUTE LEG STILL IN EFFECT - "
                               delimited by size
                           WS-BLOCKING-LEG delimited by size
                           into DTL-DETAIL
                       end-string
                       perform 7100-WRITE-DETAIL-LINE
                       add 1 to WS-REFUSED-COUNT
                   else
                       perform 2300-GATHER-RUNWAYS
                       perform 2400-GATHER-ALIASES
                       perform 2500-GATHER-SEASON-RULE
                       perform 2600-GATHER-METRO-MEMBERS
                       if ITEMS-DID-OVERFLOW
                           move spaces to WS-DETAIL-LINE
                           move "REFUSED" to DTL-TAG
                           move WS-PURGE-CODE to DTL-KEY
                           move
                           "TOO MANY RECORDS TO ARCHIVE IN ONE PASS"
                               to DTL-DETAIL
                           perform 7100-WRITE-DETAIL-LINE
                           add 1 to WS-REFUSED-COUNT
                       else
                           perform 2700-ARCHIVE-AND-REMOVE
                       end-if
                   end-if
               end-if
           end-if
       .

      *> Adds WS-NEW-TAG/WS-NEW-IMAGE to the airport's list.
       2050-ADD-ITEM.
           if WS-ITEM-COUNT < WS-MAX-ITEMS
               add 1 to WS-ITEM-COUNT
               move WS-NEW-TAG to WS-ITEM-TAG(WS-ITEM-COUNT)
               move WS-NEW-IMAGE to WS-ITEM-IMAGE(WS-ITEM-COUNT)
               evaluate WS-NEW-TAG
                   when "RWY"
                       add 1 to WS-RWY-TALLY
                   when "ALS"
                       add 1 to WS-ALS-TALLY
                   when "SEA"
                       add 1 to WS-SEA-TALLY
                   when "MTR"
                       add 1 to WS-MTR-TALLY
                   when "RTE"
                       add 1 to WS-RTE-TALLY
               end-evaluate
           else
               move 'Y' to WS-ITEMS-OVERFLOWED
           end-if
       .

       2100-GATHER-AIRPORT-RECORD.
           move 'N' to WS-MASTER-FOUND
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS = "00"
               move WS-PURGE-CODE to MST-AP-CODE
               read AIRPORT-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-MASTER-FOUND
                       move MST-AP-CLOSED-DATE to WS-CLOSED-DATE
                       move MST-AP-COUNTRY to WS-PURGE-COUNTRY
                       move "APT" to WS-NEW-TAG
                       move AIRPORT-MASTER-RECORD to WS-NEW-IMAGE
                       perform 2050-ADD-ITEM
               end-read
               close AIRPORT-MASTER-FILE
           end-if
       .

      *> Looked up the way AIRMAINT validates ap-country -
      *> upper-cased, by country name - so a country found here is
      *> one AIRMAINT will take back on a restore.
       2150-CHECK-AIRPORT-COUNTRY.
           move 'N' to WS-COUNTRY-FOUND
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS = "00"
               move function upper-case(WS-PURGE-COUNTRY)
                   to CTY-COUNTRY-NAME
               read COUNTRY-REFERENCE-FILE
                   key is CTY-COUNTRY-NAME
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-COUNTRY-FOUND
               end-read
               close COUNTRY-REFERENCE-FILE
           end-if
       .

      *> The route master is keyed by carrier/flight/origin, so
      *> the legs touching one airport take a full pass. The
      *> first leg still in effect stops the pass - the airport
      *> is refused whatever else is found.
       2200-GATHER-ROUTE-LEGS.
           open input ROUTE-MASTER-FILE
           if WS-ROUTE-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read ROUTE-MASTER-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if RTE-ORIGIN = WS-PURGE-CODE
                                   or RTE-DEST = WS-PURGE-CODE
                               perform 2210-CHECK-ONE-LEG
                           end-if
                   end-read
               end-perform
               close ROUTE-MASTER-FILE
           end-if
       .

       2210-CHECK-ONE-LEG.
           if RTE-DISC-DATE = 0 or RTE-DISC-DATE > WS-RUN-DATE
               move 'Y' to WS-AIRPORT-BLOCKED
               move RTE-ROUTE-KEY to WS-BLOCKING-LEG
               move 'Y' to WS-EOF-SWITCH
           else
               move "RTE" to WS-NEW-TAG
               move spaces to WS-NEW-IMAGE
               move ROUTE-MASTER-RECORD to WS-NEW-IMAGE(1:50)
               perform 2050-ADD-ITEM
           end-if
       .

      *> The child files are optional the way they are everywhere
      *> else in the library - one that is not there has nothing
      *> of this airport's on it.
       2300-GATHER-RUNWAYS.
           open input RUNWAY-DETAIL-FILE
           if WS-RUNWAY-FILE-STATUS = "00"
               move WS-PURGE-CODE to RWY-AP-CODE
               move low-values to RWY-IDENT
               move 'N' to WS-EOF-SWITCH
               start RUNWAY-DETAIL-FILE
                   key is greater than or equal RWY-RUNWAY-KEY
                   invalid key
                       move 'Y' to WS-EOF-SWITCH
               end-start
               perform until WS-EOF
                   read RUNWAY-DETAIL-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if RWY-AP-CODE = WS-PURGE-CODE
                               move "RWY" to WS-NEW-TAG
                               move RUNWAY-DETAIL-RECORD
                                   to WS-NEW-IMAGE
                               perform 2050-ADD-ITEM
                           else
                               move 'Y' to WS-EOF-SWITCH
                           end-if
                   end-read
               end-perform
               close RUNWAY-DETAIL-FILE
           end-if
       .

      *> Keyed by the 3-letter code, so a full pass.
       2400-GATHER-ALIASES.
           open input ALIAS-XREF-FILE
           if WS-ALIAS-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read ALIAS-XREF-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if XRF-AP-CODE = WS-PURGE-CODE
                               move "ALS" to WS-NEW-TAG
                               move ALIAS-XREF-RECORD
                                   to WS-NEW-IMAGE
                               perform 2050-ADD-ITEM
                           end-if
                   end-read
               end-perform
               close ALIAS-XREF-FILE
           end-if
       .

       2500-GATHER-SEASON-RULE.
           open input SEASONAL-RULE-FILE
           if WS-SEASONAL-FILE-STATUS = "00"
               move WS-PURGE-CODE to SEA-AP-CODE
               read SEASONAL-RULE-FILE
                   invalid key
                       continue
                   not invalid key
                       move "SEA" to WS-NEW-TAG
                       move SEASONAL-RULE-RECORD to WS-NEW-IMAGE
                       perform 2050-ADD-ITEM
               end-read
               close SEASONAL-RULE-FILE
           end-if
       .

      *> Keyed by city code first, so a full pass.
       2600-GATHER-METRO-MEMBERS.
           open input METRO-GROUP-FILE
           if WS-METRO-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read METRO-GROUP-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if MTR-AP-CODE = WS-PURGE-CODE
                               move "MTR" to WS-NEW-TAG
                               move METRO-GROUP-RECORD
                                   to WS-NEW-IMAGE
                               perform 2050-ADD-ITEM
                           end-if
                   end-read
               end-perform
               close METRO-GROUP-FILE
           end-if
       .

      *> Everything is on the archive before the first delete.
      *> Children go before the airport record (entry 1), so a
      *> delete that fails part way never leaves a child pointing
      *> at an airport that is gone.
       2700-ARCHIVE-AND-REMOVE.
           move 'N' to WS-DELETE-FAILED
           perform varying WS-ITEM-IDX from 1 by 1
                   until WS-ITEM-IDX > WS-ITEM-COUNT
                      or A-DELETE-FAILED
               perform 2710-ARCHIVE-ONE-ITEM
           end-perform

           if not A-DELETE-FAILED
               perform varying WS-ITEM-IDX from 2 by 1
                       until WS-ITEM-IDX > WS-ITEM-COUNT
                          or A-DELETE-FAILED
                   perform 2720-REMOVE-ONE-CHILD
               end-perform
           end-if
           if not A-DELETE-FAILED
               perform 2730-REMOVE-THE-AIRPORT
           end-if

           move spaces to WS-DETAIL-LINE
           move WS-PURGE-CODE to DTL-KEY
           if A-DELETE-FAILED
               move "FAILED" to DTL-TAG
               if WS-FAILED-TAG = "ARC"
                   move "HISTORY ARCHIVE WRITE FAILED - NOTHING REMOVED"
                       to DTL-DETAIL
               else
                   string "REMOVING " delimited by size
                       WS-FAILED-TAG delimited by size
                       " RETURNED STATUS " delimited by size
                       WS-FAILED-STATUS delimited by size
                       " - RUN STOPPED" delimited by size
                       into DTL-DETAIL
                   end-string
               end-if
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-FAILED-COUNT
               move 'Y' to WS-RUN-FAILED
           else
               move "PURGED" to DTL-TAG
               move WS-CLOSED-DATE to PGD-CLOSED-DATE
               move WS-RWY-TALLY to PGD-RWY
               move WS-ALS-TALLY to PGD-ALS
               move WS-SEA-TALLY to PGD-SEA
               move WS-MTR-TALLY to PGD-MTR
               move WS-RTE-TALLY to PGD-RTE
               move WS-PURGED-DETAIL to DTL-DETAIL
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-PURGED-COUNT
           end-if
       .

       2710-ARCHIVE-ONE-ITEM.
           move WS-PURGE-TIMESTAMP to HST-PURGE-TIMESTAMP
           move WS-PURGE-CODE to HST-AP-CODE
           move WS-ITEM-TAG(WS-ITEM-IDX) to HST-TAG
           move WS-ITEM-IMAGE(WS-ITEM-IDX) to HST-IMAGE
           write HISTORY-ARCHIVE-RECORD
           if WS-ARCHIVE-FILE-STATUS = "00"
               add 1 to WS-ARCHIVED-COUNT
           else
               move 'Y' to WS-DELETE-FAILED
               move "ARC" to WS-FAILED-TAG
               move WS-ARCHIVE-FILE-STATUS to WS-FAILED-STATUS
           end-if
       .

       2720-REMOVE-ONE-CHILD.
           move 'D' to CALL-FUNCTION
           move spaces to CALL-FILE-STATUS
           evaluate WS-ITEM-TAG(WS-ITEM-IDX)
               when "RWY"
                   move WS-ITEM-IMAGE(WS-ITEM-IDX) to CALL-RUNWAY-REC
                   call "AIRWMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-RUNWAY-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when "ALS"
                   move WS-ITEM-IMAGE(WS-ITEM-IDX) to CALL-ALIAS-REC
                   call "AIRXMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-ALIAS-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when "SEA"
                   move WS-ITEM-IMAGE(WS-ITEM-IDX) to CALL-SEASON-REC
                   call "AIRSMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-SEASON-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when "MTR"
                   move WS-ITEM-IMAGE(WS-ITEM-IDX) to CALL-METRO-REC
                   call "AIRMMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-METRO-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when "RTE"
                   move WS-ITEM-IMAGE(WS-ITEM-IDX) to CALL-ROUTE-REC
                   call "AIRRMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-ROUTE-REC
                           by reference CALL-FILE-STATUS
                           by reference CALL-CALLER-DEPT
                   end-call
           end-evaluate

           if CALL-FILE-STATUS not = '00'
               move 'Y' to WS-DELETE-FAILED
               move WS-ITEM-TAG(WS-ITEM-IDX) to WS-FAILED-TAG
               move CALL-FILE-STATUS to WS-FAILED-STATUS
           end-if
       .

       2730-REMOVE-THE-AIRPORT.
           move 'D' to CALL-FUNCTION
           move spaces to CALL-FILE-STATUS
           move WS-ITEM-IMAGE(1) to CALL-AIRPORT-REC
           call "AIRMAINT" using
                   by value     CALL-FUNCTION
                   by reference CALL-AIRPORT-REC
                   by reference CALL-FILE-STATUS
                   by reference CALL-CALLER-DEPT
           end-call

           if CALL-FILE-STATUS not = '00'
               move 'Y' to WS-DELETE-FAILED
               move "APT" to WS-FAILED-TAG
               move CALL-FILE-STATUS to WS-FAILED-STATUS
           end-if
       .

       7100-WRITE-DETAIL-LINE.
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "CLOSED AIRPORTS:" to TOT-LABEL
           move WS-CLOSED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "PAST RETENTION:" to TOT-LABEL
           move WS-CANDIDATE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "AIRPORTS PURGED:" to TOT-LABEL
           move WS-PURGED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "AIRPORTS REFUSED:" to TOT-LABEL
           move WS-REFUSED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "AIRPORTS FAILED:" to TOT-LABEL
           move WS-FAILED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "RECORDS ARCHIVED:" to TOT-LABEL
           move WS-ARCHIVED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRPURGE.
