      *> ---------------------------------------------------------
      *> AIRINTEG - Nightly cross-file referential integrity sweep
      *>
      *> AIRVALID checks the master against the feed and AIRRPLAU
      *> checks route endpoints, but nothing re-checked the runway
      *> detail (AIRWMNT), IATA alias (AIRXMNT) or seasonal rule
      *> (AIRSMNT) files once records were on them - an AIRMAINT
      *> 'D' leaves the deleted airport's children behind. This
      *> sweep walks all six files against the airport master and
      *> writes one worklist for the data stewards to AIRINTEG.RPT:
      *>   ORPHRWY  - a runway record whose ap-code is not on the
      *>              airport master
      *>   ORPHALIAS- an alias pointing at an ap-code not on the
      *>              airport master
      *>   ORPHSEAS - a seasonal rule for an ap-code not on the
      *>              airport master
      *>   ORPHRTE  - a route leg with an endpoint not on the
      *>              airport master
      *>   ORPHMETRO- a metro area group member (AIRMMNT) that is
      *>              not on the airport master
      *>   CLOSEDRTE- a route leg still in effect (no discontinue
      *>              date, or one after the run date) into or out
      *>              of an airport with MST-AP-STATUS 'X'
      *>   NORUNWAY - an active airport with no runway records
      *>   NOALIAS  - an active airport with no IATA alias
      *>   NOSEASON - an active airport with no seasonal rule
      *>              when another airport in the same ap-country
      *>              (compared upper-cased) has one
      *> and ends with a count per exception class.
      *>
      *> Any of the five child files may be missing at run time,
      *> the way they are optional everywhere else in the library;
      *> the report says so and the checks that need that file
      *> are skipped rather than flagging every airport. The
      *> airport master itself is required. Read-only.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRINTEG.

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
               access mode is dynamic
               record key is XRF-IATA-CODE
               file status is WS-ALIAS-FILE-STATUS.

           select SEASONAL-RULE-FILE assign to "AIRSEAS"
               organization is indexed
               access mode is dynamic
               record key is SEA-AP-CODE
               file status is WS-SEASONAL-FILE-STATUS.

           select ROUTE-MASTER-FILE assign to "AIRROUTE"
               organization is indexed
               access mode is sequential
               record key is RTE-ROUTE-KEY
               file status is WS-ROUTE-FILE-STATUS.

           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is sequential
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

           select AIRINTEG-REPORT assign to "AIRINTEG.RPT"
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

       FD  ROUTE-MASTER-FILE.
       copy "AIRRREC.cpy".

       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       FD  AIRINTEG-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-RUNWAY-FILE-STATUS       PIC XX.
       01  WS-ALIAS-FILE-STATUS        PIC XX.
       01  WS-SEASONAL-FILE-STATUS     PIC XX.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-RUNWAY-FILE-OPEN         PIC X VALUE 'N'.
           88  RUNWAY-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-ALIAS-FILE-OPEN          PIC X VALUE 'N'.
           88  ALIAS-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-SEASONAL-FILE-OPEN       PIC X VALUE 'N'.
           88  SEASONAL-FILE-IS-OPEN   VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-RUN-DATE                 PIC 9(8).

      *> Outcome of 2900-READ-MASTER for WS-CHECK-CODE.
       01  WS-MASTER-FOUND             PIC X.
           88  MASTER-WAS-FOUND        VALUE 'Y'.
       01  WS-CHECK-CODE               PIC X(4).
       01  WS-CHECK-END                PIC X(6).
      *> Runway records arrive in ap-code order, so one master
      *> read answers for every runway of the same airport.
       01  WS-LAST-RWY-CODE            PIC X(4).
       01  WS-LAST-RWY-FOUND           PIC X.

      *> The alias file is keyed by the 3-letter code, so "does
      *> this airport have an alias" is answered from one load of
      *> the small cross-reference into a table, the same way
      *> AIRWEXTR collects its IATA_ALIASES column.
       01  WS-MAX-ALIASES              PIC 9(5) VALUE 5000.
       01  WS-ALIAS-COUNT              PIC 9(5) VALUE 0.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY  OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ALIAS-COUNT
                   INDEXED BY WS-ALIAS-IDX.
               07  WS-ALIAS-IATA       PIC X(3).
               07  WS-ALIAS-AP-CODE    PIC X(4).
       01  WS-ALIAS-CAP-WARNED         PIC X VALUE 'N'.
           88  ALIAS-CAP-WAS-WARNED    VALUE 'Y'.
       01  WS-HAS-ALIAS                PIC X.
           88  AIRPORT-HAS-ALIAS       VALUE 'Y'.

      *> Every ap-country (upper-cased) with at least one airport
      *> on the seasonal rule file, gathered while the rule file
      *> is checked for orphans.
       01  WS-MAX-SEAS-COUNTRIES       PIC 9(3) VALUE 500.
       01  WS-SEAS-COUNTRY-COUNT       PIC 9(3) VALUE 0.
       01  WS-SEAS-COUNTRY-TABLE.
           05  WS-SEAS-COUNTRY OCCURS 500 TIMES
                   INDEXED BY WS-SEAS-CTRY-IDX
                   PIC X(20).
       01  WS-COUNTRY-WORK             PIC X(20).
       01  WS-COUNTRY-SEEN             PIC X.
           88  COUNTRY-WAS-SEEN        VALUE 'Y'.

       01  WS-HAS-RUNWAY               PIC X.
           88  AIRPORT-HAS-RUNWAY      VALUE 'Y'.

       01  WS-AIRPORT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
       01  WS-ORPH-RWY-COUNT           PIC 9(7) VALUE 0.
       01  WS-ORPH-ALIAS-COUNT         PIC 9(7) VALUE 0.
       01  WS-ORPH-SEAS-COUNT          PIC 9(7) VALUE 0.
       01  WS-ORPH-RTE-COUNT           PIC 9(7) VALUE 0.
       01  WS-ORPH-METRO-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLOSED-RTE-COUNT         PIC 9(7) VALUE 0.
       01  WS-NORUNWAY-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOALIAS-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOSEASON-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(10).
           05  DTL-KEY                 PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-DETAIL              PIC X(56).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE to WS-RUN-DATE
           open output AIRINTEG-REPORT
           move "CROSS-FILE REFERENTIAL INTEGRITY REPORT"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE

           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
               move "AIRPORT MASTER WOULD NOT OPEN - NO SWEEP RUN"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           else
               perform 0100-OPEN-CHILD-FILES
               perform 1000-CHECK-RUNWAY-FILE
               perform 1500-CHECK-ALIAS-FILE
               perform 2000-CHECK-SEASONAL-FILE
               perform 2500-CHECK-ROUTE-FILE
               perform 2700-CHECK-METRO-FILE
               perform 3000-CHECK-ACTIVE-AIRPORTS
               perform 0300-CLOSE-CHILD-FILES
               close AIRPORT-MASTER-FILE
           end-if

           perform 8000-WRITE-TOTALS
           close AIRINTEG-REPORT
           display "AIRINTEG: " WS-AIRPORT-COUNT " airport(s), "
               WS-EXCEPTION-COUNT " exception(s)"
           goback
       .

      *> The route master and metro group file are opened and
      *> closed inside their own passes; the alias file is loaded
      *> into a table and closed straight away. The runway and
      *> seasonal files stay open for the per-airport checks at
      *> the end.
       0100-OPEN-CHILD-FILES.
           move 'N' to WS-RUNWAY-FILE-OPEN
           open input RUNWAY-DETAIL-FILE
           if WS-RUNWAY-FILE-STATUS = "00"
               move 'Y' to WS-RUNWAY-FILE-OPEN
           else
               move "RUNWAY FILE NOT AVAILABLE - CHECKS SKIPPED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if

           move 'N' to WS-ALIAS-FILE-OPEN
           open input ALIAS-XREF-FILE
           if WS-ALIAS-FILE-STATUS = "00"
               move 'Y' to WS-ALIAS-FILE-OPEN
           else
               move "ALIAS FILE NOT AVAILABLE - CHECKS SKIPPED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if

           move 'N' to WS-SEASONAL-FILE-OPEN
           open input SEASONAL-RULE-FILE
           if WS-SEASONAL-FILE-STATUS = "00"
               move 'Y' to WS-SEASONAL-FILE-OPEN
           else
               move "SEASONAL FILE NOT AVAILABLE - CHECKS SKIPPED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if
       .

       0300-CLOSE-CHILD-FILES.
           if RUNWAY-FILE-IS-OPEN
               close RUNWAY-DETAIL-FILE
           end-if
           if SEASONAL-FILE-IS-OPEN
               close SEASONAL-RULE-FILE
           end-if
       .

       1000-CHECK-RUNWAY-FILE.
           if RUNWAY-FILE-IS-OPEN
               move spaces to WS-LAST-RWY-CODE
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read RUNWAY-DETAIL-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 1100-CHECK-ONE-RUNWAY
                   end-read
               end-perform
           end-if
       .

       1100-CHECK-ONE-RUNWAY.
           if RWY-AP-CODE not = WS-LAST-RWY-CODE
               move RWY-AP-CODE to WS-LAST-RWY-CODE
               move RWY-AP-CODE to WS-CHECK-CODE
               perform 2900-READ-MASTER
               move WS-MASTER-FOUND to WS-LAST-RWY-FOUND
           end-if
           if WS-LAST-RWY-FOUND not = 'Y'
               move spaces to WS-DETAIL-LINE
               move "ORPHRWY" to DTL-TAG
               string RWY-AP-CODE delimited by size
                   " " delimited by size
                   RWY-IDENT delimited by size
                   into DTL-KEY
               end-string
               move "RUNWAY FOR AN AP-CODE NOT ON THE AIRPORT MASTER"
                   to DTL-DETAIL
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-ORPH-RWY-COUNT
           end-if
       .

      *> Loads the whole cross-reference into WS-ALIAS-TABLE for
      *> the NOALIAS check, reporting orphans on the way past.
       1500-CHECK-ALIAS-FILE.
           move 0 to WS-ALIAS-COUNT
           if ALIAS-FILE-IS-OPEN
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read ALIAS-XREF-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 1600-CHECK-ONE-ALIAS
                   end-read
               end-perform
               close ALIAS-XREF-FILE
           end-if
       .

       1600-CHECK-ONE-ALIAS.
           if WS-ALIAS-COUNT < WS-MAX-ALIASES
               add 1 to WS-ALIAS-COUNT
               move XRF-IATA-CODE to WS-ALIAS-IATA(WS-ALIAS-COUNT)
               move XRF-AP-CODE to WS-ALIAS-AP-CODE(WS-ALIAS-COUNT)
           else
               if not ALIAS-CAP-WAS-WARNED
                   display "AIRINTEG: more than " WS-MAX-ALIASES
                       " aliases, NOALIAS only checks the first "
                       WS-MAX-ALIASES
                   move 'Y' to WS-ALIAS-CAP-WARNED
               end-if
           end-if

           move XRF-AP-CODE to WS-CHECK-CODE
           perform 2900-READ-MASTER
           if not MASTER-WAS-FOUND
               move spaces to WS-DETAIL-LINE
               move "ORPHALIAS" to DTL-TAG
               string XRF-IATA-CODE delimited by size
                   " -> " delimited by size
                   XRF-AP-CODE delimited by size
                   into DTL-KEY
               end-string
               move "ALIAS FOR AN AP-CODE NOT ON THE AIRPORT MASTER"
                   to DTL-DETAIL
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-ORPH-ALIAS-COUNT
           end-if
       .

      *> Orphan rules are reported; every rule whose airport is on
      *> the master puts that airport's country on the list of
      *> countries that observe a season somewhere.
       2000-CHECK-SEASONAL-FILE.
           move 0 to WS-SEAS-COUNTRY-COUNT
           if SEASONAL-FILE-IS-OPEN
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read SEASONAL-RULE-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 2100-CHECK-ONE-RULE
                   end-read
               end-perform
           end-if
       .

       2100-CHECK-ONE-RULE.
           move SEA-AP-CODE to WS-CHECK-CODE
           perform 2900-READ-MASTER
           if MASTER-WAS-FOUND
               move function upper-case(MST-AP-COUNTRY)
                   to WS-COUNTRY-WORK
               perform 2200-FIND-SEASON-COUNTRY
               if not COUNTRY-WAS-SEEN
                       and WS-SEAS-COUNTRY-COUNT
                           < WS-MAX-SEAS-COUNTRIES
                   add 1 to WS-SEAS-COUNTRY-COUNT
                   move WS-COUNTRY-WORK
                       to WS-SEAS-COUNTRY(WS-SEAS-COUNTRY-COUNT)
               end-if
           else
               move spaces to WS-DETAIL-LINE
               move "ORPHSEAS" to DTL-TAG
               move SEA-AP-CODE to DTL-KEY
               move "SEASONAL RULE FOR AN AP-CODE NOT ON THE MASTER"
                   to DTL-DETAIL
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-ORPH-SEAS-COUNT
           end-if
       .

       2200-FIND-SEASON-COUNTRY.
           move 'N' to WS-COUNTRY-SEEN
           perform varying WS-SEAS-CTRY-IDX from 1 by 1
                   until WS-SEAS-CTRY-IDX > WS-SEAS-COUNTRY-COUNT
                      or COUNTRY-WAS-SEEN
               if WS-SEAS-COUNTRY(WS-SEAS-CTRY-IDX) = WS-COUNTRY-WORK
                   move 'Y' to WS-COUNTRY-SEEN
               end-if
           end-perform
       .

       2500-CHECK-ROUTE-FILE.
           open input ROUTE-MASTER-FILE
           if WS-ROUTE-FILE-STATUS not = "00"
               move "ROUTE MASTER NOT AVAILABLE - CHECKS SKIPPED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read ROUTE-MASTER-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           move RTE-ORIGIN to WS-CHECK-CODE
                           move "ORIGIN" to WS-CHECK-END
                           perform 2600-CHECK-ROUTE-ENDPOINT
                           move RTE-DEST to WS-CHECK-CODE
                           move "DEST  " to WS-CHECK-END
                           perform 2600-CHECK-ROUTE-ENDPOINT
                   end-read
               end-perform
               close ROUTE-MASTER-FILE
           end-if
       .

      *> A discontinued leg into a closed airport is history, not
      *> an exception; one still in effect is.
       2600-CHECK-ROUTE-ENDPOINT.
           perform 2900-READ-MASTER
           move spaces to WS-DETAIL-LINE
           string RTE-CARRIER delimited by size
               RTE-FLIGHT-NBR delimited by size
               " " delimited by size
               RTE-ORIGIN delimited by size
               into DTL-KEY
           end-string
           if not MASTER-WAS-FOUND
               move "ORPHRTE" to DTL-TAG
               string WS-CHECK-END delimited by size
                   " " delimited by size
                   WS-CHECK-CODE delimited by size
                   " NOT ON THE AIRPORT MASTER" delimited by size
                   into DTL-DETAIL
               end-string
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-ORPH-RTE-COUNT
           else
               if MST-AP-STATUS = 'X'
                       and (RTE-DISC-DATE = 0
                            or RTE-DISC-DATE > WS-RUN-DATE)
                   move "CLOSEDRTE" to DTL-TAG
                   string WS-CHECK-END delimited by size
                       " " delimited by size
                       WS-CHECK-CODE delimited by size
                       " CLOSED " delimited by size
                       MST-AP-CLOSED-DATE delimited by size
                       ", LEG STILL SCHEDULED" delimited by size
                       into DTL-DETAIL
                   end-string
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-CLOSED-RTE-COUNT
               end-if
           end-if
       .

      *> The metro group file is optional the way it is for
      *> AIRCODE and AIRRCONN; a site with no city codes simply
      *> has nothing to check here.
       2700-CHECK-METRO-FILE.
           open input METRO-GROUP-FILE
           if WS-METRO-FILE-STATUS not = "00"
               move "METRO GROUP FILE NOT AVAILABLE - CHECKS SKIPPED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read METRO-GROUP-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 2800-CHECK-ONE-MEMBER
                   end-read
               end-perform
               close METRO-GROUP-FILE
           end-if
       .

       2800-CHECK-ONE-MEMBER.
           move MTR-AP-CODE to WS-CHECK-CODE
           perform 2900-READ-MASTER
           if not MASTER-WAS-FOUND
               move spaces to WS-DETAIL-LINE
               move "ORPHMETRO" to DTL-TAG
               string MTR-METRO-CODE delimited by size
                   " -> " delimited by size
                   MTR-AP-CODE delimited by size
                   into DTL-KEY
               end-string
               move "CITY MEMBER FOR AN AP-CODE NOT ON THE MASTER"
                   to DTL-DETAIL
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-ORPH-METRO-COUNT
           end-if
       .

      *> Random read of WS-CHECK-CODE; the record is left in the
      *> FD buffer when found.
       2900-READ-MASTER.
           move 'Y' to WS-MASTER-FOUND
           move WS-CHECK-CODE to MST-AP-CODE
           read AIRPORT-MASTER-FILE
               invalid key
                   move 'N' to WS-MASTER-FOUND
           end-read
       .

      *> One sequential pass of the master for the gap checks on
      *> active airports (status space or 'A').
       3000-CHECK-ACTIVE-AIRPORTS.
           move low-values to MST-AP-CODE
           move 'N' to WS-EOF-SWITCH
           start AIRPORT-MASTER-FILE
               key is greater than or equal MST-AP-CODE
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start
           perform until WS-EOF
               read AIRPORT-MASTER-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-AIRPORT-COUNT
                       if MST-AP-STATUS not = 'X'
                           add 1 to WS-ACTIVE-COUNT
                           perform 3100-CHECK-ONE-AIRPORT
                       end-if
               end-read
           end-perform
       .

       3100-CHECK-ONE-AIRPORT.
           if RUNWAY-FILE-IS-OPEN
               perform 3200-FIND-A-RUNWAY
               if not AIRPORT-HAS-RUNWAY
                   move spaces to WS-DETAIL-LINE
                   move "NORUNWAY" to DTL-TAG
                   move MST-AP-CODE to DTL-KEY
                   move "ACTIVE AIRPORT WITH NO RUNWAY RECORDS"
                       to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-NORUNWAY-COUNT
               end-if
           end-if

           if ALIAS-FILE-IS-OPEN
               move 'N' to WS-HAS-ALIAS
               perform varying WS-ALIAS-IDX from 1 by 1
                       until WS-ALIAS-IDX > WS-ALIAS-COUNT
                          or AIRPORT-HAS-ALIAS
                   if WS-ALIAS-AP-CODE(WS-ALIAS-IDX) = MST-AP-CODE
                       move 'Y' to WS-HAS-ALIAS
                   end-if
               end-perform
               if not AIRPORT-HAS-ALIAS
                   move spaces to WS-DETAIL-LINE
                   move "NOALIAS" to DTL-TAG
                   move MST-AP-CODE to DTL-KEY
                   move "ACTIVE AIRPORT WITH NO IATA ALIAS"
                       to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-NOALIAS-COUNT
               end-if
           end-if

           if SEASONAL-FILE-IS-OPEN
               perform 3300-CHECK-SEASON-GAP
           end-if
       .

      *> Key-range probe of the runway children, the same START
      *> AIRWEXTR's 2200-SUMMARIZE-RUNWAYS uses; one record is
      *> enough.
       3200-FIND-A-RUNWAY.
           move 'N' to WS-HAS-RUNWAY
           move MST-AP-CODE to RWY-AP-CODE
           move low-values to RWY-IDENT
           start RUNWAY-DETAIL-FILE
               key is greater than or equal RWY-RUNWAY-KEY
               invalid key
                   continue
               not invalid key
                   read RUNWAY-DETAIL-FILE next record
                       at end
                           continue
                       not at end
                           if RWY-AP-CODE = MST-AP-CODE
                               move 'Y' to WS-HAS-RUNWAY
                           end-if
                   end-read
           end-start
       .

       3300-CHECK-SEASON-GAP.
           move MST-AP-CODE to SEA-AP-CODE
           read SEASONAL-RULE-FILE
               invalid key
                   move function upper-case(MST-AP-COUNTRY)
                       to WS-COUNTRY-WORK
                   perform 2200-FIND-SEASON-COUNTRY
                   if COUNTRY-WAS-SEEN
                       move spaces to WS-DETAIL-LINE
                       move "NOSEASON" to DTL-TAG
                       move MST-AP-CODE to DTL-KEY
                       string "NO SEASONAL RULE, OTHERS IN "
                               delimited by size
                           function trim(MST-AP-COUNTRY)
                               delimited by size
                           " HAVE ONE" delimited by size
                           into DTL-DETAIL
                       end-string
                       perform 7100-WRITE-DETAIL-LINE
                       add 1 to WS-NOSEASON-COUNT
                   end-if
           end-read
       .

       7100-WRITE-DETAIL-LINE.
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           add 1 to WS-EXCEPTION-COUNT
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "AIRPORTS READ:" to TOT-LABEL
           move WS-AIRPORT-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ACTIVE AIRPORTS:" to TOT-LABEL
           move WS-ACTIVE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ORPHAN RUNWAYS:" to TOT-LABEL
           move WS-ORPH-RWY-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ORPHAN ALIASES:" to TOT-LABEL
           move WS-ORPH-ALIAS-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ORPHAN SEASON RULES:" to TOT-LABEL
           move WS-ORPH-SEAS-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ORPHAN ROUTE ENDS:" to TOT-LABEL
           move WS-ORPH-RTE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ORPHAN CITY MEMBERS:" to TOT-LABEL
           move WS-ORPH-METRO-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "LEGS INTO CLOSED:" to TOT-LABEL
           move WS-CLOSED-RTE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NO RUNWAY RECORDS:" to TOT-LABEL
           move WS-NORUNWAY-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NO IATA ALIAS:" to TOT-LABEL
           move WS-NOALIAS-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NO SEASONAL RULE:" to TOT-LABEL
           move WS-NOSEASON-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "TOTAL EXCEPTIONS:" to TOT-LABEL
           move WS-EXCEPTION-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRINTEG.
