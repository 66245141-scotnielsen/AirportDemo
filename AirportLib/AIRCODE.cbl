      *>         search text against ap-city and ap-country,
      *>         matches returned in lnk-matched-codes-array
      *>   'D' - distance between lnk-airport1 and lnk-airport2,
      *>         returned in lnk-distance-result (km and miles);
      *>         for a city code, every member pairing as well
      *>         (see below)
      *>   'I' - multi-leg itinerary total distance; ordered
      *>         ap-codes in lnk-ext-itin-codes (lnk-ext-itin-count
      *>         of them), summed km/miles returned in
      *>         total is small enough to fit its 5-digit display
      *>         width (status '26' if it is not - the ext-block
      *>         fields are then the only accurate total)
      *>   'Z' - tariff zone classification; the distance of the
      *>         lnk-airport1/lnk-airport2 pair exactly as 'D'
      *>         answers it or, when lnk-airport1 is spaces, the
      *>         itinerary total exactly as 'I' answers it, plus
      *>         the zone revenue accounting prices that mileage
      *>         in (the AIRZONE file AIRZMNT maintains) in
      *>         lnk-ext-tariff-zone. The bands in force on
      *>         lnk-ext-travel-date (today's when that is zero)
      *>         for the two end airports' countries come first,
      *>         then the same pair the other way round, then the
      *>         generic bands. For a city code the first pairing
      *>         is the one classified. Requires lnk-ext-block
      *>   'T' - flight time estimate; lnk-ext-distance-miles and
      *>         lnk-ext-cruise-speed in, lnk-ext-flight-hours and
      *>         lnk-ext-flight-minutes out
      *>         '20'
      *>
      *> lnk-ext-block (optional) also returns lnk-ext-timezone-offset
      *> (hours from UTC) after a successful 'L' lookup, and the
      *> tariff zone in lnk-ext-tariff-zone after every 'D' or 'I'
      *> that returns a distance - the same classification 'Z'
      *> makes, spaces when no band covers it. Like the alias
      *> file, AIRZONE (and the AIRCTRY country reference that
      *> turns an ap-country into the code the bands are keyed
      *> by) is optional at run time: without it 'D'/'I' simply
      *> return no zone.
      *>
      *> A 3-letter IATA code (three non-space characters, fourth
      *> space) in lnk-airport1/lnk-airport2 - or in an itinerary
      *> audit record carries both the input as entered and the
      *> ap-code it resolved to.
      *>
      *> A 3-letter code that is not an alias but is a city code
      *> on the AIRMETRO metro area group file (maintained by
      *> AIRMMNT) stands for every member airport of that city -
      *> LON for Heathrow, Gatwick, Stansted and the rest. Given
      *> one for either end, 'D' and 'A' answer every origin/
      *> destination pairing of member airports (a pair that is
      *> the same airport, or has an end not on the master, is
      *> skipped) in lnk-matched-codes-array: origin ap-code in
      *> (1:4), destination ap-code in (6:4), then for 'D' the km
      *> in (11:6) and miles in (21:6), for 'A' the local arrival
      *> HHMM in (11:4) and any day offset in (15:2). The usual
      *> single-answer fields carry the first pairing listed.
      *> More than 10 pairings come back '05' with the true count
      *> in lnk-ext-total-matches; no pairing at all is '23'.
      *> Like the alias file, AIRMETRO is optional at run time.
      *>
      *> Closed airports (MST-AP-STATUS 'X') still resolve for
      *> 'L'/'D'/'I'/'N'-centre requests - the answer comes back,
      *> but with lnk-file-status '02' so the caller knows it is
      *>   '02' - completed, but an airport involved is closed
      *>   '04' - no record / no matches found
      *>   '05' - partial match page (more matches exist past what
      *>          was returned; see lnk-ext-total-matches) - also a
      *>          city-code 'D'/'A' with more than 10 pairings
      *>   '10' - invalid lnk-function value
      *>   '20' - invalid input (itinerary too short, missing
      *>          lnk-ext-block, zero cruise speed, no centre
      *>          lnk-ext-min-runway feet
      *>   '42' - serviceability: destination has no such runway
      *>   '43' - serviceability: neither end has one
      *>   '44' - tariff zone: the distance came back but no band
      *>          on the zone file covers it for that date
      *>   '90' - airport master file would not open
      *>   '91' - runway detail file would not open
      *>   '92' - tariff zone: the distance came back but the
      *>          tariff zone file would not open
      *>
      *> Every call is appended to the AIRCODE.AUD audit trail -
      *> function code, the codes passed (plus, for 'I', the
               record key is XRF-IATA-CODE
               file status is WS-ALIAS-FILE-STATUS.

           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is dynamic
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

           select RUNWAY-DETAIL-FILE assign to "AIRRWY"
               organization is indexed
               access mode is dynamic
               record key is SEA-AP-CODE
               file status is WS-SEASON-FILE-STATUS.

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

           select AIRCODE-AUDIT-FILE assign to "AIRCODE.AUD"
               organization is line sequential
               file status is WS-AUDIT-FILE-STATUS.
       FD  ALIAS-XREF-FILE.
       copy "AIRXREC.cpy".

       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       FD  RUNWAY-DETAIL-FILE.
       copy "AIRWREC.cpy".

       FD  SEASONAL-RULE-FILE.
       copy "AIRSREC.cpy".

       FD  TARIFF-ZONE-FILE.
       copy "AIRZREC.cpy".

       FD  COUNTRY-REFERENCE-FILE.
       copy "AIRKREC.cpy".

       FD  AIRCODE-AUDIT-FILE.
       01  WS-AUDIT-LINE                    PIC X(224).

       working-storage section.
      *> Bulk-session state. Working storage survives between
       01  WS-RESOLVED-ITIN-CODES      PIC X(80).
       01  WS-RESOLVED-ITIN-TBL redefines WS-RESOLVED-ITIN-CODES.
           03  WS-RESOLVED-ITIN-CODE   PIC X(4) occurs 20.

      *> City-code expansion. Each endpoint's airports are held
      *> here - the members when the code is a city on AIRMETRO,
      *> otherwise one entry, the code itself - and a city 'D' or
      *> 'A' walks every origin/destination pairing of the two.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-METRO-FILE-OPEN          PIC X VALUE 'N'.
           88  METRO-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-METRO-GIVEN              PIC X VALUE 'N'.
           88  A-METRO-WAS-GIVEN       VALUE 'Y'.
       01  WS-METRO-EOF-SWITCH         PIC X.
           88  METRO-GROUP-IS-DONE     VALUE 'Y'.
       01  WS-EXPAND-SET.
           03  WS-EXPAND-COUNT         PIC 9(2).
           03  WS-EXPAND-CODE          PIC X(4) occurs 10.
       01  WS-ORIGIN-SET.
           03  WS-ORIGIN-COUNT         PIC 9(2).
           03  WS-ORIGIN-MEMBER        PIC X(4) occurs 10.
       01  WS-DEST-SET.
           03  WS-DEST-COUNT           PIC 9(2).
           03  WS-DEST-MEMBER          PIC X(4) occurs 10.
       01  WS-ORIGIN-IDX               PIC 9(2).
       01  WS-DEST-IDX                 PIC 9(2).
       01  WS-PAIR-TOTAL               PIC 9(3).
       01  WS-PAIR-COUNT               PIC 9(2).
       01  WS-FIRST-KM                 USAGE COMP-2.
       01  WS-FIRST-MILES              USAGE COMP-2.
       01  WS-FIRST-ARRIVE             PIC 9(4).
       01  WS-FIRST-DAY-OFFSET         PIC S9.
       01  WS-ARRIVE-EDIT              PIC 9(4).
       01  WS-DAY-OFFSET-EDIT          PIC +9.
       01  WS-RUNWAY-FILE-STATUS       PIC XX.
       01  WS-RWY-CHECK-CODE           PIC X(4).
       01  WS-RWY-END-OK               PIC X.
       01  WS-ORIGIN-EFF-TZ            PIC S9(3).
       01  WS-DEST-EFF-TZ              PIC S9(3).

      *> Tariff zone working fields. The zone and country files
      *> are opened alongside the alias file and are as optional;
      *> the mileage and the two countries are set by whichever
      *> distance calculation ran, ready for the classification.
       01  WS-ZONE-FILE-STATUS         PIC XX.
       01  WS-ZONE-FILE-OPEN           PIC X VALUE 'N'.
           88  ZONE-FILE-IS-OPEN       VALUE 'Y'.
       01  WS-COUNTRY-FILE-STATUS      PIC XX.
       01  WS-COUNTRY-FILE-OPEN        PIC X VALUE 'N'.
           88  COUNTRY-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ZONE-MILES               PIC 9(7).
       01  WS-ZONE-DATE                PIC 9(8).
       01  WS-ZONE-CLOCK               PIC X(21).
       01  WS-ZONE-ORIGIN-NAME         PIC X(20).
       01  WS-ZONE-DEST-NAME           PIC X(20).
       01  WS-ZONE-ORIGIN-ISO2         PIC X(2).
       01  WS-ZONE-DEST-ISO2           PIC X(2).
       01  WS-CTRY-LOOKUP-NAME         PIC X(20).
       01  WS-CTRY-LOOKUP-ISO2         PIC X(2).
       01  WS-SCAN-ORIGIN-CTRY         PIC X(2).
       01  WS-SCAN-DEST-CTRY           PIC X(2).
       01  WS-ZONE-SCAN-DONE           PIC X.
           88  ZONE-SCAN-IS-DONE       VALUE 'Y'.
       01  WS-ZONE-RESULT              PIC X VALUE 'N'.
           88  ZONE-WAS-FOUND          VALUE 'F'.
           88  ZONE-FILE-UNAVAILABLE   VALUE 'U'.
       01  WS-DISTANCE-ANSWERED        PIC X VALUE 'N'.
           88  DISTANCE-WAS-ANSWERED   VALUE 'Y'.

       01  WS-SEARCH-TEXT              PIC X(30).
       01  WS-SEARCH-LEN               PIC 9(2).
       01  WS-MATCH-COUNT              PIC 9(5) VALUE 0.
           03  WS-A1-LONG-DEGS         PIC 9(3).
           03  WS-A1-LONG-MINS         PIC 9(6).
           03  WS-A1-TZ-OFFSET         PIC S9(2).
           03  WS-A1-COUNTRY           PIC X(20).
       01  WS-AIRPORT2-FOUND           PIC X VALUE 'N'.
           88  AIRPORT2-WAS-FOUND      VALUE 'Y'.
       01  WS-A2-COUNTRY               PIC X(20).
       01  WS-LEG-CODE1                PIC X(4).
       01  WS-LEG-CODE2                PIC X(4).
       01  WS-ITIN-TOTAL-KM            USAGE COMP-2.
                   perform 8000-ARRIVAL-TIME-CALC
               when 'G'
                   perform 8500-ENROUTE-ALTERNATE-SEARCH
               when 'Z'
                   perform 9000-TARIFF-ZONE-LOOKUP
               when other
                   move '10' to lnk-file-status
           end-evaluate
               move lnk-ext-caller-dept to AUD-CALLER-DEPT
           end-if

           if EXT-IS-PRESENT and (lnk-function = 'I'
                   or (lnk-function = 'Z' and lnk-airport1 = spaces))
               move lnk-ext-itin-count to AUD-ITIN-COUNT
               perform varying WS-ITIN-IDX from 1 by 1
                       until WS-ITIN-IDX > lnk-ext-itin-count
               move lnk-ext-cruise-speed to AUD-CRUISE-SPEED
           end-if

           move spaces to AUD-TARIFF-ZONE
           if EXT-IS-PRESENT and (lnk-function = 'D'
                   or lnk-function = 'I' or lnk-function = 'Z')
               move lnk-ext-tariff-zone to AUD-TARIFF-ZONE
           end-if

           move WS-AUDIT-DETAIL to WS-AUDIT-LINE

      *> inside a bulk session the audit file is already open in
           if WS-ALIAS-FILE-STATUS = "00"
               move 'Y' to WS-ALIAS-FILE-OPEN
           end-if
           move 'N' to WS-METRO-FILE-OPEN
           open input METRO-GROUP-FILE
           if WS-METRO-FILE-STATUS = "00"
               move 'Y' to WS-METRO-FILE-OPEN
           end-if
           move 'N' to WS-ZONE-FILE-OPEN
           open input TARIFF-ZONE-FILE
           if WS-ZONE-FILE-STATUS = "00"
               move 'Y' to WS-ZONE-FILE-OPEN
           end-if
           move 'N' to WS-COUNTRY-FILE-OPEN
           open input COUNTRY-REFERENCE-FILE
           if WS-COUNTRY-FILE-STATUS = "00"
               move 'Y' to WS-COUNTRY-FILE-OPEN
           end-if
       .

       0200-CLOSE-MASTER-FILE.
           if ALIAS-FILE-IS-OPEN
               close ALIAS-XREF-FILE
           end-if
           if METRO-FILE-IS-OPEN
               close METRO-GROUP-FILE
           end-if
           if ZONE-FILE-IS-OPEN
               close TARIFF-ZONE-FILE
           end-if
           if COUNTRY-FILE-IS-OPEN
               close COUNTRY-REFERENCE-FILE
           end-if
       .

      *> Transparent IATA alias resolution: when WS-ALIAS-WORK is
           end-if
       .

      *> City-code expansion, run after alias resolution: when
      *> WS-ALIAS-WORK is still a 3-character value and the metro
      *> group file has members for it, they replace it in
      *> WS-EXPAND-SET and A-METRO-WAS-GIVEN is set. Anything else
      *> comes back as a one-entry set holding the code as it is.
       0850-EXPAND-METRO-CODE.
           move 1 to WS-EXPAND-COUNT
           move WS-ALIAS-WORK to WS-EXPAND-CODE(1)
           if METRO-FILE-IS-OPEN
                   and WS-ALIAS-WORK(4:1) = space
                   and WS-ALIAS-WORK(1:1) not = space
                   and WS-ALIAS-WORK(2:1) not = space
                   and WS-ALIAS-WORK(3:1) not = space
               move 0 to WS-EXPAND-COUNT
               move WS-ALIAS-WORK(1:3) to MTR-METRO-CODE
               move low-values to MTR-AP-CODE
               move 'N' to WS-METRO-EOF-SWITCH
               start METRO-GROUP-FILE
                   key is greater than or equal MTR-GROUP-KEY
                   invalid key
                       move 'Y' to WS-METRO-EOF-SWITCH
               end-start
               perform until METRO-GROUP-IS-DONE
                   read METRO-GROUP-FILE next record
                       at end
                           move 'Y' to WS-METRO-EOF-SWITCH
                       not at end
                           if MTR-METRO-CODE = WS-ALIAS-WORK(1:3)
                                   and WS-EXPAND-COUNT < 10
                               add 1 to WS-EXPAND-COUNT
                               move MTR-AP-CODE
                                   to WS-EXPAND-CODE(WS-EXPAND-COUNT)
                           else
                               move 'Y' to WS-METRO-EOF-SWITCH
                           end-if
                   end-read
               end-perform
               if WS-EXPAND-COUNT = 0
                   move 1 to WS-EXPAND-COUNT
                   move WS-ALIAS-WORK to WS-EXPAND-CODE(1)
               else
                   move 'Y' to WS-METRO-GIVEN
               end-if
           end-if
       .

      *> Expands both already-resolved ends of a 'D'/'A' request
      *> into WS-ORIGIN-SET and WS-DEST-SET.
       0860-EXPAND-BOTH-ENDS.
           move 'N' to WS-METRO-GIVEN
           move WS-LEG-CODE1 to WS-ALIAS-WORK
           perform 0850-EXPAND-METRO-CODE
           move WS-EXPAND-SET to WS-ORIGIN-SET
           move WS-LEG-CODE2 to WS-ALIAS-WORK
           perform 0850-EXPAND-METRO-CODE
           move WS-EXPAND-SET to WS-DEST-SET
       .

       0150-CHECK-EXT-BLOCK.
           move 'N' to WS-EXT-PRESENT
           move 0 to WS-CURSOR-START
               move WS-ALIAS-WORK to WS-RESOLVED2
           end-if
           move WS-ALIAS-WORK to WS-LEG-CODE2
           perform 0860-EXPAND-BOTH-ENDS
           if A-METRO-WAS-GIVEN
               perform 3300-METRO-PAIR-DISTANCES
           else
               perform 3050-CALC-PAIR-DISTANCE
               perform 3060-RETURN-PAIR-DISTANCE
               move WS-A1-COUNTRY to WS-ZONE-ORIGIN-NAME
               move WS-A2-COUNTRY to WS-ZONE-DEST-NAME
           end-if
           move WS-DISTANCE-MILES-RAW to WS-ZONE-MILES
           perform 9050-CLASSIFY-IF-ANSWERED
       .

       3060-RETURN-PAIR-DISTANCE.
           if not ITIN-LEGS-WERE-OK
               move '23' to lnk-file-status
               move 0 to WS-DISTANCE-KM-EDIT
                   move MST-AP-LONG-DEGS to WS-A1-LONG-DEGS
                   move MST-AP-LONG-MINS to WS-A1-LONG-MINS
                   move MST-AP-TZ-OFFSET to WS-A1-TZ-OFFSET
                   move MST-AP-COUNTRY   to WS-A1-COUNTRY
           end-read

           move WS-LEG-CODE2 to MST-AP-CODE
                   if MST-AP-STATUS = 'X'
                       move 'Y' to WS-CLOSED-SEEN
                   end-if
                   move MST-AP-COUNTRY to WS-A2-COUNTRY
           end-read

           if not AIRPORT1-WAS-FOUND or not AIRPORT2-WAS-FOUND
               WS-DISTANCE-KM-RAW * WS-KM-TO-MILES
       .

      *> City-code distance: every origin member against every
      *> destination member, each answered pairing listed in
      *> lnk-matched-codes-array, and the first one also returned
      *> in lnk-distance-result.
       3300-METRO-PAIR-DISTANCES.
           initialize lnk-matched-codes-array
           move 0 to WS-PAIR-TOTAL
           move 0 to WS-PAIR-COUNT
           perform varying WS-ORIGIN-IDX from 1 by 1
                   until WS-ORIGIN-IDX > WS-ORIGIN-COUNT
               perform varying WS-DEST-IDX from 1 by 1
                       until WS-DEST-IDX > WS-DEST-COUNT
                   move WS-ORIGIN-MEMBER(WS-ORIGIN-IDX)
                       to WS-LEG-CODE1
                   move WS-DEST-MEMBER(WS-DEST-IDX) to WS-LEG-CODE2
                   if WS-LEG-CODE1 not = WS-LEG-CODE2
                       perform 3050-CALC-PAIR-DISTANCE
                       if ITIN-LEGS-WERE-OK
                           perform 3350-STORE-METRO-DISTANCE
                       end-if
                   end-if
               end-perform
           end-perform

           if WS-PAIR-TOTAL = 0
               move 'N' to WS-ITIN-LEGS-OK
           else
               move 'Y' to WS-ITIN-LEGS-OK
               move WS-FIRST-KM to WS-DISTANCE-KM-RAW
               move WS-FIRST-MILES to WS-DISTANCE-MILES-RAW
           end-if
           perform 3060-RETURN-PAIR-DISTANCE
           if WS-PAIR-TOTAL > 0
               perform 3390-SET-METRO-STATUS
           end-if
       .

       3350-STORE-METRO-DISTANCE.
           add 1 to WS-PAIR-TOTAL
           if WS-PAIR-TOTAL = 1
               move WS-DISTANCE-KM-RAW to WS-FIRST-KM
               move WS-DISTANCE-MILES-RAW to WS-FIRST-MILES
               move WS-A1-COUNTRY to WS-ZONE-ORIGIN-NAME
               move WS-A2-COUNTRY to WS-ZONE-DEST-NAME
           end-if
           if WS-PAIR-COUNT < 10
               add 1 to WS-PAIR-COUNT
               perform 3360-PUT-PAIR-CODES
               move WS-DISTANCE-KM-RAW to WS-DISTANCE-KM-EDIT
               move WS-DISTANCE-KM-EDIT
                   to lnk-matched-code(WS-PAIR-COUNT)(11:6)
               move " KM" to lnk-matched-code(WS-PAIR-COUNT)(17:3)
               move WS-DISTANCE-MILES-RAW to WS-DISTANCE-MILES-EDIT
               move WS-DISTANCE-MILES-EDIT
                   to lnk-matched-code(WS-PAIR-COUNT)(21:6)
               move " MI" to lnk-matched-code(WS-PAIR-COUNT)(27:3)
           end-if
       .

       3360-PUT-PAIR-CODES.
           move WS-LEG-CODE1 to lnk-matched-code(WS-PAIR-COUNT)(1:4)
           move WS-LEG-CODE2 to lnk-matched-code(WS-PAIR-COUNT)(6:4)
       .

      *> More pairings than the array holds outranks the closure
      *> flag, the same order the 'G' search gives them.
       3390-SET-METRO-STATUS.
           if EXT-IS-PRESENT
               move WS-PAIR-TOTAL to lnk-ext-total-matches
           end-if
           evaluate true
               when WS-PAIR-TOTAL > WS-PAIR-COUNT
                   move '05' to lnk-file-status
               when A-CLOSED-AIRPORT-SEEN
                   move '02' to lnk-file-status
               when other
                   move '00' to lnk-file-status
           end-evaluate
       .

       4000-ITINERARY-TOTAL.
           move 'N' to WS-CLOSED-SEEN
           move 0 to WS-ITIN-TOTAL-KM
                       add WS-DISTANCE-KM-RAW to WS-ITIN-TOTAL-KM
                       add WS-DISTANCE-MILES-RAW
                           to WS-ITIN-TOTAL-MILES
                       if WS-ITIN-IDX = 1
                           move WS-A1-COUNTRY to WS-ZONE-ORIGIN-NAME
                       end-if
                       move WS-A2-COUNTRY to WS-ZONE-DEST-NAME
                   end-if
               end-perform

                   end-if
               end-if
           end-if
           move WS-ITIN-TOTAL-MILES to WS-ZONE-MILES
           perform 9050-CLASSIFY-IF-ANSWERED
       .

      *> Estimates flight time from lnk-ext-distance-miles at a
               else
                   perform 8050-OPEN-SEASONAL-RULES
                   perform 8100-RESOLVE-AND-MEASURE
                   evaluate true
                       when A-METRO-WAS-GIVEN
                           perform 8300-METRO-ARRIVAL-TIMES
                       when ITIN-LEGS-WERE-OK
                           perform 8200-CARRY-CLOCK-TO-DEST
                       when other
                           move '23' to lnk-file-status
                   end-evaluate
                   perform 8060-CLOSE-SEASONAL-RULES
               end-if
           end-if
               move WS-ALIAS-WORK to WS-RESOLVED2
           end-if
           move WS-ALIAS-WORK to WS-LEG-CODE2
           perform 0860-EXPAND-BOTH-ENDS
           if not A-METRO-WAS-GIVEN
               perform 3050-CALC-PAIR-DISTANCE
           end-if
       .

      *> After 3050 the FD buffer still holds the destination
           end-if
       .

      *> City-code arrival: the clock carried to every destination
      *> member from every origin member, the same pairing walk
      *> 'D' makes. 8200 leaves each pairing's answer in the
      *> ext-block; the first is put back there at the end.
       8300-METRO-ARRIVAL-TIMES.
           initialize lnk-matched-codes-array
           move 0 to WS-PAIR-TOTAL
           move 0 to WS-PAIR-COUNT
           perform varying WS-ORIGIN-IDX from 1 by 1
                   until WS-ORIGIN-IDX > WS-ORIGIN-COUNT
               perform varying WS-DEST-IDX from 1 by 1
                       until WS-DEST-IDX > WS-DEST-COUNT
                   move WS-ORIGIN-MEMBER(WS-ORIGIN-IDX)
                       to WS-LEG-CODE1
                   move WS-DEST-MEMBER(WS-DEST-IDX) to WS-LEG-CODE2
                   if WS-LEG-CODE1 not = WS-LEG-CODE2
                       perform 3050-CALC-PAIR-DISTANCE
                       if ITIN-LEGS-WERE-OK
                           perform 8200-CARRY-CLOCK-TO-DEST
                           perform 8350-STORE-METRO-ARRIVAL
                       end-if
                   end-if
               end-perform
           end-perform

           if WS-PAIR-TOTAL = 0
               move '23' to lnk-file-status
           else
               move WS-FIRST-ARRIVE to lnk-ext-arrive-time
               move WS-FIRST-DAY-OFFSET to lnk-ext-day-offset
               perform 3390-SET-METRO-STATUS
           end-if
       .

       8350-STORE-METRO-ARRIVAL.
           add 1 to WS-PAIR-TOTAL
           if WS-PAIR-TOTAL = 1
               move lnk-ext-arrive-time to WS-FIRST-ARRIVE
               move lnk-ext-day-offset to WS-FIRST-DAY-OFFSET
           end-if
           if WS-PAIR-COUNT < 10
               add 1 to WS-PAIR-COUNT
               perform 3360-PUT-PAIR-CODES
               move lnk-ext-arrive-time to WS-ARRIVE-EDIT
               move WS-ARRIVE-EDIT
                   to lnk-matched-code(WS-PAIR-COUNT)(11:4)
               if lnk-ext-day-offset not = 0
                   move lnk-ext-day-offset to WS-DAY-OFFSET-EDIT
                   move WS-DAY-OFFSET-EDIT
                       to lnk-matched-code(WS-PAIR-COUNT)(15:2)
               end-if
           end-if
       .

      *> En-route alternate search: every airport within
      *> lnk-ext-corridor-km either side of the great-circle track
      *> between the two endpoints, ordered by along-track
           end-evaluate
       .

      *> Tariff zone classification. 'Z' is the pair or the
      *> itinerary calculation 'D'/'I' already make - which hand
      *> back the zone themselves - with the status telling the
      *> caller why there is no zone when there is none.
       9000-TARIFF-ZONE-LOOKUP.
           if lnk-ext-block is omitted
               move '20' to lnk-file-status
           else
               if lnk-airport1 not = spaces
                   perform 3000-CALC-DISTANCE
               else
                   perform 4000-ITINERARY-TOTAL
               end-if
               if DISTANCE-WAS-ANSWERED
                   evaluate true
                       when ZONE-WAS-FOUND
                           continue
                       when ZONE-FILE-UNAVAILABLE
                           move '92' to lnk-file-status
                       when other
                           move '44' to lnk-file-status
                   end-evaluate
               end-if
           end-if
       .

      *> Run at the end of every 'D'/'I' calculation. Only an
      *> answer that actually carries a mileage is classified -
      *> '26' does, in the ext-block itinerary totals - and the
      *> zone field is cleared either way so a caller reusing
      *> its block never reads a stale zone.
       9050-CLASSIFY-IF-ANSWERED.
           move 'N' to WS-DISTANCE-ANSWERED
           move 'N' to WS-ZONE-RESULT
           if EXT-IS-PRESENT
               move spaces to lnk-ext-tariff-zone
               if lnk-file-status = '00' or lnk-file-status = '02'
                       or lnk-file-status = '05'
                       or lnk-file-status = '26'
                   move 'Y' to WS-DISTANCE-ANSWERED
                   perform 9100-CLASSIFY-TARIFF-ZONE
               end-if
           end-if
       .

      *> The two countries' own bands first, then the pair the
      *> other way round, then the generic bands - the first of
      *> those with a band covering WS-ZONE-MILES on the date
      *> answers. An ap-country the reference does not know (or
      *> no reference file at this site) goes straight to the
      *> generic bands.
       9100-CLASSIFY-TARIFF-ZONE.
           if not ZONE-FILE-IS-OPEN
               move 'U' to WS-ZONE-RESULT
           else
               perform 9110-SET-ZONE-DATE
               move WS-ZONE-ORIGIN-NAME to WS-CTRY-LOOKUP-NAME
               perform 9120-COUNTRY-TO-ISO2
               move WS-CTRY-LOOKUP-ISO2 to WS-ZONE-ORIGIN-ISO2
               move WS-ZONE-DEST-NAME to WS-CTRY-LOOKUP-NAME
               perform 9120-COUNTRY-TO-ISO2
               move WS-CTRY-LOOKUP-ISO2 to WS-ZONE-DEST-ISO2

               if WS-ZONE-ORIGIN-ISO2 not = spaces
                       and WS-ZONE-DEST-ISO2 not = spaces
                   move WS-ZONE-ORIGIN-ISO2 to WS-SCAN-ORIGIN-CTRY
                   move WS-ZONE-DEST-ISO2 to WS-SCAN-DEST-CTRY
                   perform 9150-SCAN-ZONE-PAIR
                   if not ZONE-WAS-FOUND
                           and WS-ZONE-ORIGIN-ISO2
                               not = WS-ZONE-DEST-ISO2
                       move WS-ZONE-DEST-ISO2 to WS-SCAN-ORIGIN-CTRY
                       move WS-ZONE-ORIGIN-ISO2 to WS-SCAN-DEST-CTRY
                       perform 9150-SCAN-ZONE-PAIR
                   end-if
               end-if
               if not ZONE-WAS-FOUND
                   move spaces to WS-SCAN-ORIGIN-CTRY
                   move spaces to WS-SCAN-DEST-CTRY
                   perform 9150-SCAN-ZONE-PAIR
               end-if
           end-if
       .

      *> The travel date when the caller gave one that names a
      *> day, otherwise today - the bands in force now.
       9110-SET-ZONE-DATE.
           move lnk-ext-travel-date to WS-TRAVEL-DATE-WORK
           if lnk-ext-travel-date > 0
                   and WS-TRAVEL-MM >= 1 and WS-TRAVEL-MM <= 12
                   and WS-TRAVEL-DD >= 1 and WS-TRAVEL-DD <= 31
               move lnk-ext-travel-date to WS-ZONE-DATE
           else
               move function current-date to WS-ZONE-CLOCK
               move WS-ZONE-CLOCK(1:8) to WS-ZONE-DATE
           end-if
       .

      *> ap-country holds the reference file's upper-case country
      *> name (AIRMAINT stores that spelling), which the name
      *> alternate key turns into the ISO code the bands carry.
       9120-COUNTRY-TO-ISO2.
           move spaces to WS-CTRY-LOOKUP-ISO2
           if COUNTRY-FILE-IS-OPEN
                   and WS-CTRY-LOOKUP-NAME not = spaces
               move function upper-case(WS-CTRY-LOOKUP-NAME)
                   to CTY-COUNTRY-NAME
               read COUNTRY-REFERENCE-FILE
                   key is CTY-COUNTRY-NAME
                   invalid key
                       continue
                   not invalid key
                       move CTY-ISO2-CODE to WS-CTRY-LOOKUP-ISO2
               end-read
           end-if
       .

      *> Reads the WS-SCAN-ORIGIN-CTRY/WS-SCAN-DEST-CTRY bands in
      *> key order - effective date, then low mileage - up to the
      *> first one not yet in force. Every band in force on the
      *> date that covers the mileage overwrites the one before,
      *> so the latest effective generation is the one left.
       9150-SCAN-ZONE-PAIR.
           move 'N' to WS-ZONE-SCAN-DONE
           move WS-SCAN-ORIGIN-CTRY to ZON-ORIGIN-CTRY
           move WS-SCAN-DEST-CTRY to ZON-DEST-CTRY
           move 0 to ZON-EFF-DATE
           move 0 to ZON-LOW-MILES
           start TARIFF-ZONE-FILE
               key is greater than or equal ZON-ZONE-KEY
               invalid key
                   move 'Y' to WS-ZONE-SCAN-DONE
           end-start

           perform until ZONE-SCAN-IS-DONE
               read TARIFF-ZONE-FILE next record
                   at end
                       move 'Y' to WS-ZONE-SCAN-DONE
                   not at end
                       if ZON-ORIGIN-CTRY not = WS-SCAN-ORIGIN-CTRY
                               or ZON-DEST-CTRY not = WS-SCAN-DEST-CTRY
                               or ZON-EFF-DATE > WS-ZONE-DATE
                           move 'Y' to WS-ZONE-SCAN-DONE
                       else
                           if (ZON-DISC-DATE = 0
                                   or ZON-DISC-DATE > WS-ZONE-DATE)
                                   and ZON-LOW-MILES <= WS-ZONE-MILES
                                   and ZON-HIGH-MILES >= WS-ZONE-MILES
                               move ZON-ZONE-CODE
                                   to lnk-ext-tariff-zone
                               move 'F' to WS-ZONE-RESULT
                           end-if
                       end-if
               end-read
           end-perform
       .

       end program AIRCODE.
