      *> come back, shortest total journey first, in lnk-result
      *> (Copybooks/AIRCNREC.cpy).
      *>
      *> The optional trailing lnk-travel-date (YYYYMMDD) limits
      *> the search to legs actually operating that day: the first
      *> leg must be in effect and flying on the travel date, the
      *> second on whatever local date it departs the connecting
      *> airport (the next day for an overnight connection), by
      *> each leg's days-of-operation pattern and effective/
      *> discontinue dates (Copybooks/AIRRREC.cpy). Callers built
      *> against the original 5-parameter contract, or passing a
      *> zero date, get every leg on file as before.
      *>
      *> A 3-letter IATA code in lnk-origin/lnk-dest is resolved
      *> through the AIRALIAS cross-reference exactly as AIRCODE
      *> resolves its inputs; a site with no alias file loaded
      *> just gets no resolution.
      *>
      *> A 3-letter code that is not an alias but is a city code
      *> on the AIRMETRO metro area group file (AIRMMNT maintains
      *> it) means "any member airport": LON to NYC builds every
      *> one-stop from any London airport to any New York one in
      *> a single call, each combination naming the member
      *> airports it actually uses (cn-leg1-origin/cn-leg2-dest).
      *> A member not on the master is left out; a city none of
      *> whose members are on it is '23'. A connection through
      *> another airport of either city is not a one-stop between
      *> them and is never built. Like the alias file, AIRMETRO
      *> is optional at run time.
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion, lnk-result holds the combos
      *>   '02' - completed, but lnk-origin or lnk-dest is a
      *>          closed airport
      *>   '04' - no workable one-stop combination found
      *>   '20' - lnk-origin and lnk-dest are the same airport,
      *>          or a city code and one of its own airports
      *>   '23' - lnk-origin or lnk-dest not on the airport master
      *>   '90' - route master file would not open
      *>   '91' - airport master file would not open
               record key is XRF-IATA-CODE
               file status is WS-ALIAS-FILE-STATUS.

           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is dynamic
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

       data division.
       file section.
       FD  ROUTE-MASTER-FILE.
       FD  ALIAS-XREF-FILE.
       copy "AIRXREC.cpy".

       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       working-storage section.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.

       01  WS-ORIGIN-CODE              PIC X(4).
       01  WS-DEST-CODE                PIC X(4).

      *> Endpoint sets. Each end is the airports it stands for -
      *> the members when the code is a city on AIRMETRO,
      *> otherwise the one airport - first as the codes expanded
      *> (WS-*-CANDS), then as the ones found on the master with
      *> their tz offsets (WS-*-SET). A leg belongs to an end
      *> when its airport is anywhere in that end's set.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-METRO-FILE-OPEN          PIC X VALUE 'N'.
           88  METRO-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-METRO-EOF-SWITCH         PIC X.
           88  METRO-GROUP-IS-DONE     VALUE 'Y'.
       01  WS-EXPAND-IS-METRO          PIC X.
           88  EXPANDED-A-METRO        VALUE 'Y'.
       01  WS-EXPAND-SET.
           03  WS-EXPAND-COUNT         PIC 9(2).
           03  WS-EXPAND-CODE          PIC X(4) occurs 10.
       01  WS-ORIGIN-IS-METRO          PIC X.
           88  ORIGIN-IS-A-METRO       VALUE 'Y'.
       01  WS-ORIGIN-CANDS.
           03  WS-ORIGIN-CAND-COUNT    PIC 9(2).
           03  WS-ORIGIN-CAND          PIC X(4) occurs 10.
       01  WS-DEST-IS-METRO            PIC X.
           88  DEST-IS-A-METRO         VALUE 'Y'.
       01  WS-DEST-CANDS.
           03  WS-DEST-CAND-COUNT      PIC 9(2).
           03  WS-DEST-CAND            PIC X(4) occurs 10.
       01  WS-ORIGIN-SET.
           03  WS-ORIGIN-COUNT         PIC 9(2).
           03  WS-ORIGIN-ENTRY occurs 10.
               05  WS-ORIGIN-MEMBER    PIC X(4).
               05  WS-ORIGIN-MEMBER-TZ PIC S9(2).
       01  WS-DEST-SET.
           03  WS-DEST-COUNT           PIC 9(2).
           03  WS-DEST-ENTRY occurs 10.
               05  WS-DEST-MEMBER      PIC X(4).
               05  WS-DEST-MEMBER-TZ   PIC S9(2).
       01  WS-CAND-IDX                 PIC 9(2).
       01  WS-CAND-IDX2                PIC 9(2).
       01  WS-SET-IDX                  PIC 9(2).
       01  WS-SET-PROBE                PIC X(4).
       01  WS-PROBE-ORIGIN-AT          PIC 9(2).
       01  WS-PROBE-DEST-AT            PIC 9(2).
       01  WS-RTE-ORIGIN-AT            PIC 9(2).
       01  WS-RTE-ORIGIN-IN-DEST       PIC 9(2).
       01  WS-RTE-DEST-IN-ORIGIN       PIC 9(2).
       01  WS-RTE-DEST-AT              PIC 9(2).

       01  WS-ORIGIN-TZ                PIC S9(2).
       01  WS-DEST-TZ                  PIC S9(2).
       01  WS-VIA-TZ                   PIC S9(2).
       01  WS-OUT-COUNT                PIC 9(3) VALUE 0.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY occurs 200.
               07  WS-OUT-FROM         PIC 9(2).
               07  WS-OUT-CARRIER      PIC X(3).
               07  WS-OUT-FLIGHT       PIC 9(4).
               07  WS-OUT-VIA          PIC X(4).
       01  WS-IN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-IN-TABLE.
           05  WS-IN-ENTRY occurs 200.
               07  WS-IN-TO            PIC 9(2).
               07  WS-IN-CARRIER       PIC X(3).
               07  WS-IN-FLIGHT        PIC 9(4).
               07  WS-IN-VIA           PIC X(4).
               07  WS-IN-DEP           PIC 9(4).
               07  WS-IN-ARR           PIC 9(4).
               07  WS-IN-OPER-DAYS     PIC X(7).
               07  WS-IN-EFF-DATE      PIC 9(8).
               07  WS-IN-DISC-DATE     PIC 9(8).
       01  WS-LEG-CAP-WARNED           PIC X VALUE 'N'.
           88  LEG-CAP-WAS-WARNED      VALUE 'Y'.

      *> Travel-date filter. WS-CHECK-* carry one leg's pattern
      *> and dates into 2500-CHECK-LEG-OPERATES along with the
      *> integer day number being asked about; day 1 of the
      *> integer-of-date calendar is a Monday, which is what lines
      *> the day number up with the Monday-first pattern.
       01  WS-DATE-FILTER              PIC X VALUE 'N'.
           88  DATE-FILTER-IS-ON       VALUE 'Y'.
       01  WS-TRAVEL-DAY-INT           PIC 9(7).
       01  WS-CHECK-DAY-INT            PIC 9(7).
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CHECK-DOW                PIC 9.
       01  WS-CHECK-OPER-DAYS          PIC X(7).
       01  WS-CHECK-EFF-DATE           PIC 9(8).
       01  WS-CHECK-DISC-DATE          PIC 9(8).
       01  WS-LEG-OPERATES             PIC X.
           88  LEG-OPERATES            VALUE 'Y'.
       01  WS-ARR1-ABS-MINS            PIC S9(5).
       01  WS-DEP2-ABS-MINS            PIC S9(5).
       01  WS-DEP2-DAY-OFFSET          PIC S9.

       01  WS-OUT-IDX                  PIC 9(3).
       01  WS-IN-IDX                   PIC 9(3).

       01  lnk-result.
           copy "AIRCNREC.cpy".
       01  lnk-file-status             PIC XX.
       01  lnk-travel-date             PIC 9(8).

      *> The trailing travel date is optional the way AIRRMNT's
      *> caller identifier is.
       procedure division using
               by value     lnk-origin
               by value     lnk-dest
               by value     lnk-min-connect
               by reference lnk-result
               by reference lnk-file-status
               by reference optional lnk-travel-date.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           move 0 to WS-CONN-COUNT
           move 'N' to WS-CLOSED-SEEN
           move 'N' to WS-LEG-CAP-WARNED
           perform 0300-SET-TRAVEL-DATE

           open input ROUTE-MASTER-FILE
           if WS-ROUTE-FILE-STATUS not = "00"
                   move '91' to lnk-file-status
               else
                   perform 0100-OPEN-ALIAS-FILE
                   perform 0150-OPEN-METRO-FILE
                   perform 1000-RESOLVE-ENDPOINTS
                   if lnk-file-status = low-values
                       perform 2000-COLLECT-CANDIDATE-LEGS
                       perform 3000-MATCH-CONNECTIONS
                       perform 4000-RETURN-RESULTS
                   end-if
                   perform 0250-CLOSE-METRO-FILE
                   perform 0200-CLOSE-ALIAS-FILE
                   close AIRPORT-MASTER-FILE
               end-if
           end-if
       .

       0150-OPEN-METRO-FILE.
           move 'N' to WS-METRO-FILE-OPEN
           open input METRO-GROUP-FILE
           if WS-METRO-FILE-STATUS = "00"
               move 'Y' to WS-METRO-FILE-OPEN
           end-if
       .

       0250-CLOSE-METRO-FILE.
           if METRO-FILE-IS-OPEN
               close METRO-GROUP-FILE
           end-if
       .

       0300-SET-TRAVEL-DATE.
           move 'N' to WS-DATE-FILTER
           if lnk-travel-date is not omitted
               if lnk-travel-date > 0
                   move 'Y' to WS-DATE-FILTER
                   compute WS-TRAVEL-DAY-INT =
                       function integer-of-date(lnk-travel-date)
               end-if
           end-if
       .

      *> Same transparent resolution rule as AIRCODE's
      *> 0800-RESOLVE-ALIAS-CODE: three non-space characters with
      *> a space fourth go through the alias file when it is
           end-if
       .

      *> Same city-code rule as AIRCODE's 0850-EXPAND-METRO-CODE:
      *> a still-3-character WS-ALIAS-WORK with members on the
      *> metro group file becomes those members; anything else is
      *> a one-entry set holding the code as it is.
       0850-EXPAND-METRO-CODE.
           move 'N' to WS-EXPAND-IS-METRO
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
                   move 'Y' to WS-EXPAND-IS-METRO
               end-if
           end-if
       .

       1000-RESOLVE-ENDPOINTS.
           move lnk-origin to WS-ALIAS-WORK
           perform 0800-RESOLVE-ALIAS-CODE
           move WS-ALIAS-WORK to WS-ORIGIN-CODE
           perform 0850-EXPAND-METRO-CODE
           move WS-EXPAND-SET to WS-ORIGIN-CANDS
           move WS-EXPAND-IS-METRO to WS-ORIGIN-IS-METRO
           move lnk-dest to WS-ALIAS-WORK
           perform 0800-RESOLVE-ALIAS-CODE
           move WS-ALIAS-WORK to WS-DEST-CODE
           perform 0850-EXPAND-METRO-CODE
           move WS-EXPAND-SET to WS-DEST-CANDS
           move WS-EXPAND-IS-METRO to WS-DEST-IS-METRO

           perform 1050-CHECK-ENDS-OVERLAP
           if lnk-file-status = low-values
               perform 1100-LOAD-ORIGIN-SET
               if lnk-file-status = low-values
                   perform 1200-LOAD-DEST-SET
               end-if
           end-if
       .

      *> Two single airports overlap only when they are the same
      *> one, which is the original '20'; a city overlaps a code
      *> that is one of its own members.
       1050-CHECK-ENDS-OVERLAP.
           perform varying WS-CAND-IDX from 1 by 1
                   until WS-CAND-IDX > WS-ORIGIN-CAND-COUNT
               perform varying WS-CAND-IDX2 from 1 by 1
                       until WS-CAND-IDX2 > WS-DEST-CAND-COUNT
                   if WS-ORIGIN-CAND(WS-CAND-IDX) =
                           WS-DEST-CAND(WS-CAND-IDX2)
                       move '20' to lnk-file-status
                   end-if
               end-perform
           end-perform
       .

      *> A single airport not on the master is '23' as it always
      *> was; a city member not on it is just left out, and only a
      *> city with no member on the master at all is '23'.
       1100-LOAD-ORIGIN-SET.
           move 0 to WS-ORIGIN-COUNT
           perform varying WS-CAND-IDX from 1 by 1
                   until WS-CAND-IDX > WS-ORIGIN-CAND-COUNT
               move WS-ORIGIN-CAND(WS-CAND-IDX) to MST-AP-CODE
               read AIRPORT-MASTER-FILE
                   invalid key
                       if not ORIGIN-IS-A-METRO
                           move '23' to lnk-file-status
                       end-if
                   not invalid key
                       add 1 to WS-ORIGIN-COUNT
                       move MST-AP-CODE
                           to WS-ORIGIN-MEMBER(WS-ORIGIN-COUNT)
                       move MST-AP-TZ-OFFSET
                           to WS-ORIGIN-MEMBER-TZ(WS-ORIGIN-COUNT)
                       if MST-AP-STATUS = 'X'
                           move 'Y' to WS-CLOSED-SEEN
                       end-if
               end-read
           end-perform
           if WS-ORIGIN-COUNT = 0
               move '23' to lnk-file-status
           end-if
       .

       1200-LOAD-DEST-SET.
           move 0 to WS-DEST-COUNT
           perform varying WS-CAND-IDX from 1 by 1
                   until WS-CAND-IDX > WS-DEST-CAND-COUNT
               move WS-DEST-CAND(WS-CAND-IDX) to MST-AP-CODE
               read AIRPORT-MASTER-FILE
                   invalid key
                       if not DEST-IS-A-METRO
                           move '23' to lnk-file-status
                       end-if
                   not invalid key
                       add 1 to WS-DEST-COUNT
                       move MST-AP-CODE
                           to WS-DEST-MEMBER(WS-DEST-COUNT)
                       move MST-AP-TZ-OFFSET
                           to WS-DEST-MEMBER-TZ(WS-DEST-COUNT)
                       if MST-AP-STATUS = 'X'
                           move 'Y' to WS-CLOSED-SEEN
                       end-if
               end-read
           end-perform
           if WS-DEST-COUNT = 0
               move '23' to lnk-file-status
           end-if
       .

      *> One pass over the whole route master fills both candidate
      *> the destination. Direct origin-to-destination legs are
      *> not candidates for either table: this builder exists for
      *> the pairs that have no direct record, and a direct leg is
      *> not half of a one-stop. Nor is a hop between two airports
      *> of the same end - with a city code at either end "the
      *> origin" and "the destination" are each a set of airports,
      *> and the connecting airport has to be outside both.
       2000-COLLECT-CANDIDATE-LEGS.
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       perform 2010-PLACE-LEG-ENDS
                       if WS-RTE-ORIGIN-AT > 0
                               and WS-RTE-DEST-AT = 0
                               and WS-RTE-DEST-IN-ORIGIN = 0
                           perform 2050-CHECK-OUTBOUND-DATE
                           if LEG-OPERATES
                               perform 2100-STORE-OUTBOUND-LEG
                           end-if
                       end-if
                       if WS-RTE-DEST-AT > 0
                               and WS-RTE-ORIGIN-AT = 0
                               and WS-RTE-ORIGIN-IN-DEST = 0
                           perform 2200-STORE-INBOUND-LEG
                       end-if
               end-read
           end-perform
       .

      *> Where the leg's two airports sit in the endpoint sets:
      *> WS-RTE-ORIGIN-AT is the origin-set entry the leg departs
      *> from and WS-RTE-DEST-AT the destination-set entry it
      *> arrives at (zero for neither), with the cross positions
      *> kept to rule out same-end hops.
       2010-PLACE-LEG-ENDS.
           move RTE-ORIGIN to WS-SET-PROBE
           perform 2020-LOCATE-IN-SETS
           move WS-PROBE-ORIGIN-AT to WS-RTE-ORIGIN-AT
           move WS-PROBE-DEST-AT to WS-RTE-ORIGIN-IN-DEST
           move RTE-DEST to WS-SET-PROBE
           perform 2020-LOCATE-IN-SETS
           move WS-PROBE-ORIGIN-AT to WS-RTE-DEST-IN-ORIGIN
           move WS-PROBE-DEST-AT to WS-RTE-DEST-AT
       .

       2020-LOCATE-IN-SETS.
           move 0 to WS-PROBE-ORIGIN-AT
           move 0 to WS-PROBE-DEST-AT
           perform varying WS-SET-IDX from 1 by 1
                   until WS-SET-IDX > WS-ORIGIN-COUNT
                      or WS-PROBE-ORIGIN-AT > 0
               if WS-ORIGIN-MEMBER(WS-SET-IDX) = WS-SET-PROBE
                   move WS-SET-IDX to WS-PROBE-ORIGIN-AT
               end-if
           end-perform
           perform varying WS-SET-IDX from 1 by 1
                   until WS-SET-IDX > WS-DEST-COUNT
                      or WS-PROBE-DEST-AT > 0
               if WS-DEST-MEMBER(WS-SET-IDX) = WS-SET-PROBE
                   move WS-SET-IDX to WS-PROBE-DEST-AT
               end-if
           end-perform
       .

      *> An outbound leg departs on the travel date itself, so it
      *> is filtered here on the way into the table. Inbound legs
      *> are kept whatever their pattern - the date they would
      *> fly depends on the connection - and checked in 3350.
       2050-CHECK-OUTBOUND-DATE.
           move 'Y' to WS-LEG-OPERATES
           if DATE-FILTER-IS-ON
               move WS-TRAVEL-DAY-INT to WS-CHECK-DAY-INT
               move RTE-OPER-DAYS to WS-CHECK-OPER-DAYS
               move RTE-EFF-DATE to WS-CHECK-EFF-DATE
               move RTE-DISC-DATE to WS-CHECK-DISC-DATE
               perform 2500-CHECK-LEG-OPERATES
           end-if
       .

       2100-STORE-OUTBOUND-LEG.
           if WS-OUT-COUNT < WS-MAX-LEGS
               add 1 to WS-OUT-COUNT
               move WS-RTE-ORIGIN-AT to WS-OUT-FROM(WS-OUT-COUNT)
               move RTE-CARRIER to WS-OUT-CARRIER(WS-OUT-COUNT)
               move RTE-FLIGHT-NBR to WS-OUT-FLIGHT(WS-OUT-COUNT)
               move RTE-DEST to WS-OUT-VIA(WS-OUT-COUNT)
       2200-STORE-INBOUND-LEG.
           if WS-IN-COUNT < WS-MAX-LEGS
               add 1 to WS-IN-COUNT
               move WS-RTE-DEST-AT to WS-IN-TO(WS-IN-COUNT)
               move RTE-CARRIER to WS-IN-CARRIER(WS-IN-COUNT)
               move RTE-FLIGHT-NBR to WS-IN-FLIGHT(WS-IN-COUNT)
               move RTE-ORIGIN to WS-IN-VIA(WS-IN-COUNT)
               move RTE-DEP-TIME to WS-IN-DEP(WS-IN-COUNT)
               move RTE-ARR-TIME to WS-IN-ARR(WS-IN-COUNT)
               move RTE-OPER-DAYS to WS-IN-OPER-DAYS(WS-IN-COUNT)
               move RTE-EFF-DATE to WS-IN-EFF-DATE(WS-IN-COUNT)
               move RTE-DISC-DATE to WS-IN-DISC-DATE(WS-IN-COUNT)
           else
               perform 2300-WARN-LEG-CAP
           end-if
           end-if
       .

      *> A leg operates on a date when the date is on or after its
      *> effective date, before its discontinue date (zero leaves
      *> either side open), and the date's weekday position in the
      *> pattern is not '.'. A pattern of spaces is daily.
       2500-CHECK-LEG-OPERATES.
           move 'Y' to WS-LEG-OPERATES
           compute WS-CHECK-DATE =
               function date-of-integer(WS-CHECK-DAY-INT)
           compute WS-CHECK-DOW =
               function mod(WS-CHECK-DAY-INT - 1, 7) + 1
           if WS-CHECK-EFF-DATE > 0
                   and WS-CHECK-DATE < WS-CHECK-EFF-DATE
               move 'N' to WS-LEG-OPERATES
           end-if
           if WS-CHECK-DISC-DATE > 0
                   and WS-CHECK-DATE >= WS-CHECK-DISC-DATE
               move 'N' to WS-LEG-OPERATES
           end-if
           if WS-CHECK-OPER-DAYS not = spaces
                   and WS-CHECK-OPER-DAYS(WS-CHECK-DOW:1) = '.'
               move 'N' to WS-LEG-OPERATES
           end-if
       .

       3000-MATCH-CONNECTIONS.
           perform varying WS-OUT-IDX from 1 by 1
                   until WS-OUT-IDX > WS-OUT-COUNT
      *> Both times are local at the intermediate airport, so the
      *> gap is plain clock arithmetic; a gap that comes out
      *> negative is an overnight connection and rolls forward a
      *> day. The two ends' tz offsets are the member airports
      *> this combination actually leaves and reaches.
       3100-TRY-ONE-COMBINATION.
           move WS-ORIGIN-MEMBER-TZ(WS-OUT-FROM(WS-OUT-IDX))
               to WS-ORIGIN-TZ
           move WS-DEST-MEMBER-TZ(WS-IN-TO(WS-IN-IDX))
               to WS-DEST-TZ
           perform 3200-CHECK-VIA-AIRPORT
           if VIA-IS-OK
               move WS-OUT-ARR(WS-OUT-IDX) to WS-TIME-WORK

               if WS-CONNECT-MINS >= lnk-min-connect
                   perform 3300-COMPUTE-ELAPSED-TIME
                   perform 3350-CHECK-INBOUND-DATE
                   if LEG-OPERATES
                       perform 3400-INSERT-CONNECTION
                   end-if
               end-if
           end-if
       .
           end-if
       .

      *> The second leg departs the connecting airport on the
      *> travel date plus however many days the first leg and the
      *> connect gap carry the traveller into, counted on the
      *> connecting airport's local clock from midnight of the
      *> travel date (a westbound first leg can land the previous
      *> local day, so the offset may be negative).
       3350-CHECK-INBOUND-DATE.
           move 'Y' to WS-LEG-OPERATES
           if DATE-FILTER-IS-ON
               compute WS-ARR1-ABS-MINS =
                   WS-DEP1-MINS + WS-LEG1-BLOCK-MINS
                   + ((WS-VIA-TZ - WS-ORIGIN-TZ) * 60)
               compute WS-DEP2-ABS-MINS =
                   WS-ARR1-ABS-MINS + WS-CONNECT-MINS
               compute WS-DEP2-DAY-OFFSET =
                   function integer(
                       (WS-DEP2-ABS-MINS + 2880) / 1440) - 2
               compute WS-CHECK-DAY-INT =
                   WS-TRAVEL-DAY-INT + WS-DEP2-DAY-OFFSET
               move WS-IN-OPER-DAYS(WS-IN-IDX)
                   to WS-CHECK-OPER-DAYS
               move WS-IN-EFF-DATE(WS-IN-IDX) to WS-CHECK-EFF-DATE
               move WS-IN-DISC-DATE(WS-IN-IDX)
                   to WS-CHECK-DISC-DATE
               perform 2500-CHECK-LEG-OPERATES
           end-if
       .

      *> Sorted insertion, shortest elapsed journey first - find
      *> the first entry the new combination beats, shift the rest
      *> down one, drop whatever falls off the end. A combination
               move WS-CONN-VIA(WS-CONN-IDX)
                   to cn-via(WS-CONN-IDX)
               move WS-CONN-OUT-IDX(WS-CONN-IDX) to WS-OUT-IDX
               move WS-ORIGIN-MEMBER(WS-OUT-FROM(WS-OUT-IDX))
                   to cn-leg1-origin(WS-CONN-IDX)
               move WS-OUT-CARRIER(WS-OUT-IDX)
                   to cn-leg1-carrier(WS-CONN-IDX)
               move WS-OUT-FLIGHT(WS-OUT-IDX)
               move WS-OUT-ARR(WS-OUT-IDX)
                   to cn-leg1-arr(WS-CONN-IDX)
               move WS-CONN-IN-IDX(WS-CONN-IDX) to WS-IN-IDX
               move WS-DEST-MEMBER(WS-IN-TO(WS-IN-IDX))
                   to cn-leg2-dest(WS-CONN-IDX)
               move WS-IN-CARRIER(WS-IN-IDX)
                   to cn-leg2-carrier(WS-CONN-IDX)
               move WS-IN-FLIGHT(WS-IN-IDX)
