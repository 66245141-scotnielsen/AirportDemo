      *> ---------------------------------------------------------
      *> AIRINQ - Agent airport inquiry screen
      *>
      *> Interactive front end for reservations agents, so a
      *> "what is the distance LHR to JFK and how do I connect"
      *> is answered at the desk instead of waiting on an AIRGATE
      *> batch turnaround. One formatted screen takes the agent's
      *> department, a function and its operands; the answer is
      *> shown in the result area and the screen comes straight
      *> back for the next question until the agent enters Q.
      *>
      *> Functions offered:
      *>   'L' - lookup of CODE 1 (AIRCODE 'L')
      *>   'P' - ap-code prefix search on SEARCH TEXT (AIRCODE 'P')
      *>   'C' - city/country search on SEARCH TEXT (AIRCODE 'C')
      *>   'D' - distance CODE 1 to CODE 2 (AIRCODE 'D')
      *>   'N' - nearest airports to CODE 1 (AIRCODE 'N')
      *>   'A' - local arrival time CODE 1 to CODE 2 for the
      *>         DEPART HHMM, CRUISE MPH and optional TRAVEL DATE
      *>         given (AIRCODE 'A')
      *>   'X' - one-stop connections CODE 1 to CODE 2 with at
      *>         least MIN CNX minutes (default 60) to connect,
      *>         for the optional TRAVEL DATE (AIRRCONN, after an
      *>         AIRCODE 'D' for the pair)
      *>   'Q' - leave the screen
      *>
      *> Codes may be keyed as 4-character ap-codes or 3-letter
      *> IATA aliases - AIRCODE and AIRRCONN both resolve aliases
      *> through AIRALIAS themselves, and a lookup shows the
      *> ap-code an alias resolved to. A metro city code such as
      *> LON or NYC (AIRMETRO) works for 'D', 'A' and 'X': the
      *> distance or arrival comes back for each pairing of the
      *> cities' airports, and each connection shows the airport
      *> it leaves FROM and reaches (TO).
      *>
      *> A 'P' or 'C' search with more than ten matches comes back
      *> a page at a time through AIRCODE's lnk-ext-cursor/
      *> lnk-ext-total-matches paging: re-entering the same search
      *> with '+' in PAGE moves to the next ten, '-' back to the
      *> previous ten. Changing the function or the search text
      *> starts again from the first page.
      *>
      *> Every question goes through AIRCODE (a connection request
      *> through an AIRCODE 'D' for the pair first), so each one is
      *> on the AIRCODE.AUD audit trail with the agent's DEPT in
      *> lnk-ext-caller-dept - nothing is answered until a
      *> department has been entered, so no agent call reaches the
      *> trail unattributed.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRINQ.

       data division.
       working-storage section.
      *> Screen input fields - kept as text so a mistyped number
      *> is caught here with a message instead of by the screen.
       01  WS-SCR-DEPT                 PIC X(4) VALUE SPACES.
       01  WS-SCR-FUNCTION             PIC X VALUE SPACE.
       01  WS-SCR-CODE1                PIC X(4) VALUE SPACES.
       01  WS-SCR-CODE2                PIC X(4) VALUE SPACES.
       01  WS-SCR-TEXT                 PIC X(4) VALUE SPACES.
       01  WS-SCR-PAGE                 PIC X VALUE SPACE.
       01  WS-SCR-DEPART               PIC X(4) VALUE SPACES.
       01  WS-SCR-CRUISE               PIC X(4) VALUE SPACES.
       01  WS-SCR-TRAVEL-DATE          PIC X(8) VALUE SPACES.
       01  WS-SCR-MIN-CONNECT          PIC X(3) VALUE SPACES.
       01  WS-SCR-MESSAGE              PIC X(78) VALUE SPACES.

      *> Result area - twelve display lines, addressed by subscript
      *> through the table view.
       01  WS-RESULT-AREA.
           05  WS-RESULT-01            PIC X(78).
           05  WS-RESULT-02            PIC X(78).
           05  WS-RESULT-03            PIC X(78).
           05  WS-RESULT-04            PIC X(78).
           05  WS-RESULT-05            PIC X(78).
           05  WS-RESULT-06            PIC X(78).
           05  WS-RESULT-07            PIC X(78).
           05  WS-RESULT-08            PIC X(78).
           05  WS-RESULT-09            PIC X(78).
           05  WS-RESULT-10            PIC X(78).
           05  WS-RESULT-11            PIC X(78).
           05  WS-RESULT-12            PIC X(78).
       01  WS-RESULT-TABLE redefines WS-RESULT-AREA.
           05  WS-RESULT-LINE          PIC X(78) occurs 12.
       01  WS-RESULT-IDX               PIC 9(2).
       01  WS-MATCH-IDX                PIC 9(2).

       01  WS-QUIT-SWITCH              PIC X VALUE 'N'.
           88  AGENT-HAS-QUIT          VALUE 'Y'.
       01  WS-INPUT-OK                 PIC X.
           88  INPUT-IS-OK             VALUE 'Y'.

      *> Paging state for 'P'/'C' - the search last shown and where
      *> its page started, so '+'/'-' can carry on from there.
       01  WS-LAST-FUNCTION            PIC X VALUE SPACE.
       01  WS-LAST-TEXT                PIC X(4) VALUE SPACES.
       01  WS-PAGE-CURSOR              PIC 9(5) VALUE 0.
       01  WS-PAGE-TOTAL               PIC 9(5) VALUE 0.
       01  WS-PAGE-FIRST               PIC 9(5).
       01  WS-PAGE-LAST                PIC 9(5).

       01  WS-TRAVEL-DATE              PIC 9(8).
       01  WS-MIN-CONNECT              PIC 9(3).

       01  WS-LOOKUP-LINE.
           05  LKP-LABEL               PIC X(10).
           05  LKP-VALUE               PIC X(30).
           05  LKP-LABEL2              PIC X(10).
           05  LKP-VALUE2              PIC X(28).

       01  WS-GEO-LINE.
           05  FILLER                  PIC X(10) VALUE "LATITUDE:".
           05  GEO-LAT-SIGN            PIC X.
           05  GEO-LAT-DEGS            PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  GEO-LAT-MINS            PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "LONGITUDE:".
           05  GEO-LONG-SIGN           PIC X.
           05  GEO-LONG-DEGS           PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  GEO-LONG-MINS           PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "UTC OFFSET:".
           05  GEO-TZ-OFFSET           PIC +9(2).

       01  WS-DISTANCE-LINE.
           05  DST-CODE1               PIC X(4).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  DST-CODE2               PIC X(4).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  DST-KM                  PIC X(6).
           05  FILLER                  PIC X(5) VALUE " KM  ".
           05  DST-MILES               PIC X(6).
           05  FILLER                  PIC X(6) VALUE " MILES".

       01  WS-ARRIVAL-LINE.
           05  FILLER                  PIC X(7) VALUE "DEPART ".
           05  ARR-CODE1               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  ARR-DEPART              PIC 9(4).
           05  FILLER                  PIC X(17)
                   VALUE " LOCAL - ARRIVE ".
           05  ARR-CODE2               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  ARR-ARRIVE              PIC 9(4).
           05  FILLER                  PIC X(7) VALUE " LOCAL ".
           05  ARR-DAY-TEXT            PIC X(14).

       01  WS-PAIRING-HEADING.
           05  FILLER                  PIC X(19)
                   VALUE "AIRPORT PAIRINGS - ".
           05  PRH-CODE1               PIC X(4).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  PRH-CODE2               PIC X(4).

       01  WS-PAGE-LINE.
           05  FILLER                  PIC X(8) VALUE "MATCHES ".
           05  PGL-FIRST               PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE " - ".
           05  PGL-LAST                PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE " OF ".
           05  PGL-TOTAL               PIC ZZZZ9.

       01  WS-DASH-LINE                PIC X(78) VALUE ALL "-".
       01  WS-CONNECTION-HEADING.
           05  FILLER                  PIC X(33)
                   VALUE "FROM VIA   LEG 1     DEP  ARR    ".
           05  FILLER                  PIC X(39)
                   VALUE "LEG 2     DEP  ARR    CNX  TOTAL   TO".
       01  WS-CONNECTION-LINE.
           05  CNL-FROM                PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-VIA                 PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNL-LEG1-CARRIER        PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-LEG1-FLIGHT         PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNL-LEG1-DEP            PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-LEG1-ARR            PIC 9(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CNL-LEG2-CARRIER        PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-LEG2-FLIGHT         PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNL-LEG2-DEP            PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-LEG2-ARR            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNL-CONNECT             PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  CNL-ELAPSED-HH          PIC Z9.
           05  FILLER                  PIC X VALUE 'H'.
           05  CNL-ELAPSED-MM          PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNL-TO                  PIC X(4).
       01  WS-ELAPSED-HH               PIC 9(2).
       01  WS-ELAPSED-MM               PIC 9(2).

      *> Fields matching AIRCODE's linkage, used to CALL it below.
       01  CALL-FUNCTION               PIC X.
       01  CALL-AIRPORT1               PIC X(4).
       01  CALL-AIRPORT2               PIC X(4).
       01  CALL-PREFIX-TEXT            PIC X(4).
       01  CALL-REC.
           03  ap-code                 PIC X(4).
           03  ap-name                 PIC X(30).
           03  ap-city                 PIC X(30).
           03  ap-country              PIC X(20).
           03  ap-geo.
               05  ap-latitude.
                   07  ap-lat-sign     PIC X.
                   07  ap-lat-degs     PIC 9(3).
                   07  ap-lat-mins     PIC 9(6).
               05  ap-longitude.
                   07  ap-long-sign    PIC X.
                   07  ap-long-degs    PIC 9(3).
                   07  ap-long-mins    PIC 9(6).
       01  CALL-DISTANCE-RESULT.
           03  distance-km             PIC ZZ,ZZ9.
           03  distance-miles          PIC ZZ,ZZ9.
       01  CALL-MATCHED-CODES-ARRAY    PIC X(350).
       01  CALL-MATCHED-CODES-TBL redefines CALL-MATCHED-CODES-ARRAY.
           03  CALL-MATCHED-CODE       PIC X(35) occurs 10.
       01  CALL-FILE-STATUS            PIC XX.
       01  CALL-EXT-BLOCK.
           copy "AIREXTB.cpy".

      *> Fields matching AIRRCONN's linkage.
       01  CONN-MIN-CONNECT            PIC 9(3).
       01  CONN-RESULT.
           copy "AIRCNREC.cpy".
       01  CONN-FILE-STATUS            PIC XX.
       01  CONN-IDX                    PIC 9(2).

       screen section.
       01  INQ-SCREEN.
           03  blank screen.
           03  line 1 col 2 value "AIRINQ".
           03  line 1 col 28 value "AGENT AIRPORT INQUIRY" highlight.
           03  line 1 col 67 value "DEPT:".
           03  line 1 col 73 pic X(4) using WS-SCR-DEPT.
           03  line 3 col 2 value "FUNCTION:".
           03  line 3 col 12 pic X using WS-SCR-FUNCTION.
           03  line 3 col 15
               value "L LOOKUP  P PREFIX  C CITY/COUNTRY  D DISTANCE".
           03  line 4 col 15
               value "N NEAREST  A ARRIVAL  X CONNECTIONS  Q QUIT".
           03  line 6 col 2 value "CODE 1:".
           03  line 6 col 10 pic X(4) using WS-SCR-CODE1.
           03  line 6 col 17 value "CODE 2:".
           03  line 6 col 25 pic X(4) using WS-SCR-CODE2.
           03  line 6 col 32 value "SEARCH TEXT:".
           03  line 6 col 45 pic X(4) using WS-SCR-TEXT.
           03  line 6 col 52 value "PAGE (+/-):".
           03  line 6 col 64 pic X using WS-SCR-PAGE.
           03  line 7 col 2 value "DEPART HHMM:".
           03  line 7 col 15 pic X(4) using WS-SCR-DEPART.
           03  line 7 col 22 value "CRUISE MPH:".
           03  line 7 col 34 pic X(4) using WS-SCR-CRUISE.
           03  line 7 col 41 value "TRAVEL DATE:".
           03  line 7 col 54 pic X(8) using WS-SCR-TRAVEL-DATE.
           03  line 7 col 65 value "MIN CNX:".
           03  line 7 col 74 pic X(3) using WS-SCR-MIN-CONNECT.
           03  line 9 col 2 pic X(78) from WS-DASH-LINE.
           03  line 10 col 2 pic X(78) from WS-RESULT-01.
           03  line 11 col 2 pic X(78) from WS-RESULT-02.
           03  line 12 col 2 pic X(78) from WS-RESULT-03.
           03  line 13 col 2 pic X(78) from WS-RESULT-04.
           03  line 14 col 2 pic X(78) from WS-RESULT-05.
           03  line 15 col 2 pic X(78) from WS-RESULT-06.
           03  line 16 col 2 pic X(78) from WS-RESULT-07.
           03  line 17 col 2 pic X(78) from WS-RESULT-08.
           03  line 18 col 2 pic X(78) from WS-RESULT-09.
           03  line 19 col 2 pic X(78) from WS-RESULT-10.
           03  line 20 col 2 pic X(78) from WS-RESULT-11.
           03  line 21 col 2 pic X(78) from WS-RESULT-12.
           03  line 23 col 2 pic X(78) from WS-SCR-MESSAGE
                   highlight.

       procedure division.
       0000-MAIN-LOGIC.
           move spaces to WS-RESULT-AREA
           move "ENTER YOUR DEPARTMENT, A FUNCTION AND ITS CODES"
               to WS-SCR-MESSAGE
           perform until AGENT-HAS-QUIT
               display INQ-SCREEN
               accept INQ-SCREEN
               perform 1000-PROCESS-ONE-REQUEST
           end-perform
           goback
       .

       1000-PROCESS-ONE-REQUEST.
           move function upper-case(WS-SCR-DEPT) to WS-SCR-DEPT
           move function upper-case(WS-SCR-FUNCTION) to WS-SCR-FUNCTION
           move function upper-case(WS-SCR-CODE1) to WS-SCR-CODE1
           move function upper-case(WS-SCR-CODE2) to WS-SCR-CODE2
           move function upper-case(WS-SCR-TEXT) to WS-SCR-TEXT
           move spaces to WS-SCR-MESSAGE

           evaluate true
               when WS-SCR-FUNCTION = 'Q'
                   move 'Y' to WS-QUIT-SWITCH
               when WS-SCR-DEPT = spaces
                   move "ENTER YOUR 4-CHARACTER DEPARTMENT ID FIRST"
                       to WS-SCR-MESSAGE
               when WS-SCR-FUNCTION = 'L'
                   perform 2000-LOOKUP-AIRPORT
               when WS-SCR-FUNCTION = 'P' or WS-SCR-FUNCTION = 'C'
                   perform 3000-SEARCH-AIRPORTS
               when WS-SCR-FUNCTION = 'D'
                   perform 4000-SHOW-DISTANCE
               when WS-SCR-FUNCTION = 'N'
                   perform 5000-SHOW-NEAREST
               when WS-SCR-FUNCTION = 'A'
                   perform 6000-SHOW-ARRIVAL
               when WS-SCR-FUNCTION = 'X'
                   perform 7000-SHOW-CONNECTIONS
               when other
                   move "FUNCTION MUST BE L, P, C, D, N, A, X OR Q"
                       to WS-SCR-MESSAGE
           end-evaluate
           move space to WS-SCR-PAGE
       .

       2000-LOOKUP-AIRPORT.
           if WS-SCR-CODE1 = spaces
               move "LOOKUP NEEDS AN AIRPORT OR IATA CODE IN CODE 1"
                   to WS-SCR-MESSAGE
           else
               move spaces to WS-RESULT-AREA
               perform 8000-INITIALIZE-AIRCODE-CALL
               move 'L' to CALL-FUNCTION
               move WS-SCR-CODE1 to CALL-AIRPORT1
               perform 8100-CALL-AIRCODE
               if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
                   perform 2100-FORMAT-LOOKUP
               end-if
               perform 8200-SET-AIRCODE-MESSAGE
           end-if
       .

       2100-FORMAT-LOOKUP.
           move spaces to WS-LOOKUP-LINE
           move "AP-CODE:" to LKP-LABEL
           move ap-code of CALL-REC to LKP-VALUE
           if ap-code of CALL-REC not = WS-SCR-CODE1
               move "ALIAS:" to LKP-LABEL2
               move WS-SCR-CODE1 to LKP-VALUE2
           end-if
           move WS-LOOKUP-LINE to WS-RESULT-LINE(1)

           move spaces to WS-LOOKUP-LINE
           move "NAME:" to LKP-LABEL
           move ap-name of CALL-REC to LKP-VALUE
           move WS-LOOKUP-LINE to WS-RESULT-LINE(2)

           move spaces to WS-LOOKUP-LINE
           move "CITY:" to LKP-LABEL
           move ap-city of CALL-REC to LKP-VALUE
           move "COUNTRY:" to LKP-LABEL2
           move ap-country of CALL-REC to LKP-VALUE2
           move WS-LOOKUP-LINE to WS-RESULT-LINE(3)

           move ap-lat-sign of CALL-REC to GEO-LAT-SIGN
           move ap-lat-degs of CALL-REC to GEO-LAT-DEGS
           move ap-lat-mins of CALL-REC to GEO-LAT-MINS
           move ap-long-sign of CALL-REC to GEO-LONG-SIGN
           move ap-long-degs of CALL-REC to GEO-LONG-DEGS
           move ap-long-mins of CALL-REC to GEO-LONG-MINS
           move lnk-ext-timezone-offset to GEO-TZ-OFFSET
           move WS-GEO-LINE to WS-RESULT-LINE(4)

           if CALL-FILE-STATUS = '02'
               move "*** THIS AIRPORT IS CLOSED ***"
                   to WS-RESULT-LINE(6)
           end-if
       .

      *> A '+'/'-' only pages when the function and text are the
      *> search already on the screen; anything else is a new
      *> search from the first match.
       3000-SEARCH-AIRPORTS.
           if WS-SCR-TEXT = spaces
               move "SEARCH NEEDS TEXT IN SEARCH TEXT"
                   to WS-SCR-MESSAGE
           else
               if WS-SCR-FUNCTION = WS-LAST-FUNCTION
                       and WS-SCR-TEXT = WS-LAST-TEXT
                   evaluate WS-SCR-PAGE
                       when '+'
                           if WS-PAGE-CURSOR + 10 < WS-PAGE-TOTAL
                               add 10 to WS-PAGE-CURSOR
                           end-if
                       when '-'
                           if WS-PAGE-CURSOR > 10
                               subtract 10 from WS-PAGE-CURSOR
                           else
                               move 0 to WS-PAGE-CURSOR
                           end-if
                       when other
                           move 0 to WS-PAGE-CURSOR
                   end-evaluate
               else
                   move 0 to WS-PAGE-CURSOR
               end-if
               move WS-SCR-FUNCTION to WS-LAST-FUNCTION
               move WS-SCR-TEXT to WS-LAST-TEXT

               move spaces to WS-RESULT-AREA
               perform 8000-INITIALIZE-AIRCODE-CALL
               move WS-SCR-FUNCTION to CALL-FUNCTION
               move WS-SCR-TEXT to CALL-PREFIX-TEXT
               move WS-PAGE-CURSOR to lnk-ext-cursor
               perform 8100-CALL-AIRCODE
               move lnk-ext-total-matches to WS-PAGE-TOTAL
               if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '05'
                   perform 3100-FORMAT-MATCH-PAGE
               end-if
               perform 8200-SET-AIRCODE-MESSAGE
           end-if
       .

       3100-FORMAT-MATCH-PAGE.
           move 0 to WS-RESULT-IDX
           perform varying WS-MATCH-IDX from 1 by 1
                   until WS-MATCH-IDX > 10
               if CALL-MATCHED-CODE(WS-MATCH-IDX) not = spaces
                   add 1 to WS-RESULT-IDX
                   move CALL-MATCHED-CODE(WS-MATCH-IDX)
                       to WS-RESULT-LINE(WS-MATCH-IDX)
               end-if
           end-perform
           compute WS-PAGE-FIRST = WS-PAGE-CURSOR + 1
           compute WS-PAGE-LAST = WS-PAGE-CURSOR + WS-RESULT-IDX
           move WS-PAGE-FIRST to PGL-FIRST
           move WS-PAGE-LAST to PGL-LAST
           move WS-PAGE-TOTAL to PGL-TOTAL
           move WS-PAGE-LINE to WS-RESULT-LINE(12)
       .

       4000-SHOW-DISTANCE.
           if WS-SCR-CODE1 = spaces or WS-SCR-CODE2 = spaces
               move "DISTANCE NEEDS CODE 1 AND CODE 2"
                   to WS-SCR-MESSAGE
           else
               move spaces to WS-RESULT-AREA
               perform 4100-CALL-DISTANCE
               perform 4200-SHOW-CITY-PAIRINGS
               perform 8200-SET-AIRCODE-MESSAGE
               perform 4300-SET-PAIRING-MESSAGE
           end-if
       .

      *> Shared by the distance and connection requests - the
      *> connection screen shows the pair's distance above the
      *> connections, and the 'D' call is what puts the agent's
      *> connection question on the audit trail.
       4100-CALL-DISTANCE.
           perform 8000-INITIALIZE-AIRCODE-CALL
           move 'D' to CALL-FUNCTION
           move WS-SCR-CODE1 to CALL-AIRPORT1
           move WS-SCR-CODE2 to CALL-AIRPORT2
           perform 8100-CALL-AIRCODE
           if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
                   or CALL-FILE-STATUS = '05'
               move WS-SCR-CODE1 to DST-CODE1
               move WS-SCR-CODE2 to DST-CODE2
      *> a city code answers for its airports - the single
      *> distance is the first pairing, so name that pairing.
               if CALL-MATCHED-CODE(1) not = spaces
                   move CALL-MATCHED-CODE(1)(1:4) to DST-CODE1
                   move CALL-MATCHED-CODE(1)(6:4) to DST-CODE2
               end-if
               move distance-km of CALL-DISTANCE-RESULT to DST-KM
               move distance-miles of CALL-DISTANCE-RESULT
                   to DST-MILES
               move WS-DISTANCE-LINE to WS-RESULT-LINE(1)
           end-if
       .

      *> A city-code 'D' or 'A' lists every airport pairing
      *> AIRCODE answered, under a heading naming the codes the
      *> agent keyed.
       4200-SHOW-CITY-PAIRINGS.
           if CALL-MATCHED-CODE(1) not = spaces
               move WS-SCR-CODE1 to PRH-CODE1
               move WS-SCR-CODE2 to PRH-CODE2
               move WS-PAIRING-HEADING to WS-RESULT-LINE(1)
               perform varying WS-MATCH-IDX from 1 by 1
                       until WS-MATCH-IDX > 10
                   move CALL-MATCHED-CODE(WS-MATCH-IDX)
                       to WS-RESULT-LINE(WS-MATCH-IDX + 1)
               end-perform
           end-if
       .

       4300-SET-PAIRING-MESSAGE.
           if CALL-FILE-STATUS = '05'
               move "MORE THAN 10 AIRPORT PAIRINGS - FIRST 10 SHOWN"
                   to WS-SCR-MESSAGE
           end-if
       .

       5000-SHOW-NEAREST.
           if WS-SCR-CODE1 = spaces
               move "NEAREST NEEDS THE CENTRE AIRPORT IN CODE 1"
                   to WS-SCR-MESSAGE
           else
               move spaces to WS-RESULT-AREA
               perform 8000-INITIALIZE-AIRCODE-CALL
               move 'N' to CALL-FUNCTION
               move WS-SCR-CODE1 to CALL-AIRPORT1
               move 10 to lnk-ext-near-count
               perform 8100-CALL-AIRCODE
               if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
                   perform varying WS-MATCH-IDX from 1 by 1
                           until WS-MATCH-IDX > 10
                       move CALL-MATCHED-CODE(WS-MATCH-IDX)
                           to WS-RESULT-LINE(WS-MATCH-IDX)
                   end-perform
               end-if
               perform 8200-SET-AIRCODE-MESSAGE
           end-if
       .

       6000-SHOW-ARRIVAL.
           perform 6100-CHECK-ARRIVAL-INPUT
           if INPUT-IS-OK
               move spaces to WS-RESULT-AREA
               perform 8000-INITIALIZE-AIRCODE-CALL
               move 'A' to CALL-FUNCTION
               move WS-SCR-CODE1 to CALL-AIRPORT1
               move WS-SCR-CODE2 to CALL-AIRPORT2
               move WS-SCR-DEPART to lnk-ext-depart-time
               move WS-SCR-CRUISE to lnk-ext-cruise-speed
               move WS-TRAVEL-DATE to lnk-ext-travel-date
               perform 8100-CALL-AIRCODE
               if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
                       or CALL-FILE-STATUS = '05'
                   move WS-SCR-CODE1 to ARR-CODE1
                   move lnk-ext-depart-time to ARR-DEPART
                   move WS-SCR-CODE2 to ARR-CODE2
                   move lnk-ext-arrive-time to ARR-ARRIVE
                   evaluate true
                       when lnk-ext-day-offset > 0
                           move "(NEXT DAY)" to ARR-DAY-TEXT
                       when lnk-ext-day-offset < 0
                           move "(PREVIOUS DAY)" to ARR-DAY-TEXT
                       when other
                           move "(SAME DAY)" to ARR-DAY-TEXT
                   end-evaluate
                   move WS-ARRIVAL-LINE to WS-RESULT-LINE(1)
                   perform 4200-SHOW-CITY-PAIRINGS
               end-if
               perform 8200-SET-AIRCODE-MESSAGE
               perform 4300-SET-PAIRING-MESSAGE
           end-if
       .

       6100-CHECK-ARRIVAL-INPUT.
           move 'N' to WS-INPUT-OK
           evaluate true
               when WS-SCR-CODE1 = spaces or WS-SCR-CODE2 = spaces
                   move "ARRIVAL NEEDS CODE 1 AND CODE 2"
                       to WS-SCR-MESSAGE
               when WS-SCR-DEPART not numeric
                   move "DEPART HHMM MUST BE 4 DIGITS"
                       to WS-SCR-MESSAGE
               when WS-SCR-CRUISE not numeric
                   move "CRUISE MPH MUST BE 4 DIGITS, E.G. 0500"
                       to WS-SCR-MESSAGE
               when other
                   perform 6200-CHECK-TRAVEL-DATE
           end-evaluate
       .

      *> The travel date is optional on both 'A' and 'X' - left
      *> blank it goes across as zero, which both services take as
      *> "no particular day".
       6200-CHECK-TRAVEL-DATE.
           move 'Y' to WS-INPUT-OK
           move 0 to WS-TRAVEL-DATE
           if WS-SCR-TRAVEL-DATE not = spaces
               if WS-SCR-TRAVEL-DATE numeric
                   move WS-SCR-TRAVEL-DATE to WS-TRAVEL-DATE
               else
                   move 'N' to WS-INPUT-OK
                   move "TRAVEL DATE MUST BE YYYYMMDD OR BLANK"
                       to WS-SCR-MESSAGE
               end-if
           end-if
       .

       7000-SHOW-CONNECTIONS.
           perform 7100-CHECK-CONNECTION-INPUT
           if INPUT-IS-OK
               move spaces to WS-RESULT-AREA
               perform 4100-CALL-DISTANCE
               if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
                       or CALL-FILE-STATUS = '05'
                   perform 7200-CALL-AIRRCONN
               else
                   perform 8200-SET-AIRCODE-MESSAGE
               end-if
           end-if
       .

       7100-CHECK-CONNECTION-INPUT.
           move 'N' to WS-INPUT-OK
           evaluate true
               when WS-SCR-CODE1 = spaces or WS-SCR-CODE2 = spaces
                   move "CONNECTIONS NEED CODE 1 AND CODE 2"
                       to WS-SCR-MESSAGE
               when WS-SCR-MIN-CONNECT = spaces
                   move 60 to WS-MIN-CONNECT
                   perform 6200-CHECK-TRAVEL-DATE
               when WS-SCR-MIN-CONNECT not numeric
                   move "MIN CNX MUST BE 3 DIGITS OF MINUTES, E.G. 045"
                       to WS-SCR-MESSAGE
               when other
                   move WS-SCR-MIN-CONNECT to WS-MIN-CONNECT
                   perform 6200-CHECK-TRAVEL-DATE
           end-evaluate
       .

       7200-CALL-AIRRCONN.
           move WS-MIN-CONNECT to CONN-MIN-CONNECT
           initialize CONN-RESULT
           move spaces to CONN-FILE-STATUS
           call "AIRRCONN" using
                   by value     WS-SCR-CODE1
                   by value     WS-SCR-CODE2
                   by value     CONN-MIN-CONNECT
                   by reference CONN-RESULT
                   by reference CONN-FILE-STATUS
                   by reference WS-TRAVEL-DATE
           end-call

           if CONN-FILE-STATUS = '00' or CONN-FILE-STATUS = '02'
               move WS-CONNECTION-HEADING to WS-RESULT-LINE(2)
               perform varying CONN-IDX from 1 by 1
                       until CONN-IDX > cn-conn-count
                   perform 7300-FORMAT-ONE-CONNECTION
               end-perform
           end-if

           evaluate CONN-FILE-STATUS
               when '00'
                   move "CONNECTIONS SHOWN SHORTEST JOURNEY FIRST"
                       to WS-SCR-MESSAGE
               when '02'
                   move "CONNECTIONS SHOWN - AN ENDPOINT IS CLOSED"
                       to WS-SCR-MESSAGE
               when '04'
                   move "NO WORKABLE ONE-STOP CONNECTION FOUND"
                       to WS-SCR-MESSAGE
               when '20'
                   move "CODE 1 AND CODE 2 ARE THE SAME AIRPORT OR CITY"
                       to WS-SCR-MESSAGE
               when '23'
                   move "CODE 1 OR CODE 2 IS NOT ON THE AIRPORT MASTER"
                       to WS-SCR-MESSAGE
               when other
                   string "ROUTE OR AIRPORT FILE UNAVAILABLE - STATUS "
                       delimited by size
                       CONN-FILE-STATUS delimited by size
                       into WS-SCR-MESSAGE
                   end-string
           end-evaluate
       .

       7300-FORMAT-ONE-CONNECTION.
           move cn-leg1-origin(CONN-IDX) to CNL-FROM
           move cn-via(CONN-IDX) to CNL-VIA
           move cn-leg1-carrier(CONN-IDX) to CNL-LEG1-CARRIER
           move cn-leg1-flight(CONN-IDX) to CNL-LEG1-FLIGHT
           move cn-leg1-dep(CONN-IDX) to CNL-LEG1-DEP
           move cn-leg1-arr(CONN-IDX) to CNL-LEG1-ARR
           move cn-leg2-carrier(CONN-IDX) to CNL-LEG2-CARRIER
           move cn-leg2-flight(CONN-IDX) to CNL-LEG2-FLIGHT
           move cn-leg2-dep(CONN-IDX) to CNL-LEG2-DEP
           move cn-leg2-arr(CONN-IDX) to CNL-LEG2-ARR
           move cn-connect-mins(CONN-IDX) to CNL-CONNECT
           divide cn-elapsed-mins(CONN-IDX) by 60
               giving WS-ELAPSED-HH remainder WS-ELAPSED-MM
           move WS-ELAPSED-HH to CNL-ELAPSED-HH
           move WS-ELAPSED-MM to CNL-ELAPSED-MM
           move cn-leg2-dest(CONN-IDX) to CNL-TO
           move WS-CONNECTION-LINE to WS-RESULT-LINE(CONN-IDX + 2)
       .

      *> Every AIRCODE call from this screen carries the agent's
      *> department into the audit trail.
       8000-INITIALIZE-AIRCODE-CALL.
           move spaces to CALL-AIRPORT1
           move spaces to CALL-AIRPORT2
           move spaces to CALL-PREFIX-TEXT
           initialize CALL-REC
           initialize CALL-DISTANCE-RESULT
           initialize CALL-MATCHED-CODES-ARRAY
           move spaces to CALL-FILE-STATUS
           initialize CALL-EXT-BLOCK
           move WS-SCR-DEPT to lnk-ext-caller-dept
       .

       8100-CALL-AIRCODE.
           call "AIRCODE" using
                   by value     CALL-FUNCTION
                   by value     CALL-AIRPORT1
                   by value     CALL-AIRPORT2
                   by value     CALL-PREFIX-TEXT
                   by reference CALL-REC
                   by reference CALL-DISTANCE-RESULT
                   by reference CALL-MATCHED-CODES-ARRAY
                   by reference CALL-FILE-STATUS
                   by reference CALL-EXT-BLOCK
           end-call
       .

       8200-SET-AIRCODE-MESSAGE.
           evaluate CALL-FILE-STATUS
               when '00'
                   move "COMPLETED" to WS-SCR-MESSAGE
               when '02'
                   move "COMPLETED - AN AIRPORT INVOLVED IS CLOSED"
                       to WS-SCR-MESSAGE
               when '04'
                   move "NO RECORD OR NO MATCHES FOUND"
                       to WS-SCR-MESSAGE
               when '05'
                   move "MORE MATCHES - ENTER + IN PAGE FOR THE NEXT"
                       to WS-SCR-MESSAGE
               when '20'
                   move "INVALID INPUT FOR THIS FUNCTION"
                       to WS-SCR-MESSAGE
               when '23'
                   move "AIRPORT CODE NOT ON FILE" to WS-SCR-MESSAGE
               when other
                   string "AIRPORT FILES UNAVAILABLE - STATUS "
                       delimited by size
                       CALL-FILE-STATUS delimited by size
                       into WS-SCR-MESSAGE
                   end-string
           end-evaluate
       .

       end program AIRINQ.
