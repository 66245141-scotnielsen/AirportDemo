      *>     from the AIRRWY children
      *>   - every IATA alias on AIRALIAS mapped to it
      *>   - the AIRROUTE legs departing and arriving, with their
      *>     scheduled times and days of operation; a leg not in
      *>     effect on the run date is flagged with the date it
      *>     starts or the date it was discontinued
      *>   - its nearest neighbours straight from AIRCODE's 'N'
      *>     search
      *> The alias, runway, and route files are optional at run
       01  WS-MINS-X                   PIC X(6).
       01  WS-TZ-EDIT                  PIC +9(2).
       01  WS-NEAR-IDX                 PIC 9(2).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-RULER-LINE               PIC X(60) VALUE ALL "=".

           05  RTL-DEP                 PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "/".
           05  RTL-ARR                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTL-DAYS                PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTL-EFFECT-NOTE         PIC X(22).

       01  WS-NEAR-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE to WS-RUN-DATE
           open output AIRFACTS-REPORT
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
           move RTE-DEST to RTL-DEST
           move RTE-DEP-TIME to RTL-DEP
           move RTE-ARR-TIME to RTL-ARR
      *> a blank pattern is daily - print it the way it reads.
           if RTE-OPER-DAYS = spaces
               move "1234567" to RTL-DAYS
           else
               move RTE-OPER-DAYS to RTL-DAYS
           end-if
           move spaces to RTL-EFFECT-NOTE
           evaluate true
               when RTE-DISC-DATE > 0
                       and RTE-DISC-DATE <= WS-RUN-DATE
                   string "DISCONTINUED " RTE-DISC-DATE
                       delimited by size into RTL-EFFECT-NOTE
                   end-string
               when RTE-EFF-DATE > WS-RUN-DATE
                   string "EFFECTIVE " RTE-EFF-DATE
                       delimited by size into RTL-EFFECT-NOTE
                   end-string
               when other
                   continue
           end-evaluate
           move WS-ROUTE-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           add 1 to WS-SECTION-COUNT
