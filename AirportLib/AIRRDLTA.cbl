      *> feed - and reports to AIRRDLTA.RPT:
      *>   NEW      - carrier/flight/origin key in the feed but
      *>              not on the route master
      *>   CHANGED  - the feed's destination, times, days-of-
      *>              operation pattern, effective/discontinue
      *>              dates or equipment type differ from the
      *>              master leg, with the differing fields
      *>              flagged
      *>   BADSKED  - the staged leg's operating pattern or dates
      *>              will not pass AIRRMNT's schedule validation;
      *>              the apply will reject it with a '26'
      *>   DROPPED  - a master leg flown by a carrier that is in
      *>              the feed, whose key the feed no longer
      *>              carries - the leg AIRRLOAD's apply will
      *>              not reported; their schedules are not
      *>              touched
      *> Nothing on any input file is changed.
      *>
      *> The run's counts go to the run-control log through
      *> AIRRUNLG as step DELTA; the route master leg count it
      *> logs is the before-load count AIRBALRP balances the
      *> route master's movement from.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRRDLTA.
       01  WS-NEW-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-BADSKED-COUNT            PIC 9(7) VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(7) VALUE 0.

      *> Staged schedule check, the same rules AIRRMNT's
      *> 0560-VALIDATE-SCHEDULE applies on the way in.
       01  WS-SCHED-IS-VALID           PIC X VALUE 'Y'.
           88  SCHED-IS-VALID          VALUE 'Y'.
       01  WS-DAY-IDX                  PIC 9.
       01  WS-DAY-DIGIT                PIC 9.
       01  WS-DAYS-OPERATING           PIC 9.
       01  WS-DATE-WORK.
           03  WS-DATE-YYYY            PIC 9(4).
           03  WS-DATE-MM              PIC 9(2).
           03  WS-DATE-DD              PIC 9(2).

       01  WS-MAX-KEYS                 PIC 9(5) VALUE 5000.
       01  WS-KEY-COUNT                PIC 9(5) VALUE 0.
           05  DIFF-DEST               PIC X(5).
           05  DIFF-DEP                PIC X(4).
           05  DIFF-ARR                PIC X(4).
           05  DIFF-DAYS               PIC X(5).
           05  DIFF-EFF                PIC X(4).
           05  DIFF-DISC               PIC X(5).
           05  DIFF-EQP                PIC X(4).
           05  FILLER                  PIC X(19).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                PIC X(21).

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           open output AIRRDLTA-REPORT
           move "ROUTE SCHEDULE DELTA REPORT (PRE-APPLY)"
               to WS-REPORT-LINE
                           delimited by size into WS-REPORT-LINE
                       end-string
                       write WS-REPORT-LINE
                       perform 2500-COUNT-MASTER-LEGS
                   else
                       if CARRIER-CAP-WAS-WARNED
                           move spaces to WS-REPORT-LINE
           close AIRRDLTA-REPORT
           display "AIRRDLTA: " WS-NEW-COUNT " new, "
               WS-CHANGED-COUNT " changed, "
               WS-DROPPED-COUNT " dropped, "
               WS-BADSKED-COUNT " bad schedule"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

                       add 1 to WS-STAGE-COUNT
                       perform 1100-REMEMBER-STAGED-LEG
                       perform 1200-COMPARE-ONE-LEG
                       perform 1400-CHECK-STAGED-SCHEDULE
               end-read
           end-perform
           if WS-STAGE-FILE-STATUS not = "35"
               move 'Y' to WS-REC-DIFFERS
               move "ARR" to DIFF-ARR
           end-if
           if RST-OPER-DAYS not = RTE-OPER-DAYS
               move 'Y' to WS-REC-DIFFERS
               move "DAYS" to DIFF-DAYS
           end-if
           if RST-EFF-DATE not = RTE-EFF-DATE
               move 'Y' to WS-REC-DIFFERS
               move "EFF" to DIFF-EFF
           end-if
           if RST-DISC-DATE not = RTE-DISC-DATE
               move 'Y' to WS-REC-DIFFERS
               move "DISC" to DIFF-DISC
           end-if
           if RST-EQUIP-TYPE not = RTE-EQUIP-TYPE
               move 'Y' to WS-REC-DIFFERS
               move "EQP" to DIFF-EQP
           end-if

           if REC-DIFFERS
               move "CHANGED  " to DELTA-TAG
           end-if
       .

      *> A pattern of all spaces is daily; otherwise each of the
      *> seven positions, Monday first, is its own day digit or
      *> '.', with at least one day operating. Dates are zero or
      *> a real YYYYMMDD, and the discontinue date must fall
      *> after the effective date.
       1400-CHECK-STAGED-SCHEDULE.
           move 'Y' to WS-SCHED-IS-VALID
           if RST-OPER-DAYS not = spaces
               move 0 to WS-DAYS-OPERATING
               perform varying WS-DAY-IDX from 1 by 1
                       until WS-DAY-IDX > 7
                   move WS-DAY-IDX to WS-DAY-DIGIT
                   evaluate true
                       when RST-OPER-DAYS(WS-DAY-IDX:1) = '.'
                           continue
                       when RST-OPER-DAYS(WS-DAY-IDX:1)
                               = WS-DAY-DIGIT
                           add 1 to WS-DAYS-OPERATING
                       when other
                           move 'N' to WS-SCHED-IS-VALID
                   end-evaluate
               end-perform
               if WS-DAYS-OPERATING = 0
                   move 'N' to WS-SCHED-IS-VALID
               end-if
           end-if
           if SCHED-IS-VALID and RST-EFF-DATE not = 0
               move RST-EFF-DATE to WS-DATE-WORK
               perform 1450-CHECK-YYYYMMDD
           end-if
           if SCHED-IS-VALID and RST-DISC-DATE not = 0
               move RST-DISC-DATE to WS-DATE-WORK
               perform 1450-CHECK-YYYYMMDD
           end-if
           if SCHED-IS-VALID
                   and RST-EFF-DATE not = 0
                   and RST-DISC-DATE not = 0
                   and RST-DISC-DATE <= RST-EFF-DATE
               move 'N' to WS-SCHED-IS-VALID
           end-if

           if not SCHED-IS-VALID
               move spaces to WS-DELTA-LINE
               move "BADSKED  " to DELTA-TAG
               perform 1900-FILL-STAGED-KEY
               string RST-OPER-DAYS " " RST-EFF-DATE " "
                   RST-DISC-DATE
                   delimited by size into DELTA-DETAIL
               end-string
               move WS-DELTA-LINE to WS-REPORT-LINE
               write WS-REPORT-LINE
               add 1 to WS-BADSKED-COUNT
           end-if
       .

       1450-CHECK-YYYYMMDD.
           if WS-DATE-YYYY < 1900
                   or WS-DATE-MM < 1 or WS-DATE-MM > 12
                   or WS-DATE-DD < 1 or WS-DATE-DD > 31
               move 'N' to WS-SCHED-IS-VALID
           end-if
       .

       1900-FILL-STAGED-KEY.
           move RST-CARRIER to DELTA-CARRIER
           move RST-FLIGHT-NBR to DELTA-FLIGHT
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-MASTER-COUNT
                       perform 2100-CHECK-ONE-MASTER-LEG
               end-read
           end-perform
           end-if
       .

      *> With the drop section suppressed the master is still
      *> counted, so the run-control log always carries the
      *> before-load leg count.
       2500-COUNT-MASTER-LEGS.
           move 'N' to WS-EOF-SWITCH
           move low-values to RTE-ROUTE-KEY
           start ROUTE-MASTER-FILE
               key is greater than or equal RTE-ROUTE-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read ROUTE-MASTER-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-MASTER-COUNT
               end-read
           end-perform
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move WS-DROPPED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "BAD SCHEDULE LEGS:" to TOT-LABEL
           move WS-BADSKED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> Input is the staged schedule compared; nothing is written
      *> or refused.
       9500-LOG-RUN-STATISTICS.
           move "AIRRDLTA" to RCL-PROGRAM
           move "DELTA" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-STAGE-COUNT to RCL-RECORDS-IN
           move 0 to RCL-RECORDS-OUT
           move 0 to RCL-RECORDS-REJECTED
           move 0 to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move WS-MASTER-COUNT to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRRDLTA.
