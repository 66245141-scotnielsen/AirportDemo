      *>              the leg is impossibly fast
      *>   TOOSLOW  - the scheduled arrival trails the computed
      *>              arrival by more than the slack allowance
      *>   EXPIRED  - the leg's RTE-DISC-DATE is on or before the
      *>              sweep date, so it no longer operates; it is
      *>              flagged for the schedule desk to clear and
      *>              none of the checks above are run on it
      *>   NOTYET   - the leg's RTE-EFF-DATE is after the sweep
      *>              date, so it does not operate yet; it is
      *>              listed so the schedule desk sees what is
      *>              loaded ahead, and is then swept like any
      *>              other - it will fly, and bad data is better
      *>              found before it does
      *>
      *> The cruise speed handed to the 'A' calculation is the
      *> EQP-CRUISE-SPEED of the leg's RTE-EQUIP-TYPE on the
      *> equipment type file (AIREQUIP, Copybooks/AIREREC.cpy).
      *> That file is optional at run time; a leg that names no
      *> type, or a type not on file, or any leg when the file is
      *> not there, is swept at the CRUISE= speed instead.
      *>
      *> An optional parameter card file (AIRRPLAU.PRM) tunes the
      *> sweep; missing cards leave the defaults:
      *>   CRUISE=nnnn - fallback cruise speed (mph) for a leg
      *>         with no usable equipment type, 0460 when no card
      *>         is supplied
      *>   SLACK=nnn   - minutes a scheduled arrival may differ
      *>         from the computed arrival either way before it is
      *>         reported, 045 when no card is supplied
      *> Nothing on any input file is changed.
      *>
      *> The run's counts go to the run-control log through
      *> AIRRUNLG as step SWEEP; the leg count it logs is the
      *> after-load count AIRBALRP balances the route master's
      *> movement against.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRRPLAU.
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select EQUIPMENT-TYPE-FILE assign to "AIREQUIP"
               organization is indexed
               access mode is dynamic
               record key is EQP-TYPE-CODE
               file status is WS-EQUIP-FILE-STATUS.

           select AIRRPLAU-PARM-FILE assign to "AIRRPLAU.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  EQUIPMENT-TYPE-FILE.
       copy "AIREREC.cpy".

       FD  AIRRPLAU-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       working-storage section.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EQUIP-FILE-STATUS        PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-EQUIP-FILE-OPEN          PIC X VALUE 'N'.
           88  EQUIP-FILE-IS-OPEN      VALUE 'Y'.

       01  WS-CRUISE-SPEED             PIC 9(4) VALUE 460.
       01  WS-LEG-CRUISE-SPEED         PIC 9(4).
       01  WS-SLACK-MINS               PIC 9(3) VALUE 45.
       01  WS-PARM-VALUE               PIC X(4).

       01  WS-BADTIME-COUNT            PIC 9(7) VALUE 0.
       01  WS-FAST-COUNT               PIC 9(7) VALUE 0.
       01  WS-SLOW-COUNT               PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOTYET-COUNT             PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-SWEEP-DATE               PIC 9(8).

       01  WS-ENDPOINTS-OK             PIC X.
           88  ENDPOINTS-ARE-OK        VALUE 'Y'.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                PIC X(21).

      *> Fields matching AIRCODE's linkage, used to CALL it below.
       01  CALL-FUNCTION               PIC X.
       01  CALL-AIRPORT1               PIC X(4).

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           perform 0050-READ-PARM-CARDS
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE to WS-SWEEP-DATE
           open output AIRRPLAU-REPORT
           move "ROUTE SCHEDULE PLAUSIBILITY SWEEP"
               to WS-REPORT-LINE
                       to WS-REPORT-LINE
                   write WS-REPORT-LINE
               else
                   perform 0100-OPEN-EQUIP-FILE
                   perform 1000-SWEEP-ROUTE-MASTER
                   perform 0200-CLOSE-EQUIP-FILE
                   close AIRPORT-MASTER-FILE
               end-if
               close ROUTE-MASTER-FILE
               WS-NOMASTER-COUNT " no-master, "
               WS-CLOSED-COUNT " closed, "
               WS-FAST-COUNT " too fast, "
               WS-SLOW-COUNT " too slow, "
               WS-EXPIRED-COUNT " expired, "
               WS-NOTYET-COUNT " not yet in effect"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

           end-evaluate
       .

      *> The equipment type file is optional at run time, the way
      *> the alias file is for AIRRCONN - no file, and every leg
      *> is swept at the CRUISE= speed.
       0100-OPEN-EQUIP-FILE.
           move 'N' to WS-EQUIP-FILE-OPEN
           open input EQUIPMENT-TYPE-FILE
           if WS-EQUIP-FILE-STATUS = "00"
               move 'Y' to WS-EQUIP-FILE-OPEN
           end-if
       .

       0200-CLOSE-EQUIP-FILE.
           if EQUIP-FILE-IS-OPEN
               close EQUIPMENT-TYPE-FILE
           end-if
       .

       1000-SWEEP-ROUTE-MASTER.
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
       .

       2000-CHECK-ONE-LEG.
           if RTE-DISC-DATE > 0 and RTE-DISC-DATE <= WS-SWEEP-DATE
               perform 2500-REPORT-EXPIRED-LEG
           else
               if RTE-EFF-DATE > WS-SWEEP-DATE
                   perform 2600-REPORT-FUTURE-LEG
               end-if
               perform 3000-CHECK-ENDPOINTS
               if ENDPOINTS-ARE-OK
                   perform 3500-CHECK-STORED-TIMES
                   if TIMES-ARE-OK
                       perform 4000-CHECK-BLOCK-TIME
                   end-if
               end-if
           end-if
       .

      *> A discontinued leg is schedule history, not schedule -
      *> its endpoints and block time no longer matter to anyone,
      *> but the record itself should not be left on file.
       2500-REPORT-EXPIRED-LEG.
           move spaces to WS-DETAIL-LINE
           move "EXPIRED  " to DTL-TAG
           perform 7000-FILL-LEG-KEY
           string "DISCONTINUED " delimited by size
               RTE-DISC-DATE delimited by size
               ", STILL ON ROUTE MASTER" delimited by size
               into DTL-DETAIL
           end-string
           perform 7100-WRITE-DETAIL-LINE
           add 1 to WS-EXPIRED-COUNT
       .

      *> A leg loaded ahead of its start date. Not wrong in
      *> itself, so the checks that follow still run on it.
       2600-REPORT-FUTURE-LEG.
           move spaces to WS-DETAIL-LINE
           move "NOTYET   " to DTL-TAG
           perform 7000-FILL-LEG-KEY
           string "EFFECTIVE " delimited by size
               RTE-EFF-DATE delimited by size
               ", NOT YET IN EFFECT" delimited by size
               into DTL-DETAIL
           end-string
           perform 7100-WRITE-DETAIL-LINE
           add 1 to WS-NOTYET-COUNT
       .

      *> Both endpoints have to still be live airport master
      *> records. AIRRMNT proved that when the leg was keyed, but
      *> AIRMAINT can close or delete an airport afterwards and
           initialize CALL-MATCHED-CODES-ARRAY
           move spaces to CALL-FILE-STATUS
           initialize CALL-EXT-BLOCK
           perform 4100-SET-LEG-CRUISE-SPEED
           move WS-LEG-CRUISE-SPEED to lnk-ext-cruise-speed
           move RTE-DEP-TIME to lnk-ext-depart-time

           call "AIRCODE" using
           end-if
       .

      *> The leg's own aircraft type decides its speed when the
      *> type is on file with a speed; otherwise the CRUISE= speed.
       4100-SET-LEG-CRUISE-SPEED.
           move WS-CRUISE-SPEED to WS-LEG-CRUISE-SPEED
           if EQUIP-FILE-IS-OPEN and RTE-EQUIP-TYPE not = spaces
               move RTE-EQUIP-TYPE to EQP-TYPE-CODE
               read EQUIPMENT-TYPE-FILE
                   invalid key
                       continue
                   not invalid key
                       if EQP-CRUISE-SPEED > 0
                           move EQP-CRUISE-SPEED
                               to WS-LEG-CRUISE-SPEED
                       end-if
               end-read
           end-if
       .

       6000-WRITE-TIME-EXCEPTION.
           move spaces to WS-DETAIL-LINE
           move WS-TIME-TAG to DTL-TAG
           move WS-SLOW-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "EXPIRED LEGS:" to TOT-LABEL
           move WS-EXPIRED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NOT-YET LEGS:" to TOT-LABEL
           move WS-NOTYET-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> Every leg swept is input; every exception line, of any
      *> kind, counts as a reject.
       9500-LOG-RUN-STATISTICS.
           move "AIRRPLAU" to RCL-PROGRAM
           move "SWEEP" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-LEG-COUNT to RCL-RECORDS-IN
           move 0 to RCL-RECORDS-OUT
           compute RCL-RECORDS-REJECTED =
               WS-NOMASTER-COUNT + WS-CLOSED-COUNT
               + WS-BADTIME-COUNT + WS-FAST-COUNT
               + WS-SLOW-COUNT + WS-EXPIRED-COUNT
               + WS-NOTYET-COUNT
           move 0 to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move WS-LEG-COUNT to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRRPLAU.
