      *>          GRQ-DISTANCE-MILES, GRQ-MIN-RUNWAY,
      *>          GRQ-DEPART-TIME)
      *>   '63' - an operand the function needs is blank (or, for
      *>          'I' or an itinerary 'Z', the itinerary count is
      *>          under 2 or a leg within the count is blank)
      *> Structurally sound requests are passed to AIRCODE
      *> untranslated, so an operand AIRCODE itself rejects still
      *> comes back in the response file with AIRCODE's own
      *> status. Every serviced request is covered by AIRCODE's
      *> AIRCODE.AUD audit trail, exactly as a direct CALL would
      *> be.
      *>
      *> 'D' and 'I' responses - and 'Z', which asks for the zone
      *> by name - carry the tariff zone AIRCODE classified the
      *> distance into, dated by the request's travel date, so
      *> the departments pricing off the gateway no longer band
      *> the mileage by hand.
      *>
      *> Every run, accepted or refused, logs its counts and
      *> return code to the run-control log through AIRRUNLG as
      *> step GATEWAY.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRGATE.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-ITIN-IDX                 PIC 9(2).

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
           perform 1000-RECONCILE-FILE-CONTROLS
           if FILE-IS-ACCEPTED
               perform 2000-CHECK-RUN-CONTROL
               display "AIRGATE: nothing serviced, return code 8"
               move 8 to return-code
           end-if
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

                           perform 580-FLAG-NOT-NUMERIC
                       end-if
                   end-if
               when 'Z'
                   if GRQ-AIRPORT1 = spaces
                       perform 520-VALIDATE-ITINERARY
                   else
                       if GRQ-AIRPORT2 = spaces
                           perform 590-FLAG-BLANK-OPERAND
                       end-if
                   end-if
               when 'N'
      *> the request layout carries no raw search position, so a
      *> gateway nearest search always centres on an airport code.
           else
               move 0 to GRS-TRAVEL-DATE
           end-if
           move lnk-ext-tariff-zone to GRS-TARIFF-ZONE

           write GATEWAY-RESPONSE-RECORD

           close AIRGATE-CONTROL-FILE
       .

      *> Input is every detail record on the request file; output
      *> is the responses written. A refused file logs its detail
      *> count with nothing out and return code 8.
       9500-LOG-RUN-STATISTICS.
           move "AIRGATE" to RCL-PROGRAM
           move "GATEWAY" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-DETAIL-COUNT to RCL-RECORDS-IN
           compute RCL-RECORDS-OUT = WS-OK-COUNT + WS-FAIL-COUNT
           move WS-REJECT-COUNT to RCL-RECORDS-REJECTED
           move 0 to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move 0 to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRGATE.
