      *>                missing parameter card means, so jobs that
      *>                predate the card run exactly as they
      *>                always did
      *>
      *> A feed record whose country is not on the country
      *> reference file is refused by AIRMAINT ('27') like any
      *> other reject; those are also counted on their own so the
      *> run summary shows how much of the feed needs a country
      *> added to the reference or its spelling corrected.
      *>
      *> Every run, whatever its mode, ends by logging its counts
      *> to the run-control log through AIRRUNLG under the mode as
      *> its step, for AIRBALRP's morning balancing.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRLOAD.
       01  WS-ADD-COUNT                 PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT              PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(7) VALUE 0.
       01  WS-COUNTRY-REJECT-COUNT      PIC 9(7) VALUE 0.
       01  WS-STAGED-COUNT              PIC 9(7) VALUE 0.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                 PIC X(21).

      *> Fields matching AIRMAINT's linkage, used to CALL it below.
       01  CALL-FUNCTION                PIC X.

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           perform 0050-READ-PARM-CARD

           if MODE-IS-APPLY
               " read, "
               WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
               WS-REJECT-COUNT " rejected"
           if WS-COUNTRY-REJECT-COUNT > 0
               display "AIRLOAD " WS-RUN-MODE ": "
                   WS-COUNTRY-REJECT-COUNT
                   " rejected for a country not on the reference file"
           end-if
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

           move 0 to STG-AP-CLOSED-DATE

           write STAGE-RECORD
           add 1 to WS-STAGED-COUNT
       .

       2000-APPLY-TO-MASTER.
                   add 1 to WS-ADD-COUNT
               when '22'
                   perform 2100-CHANGE-EXISTING
               when '27'
                   add 1 to WS-REJECT-COUNT
                   add 1 to WS-COUNTRY-REJECT-COUNT
               when other
                   add 1 to WS-REJECT-COUNT
           end-evaluate
               add 1 to WS-CHANGE-COUNT
           else
               add 1 to WS-REJECT-COUNT
               if CALL-FILE-STATUS = '27'
                   add 1 to WS-COUNTRY-REJECT-COUNT
               end-if
           end-if
       .

      *> A STAGE run's output is the staged file; an APPLY or FULL
      *> run's is what reached the master (adds plus changes).
      *> AIRLOAD never deletes from the master.
       9500-LOG-RUN-STATISTICS.
           move "AIRLOAD" to RCL-PROGRAM
           move WS-RUN-MODE to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-READ-COUNT to RCL-RECORDS-IN
           if MODE-IS-STAGE
               move WS-STAGED-COUNT to RCL-RECORDS-OUT
           else
               compute RCL-RECORDS-OUT =
                   WS-ADD-COUNT + WS-CHANGE-COUNT
           end-if
           move WS-REJECT-COUNT to RCL-RECORDS-REJECTED
           move WS-ADD-COUNT to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move 0 to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRLOAD.
