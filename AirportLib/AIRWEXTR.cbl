      *> The runway and alias files are optional at run time the
      *> way they are everywhere else in the library - missing
      *> files just leave their columns zero/empty. Read-only.
      *> The run's counts go to the run-control log through
      *> AIRRUNLG as step WHEXTR.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRWEXTR.

       01  WS-AIRPORT-COUNT            PIC 9(7) VALUE 0.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                PIC X(21).

      *> The alias file is keyed by the 3-letter code, so the
      *> reverse join (which aliases point at this airport) is one
      *> load of the whole small cross-reference into a table

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           open output AIRWEXTR-EXTRACT
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
           close AIRWEXTR-EXTRACT
           display "AIRWEXTR: " WS-AIRPORT-COUNT
               " airport(s) extracted"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

           end-perform
       .

      *> Every master record read becomes one extract record.
       9500-LOG-RUN-STATISTICS.
           move "AIRWEXTR" to RCL-PROGRAM
           move "WHEXTR" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-AIRPORT-COUNT to RCL-RECORDS-IN
           move WS-AIRPORT-COUNT to RCL-RECORDS-OUT
           move 0 to RCL-RECORDS-REJECTED
           move 0 to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move WS-AIRPORT-COUNT to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRWEXTR.
