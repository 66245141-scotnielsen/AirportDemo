      *> The drift threshold comes from the AIRDELTA.PRM card
      *> (DRIFT-KM=nnnnn), 50 km when no card is supplied. Nothing
      *> on any input file is changed.
      *>
      *> The run's counts go to the run-control log through
      *> AIRRUNLG as step DELTA; the master record count it logs
      *> is the before-load count AIRBALRP balances the master's
      *> movement from.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRDELTA.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-DRIFT-COUNT              PIC 9(7) VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(7) VALUE 0.

       01  WS-MAX-CODES                PIC 9(5) VALUE 5000.
       01  WS-SEEN-COUNT               PIC 9(5) VALUE 0.
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
           perform 0050-READ-PARM-CARD
           open output AIRDELTA-REPORT
           move "AIRPORT FEED DELTA REPORT (PRE-APPLY)"
               WS-CHANGED-COUNT " changed, "
               WS-MISSING-COUNT " missing, "
               WS-DRIFT-COUNT " geo-drift"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-MASTER-COUNT
                       if MST-AP-STATUS not = 'X'
                           perform 2100-CHECK-CODE-WAS-STAGED
                           if not CODE-WAS-STAGED
           write WS-REPORT-LINE
       .

      *> Input is the staged feed compared; nothing is written or
      *> refused. The master count covers closed airports too.
       9500-LOG-RUN-STATISTICS.
           move "AIRDELTA" to RCL-PROGRAM
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

       end program AIRDELTA.
