      *> step can put the previous master generation back and hold
      *> the feed for manual review. No card means no return-code
      *> change, exactly as this program always behaved.
      *>
      *> The run's counts go to the run-control log through
      *> AIRRUNLG as step VALIDATE; the master record count it
      *> logs is the after-load count AIRBALRP balances the
      *> master's movement against.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRVALID.
       01  WS-CHECK-STATUS             PIC X.

       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-STAGE-COUNT              PIC 9(7) VALUE 0.
       01  WS-MAX-CODES                PIC 9(5) VALUE 5000.
       01  WS-SEEN-COUNT                PIC 9(5) VALUE 0.
       01  WS-SEEN-TABLE.
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
           move 0 to WS-EXCEPTION-COUNT
           open output AIRVALID-REPORT
                   "for the restore step"
               move 8 to return-code
           end-if
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-MASTER-COUNT
                       move MST-AP-LAT-SIGN  to WS-GEO-SIGN
                       move MST-AP-LAT-DEGS  to WS-GEO-LAT-DEGS
                       move MST-AP-LAT-MINS  to WS-GEO-LAT-MINS
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-STAGE-COUNT
                       move STG-AP-LAT-SIGN  to WS-GEO-SIGN
                       move STG-AP-LAT-DEGS  to WS-GEO-LAT-DEGS
                       move STG-AP-LAT-MINS  to WS-GEO-LAT-MINS
           end-if
       .

      *> Input is the staged feed it checked; the exceptions are
      *> its rejects. Nothing is written to either file.
       9500-LOG-RUN-STATISTICS.
           move "AIRVALID" to RCL-PROGRAM
           move "VALIDATE" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-STAGE-COUNT to RCL-RECORDS-IN
           move 0 to RCL-RECORDS-OUT
           move WS-EXCEPTION-COUNT to RCL-RECORDS-REJECTED
           move 0 to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move WS-MASTER-COUNT to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRVALID.
