      *> AIRLOAD uses against AIRMAINT. Records AIRWMNT rejects
      *> ('25' bad data, '41' unknown ap-code) are counted and
      *> left out; the load never bypasses AIRWMNT's validation.
      *> Its counts go to the run-control log through AIRRUNLG
      *> as step LOAD, for AIRBALRP's morning balancing.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRWLOAD.
       01  WS-CHANGE-COUNT              PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(7) VALUE 0.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                 PIC X(21).

      *> Fields matching AIRWMNT's linkage, used to CALL it below.
       01  CALL-FUNCTION                PIC X.
       01  CALL-REC.

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           open input RWYFEED-FILE
           move 'N' to WS-EOF-SWITCH

           display "AIRWLOAD: " WS-READ-COUNT " read, "
               WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
               WS-REJECT-COUNT " rejected"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

           end-if
       .

       9500-LOG-RUN-STATISTICS.
           move "AIRWLOAD" to RCL-PROGRAM
           move "LOAD" to RCL-STEP
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-END-TIMESTAMP
           move WS-READ-COUNT to RCL-RECORDS-IN
           compute RCL-RECORDS-OUT = WS-ADD-COUNT + WS-CHANGE-COUNT
           move WS-REJECT-COUNT to RCL-RECORDS-REJECTED
           move WS-ADD-COUNT to RCL-ADD-COUNT
           move 0 to RCL-DELETE-COUNT
           move 0 to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRWLOAD.
