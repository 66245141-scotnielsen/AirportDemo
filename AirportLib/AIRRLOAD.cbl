      *> The route equivalent of AIRLOAD's STAGE/APPLY pipeline:
      *> reads a carrier schedule feed (RTEFEED.DAT - one line per
      *> leg: carrier, flight number, origin, destination,
      *> dep/arr HHMM local times, days-of-operation pattern,
      *> effective and discontinue dates, equipment type), stages
      *> it to AIRRSTG.DAT (the layout AIRRDLTA reports on before
      *> a load is trusted), and applies it to the route master
      *> through AIRRMNT - add if the carrier/flight/origin key is
      *> new, change if it already exists, so AIRRMNT's endpoint,
      *> HHMM, operating-pattern and equipment validation still
      *> stands between the feed and the file. Schedule-change
      *> season stops being a week of hand-keying through AIRRMNT
      *> one CALL at a time.
      *>
      *> A full season feed replaces a carrier's schedule, so the
      *> apply pass also drops: any leg on the route master whose
      *>                AIRRMNT; the feed is not read
      *>   MODE=FULL  - both in one pass, which is also what a
      *>                missing parameter card means
      *>
      *> Every run ends by logging its counts to the run-control
      *> log through AIRRUNLG under the mode as its step, for
      *> AIRBALRP's morning balancing.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRRLOAD.
           03  RTF-DEST                PIC X(4).
           03  RTF-DEP-TIME            PIC 9(4).
           03  RTF-ARR-TIME            PIC 9(4).
           03  RTF-OPER-DAYS           PIC X(7).
           03  RTF-EFF-DATE            PIC 9(8).
           03  RTF-DISC-DATE           PIC 9(8).
           03  RTF-EQUIP-TYPE          PIC X(4).

       FD  AIRRSTG-FILE.
       copy "AIRRSTAG.cpy".
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DROP-COUNT               PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
      *> drops AIRRMNT refused - counted in WS-REJECT-COUNT too,
      *> but they are master legs, not feed records, so the feed
      *> balance on the run-control log leaves them out.
       01  WS-DROP-FAIL-COUNT          PIC 9(7) VALUE 0.
       01  WS-STAGED-COUNT             PIC 9(7) VALUE 0.

      *> This run's statistics line for the run-control log.
       01  CALL-RUN-CONTROL-REC.
           copy "AIRLREC.cpy".
       01  WS-RUN-CLOCK                PIC X(21).

      *> Every staged key and every carrier seen in the feed,
      *> remembered through the apply pass so the drop scan knows

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-RUN-CLOCK
           move WS-RUN-CLOCK(1:14) to RCL-START-TIMESTAMP
           perform 0050-READ-PARM-CARD

           if MODE-IS-APPLY
               WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
               WS-DROP-COUNT " dropped, "
               WS-REJECT-COUNT " rejected"
           perform 9500-LOG-RUN-STATISTICS
           goback
       .

           move RTF-DEST to RST-DEST
           move RTF-DEP-TIME to RST-DEP-TIME
           move RTF-ARR-TIME to RST-ARR-TIME
           move RTF-OPER-DAYS to RST-OPER-DAYS
      *> a carrier still sending the short pre-pattern line leaves
      *> the dates blank - open-ended, the same as a zero date.
           if RTF-EFF-DATE is numeric
               move RTF-EFF-DATE to RST-EFF-DATE
           else
               move 0 to RST-EFF-DATE
           end-if
           if RTF-DISC-DATE is numeric
               move RTF-DISC-DATE to RST-DISC-DATE
           else
               move 0 to RST-DISC-DATE
           end-if
           move RTF-EQUIP-TYPE to RST-EQUIP-TYPE
           write ROUTE-STAGE-RECORD
           add 1 to WS-STAGED-COUNT
           perform 1100-REMEMBER-STAGED-LEG
       .

               add 1 to WS-DROP-COUNT
           else
               add 1 to WS-REJECT-COUNT
               add 1 to WS-DROP-FAIL-COUNT
           end-if
       .

      *> A STAGE run's output is the staged file; an APPLY or FULL
      *> run's is the feed legs that reached the master (adds plus
      *> changes). Its drops are the master deletes.
       9500-LOG-RUN-STATISTICS.
           move "AIRRLOAD" to RCL-PROGRAM
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
           compute RCL-RECORDS-REJECTED =
               WS-REJECT-COUNT - WS-DROP-FAIL-COUNT
           move WS-ADD-COUNT to RCL-ADD-COUNT
           move WS-DROP-COUNT to RCL-DELETE-COUNT
           move 0 to RCL-FILE-COUNT
           move return-code to RCL-RETURN-CODE

           call "AIRRUNLG" using
                   by reference CALL-RUN-CONTROL-REC
           end-call
       .

       end program AIRRLOAD.
