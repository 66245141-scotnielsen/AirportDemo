      *> ---------------------------------------------------------
      *> AIRBALRP - Nightly operations balancing report
      *>
      *> Reads the run-control log (AIRRUNLG.DAT - one line per
      *> batch program run, layout in Copybooks/AIRLREC.cpy,
      *> appended by AIRRUNLG) and balances the night in one
      *> report, AIRBALRP.RPT, instead of operations opening
      *> every step's spool:
      *>   STEP STATUS     - every expected program/step, with its
      *>                     times, counts and return code; a step
      *>                     with no log line is NOT RUN, one that
      *>                     ended above RC 4 is RC OVER 4. Runs on
      *>                     the log that were not expected are
      *>                     listed after them
      *>   FEED BALANCING  - for the airport (AIRLOAD), route
      *>                     (AIRRLOAD) and runway (AIRWLOAD) feeds,
      *>                     records read = staged = applied +
      *>                     rejected. A STAGE/APPLY pair is
      *>                     balanced across the two steps; a
      *>                     one-pass run (FULL, or AIRWLOAD's LOAD)
      *>                     stages everything it reads
      *>   MASTER MOVEMENT - the airport master count AIRDELTA saw
      *>                     before the load, plus AIRLOAD's adds,
      *>                     less its deletes, must be the count
      *>                     AIRVALID saw after it; likewise the
      *>                     route master from AIRRDLTA through
      *>                     AIRRLOAD to AIRRPLAU's sweep
      *> A check whose steps are not all on the log is NOT CHECKED
      *> rather than guessed at. When a step ran more than once the
      *> last run on the log is the one reported and balanced, and
      *> its status says RERUN.
      *>
      *> The expected steps default to the nightly schedule below.
      *> An optional parameter card file (AIRBALRP.PRM) replaces
      *> that list outright with its own:
      *>   EXPECT=pppppppp ssssssss - program in columns 8-15,
      *>         step in columns 17-24, one card per step
      *>
      *> Return code 4 when any expected step did not run or ended
      *> above RC 4, or any check is out of balance, so the
      *> morning job itself flags a night that needs looking at.
      *> Return code 8 when the log is there but cannot be read -
      *> the report then says so, since every step on it would
      *> otherwise show as NOT RUN.
      *> Read-only: the log is cut over to a dated archive
      *> generation by the job, not by this program.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRBALRP.

       environment division.
       input-output section.
       file-control.
           select RUN-CONTROL-LOG assign to "AIRRUNLG.DAT"
               organization is line sequential
               file status is WS-LOG-FILE-STATUS.

           select AIRBALRP-PARM-FILE assign to "AIRBALRP.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.

           select AIRBALRP-REPORT assign to "AIRBALRP.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  RUN-CONTROL-LOG.
       01  RUN-CONTROL-LINE            PIC X(100).

       FD  AIRBALRP-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       FD  AIRBALRP-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-LOG-FAILED-STATUS        PIC XX.
       01  WS-LOG-READ-FAILED          PIC X VALUE 'N'.
           88  LOG-READ-HAS-FAILED     VALUE 'Y'.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-LOG-DETAIL.
           copy "AIRLREC.cpy".

       01  WS-LOG-RECORD-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOT-RUN-COUNT            PIC 9(7) VALUE 0.
       01  WS-OVER-RC4-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNBALANCED-COUNT         PIC 9(7) VALUE 0.

      *> The nightly schedule as the AIRLOAD, AIRRLOAD and AIRGATE
      *> jobs run it, in running order - the expected list when no
      *> EXPECT= card is supplied.
       01  WS-DEFAULT-SCHEDULE.
           05  FILLER                  PIC X(8) VALUE "AIRLOAD".
           05  FILLER                  PIC X(8) VALUE "STAGE".
           05  FILLER                  PIC X(8) VALUE "AIRDELTA".
           05  FILLER                  PIC X(8) VALUE "DELTA".
           05  FILLER                  PIC X(8) VALUE "AIRLOAD".
           05  FILLER                  PIC X(8) VALUE "APPLY".
           05  FILLER                  PIC X(8) VALUE "AIRVALID".
           05  FILLER                  PIC X(8) VALUE "VALIDATE".
           05  FILLER                  PIC X(8) VALUE "AIRWEXTR".
           05  FILLER                  PIC X(8) VALUE "WHEXTR".
           05  FILLER                  PIC X(8) VALUE "AIRRLOAD".
           05  FILLER                  PIC X(8) VALUE "STAGE".
           05  FILLER                  PIC X(8) VALUE "AIRRDLTA".
           05  FILLER                  PIC X(8) VALUE "DELTA".
           05  FILLER                  PIC X(8) VALUE "AIRRLOAD".
           05  FILLER                  PIC X(8) VALUE "APPLY".
           05  FILLER                  PIC X(8) VALUE "AIRRPLAU".
           05  FILLER                  PIC X(8) VALUE "SWEEP".
           05  FILLER                  PIC X(8) VALUE "AIRGATE".
           05  FILLER                  PIC X(8) VALUE "GATEWAY".
       01  WS-DEFAULT-TABLE redefines WS-DEFAULT-SCHEDULE.
           05  WS-DEFAULT-ENTRY  OCCURS 10 TIMES
                   INDEXED BY WS-DEFAULT-IDX.
               07  WS-DEFAULT-PROGRAM  PIC X(8).
               07  WS-DEFAULT-STEP     PIC X(8).
       01  WS-DEFAULT-COUNT            PIC 9(2) VALUE 10.

       01  WS-MAX-EXPECTED             PIC 9(2) VALUE 30.
       01  WS-EXPECTED-COUNT           PIC 9(2) VALUE 0.
       01  WS-EXPECTED-TABLE.
           05  WS-EXPECTED-ENTRY  OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-EXPECTED-COUNT
                   INDEXED BY WS-EXP-IDX.
               07  WS-EXP-PROGRAM      PIC X(8).
               07  WS-EXP-STEP         PIC X(8).
       01  WS-EXPECT-CARD-SEEN         PIC X VALUE 'N'.
           88  EXPECT-CARD-WAS-SEEN    VALUE 'Y'.

      *> The last log line for every program/step on the log,
      *> with how many times it ran - built the same way AIRAUDRP
      *> builds its tallies.
       01  WS-MAX-RUNS                 PIC 9(3) VALUE 100.
       01  WS-RUN-COUNT                PIC 9(3) VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY  OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY WS-RUN-IDX.
               07  WS-RUN-PROGRAM      PIC X(8).
               07  WS-RUN-STEP         PIC X(8).
               07  WS-RUN-IMAGE        PIC X(100).
               07  WS-RUN-TIMES        PIC 9(3).
               07  WS-RUN-EXPECTED     PIC X.
                   88  RUN-WAS-EXPECTED VALUE 'Y'.
       01  WS-RUN-CAP-WARNED           PIC X VALUE 'N'.
           88  RUN-CAP-WAS-WARNED      VALUE 'Y'.

       01  WS-FIND-PROGRAM             PIC X(8).
       01  WS-FIND-STEP                PIC X(8).
       01  WS-FOUND-IDX                PIC 9(3).

      *> Working fields for one feed or one master check.
       01  WS-BAL-LABEL                PIC X(14).
       01  WS-BAL-PROGRAM              PIC X(8).
       01  WS-BAL-ONE-PASS-STEP        PIC X(8).
       01  WS-BAL-READ                 PIC 9(7).
       01  WS-BAL-STAGED               PIC 9(7).
       01  WS-BAL-APPLY-IN             PIC 9(7).
       01  WS-BAL-APPLIED              PIC 9(7).
       01  WS-BAL-REJECTED             PIC 9(7).
       01  WS-BAL-RESULT               PIC X(14).

       01  WS-MOV-BEFORE-PROGRAM       PIC X(8).
       01  WS-MOV-BEFORE-STEP          PIC X(8).
       01  WS-MOV-AFTER-PROGRAM        PIC X(8).
       01  WS-MOV-AFTER-STEP           PIC X(8).
       01  WS-MOV-ALL-FOUND            PIC X.
           88  MOV-ALL-FOUND           VALUE 'Y'.
       01  WS-MOV-BEFORE               PIC 9(7).
       01  WS-MOV-ADDS                 PIC 9(7).
       01  WS-MOV-DELETES              PIC 9(7).
       01  WS-MOV-EXPECTED             PIC S9(8).
       01  WS-MOV-AFTER                PIC 9(7).

       01  WS-STATUS-LINE.
           05  STS-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-STEP                PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-START               PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-END                 PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-IN                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-OUT                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-REJECTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-RC                  PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  STS-RESULT              PIC X(12).

       01  WS-FEED-LINE.
           05  FBL-LABEL               PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FBL-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FBL-STAGED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FBL-APPLIED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FBL-REJECTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FBL-RESULT              PIC X(14).

       01  WS-MOVEMENT-LINE.
           05  MOV-LABEL               PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MOV-BEFORE              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MOV-ADDS                PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MOV-DELETES             PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MOV-EXPECTED            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MOV-AFTER               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MOV-RESULT              PIC X(14).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           perform 0050-READ-PARM-CARDS
           if not EXPECT-CARD-WAS-SEEN
               perform 0100-LOAD-DEFAULT-SCHEDULE
           end-if
           perform 1000-READ-RUN-CONTROL-LOG

           open output AIRBALRP-REPORT
           move "NIGHTLY OPERATIONS BALANCING REPORT"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           if LOG-READ-HAS-FAILED
               string "RUN-CONTROL LOG READ FAILED - STATUS "
                       delimited by size
                   WS-LOG-FAILED-STATUS delimited by size
                   " - STEPS BELOW ARE NOT RELIABLE"
                       delimited by size
                   into WS-REPORT-LINE
               end-string
               write WS-REPORT-LINE
               move spaces to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if

           perform 2000-REPORT-STEP-STATUS
           perform 3000-REPORT-FEED-BALANCING
           perform 4000-REPORT-MASTER-MOVEMENT
           perform 8000-WRITE-TOTALS
           close AIRBALRP-REPORT

           display "AIRBALRP: " WS-LOG-RECORD-COUNT
               " log record(s), " WS-NOT-RUN-COUNT " step(s) not run, "
               WS-OVER-RC4-COUNT " over RC 4, "
               WS-UNBALANCED-COUNT " out of balance"
           if LOG-READ-HAS-FAILED
               display "AIRBALRP: run-control log read failed, "
                   "status " WS-LOG-FAILED-STATUS
               move 8 to return-code
           else
               if WS-NOT-RUN-COUNT > 0 or WS-OVER-RC4-COUNT > 0
                       or WS-UNBALANCED-COUNT > 0
                   move 4 to return-code
               end-if
           end-if
           goback
       .

      *> A missing parameter card file (file status 35) leaves the
      *> built-in schedule as the expected list. The first EXPECT=
      *> card throws that list away; the cards are the whole list.
       0050-READ-PARM-CARDS.
           open input AIRBALRP-PARM-FILE
           if WS-PARM-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRBALRP-PARM-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 0060-APPLY-ONE-PARM-CARD
                   end-read
               end-perform
               close AIRBALRP-PARM-FILE
           end-if
       .

       0060-APPLY-ONE-PARM-CARD.
           if PARM-LINE(1:7) = "EXPECT="
                   and PARM-LINE(8:8) not = spaces
               move 'Y' to WS-EXPECT-CARD-SEEN
               if WS-EXPECTED-COUNT < WS-MAX-EXPECTED
                   add 1 to WS-EXPECTED-COUNT
                   move PARM-LINE(8:8)
                       to WS-EXP-PROGRAM(WS-EXPECTED-COUNT)
                   move PARM-LINE(17:8)
                       to WS-EXP-STEP(WS-EXPECTED-COUNT)
               else
                   display "AIRBALRP: more than " WS-MAX-EXPECTED
                       " EXPECT= cards, the rest are ignored"
               end-if
           end-if
       .

       0100-LOAD-DEFAULT-SCHEDULE.
           move 0 to WS-EXPECTED-COUNT
           perform varying WS-DEFAULT-IDX from 1 by 1
                   until WS-DEFAULT-IDX > WS-DEFAULT-COUNT
               add 1 to WS-EXPECTED-COUNT
               move WS-DEFAULT-PROGRAM(WS-DEFAULT-IDX)
                   to WS-EXP-PROGRAM(WS-EXPECTED-COUNT)
               move WS-DEFAULT-STEP(WS-DEFAULT-IDX)
                   to WS-EXP-STEP(WS-EXPECTED-COUNT)
           end-perform
       .

       1000-READ-RUN-CONTROL-LOG.
           move 'N' to WS-EOF-SWITCH
           open input RUN-CONTROL-LOG
      *> status 35 means nothing has logged since the last
      *> cutover - every expected step shows as not run. Any
      *> other failure is a log that could not be read.
           if WS-LOG-FILE-STATUS not = "00"
               if WS-LOG-FILE-STATUS not = "35"
                   move 'Y' to WS-LOG-READ-FAILED
                   move WS-LOG-FILE-STATUS to WS-LOG-FAILED-STATUS
               end-if
               move 'Y' to WS-EOF-SWITCH
           else
               perform until WS-EOF
                   read RUN-CONTROL-LOG next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           move RUN-CONTROL-LINE to WS-LOG-DETAIL
                           add 1 to WS-LOG-RECORD-COUNT
                           perform 1100-REMEMBER-ONE-RUN
                   end-read
                   if WS-LOG-FILE-STATUS not = "00"
                           and WS-LOG-FILE-STATUS not = "10"
                       move 'Y' to WS-LOG-READ-FAILED
                       move WS-LOG-FILE-STATUS
                           to WS-LOG-FAILED-STATUS
                       move 'Y' to WS-EOF-SWITCH
                   end-if
               end-perform
               close RUN-CONTROL-LOG
           end-if
       .

      *> The log is only ever appended to, so a later line for the
      *> same program/step is a later run and replaces the one
      *> remembered.
       1100-REMEMBER-ONE-RUN.
           move RCL-PROGRAM to WS-FIND-PROGRAM
           move RCL-STEP to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX > 0
               move RUN-CONTROL-LINE to WS-RUN-IMAGE(WS-FOUND-IDX)
               add 1 to WS-RUN-TIMES(WS-FOUND-IDX)
           else
               if WS-RUN-COUNT < WS-MAX-RUNS
                   add 1 to WS-RUN-COUNT
                   move RCL-PROGRAM to WS-RUN-PROGRAM(WS-RUN-COUNT)
                   move RCL-STEP to WS-RUN-STEP(WS-RUN-COUNT)
                   move RUN-CONTROL-LINE
                       to WS-RUN-IMAGE(WS-RUN-COUNT)
                   move 1 to WS-RUN-TIMES(WS-RUN-COUNT)
                   move 'N' to WS-RUN-EXPECTED(WS-RUN-COUNT)
               else
                   if not RUN-CAP-WAS-WARNED
                       display "AIRBALRP: more than " WS-MAX-RUNS
                           " distinct program/steps on the log, "
                           "only the first " WS-MAX-RUNS
                           " are reported"
                       move 'Y' to WS-RUN-CAP-WARNED
                   end-if
               end-if
           end-if
       .

       2000-REPORT-STEP-STATUS.
           move "STEP STATUS" to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           string "PROGRAM  STEP     START  END         IN     OUT"
               "     REJ   RC STATUS"
               delimited by size into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE

           perform varying WS-EXP-IDX from 1 by 1
                   until WS-EXP-IDX > WS-EXPECTED-COUNT
               perform 2100-REPORT-EXPECTED-STEP
           end-perform
           perform varying WS-RUN-IDX from 1 by 1
                   until WS-RUN-IDX > WS-RUN-COUNT
               if not RUN-WAS-EXPECTED(WS-RUN-IDX)
                   move WS-RUN-IDX to WS-FOUND-IDX
                   perform 2200-FORMAT-RUN-LINE
                   if RCL-RETURN-CODE not > 4
                       move "NOT EXPECTED" to STS-RESULT
                   end-if
                   move WS-STATUS-LINE to WS-REPORT-LINE
                   write WS-REPORT-LINE
               end-if
           end-perform
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       2100-REPORT-EXPECTED-STEP.
           move WS-EXP-PROGRAM(WS-EXP-IDX) to WS-FIND-PROGRAM
           move WS-EXP-STEP(WS-EXP-IDX) to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX = 0
               move spaces to WS-STATUS-LINE
               move WS-FIND-PROGRAM to STS-PROGRAM
               move WS-FIND-STEP to STS-STEP
               move "NOT RUN" to STS-RESULT
               add 1 to WS-NOT-RUN-COUNT
           else
               move 'Y' to WS-RUN-EXPECTED(WS-FOUND-IDX)
               perform 2200-FORMAT-RUN-LINE
           end-if
           move WS-STATUS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> Formats the last run of the program/step at WS-FOUND-IDX
      *> and leaves its log line in WS-LOG-DETAIL.
       2200-FORMAT-RUN-LINE.
           move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
           move spaces to WS-STATUS-LINE
           move RCL-PROGRAM to STS-PROGRAM
           move RCL-STEP to STS-STEP
           move RCL-START-TIMESTAMP(9:6) to STS-START
           move RCL-END-TIMESTAMP(9:6) to STS-END
           move RCL-RECORDS-IN to STS-IN
           move RCL-RECORDS-OUT to STS-OUT
           move RCL-RECORDS-REJECTED to STS-REJECTED
           move RCL-RETURN-CODE to STS-RC
           evaluate true
               when RCL-RETURN-CODE > 4
                   move "RC OVER 4" to STS-RESULT
                   add 1 to WS-OVER-RC4-COUNT
               when WS-RUN-TIMES(WS-FOUND-IDX) > 1
                   move "OK - RERUN" to STS-RESULT
               when other
                   move "OK" to STS-RESULT
           end-evaluate
       .

       3000-REPORT-FEED-BALANCING.
           move "FEED BALANCING - READ = STAGED = APPLIED + REJECTED"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           string "FEED               READ   STAGED  APPLIED"
               " REJECTED  RESULT"
               delimited by size into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE

           move "AIRPORT FEED" to WS-BAL-LABEL
           move "AIRLOAD" to WS-BAL-PROGRAM
           move "FULL" to WS-BAL-ONE-PASS-STEP
           perform 3100-BALANCE-ONE-FEED

           move "ROUTE FEED" to WS-BAL-LABEL
           move "AIRRLOAD" to WS-BAL-PROGRAM
           move "FULL" to WS-BAL-ONE-PASS-STEP
           perform 3100-BALANCE-ONE-FEED

           move "RUNWAY FEED" to WS-BAL-LABEL
           move "AIRWLOAD" to WS-BAL-PROGRAM
           move "LOAD" to WS-BAL-ONE-PASS-STEP
           perform 3100-BALANCE-ONE-FEED

           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> A STAGE run's output is the staged file, and the APPLY
      *> that follows has to read all of it back and account for
      *> every record as applied or rejected. With no STAGE run
      *> the one-pass step stands alone: everything it read was
      *> staged, and must be applied or rejected.
       3100-BALANCE-ONE-FEED.
           move 0 to WS-BAL-READ WS-BAL-STAGED WS-BAL-APPLY-IN
               WS-BAL-APPLIED WS-BAL-REJECTED
           move "NOT CHECKED" to WS-BAL-RESULT

           move WS-BAL-PROGRAM to WS-FIND-PROGRAM
           move "STAGE" to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX > 0
               move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
               move RCL-RECORDS-IN to WS-BAL-READ
               move RCL-RECORDS-OUT to WS-BAL-STAGED
               move "APPLY" to WS-FIND-STEP
               perform 5000-FIND-RUN
               if WS-FOUND-IDX > 0
                   move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
                   move RCL-RECORDS-IN to WS-BAL-APPLY-IN
                   move RCL-RECORDS-OUT to WS-BAL-APPLIED
                   move RCL-RECORDS-REJECTED to WS-BAL-REJECTED
                   if WS-BAL-READ = WS-BAL-STAGED
                           and WS-BAL-APPLY-IN = WS-BAL-STAGED
                           and WS-BAL-APPLIED + WS-BAL-REJECTED
                               = WS-BAL-STAGED
                       move "BALANCED" to WS-BAL-RESULT
                   else
                       move "OUT OF BALANCE" to WS-BAL-RESULT
                   end-if
               end-if
           else
               move WS-BAL-ONE-PASS-STEP to WS-FIND-STEP
               perform 5000-FIND-RUN
               if WS-FOUND-IDX > 0
                   move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
                   move RCL-RECORDS-IN to WS-BAL-READ
                   move RCL-RECORDS-IN to WS-BAL-STAGED
                   move RCL-RECORDS-OUT to WS-BAL-APPLIED
                   move RCL-RECORDS-REJECTED to WS-BAL-REJECTED
                   if WS-BAL-APPLIED + WS-BAL-REJECTED
                           = WS-BAL-STAGED
                       move "BALANCED" to WS-BAL-RESULT
                   else
                       move "OUT OF BALANCE" to WS-BAL-RESULT
                   end-if
               end-if
           end-if

           if WS-BAL-RESULT = "OUT OF BALANCE"
               add 1 to WS-UNBALANCED-COUNT
           end-if
           move spaces to WS-FEED-LINE
           move WS-BAL-LABEL to FBL-LABEL
           move WS-BAL-READ to FBL-READ
           move WS-BAL-STAGED to FBL-STAGED
           move WS-BAL-APPLIED to FBL-APPLIED
           move WS-BAL-REJECTED to FBL-REJECTED
           move WS-BAL-RESULT to FBL-RESULT
           move WS-FEED-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       4000-REPORT-MASTER-MOVEMENT.
           move "MASTER MOVEMENT - BEFORE + ADDS - DELETES = AFTER"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           string "MASTER FILE      BEFORE     ADDS  DELETES"
               " EXPECTED    AFTER  RESULT"
               delimited by size into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE

           move "AIRPORT MASTER" to WS-BAL-LABEL
           move "AIRDELTA" to WS-MOV-BEFORE-PROGRAM
           move "DELTA" to WS-MOV-BEFORE-STEP
           move "AIRLOAD" to WS-BAL-PROGRAM
           move "AIRVALID" to WS-MOV-AFTER-PROGRAM
           move "VALIDATE" to WS-MOV-AFTER-STEP
           perform 4100-BALANCE-ONE-MASTER

           move "ROUTE MASTER" to WS-BAL-LABEL
           move "AIRRDLTA" to WS-MOV-BEFORE-PROGRAM
           move "DELTA" to WS-MOV-BEFORE-STEP
           move "AIRRLOAD" to WS-BAL-PROGRAM
           move "AIRRPLAU" to WS-MOV-AFTER-PROGRAM
           move "SWEEP" to WS-MOV-AFTER-STEP
           perform 4100-BALANCE-ONE-MASTER
       .

      *> The before and after counts are the whole-file reads the
      *> delta and post-load programs make; the adds and deletes
      *> are the loader's APPLY run, or its FULL run when the
      *> night was not split.
       4100-BALANCE-ONE-MASTER.
           move 0 to WS-MOV-BEFORE WS-MOV-ADDS WS-MOV-DELETES
               WS-MOV-EXPECTED WS-MOV-AFTER
           move 'Y' to WS-MOV-ALL-FOUND
           move "NOT CHECKED" to WS-BAL-RESULT

           move WS-MOV-BEFORE-PROGRAM to WS-FIND-PROGRAM
           move WS-MOV-BEFORE-STEP to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX > 0
               move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
               move RCL-FILE-COUNT to WS-MOV-BEFORE
           else
               move 'N' to WS-MOV-ALL-FOUND
           end-if

           move WS-BAL-PROGRAM to WS-FIND-PROGRAM
           move "APPLY" to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX = 0
               move "FULL" to WS-FIND-STEP
               perform 5000-FIND-RUN
           end-if
           if WS-FOUND-IDX > 0
               move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
               move RCL-ADD-COUNT to WS-MOV-ADDS
               move RCL-DELETE-COUNT to WS-MOV-DELETES
           else
               move 'N' to WS-MOV-ALL-FOUND
           end-if

           move WS-MOV-AFTER-PROGRAM to WS-FIND-PROGRAM
           move WS-MOV-AFTER-STEP to WS-FIND-STEP
           perform 5000-FIND-RUN
           if WS-FOUND-IDX > 0
               move WS-RUN-IMAGE(WS-FOUND-IDX) to WS-LOG-DETAIL
               move RCL-FILE-COUNT to WS-MOV-AFTER
           else
               move 'N' to WS-MOV-ALL-FOUND
           end-if

           compute WS-MOV-EXPECTED =
               WS-MOV-BEFORE + WS-MOV-ADDS - WS-MOV-DELETES
           if MOV-ALL-FOUND
               if WS-MOV-EXPECTED = WS-MOV-AFTER
                   move "BALANCED" to WS-BAL-RESULT
               else
                   move "OUT OF BALANCE" to WS-BAL-RESULT
                   add 1 to WS-UNBALANCED-COUNT
               end-if
           end-if

           move spaces to WS-MOVEMENT-LINE
           move WS-BAL-LABEL to MOV-LABEL
           move WS-MOV-BEFORE to MOV-BEFORE
           move WS-MOV-ADDS to MOV-ADDS
           move WS-MOV-DELETES to MOV-DELETES
           move WS-MOV-EXPECTED to MOV-EXPECTED
           move WS-MOV-AFTER to MOV-AFTER
           move WS-BAL-RESULT to MOV-RESULT
           move WS-MOVEMENT-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> Sets WS-FOUND-IDX to the run table entry for
      *> WS-FIND-PROGRAM/WS-FIND-STEP, zero when it is not there.
       5000-FIND-RUN.
           move 0 to WS-FOUND-IDX
           perform varying WS-RUN-IDX from 1 by 1
                   until WS-RUN-IDX > WS-RUN-COUNT
               if WS-RUN-PROGRAM(WS-RUN-IDX) = WS-FIND-PROGRAM
                       and WS-RUN-STEP(WS-RUN-IDX) = WS-FIND-STEP
                   set WS-FOUND-IDX to WS-RUN-IDX
               end-if
           end-perform
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "LOG RECORDS READ:" to TOT-LABEL
           move WS-LOG-RECORD-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "STEPS EXPECTED:" to TOT-LABEL
           move WS-EXPECTED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "STEPS NOT RUN:" to TOT-LABEL
           move WS-NOT-RUN-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "STEPS OVER RC 4:" to TOT-LABEL
           move WS-OVER-RC4-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "OUT OF BALANCE:" to TOT-LABEL
           move WS-UNBALANCED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRBALRP.
