      *> ---------------------------------------------------------
      *> AIRPREST - Purged airport restore
      *>
      *> Companion to AIRPURGE: puts an airport it archived back
      *> on the live files exactly as it stood when it was purged
      *> - the airport master record (still closed, same closed
      *> date), its runways, aliases, seasonal rule, metro area
      *> group memberships and route legs - from the tagged images
      *> on the history archive AIRHIST.DAT (Copybooks/
      *> AIRHREC.cpy). Every record goes back through the program
      *> that owns its file (AIRMAINT, AIRWMNT, AIRXMNT, AIRSMNT,
      *> AIRMMNT, AIRRMNT) as an add, airport first, so the usual
      *> validation applies and AIRMAINT and AIRRMNT journal the
      *> adds to AIRJRNL.DAT under caller identifier REST. The
      *> archive itself is never changed.
      *>
      *> A record already on its file is left alone and counted,
      *> not rejected - that includes the airport itself, so the
      *> set from a purge that stopped part way puts back just the
      *> children it had already removed. Any other rejection is
      *> listed with the owning program's status (AIRMAINT's '27',
      *> a country no longer on the country reference file, by
      *> name) and the rest of the set is still restored - except
      *> when it is the airport itself that is rejected: none of
      *> its children could validate without it, so they are
      *> skipped and counted, and the airport is listed NOTREST.
      *>
      *> Parameter cards (AIRPREST.PRM), read in order:
      *>   AIRPORT=xxxx           - restore this ap-code
      *>   STAMP=YYYYMMDDHHMMSS   - restore the set purged at this
      *>         time for the AIRPORT= cards that follow, instead
      *>         of the latest set on the archive for each
      *>
      *> Each airport is listed on AIRPREST.RPT with the counts
      *> for its set, followed by run totals. Return code 4 when
      *> an airport was not on the archive or not restored, or a
      *> record was rejected, 8 when the archive would not open.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRPREST.

       environment division.
       input-output section.
       file-control.
           select HISTORY-ARCHIVE-FILE assign to "AIRHIST.DAT"
               organization is line sequential
               file status is WS-ARCHIVE-FILE-STATUS.

           select AIRPREST-PARM-FILE assign to "AIRPREST.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.

           select AIRPREST-REPORT assign to "AIRPREST.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  HISTORY-ARCHIVE-FILE.
       copy "AIRHREC.cpy".

       FD  AIRPREST-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       FD  AIRPREST-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      *> The airports asked for off AIRPREST.PRM, each with the
      *> purge stamp in effect when its card was read - zeros
      *> mean the latest set.
       01  WS-MAX-REQUESTS             PIC 9(3) VALUE 100.
       01  WS-REQUEST-COUNT            PIC 9(3) VALUE 0.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST OCCURS 100 TIMES
                   INDEXED BY WS-REQ-IDX.
               07  WS-REQUEST-CODE     PIC X(4).
               07  WS-REQUEST-STAMP    PIC X(14).
       01  WS-CARD-STAMP               PIC X(14) VALUE ZEROS.
       01  WS-PARM-STAMP-X             PIC X(14).

       01  WS-RUN-FAILED               PIC X VALUE 'N'.
           88  RUN-HAS-FAILED          VALUE 'Y'.

       01  WS-RESTORE-CODE             PIC X(4).
       01  WS-RESTORE-STAMP            PIC X(14).
       01  WS-SET-FOUND                PIC X.
           88  SET-WAS-FOUND           VALUE 'Y'.
       01  WS-AIRPORT-REJECTED         PIC X.
           88  AIRPORT-WAS-REJECTED    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30).

      *> Per-airport tallies for its RESTORED line.
       01  WS-PUT-BACK-TALLY           PIC 9(4).
       01  WS-PRESENT-TALLY            PIC 9(4).
       01  WS-REJECT-TALLY             PIC 9(4).
       01  WS-SKIP-TALLY               PIC 9(4).

       01  WS-RESTORED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOT-FOUND-COUNT          PIC 9(7) VALUE 0.
       01  WS-PUT-BACK-COUNT           PIC 9(7) VALUE 0.
       01  WS-PRESENT-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-NOT-RESTORED-COUNT       PIC 9(7) VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(7) VALUE 0.

      *> Fields matching the maintenance programs' linkage, used
      *> to CALL them below.
       01  CALL-FUNCTION               PIC X.
       01  CALL-FILE-STATUS            PIC XX.
       01  CALL-AIRPORT-REC.
           copy "AIRCREC.cpy".
       01  CALL-RUNWAY-REC.
           copy "AIRWCREC.cpy".
       01  CALL-ALIAS-REC.
           copy "AIRXCREC.cpy".
       01  CALL-SEASON-REC.
           copy "AIRSCREC.cpy".
       01  CALL-METRO-REC.
           copy "AIRMCREC.cpy".
       01  CALL-ROUTE-REC.
           copy "AIRRCREC.cpy".
      *> How this program names itself in the change journal
      *> AIRMAINT and AIRRMNT cut for every add it makes.
       01  CALL-CALLER-DEPT            PIC X(4) VALUE "REST".

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(9).
           05  DTL-KEY                 PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(65).

       01  WS-RESTORED-DETAIL.
           05  FILLER                  PIC X(6) VALUE "PURGE ".
           05  RSD-STAMP               PIC X(14).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  RSD-PUT-BACK            PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE " PUT BACK ".
           05  RSD-PRESENT             PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE " ON FILE ".
           05  RSD-REJECTED            PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE " REJECTED".

       01  WS-NOT-RESTORED-DETAIL.
           05  FILLER                  PIC X(6) VALUE "PURGE ".
           05  NRD-STAMP               PIC X(14).
           05  FILLER                  PIC X(22)
                   VALUE " - AIRPORT REJECTED - ".
           05  NRD-SKIPPED             PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE " SKIPPED".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           perform 0050-READ-PARM-CARDS
           open output AIRPREST-REPORT
           move "PURGED AIRPORT RESTORE" to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE

           open input HISTORY-ARCHIVE-FILE
           if WS-ARCHIVE-FILE-STATUS not = "00"
               move "HISTORY ARCHIVE WOULD NOT OPEN - NOTHING RESTORED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           else
               close HISTORY-ARCHIVE-FILE
               perform varying WS-REQ-IDX from 1 by 1
                       until WS-REQ-IDX > WS-REQUEST-COUNT
                   perform 1000-RESTORE-ONE-AIRPORT
               end-perform
           end-if

           perform 8000-WRITE-TOTALS
           close AIRPREST-REPORT
           display "AIRPREST: " WS-RESTORED-COUNT
               " airport(s) restored, " WS-PUT-BACK-COUNT
               " record(s) put back, " WS-REJECT-COUNT " rejected"
           if RUN-HAS-FAILED
               move 8 to return-code
           else
               if WS-NOT-FOUND-COUNT > 0 or WS-REJECT-COUNT > 0
                       or WS-NOT-RESTORED-COUNT > 0
                   move 4 to return-code
               end-if
           end-if
           goback
       .

      *> No parameter card file, or no AIRPORT= card, restores
      *> nothing.
       0050-READ-PARM-CARDS.
           open input AIRPREST-PARM-FILE
           if WS-PARM-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRPREST-PARM-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 0060-APPLY-ONE-PARM-CARD
                   end-read
               end-perform
               close AIRPREST-PARM-FILE
           end-if
       .

       0060-APPLY-ONE-PARM-CARD.
           evaluate true
               when PARM-LINE(1:8) = "AIRPORT="
                   if PARM-LINE(9:4) not = spaces
                       if WS-REQUEST-COUNT < WS-MAX-REQUESTS
                           add 1 to WS-REQUEST-COUNT
                           move PARM-LINE(9:4)
                               to WS-REQUEST-CODE(WS-REQUEST-COUNT)
                           move WS-CARD-STAMP
                               to WS-REQUEST-STAMP(WS-REQUEST-COUNT)
                       else
                           display "AIRPREST: more than "
                               WS-MAX-REQUESTS
                               " AIRPORT= cards, " PARM-LINE(9:4)
                               " ignored"
                       end-if
                   end-if
               when PARM-LINE(1:6) = "STAMP="
                   move PARM-LINE(7:14) to WS-PARM-STAMP-X
                   if WS-PARM-STAMP-X is numeric
                       move WS-PARM-STAMP-X to WS-CARD-STAMP
                   end-if
               when other
                   continue
           end-evaluate
       .

       1000-RESTORE-ONE-AIRPORT.
           move WS-REQUEST-CODE(WS-REQ-IDX) to WS-RESTORE-CODE
           move WS-REQUEST-STAMP(WS-REQ-IDX) to WS-RESTORE-STAMP
           move 0 to WS-PUT-BACK-TALLY
           move 0 to WS-PRESENT-TALLY
           move 0 to WS-REJECT-TALLY
           move 0 to WS-SKIP-TALLY
           move 'N' to WS-AIRPORT-REJECTED

           perform 1100-FIND-PURGE-SET
           move spaces to WS-DETAIL-LINE
           move WS-RESTORE-CODE to DTL-KEY
           if not SET-WAS-FOUND
               move "NOTFOUND" to DTL-TAG
               if WS-RESTORE-STAMP = zeros
                   move "NOT ON THE HISTORY ARCHIVE" to DTL-DETAIL
               else
                   string "NO SET PURGED AT " delimited by size
                       WS-RESTORE-STAMP delimited by size
                       " ON THE HISTORY ARCHIVE" delimited by size
                       into DTL-DETAIL
                   end-string
               end-if
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-NOT-FOUND-COUNT
           else
               perform 1200-RESTORE-THE-SET
               move spaces to WS-DETAIL-LINE
               move WS-RESTORE-CODE to DTL-KEY
               if AIRPORT-WAS-REJECTED
                   move "NOTREST" to DTL-TAG
                   move WS-RESTORE-STAMP to NRD-STAMP
                   move WS-SKIP-TALLY to NRD-SKIPPED
                   move WS-NOT-RESTORED-DETAIL to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-NOT-RESTORED-COUNT
               else
                   move "RESTORED" to DTL-TAG
                   move WS-RESTORE-STAMP to RSD-STAMP
                   move WS-PUT-BACK-TALLY to RSD-PUT-BACK
                   move WS-PRESENT-TALLY to RSD-PRESENT
                   move WS-REJECT-TALLY to RSD-REJECTED
                   move WS-RESTORED-DETAIL to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-RESTORED-COUNT
               end-if
           end-if
       .

      *> Every purge of an airport archives its master record
      *> first, so the APT records name the sets there are. With
      *> no stamp asked for, the latest one wins - the archive is
      *> appended to in time order, but taking the highest stamp
      *> does not depend on it.
       1100-FIND-PURGE-SET.
           move 'N' to WS-SET-FOUND
           open input HISTORY-ARCHIVE-FILE
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
               read HISTORY-ARCHIVE-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if HST-AP-CODE = WS-RESTORE-CODE
                               and HST-IS-AIRPORT
                           perform 1150-CHECK-ONE-SET
                       end-if
               end-read
           end-perform
           close HISTORY-ARCHIVE-FILE
       .

       1150-CHECK-ONE-SET.
           if WS-REQUEST-STAMP(WS-REQ-IDX) = zeros
               if not SET-WAS-FOUND
                       or HST-PURGE-TIMESTAMP > WS-RESTORE-STAMP
                   move HST-PURGE-TIMESTAMP to WS-RESTORE-STAMP
                   move 'Y' to WS-SET-FOUND
               end-if
           else
               if HST-PURGE-TIMESTAMP = WS-RESTORE-STAMP
                   move 'Y' to WS-SET-FOUND
               end-if
           end-if
       .

      *> Records come back in the order they were archived - the
      *> airport record first, so every child finds its airport
      *> on the master when its owning program validates it. Once
      *> the airport record is rejected, its children are only
      *> counted.
       1200-RESTORE-THE-SET.
           open input HISTORY-ARCHIVE-FILE
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
               read HISTORY-ARCHIVE-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if HST-AP-CODE = WS-RESTORE-CODE
                               and HST-PURGE-TIMESTAMP
                                   = WS-RESTORE-STAMP
                           if AIRPORT-WAS-REJECTED
                               add 1 to WS-SKIP-TALLY
                               add 1 to WS-SKIP-COUNT
                           else
                               perform 1300-RESTORE-ONE-RECORD
                           end-if
                       end-if
               end-read
           end-perform
           close HISTORY-ARCHIVE-FILE
       .

       1300-RESTORE-ONE-RECORD.
           move 'A' to CALL-FUNCTION
           move spaces to CALL-FILE-STATUS
           evaluate true
               when HST-IS-AIRPORT
                   move HST-IMAGE to CALL-AIRPORT-REC
                   call "AIRMAINT" using
                           by value     CALL-FUNCTION
                           by reference CALL-AIRPORT-REC
                           by reference CALL-FILE-STATUS
                           by reference CALL-CALLER-DEPT
                   end-call
               when HST-IS-RUNWAY
                   move HST-IMAGE to CALL-RUNWAY-REC
                   call "AIRWMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-RUNWAY-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when HST-IS-ALIAS
                   move HST-IMAGE to CALL-ALIAS-REC
                   call "AIRXMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-ALIAS-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when HST-IS-SEASON-RULE
                   move HST-IMAGE to CALL-SEASON-REC
                   call "AIRSMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-SEASON-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when HST-IS-METRO-MEMBER
                   move HST-IMAGE to CALL-METRO-REC
                   call "AIRMMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-METRO-REC
                           by reference CALL-FILE-STATUS
                   end-call
               when HST-IS-ROUTE-LEG
                   move HST-IMAGE to CALL-ROUTE-REC
                   call "AIRRMNT" using
                           by value     CALL-FUNCTION
                           by reference CALL-ROUTE-REC
                           by reference CALL-FILE-STATUS
                           by reference CALL-CALLER-DEPT
                   end-call
               when other
                   move "??" to CALL-FILE-STATUS
           end-evaluate

           evaluate CALL-FILE-STATUS
               when '00'
                   add 1 to WS-PUT-BACK-TALLY
                   add 1 to WS-PUT-BACK-COUNT
               when '22'
                   add 1 to WS-PRESENT-TALLY
                   add 1 to WS-PRESENT-COUNT
               when other
                   add 1 to WS-REJECT-TALLY
                   add 1 to WS-REJECT-COUNT
                   if HST-IS-AIRPORT
                       move 'Y' to WS-AIRPORT-REJECTED
                   end-if
                   if CALL-FILE-STATUS = '27'
                       move " COUNTRY NOT ON REFERENCE"
                           to WS-REJECT-REASON
                   else
                       move spaces to WS-REJECT-REASON
                   end-if
                   move spaces to WS-DETAIL-LINE
                   move "REJECTED" to DTL-TAG
                   move WS-RESTORE-CODE to DTL-KEY
                   string HST-TAG delimited by size
                       " " delimited by size
                       HST-IMAGE(1:11) delimited by size
                       " STATUS " delimited by size
                       CALL-FILE-STATUS delimited by size
                       WS-REJECT-REASON delimited by size
                       into DTL-DETAIL
                   end-string
                   perform 7100-WRITE-DETAIL-LINE
           end-evaluate
       .

       7100-WRITE-DETAIL-LINE.
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "AIRPORTS ASKED FOR:" to TOT-LABEL
           move WS-REQUEST-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "AIRPORTS RESTORED:" to TOT-LABEL
           move WS-RESTORED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NOT ON ARCHIVE:" to TOT-LABEL
           move WS-NOT-FOUND-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NOT RESTORED:" to TOT-LABEL
           move WS-NOT-RESTORED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "RECORDS PUT BACK:" to TOT-LABEL
           move WS-PUT-BACK-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ALREADY ON FILE:" to TOT-LABEL
           move WS-PRESENT-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "RECORDS REJECTED:" to TOT-LABEL
           move WS-REJECT-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "RECORDS SKIPPED:" to TOT-LABEL
           move WS-SKIP-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRPREST.
