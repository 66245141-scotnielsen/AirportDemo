      *> ---------------------------------------------------------
      *> AIRPITR - Point-in-time master reconstruction
      *>
      *> Rebuilds the airport master or the route master as it
      *> stood at a given moment: a backup generation the nightly
      *> job cut (AIRPORT.MASTER.BACKUP or
      *> AIRPORT.ROUTE.MASTER.BACKUP) is loaded into a fresh
      *> indexed copy, then every change-journal entry
      *> (AIRJRNL.DAT, Copybooks/AIRJREC.cpy) for that file cut
      *> after the backup and at or before the target timestamp
      *> is replayed over it, oldest first. The result is a true
      *> as-of copy for a disputed itinerary or an auditor, and -
      *> with no target at all - a forward recovery of a master
      *> lost mid-day. The live masters are never opened.
      *>
      *> Each entry is replayed off its images, whatever function
      *> cut it: a space before-image is an add (the key must not
      *> already be on the copy), a space after-image a delete,
      *> anything else a rewrite. Before an entry is applied its
      *> before-image must match the record on the copy byte for
      *> byte - if it does not, the backup and the journal do not
      *> belong together (wrong generation, wrong FROM= time, or
      *> a journal gap) and the run stops there with return code
      *> 8 and a MISMATCH line showing both versions. A stopped
      *> run's copy is incomplete and must not be used.
      *>
      *> Parameter cards (AIRPITR.PRM):
      *>   FILE=M / FILE=R         - rebuild the airport master
      *>         (the default) or the route master
      *>   FROM=YYYYMMDDHHMMSS     - when the backup generation
      *>         was cut; entries at or before it are already in
      *>         the backup and are skipped. No card replays the
      *>         whole journal
      *>   ASOF=YYYYMMDDHHMMSS     - the target; entries after it
      *>         are not applied. No card replays to the end of
      *>         the journal
      *>
      *> Every entry applied is listed on AIRPITR.RPT with its
      *> timestamp, function, key and caller, followed by counts.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRPITR.

       environment division.
       input-output section.
       file-control.
           select BACKUP-MASTER-FILE assign to "AIRMBKUP"
               organization is sequential
               file status is WS-BACKUP-FILE-STATUS.

           select BACKUP-ROUTE-FILE assign to "AIRRBKUP"
               organization is sequential
               file status is WS-BACKUP-FILE-STATUS.

           select PIT-MASTER-FILE assign to "AIRMPIT"
               organization is indexed
               access mode is dynamic
               record key is MST-AP-CODE
               file status is WS-PIT-FILE-STATUS.

           select PIT-ROUTE-FILE assign to "AIRRPIT"
               organization is indexed
               access mode is dynamic
               record key is RTE-ROUTE-KEY
               file status is WS-PIT-FILE-STATUS.

           select CHANGE-JOURNAL-FILE assign to "AIRJRNL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-FILE-STATUS.

           select AIRPITR-PARM-FILE assign to "AIRPITR.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.

           select AIRPITR-REPORT assign to "AIRPITR.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  BACKUP-MASTER-FILE.
       01  BACKUP-MASTER-RECORD        PIC X(115).

       FD  BACKUP-ROUTE-FILE.
       01  BACKUP-ROUTE-RECORD         PIC X(50).

       FD  PIT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  PIT-ROUTE-FILE.
       copy "AIRRREC.cpy".

       FD  CHANGE-JOURNAL-FILE.
       01  JOURNAL-LINE                PIC X(270).

       FD  AIRPITR-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       FD  AIRPITR-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-BACKUP-FILE-STATUS       PIC XX.
       01  WS-PIT-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-JOURNAL-DETAIL.
           copy "AIRJREC.cpy".

      *> Run controls off AIRPITR.PRM.
       01  WS-FILE-ID                  PIC X VALUE 'M'.
           88  REBUILDING-AIRPORTS     VALUE 'M'.
           88  REBUILDING-ROUTES       VALUE 'R'.
       01  WS-FROM-TIMESTAMP           PIC X(14) VALUE ZEROS.
       01  WS-ASOF-TIMESTAMP           PIC X(14) VALUE ALL '9'.
       01  WS-PARM-STAMP-X             PIC X(14).

      *> Set once the run has to stop - a file that would not
      *> open or a before-image that does not match.
       01  WS-RUN-FAILED               PIC X VALUE 'N'.
           88  RUN-HAS-FAILED          VALUE 'Y'.

      *> The current copy record, padded to the journal's common
      *> 115-byte image width so a route leg compares against its
      *> journal image the same way an airport does.
       01  WS-CURRENT-IMAGE            PIC X(115).
       01  WS-RECORD-FOUND             PIC X.
           88  RECORD-WAS-FOUND        VALUE 'Y'.

       01  WS-BACKUP-COUNT             PIC 9(7) VALUE 0.
       01  WS-JOURNAL-COUNT            PIC 9(7) VALUE 0.
       01  WS-OTHER-FILE-COUNT         PIC 9(7) VALUE 0.
       01  WS-BEFORE-BACKUP-COUNT      PIC 9(7) VALUE 0.
       01  WS-AFTER-TARGET-COUNT       PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(9).
           05  DTL-TIMESTAMP           PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-FUNCTION            PIC X.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-KEY                 PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-CALLER              PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(36).

      *> The 115-byte images will not fit an 80-byte print line,
      *> so a mismatch prints each as a tagged line plus a
      *> continuation, the way AIRJRNRP prints them.
       01  WS-IMAGE-LINE.
           05  IMG-TAG                 PIC X(10).
           05  IMG-TEXT                PIC X(60).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           perform 0050-READ-PARM-CARDS
           open output AIRPITR-REPORT
           perform 0200-WRITE-HEADING

           perform 1000-LOAD-THE-BACKUP
           if not RUN-HAS-FAILED
               perform 2000-REPLAY-THE-JOURNAL
           end-if
           if REBUILDING-ROUTES
               close PIT-ROUTE-FILE
           else
               close PIT-MASTER-FILE
           end-if

           perform 8000-WRITE-TOTALS
           close AIRPITR-REPORT
           if RUN-HAS-FAILED
               display "AIRPITR: reconstruction stopped after "
                   WS-APPLIED-COUNT " entr(ies) - copy is "
                   "incomplete, return code 8"
               move 8 to return-code
           else
               display "AIRPITR: " WS-BACKUP-COUNT
                   " backup record(s) loaded, " WS-APPLIED-COUNT
                   " journal entr(ies) applied"
           end-if
           goback
       .

      *> A missing parameter card file rebuilds the airport
      *> master from the whole journal, to its end.
       0050-READ-PARM-CARDS.
           open input AIRPITR-PARM-FILE
           if WS-PARM-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRPITR-PARM-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 0060-APPLY-ONE-PARM-CARD
                   end-read
               end-perform
               close AIRPITR-PARM-FILE
           end-if
       .

       0060-APPLY-ONE-PARM-CARD.
           evaluate true
               when PARM-LINE(1:5) = "FILE="
                   if PARM-LINE(6:1) = 'M' or PARM-LINE(6:1) = 'R'
                       move PARM-LINE(6:1) to WS-FILE-ID
                   end-if
               when PARM-LINE(1:5) = "FROM="
                   move PARM-LINE(6:14) to WS-PARM-STAMP-X
                   if WS-PARM-STAMP-X is numeric
                       move WS-PARM-STAMP-X to WS-FROM-TIMESTAMP
                   end-if
               when PARM-LINE(1:5) = "ASOF="
                   move PARM-LINE(6:14) to WS-PARM-STAMP-X
                   if WS-PARM-STAMP-X is numeric
                       move WS-PARM-STAMP-X to WS-ASOF-TIMESTAMP
                   end-if
               when other
                   continue
           end-evaluate
       .

       0200-WRITE-HEADING.
           move spaces to WS-REPORT-LINE
           if REBUILDING-ROUTES
               string "POINT-IN-TIME RECONSTRUCTION - ROUTE MASTER"
                   delimited by size into WS-REPORT-LINE
               end-string
           else
               string "POINT-IN-TIME RECONSTRUCTION - AIRPORT MASTER"
                   delimited by size into WS-REPORT-LINE
               end-string
           end-if
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           string "BACKUP CUT AT " delimited by size
               WS-FROM-TIMESTAMP delimited by size
               "  REPLAYED TO " delimited by size
               WS-ASOF-TIMESTAMP delimited by size
               into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

      *> The backup generation is an IDCAMS REPRO of the cluster,
      *> so each flat record is exactly the indexed record.
       1000-LOAD-THE-BACKUP.
           if REBUILDING-ROUTES
               open input BACKUP-ROUTE-FILE
               open output PIT-ROUTE-FILE
           else
               open input BACKUP-MASTER-FILE
               open output PIT-MASTER-FILE
           end-if

           if WS-BACKUP-FILE-STATUS not = "00"
               move "BACKUP GENERATION WOULD NOT OPEN - NOTHING REBUILT"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           end-if
           if WS-PIT-FILE-STATUS not = "00"
               move "REBUILT COPY WOULD NOT OPEN - NOTHING REBUILT"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               move 'Y' to WS-RUN-FAILED
           end-if

           if not RUN-HAS-FAILED
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   if REBUILDING-ROUTES
                       read BACKUP-ROUTE-FILE next record
                           at end
                               move 'Y' to WS-EOF-SWITCH
                           not at end
                               move BACKUP-ROUTE-RECORD
                                   to ROUTE-MASTER-RECORD
                               write ROUTE-MASTER-RECORD
                               add 1 to WS-BACKUP-COUNT
                       end-read
                   else
                       read BACKUP-MASTER-FILE next record
                           at end
                               move 'Y' to WS-EOF-SWITCH
                           not at end
                               move BACKUP-MASTER-RECORD
                                   to AIRPORT-MASTER-RECORD
                               write AIRPORT-MASTER-RECORD
                               add 1 to WS-BACKUP-COUNT
                       end-read
                   end-if
               end-perform
           end-if

           if REBUILDING-ROUTES
               close BACKUP-ROUTE-FILE
               close PIT-ROUTE-FILE
               open i-o PIT-ROUTE-FILE
           else
               close BACKUP-MASTER-FILE
               close PIT-MASTER-FILE
               open i-o PIT-MASTER-FILE
           end-if
       .

      *> Journal lines are appended in the order they were cut,
      *> so reading the file front to back is oldest first.
       2000-REPLAY-THE-JOURNAL.
           move 'N' to WS-EOF-SWITCH
           open input CHANGE-JOURNAL-FILE
      *> status 35 means nothing has ever been journalled - the
      *> backup generation is the answer as it stands.
           if WS-JOURNAL-FILE-STATUS = "35"
               move 'Y' to WS-EOF-SWITCH
           end-if

           perform until WS-EOF or RUN-HAS-FAILED
               read CHANGE-JOURNAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       move JOURNAL-LINE to WS-JOURNAL-DETAIL
                       add 1 to WS-JOURNAL-COUNT
                       perform 2100-SELECT-ONE-ENTRY
               end-read
           end-perform
           if WS-JOURNAL-FILE-STATUS not = "35"
               close CHANGE-JOURNAL-FILE
           end-if
       .

       2100-SELECT-ONE-ENTRY.
           evaluate true
               when JRN-FILE-ID not = WS-FILE-ID
                   add 1 to WS-OTHER-FILE-COUNT
               when JRN-TIMESTAMP <= WS-FROM-TIMESTAMP
                   add 1 to WS-BEFORE-BACKUP-COUNT
               when JRN-TIMESTAMP > WS-ASOF-TIMESTAMP
                   add 1 to WS-AFTER-TARGET-COUNT
               when other
                   perform 3000-APPLY-ONE-ENTRY
           end-evaluate
       .

       3000-APPLY-ONE-ENTRY.
           perform 3100-READ-CURRENT-RECORD

           evaluate true
               when JRN-BEFORE-IMAGE = spaces
                   if RECORD-WAS-FOUND
                       perform 3900-REPORT-MISMATCH
                   else
                       perform 3200-WRITE-AFTER-IMAGE
                       add 1 to WS-ADD-COUNT
                   end-if
               when not RECORD-WAS-FOUND
                   perform 3900-REPORT-MISMATCH
               when WS-CURRENT-IMAGE not = JRN-BEFORE-IMAGE
                   perform 3900-REPORT-MISMATCH
               when JRN-AFTER-IMAGE = spaces
                   perform 3400-DELETE-CURRENT-RECORD
                   add 1 to WS-DELETE-COUNT
               when other
                   perform 3300-REWRITE-AFTER-IMAGE
                   add 1 to WS-CHANGE-COUNT
           end-evaluate

           if not RUN-HAS-FAILED
               add 1 to WS-APPLIED-COUNT
               move spaces to WS-DETAIL-LINE
               move "APPLIED  " to DTL-TAG
               perform 3950-FILL-ENTRY-FIELDS
               move WS-DETAIL-LINE to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if
       .

       3100-READ-CURRENT-RECORD.
           move 'Y' to WS-RECORD-FOUND
           move spaces to WS-CURRENT-IMAGE
           if REBUILDING-ROUTES
               move JRN-KEY to RTE-ROUTE-KEY
               read PIT-ROUTE-FILE
                   invalid key
                       move 'N' to WS-RECORD-FOUND
                   not invalid key
                       move ROUTE-MASTER-RECORD
                           to WS-CURRENT-IMAGE(1:50)
               end-read
           else
               move JRN-KEY(1:4) to MST-AP-CODE
               read PIT-MASTER-FILE
                   invalid key
                       move 'N' to WS-RECORD-FOUND
                   not invalid key
                       move AIRPORT-MASTER-RECORD
                           to WS-CURRENT-IMAGE
               end-read
           end-if
       .

       3200-WRITE-AFTER-IMAGE.
           if REBUILDING-ROUTES
               move JRN-AFTER-IMAGE(1:50) to ROUTE-MASTER-RECORD
               write ROUTE-MASTER-RECORD
           else
               move JRN-AFTER-IMAGE to AIRPORT-MASTER-RECORD
               write AIRPORT-MASTER-RECORD
           end-if
       .

      *> The read in 3100 has just positioned the copy on the key.
       3300-REWRITE-AFTER-IMAGE.
           if REBUILDING-ROUTES
               move JRN-AFTER-IMAGE(1:50) to ROUTE-MASTER-RECORD
               rewrite ROUTE-MASTER-RECORD
           else
               move JRN-AFTER-IMAGE to AIRPORT-MASTER-RECORD
               rewrite AIRPORT-MASTER-RECORD
           end-if
       .

       3400-DELETE-CURRENT-RECORD.
           if REBUILDING-ROUTES
               delete PIT-ROUTE-FILE
           else
               delete PIT-MASTER-FILE
           end-if
       .

      *> The backup and the journal have parted company - stop
      *> rather than build a copy nobody can trust. Both versions
      *> of the record go on the report for whoever has to work
      *> out which generation or FROM= time was meant.
       3900-REPORT-MISMATCH.
           move 'Y' to WS-RUN-FAILED
           move spaces to WS-DETAIL-LINE
           move "MISMATCH " to DTL-TAG
           perform 3950-FILL-ENTRY-FIELDS
           if RECORD-WAS-FOUND
               move "BEFORE-IMAGE DIFFERS FROM COPY"
                   to DTL-DETAIL
           else
               move "KEY NOT ON COPY" to DTL-DETAIL
           end-if
           if JRN-BEFORE-IMAGE = spaces
               move "ADD OF A KEY ALREADY ON COPY" to DTL-DETAIL
           end-if
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE

           move spaces to WS-IMAGE-LINE
           move "  JOURNAL:" to IMG-TAG
           move JRN-BEFORE-IMAGE(1:60) to IMG-TEXT
           move WS-IMAGE-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-IMAGE-LINE
           move JRN-BEFORE-IMAGE(61:55) to IMG-TEXT
           move WS-IMAGE-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-IMAGE-LINE
           move "  COPY:   " to IMG-TAG
           move WS-CURRENT-IMAGE(1:60) to IMG-TEXT
           move WS-IMAGE-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-IMAGE-LINE
           move WS-CURRENT-IMAGE(61:55) to IMG-TEXT
           move WS-IMAGE-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "RECONSTRUCTION STOPPED - COPY IS INCOMPLETE"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       3950-FILL-ENTRY-FIELDS.
           move JRN-TIMESTAMP to DTL-TIMESTAMP
           move JRN-FUNCTION to DTL-FUNCTION
           move JRN-KEY to DTL-KEY
           move JRN-CALLER-DEPT to DTL-CALLER
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "BACKUP RECORDS:" to TOT-LABEL
           move WS-BACKUP-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "JOURNAL ENTRIES READ:" to TOT-LABEL
           move WS-JOURNAL-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "OTHER FILE ENTRIES:" to TOT-LABEL
           move WS-OTHER-FILE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ALREADY IN BACKUP:" to TOT-LABEL
           move WS-BEFORE-BACKUP-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "AFTER TARGET TIME:" to TOT-LABEL
           move WS-AFTER-TARGET-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "ENTRIES APPLIED:" to TOT-LABEL
           move WS-APPLIED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "  ADDS:" to TOT-LABEL
           move WS-ADD-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "  CHANGES:" to TOT-LABEL
           move WS-CHANGE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "  DELETES:" to TOT-LABEL
           move WS-DELETE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRPITR.
