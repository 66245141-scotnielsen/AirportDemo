      *> ---------------------------------------------------------
      *> AIRRUNLG - Run-control log writer
      *>
      *> Appends one run-statistics record (Copybooks/AIRLREC.cpy)
      *> to the shared run-control log AIRRUNLG.DAT for the
      *> calling batch program, which fills the record as it ends
      *> and CALLs this as its last act. This is the only program
      *> in AirportLib that writes that log; AIRBALRP reads it
      *> back each morning.
      *>
      *> A log that will not open is reported on SYSOUT and
      *> otherwise ignored - losing a statistics line must never
      *> fail the night's work. The caller's own return code
      *> (RCL-RETURN-CODE) is handed back as this program's, so
      *> the CALL does not reset it.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRRUNLG.

       environment division.
       input-output section.
       file-control.
           select RUN-CONTROL-LOG assign to "AIRRUNLG.DAT"
               organization is line sequential
               file status is WS-LOG-FILE-STATUS.

       data division.
       file section.
       FD  RUN-CONTROL-LOG.
       01  RUN-CONTROL-LINE            PIC X(100).

       working-storage section.
       01  WS-LOG-FILE-STATUS          PIC XX.

       linkage section.
       01  lnk-run-control-rec.
           copy "AIRLREC.cpy".

       procedure division using
               by reference lnk-run-control-rec.

       0000-MAIN-LOGIC.
           move lnk-run-control-rec to RUN-CONTROL-LINE

           open extend RUN-CONTROL-LOG
           if WS-LOG-FILE-STATUS = "05"
                   or WS-LOG-FILE-STATUS = "35"
               open output RUN-CONTROL-LOG
           end-if
           if WS-LOG-FILE-STATUS = "00"
               write RUN-CONTROL-LINE
               close RUN-CONTROL-LOG
           else
               display "AIRRUNLG: run-control log would not open, "
                   "status " WS-LOG-FILE-STATUS " - " RCL-PROGRAM
                   " " RCL-STEP " not logged"
           end-if

           move RCL-RETURN-CODE to return-code
           goback
       .

       end program AIRRUNLG.
