      *> ---------------------------------------------------------
      *> AIRRCONV - One-time route master format conversion
      *>
      *> The days-of-operation pattern, effective/discontinue
      *> dates and equipment type added RTE-OPER-DAYS,
      *> RTE-EFF-DATE, RTE-DISC-DATE and RTE-EQUIP-TYPE to the
      *> route master record, growing it from 23 to 50 bytes -
      *> an existing route master opened by any library
      *> program before conversion would come back status 39 and
      *> every caller would see '90'. This program is the middle
      *> step of the AIRRCONV migration job: it reads the unloaded
      *> old-format legs and writes each one back in the new
      *> layout with the pattern spaces, both dates zero and the
      *> equipment type spaces (spaces read as daily and zero as
      *> open-ended everywhere, so every converted leg still
      *> operates every day exactly as it did before, until the
      *> next schedule feed or an AIRRMNT change says otherwise;
      *> a leg with no equipment named is simply left out of the
      *> AIRECOMP compatibility checks).
      *>
      *> Run once, against the unload the migration job takes -
      *> it has no business in the nightly schedule.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRRCONV.

       environment division.
       input-output section.
       file-control.
           select OLD-ROUTE-FILE assign to "AIRROLD"
               organization is sequential
               file status is WS-OLD-FILE-STATUS.

           select NEW-ROUTE-FILE assign to "AIRRNEW"
               organization is sequential
               file status is WS-NEW-FILE-STATUS.

       data division.
       file section.
      *> The route record exactly as it stood before the schedule
      *> pattern and equipment fields existed - frozen here so
      *> the conversion still compiles long after AIRRREC.cpy has
      *> moved on.
       FD  OLD-ROUTE-FILE.
       01  OLD-ROUTE-RECORD.
           03  OLD-ROUTE-KEY.
               05  OLD-CARRIER         PIC X(3).
               05  OLD-FLIGHT-NBR      PIC 9(4).
               05  OLD-ORIGIN          PIC X(4).
           03  OLD-DEST                PIC X(4).
           03  OLD-DEP-TIME            PIC 9(4).
           03  OLD-ARR-TIME            PIC 9(4).

       FD  NEW-ROUTE-FILE.
       copy "AIRRREC.cpy".

       working-storage section.
       01  WS-OLD-FILE-STATUS          PIC XX.
       01  WS-NEW-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CONVERT-COUNT            PIC 9(7) VALUE 0.

       procedure division.
       0000-MAIN-LOGIC.
           open input OLD-ROUTE-FILE
           open output NEW-ROUTE-FILE
           move 'N' to WS-EOF-SWITCH

           perform until WS-EOF
               read OLD-ROUTE-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       perform 1000-CONVERT-ONE-RECORD
               end-read
           end-perform

           close OLD-ROUTE-FILE
           close NEW-ROUTE-FILE
           display "AIRRCONV: " WS-CONVERT-COUNT
               " leg(s) converted"
           goback
       .

       1000-CONVERT-ONE-RECORD.
           move OLD-ROUTE-KEY to RTE-ROUTE-KEY
           move OLD-DEST to RTE-DEST
           move OLD-DEP-TIME to RTE-DEP-TIME
           move OLD-ARR-TIME to RTE-ARR-TIME
           move spaces to RTE-OPER-DAYS
           move 0 to RTE-EFF-DATE
           move 0 to RTE-DISC-DATE
           move spaces to RTE-EQUIP-TYPE
           write ROUTE-MASTER-RECORD
           add 1 to WS-CONVERT-COUNT
       .

       end program AIRRCONV.
