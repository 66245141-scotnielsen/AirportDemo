      *> ---------------------------------------------------------
      *> AIRECOMP - Nightly route equipment compatibility report
      *>
      *> Walks every leg on the route master that names an
      *> equipment type (RTE-EQUIP-TYPE) and checks the leg
      *> against what that aircraft can actually do, as recorded
      *> on the aircraft equipment type file AIREMNT maintains.
      *> The great-circle distance and the runway test both come
      *> from AIRCODE - 'D' for the distance, 'S' with the type's
      *> minimum runway for the serviceability check - so the
      *> report answers exactly what an agent quoting the same
      *> pair would be told. Exceptions go to AIRECOMP.RPT:
      *>   RANGE    - the leg's great-circle miles exceed the
      *>              aircraft's EQP-RANGE-MILES
      *>   RUNWAY   - an endpoint has no runway on the runway
      *>              detail file at least EQP-MIN-RUNWAY-FT long
      *>              (one line per endpoint that fails)
      *>   NOEQUIP  - the leg names a type that is no longer on
      *>              the equipment type file
      *>   NOCALC   - AIRCODE could not measure the leg (an
      *>              endpoint off the airport master, or a file
      *>              that would not open); the AIRCODE status is
      *>              shown
      *> Legs with no equipment named yet, and legs whose
      *> RTE-DISC-DATE is on or before the run date, are counted
      *> but not checked - AIRRPLAU already flags the latter.
      *>
      *> The whole sweep runs inside an AIRCODE bulk session, the
      *> way AIRMATRX does, and every call carries "ECMP" in
      *> lnk-ext-caller-dept so the audit trail attributes it.
      *> Nothing on any input file is changed.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRECOMP.

       environment division.
       input-output section.
       file-control.
           select ROUTE-MASTER-FILE assign to "AIRROUTE"
               organization is indexed
               access mode is sequential
               record key is RTE-ROUTE-KEY
               file status is WS-ROUTE-FILE-STATUS.

           select EQUIPMENT-TYPE-FILE assign to "AIREQUIP"
               organization is indexed
               access mode is dynamic
               record key is EQP-TYPE-CODE
               file status is WS-EQUIP-FILE-STATUS.

           select AIRECOMP-REPORT assign to "AIRECOMP.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  ROUTE-MASTER-FILE.
       copy "AIRRREC.cpy".

       FD  EQUIPMENT-TYPE-FILE.
       copy "AIREREC.cpy".

       FD  AIRECOMP-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-EQUIP-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-LEG-COUNT                PIC 9(7) VALUE 0.
       01  WS-UNASSIGNED-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(7) VALUE 0.
       01  WS-CHECKED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RANGE-COUNT              PIC 9(7) VALUE 0.
       01  WS-RUNWAY-COUNT             PIC 9(7) VALUE 0.
       01  WS-NOEQUIP-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOCALC-COUNT             PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-EQUIP-FOUND              PIC X.
           88  EQUIP-WAS-FOUND         VALUE 'Y'.
       01  WS-LEG-MILES                PIC 9(5).
       01  WS-MILES-EDIT               PIC ZZ,ZZ9.
       01  WS-RANGE-EDIT               PIC ZZ,ZZ9.
       01  WS-RUNWAY-EDIT              PIC ZZ,ZZ9.
       01  WS-DEEDIT-X                 PIC X(6).
       01  WS-DEEDIT-IDX               PIC 9(1).
       01  WS-SHORT-CODE               PIC X(4).
       01  WS-SHORT-END                PIC X(6).

       01  WS-DETAIL-LINE.
           05  DTL-TAG                 PIC X(9).
           05  DTL-CARRIER             PIC X(3).
           05  DTL-FLIGHT              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-ORIGIN              PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-DEST                PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DTL-EQUIP               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(47).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

      *> Fields matching AIRCODE's linkage, used to CALL it below.
       01  CALL-FUNCTION               PIC X.
       01  CALL-AIRPORT1               PIC X(4).
       01  CALL-AIRPORT2               PIC X(4).
       01  CALL-PREFIX-TEXT            PIC X(4).
       01  CALL-REC.
           03  ap-code                 PIC X(4).
           03  ap-name                 PIC X(30).
           03  ap-city                 PIC X(30).
           03  ap-country              PIC X(20).
           03  ap-geo.
               05  ap-latitude.
                   07  ap-lat-sign     PIC X.
                   07  ap-lat-degs     PIC 9(3).
                   07  ap-lat-mins     PIC 9(6).
               05  ap-longitude.
                   07  ap-long-sign    PIC X.
                   07  ap-long-degs    PIC 9(3).
                   07  ap-long-mins    PIC 9(6).
       01  CALL-DISTANCE-RESULT.
           03  distance-km             PIC ZZ,ZZ9.
           03  distance-miles          PIC ZZ,ZZ9.
       01  CALL-MATCHED-CODES-ARRAY    PIC X(350).
       01  CALL-FILE-STATUS            PIC XX.
       01  CALL-EXT-BLOCK.
           copy "AIREXTB.cpy".

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE to WS-RUN-DATE
           open output AIRECOMP-REPORT
           move "ROUTE EQUIPMENT COMPATIBILITY REPORT"
               to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE

           open input ROUTE-MASTER-FILE
           if WS-ROUTE-FILE-STATUS not = "00"
               move "ROUTE MASTER WOULD NOT OPEN - NO CHECK RUN"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           else
               open input EQUIPMENT-TYPE-FILE
               if WS-EQUIP-FILE-STATUS not = "00"
                   move "EQUIPMENT FILE WOULD NOT OPEN - NO CHECK RUN"
                       to WS-REPORT-LINE
                   write WS-REPORT-LINE
               else
                   move 'B' to CALL-FUNCTION
                   perform 0250-CALL-AIRCODE-SESSION
                   perform 1000-SWEEP-ROUTE-MASTER
                   move 'E' to CALL-FUNCTION
                   perform 0250-CALL-AIRCODE-SESSION
                   close EQUIPMENT-TYPE-FILE
               end-if
               close ROUTE-MASTER-FILE
           end-if

           perform 8000-WRITE-TOTALS
           close AIRECOMP-REPORT
           display "AIRECOMP: " WS-CHECKED-COUNT " leg(s) checked, "
               WS-RANGE-COUNT " over range, "
               WS-RUNWAY-COUNT " short runway, "
               WS-NOEQUIP-COUNT " unknown equipment, "
               WS-NOCALC-COUNT " not measured"
           goback
       .

      *> Bulk session around the whole sweep ('B' before, 'E'
      *> after): the master and alias files stay open across
      *> every leg's calls. If 'B' cannot open them each call
      *> simply falls back to per-call open/close.
       0250-CALL-AIRCODE-SESSION.
           move spaces to CALL-AIRPORT1
           move spaces to CALL-AIRPORT2
           perform 5000-CALL-AIRCODE
       .

       1000-SWEEP-ROUTE-MASTER.
           move 'N' to WS-EOF-SWITCH
           perform until WS-EOF
               read ROUTE-MASTER-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-LEG-COUNT
                       perform 2000-CHECK-ONE-LEG
               end-read
           end-perform
       .

       2000-CHECK-ONE-LEG.
           evaluate true
               when RTE-EQUIP-TYPE = spaces
                   add 1 to WS-UNASSIGNED-COUNT
               when RTE-DISC-DATE > 0
                       and RTE-DISC-DATE <= WS-RUN-DATE
                   add 1 to WS-EXPIRED-COUNT
               when other
                   add 1 to WS-CHECKED-COUNT
                   perform 2100-READ-EQUIPMENT
                   if EQUIP-WAS-FOUND
                       perform 3000-CHECK-RANGE
                       perform 4000-CHECK-RUNWAYS
                   end-if
           end-evaluate
       .

       2100-READ-EQUIPMENT.
           move 'Y' to WS-EQUIP-FOUND
           move RTE-EQUIP-TYPE to EQP-TYPE-CODE
           read EQUIPMENT-TYPE-FILE
               invalid key
                   move 'N' to WS-EQUIP-FOUND
                   move spaces to WS-DETAIL-LINE
                   move "NOEQUIP  " to DTL-TAG
                   perform 7000-FILL-LEG-KEY
                   move "EQUIPMENT TYPE NOT ON EQUIPMENT FILE"
                       to DTL-DETAIL
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-NOEQUIP-COUNT
           end-read
       .

      *> AIRCODE's 'D' distance, checked against the type's range.
      *> A leg AIRCODE cannot measure is reported once here and
      *> left out of the runway check too - the same endpoint
      *> problem would only fail it again.
       3000-CHECK-RANGE.
           move 'D' to CALL-FUNCTION
           move RTE-ORIGIN to CALL-AIRPORT1
           move RTE-DEST to CALL-AIRPORT2
           perform 5000-CALL-AIRCODE

           if CALL-FILE-STATUS = '00' or CALL-FILE-STATUS = '02'
               perform 3100-DEEDIT-LEG-MILES
               if WS-LEG-MILES > EQP-RANGE-MILES
                   move spaces to WS-DETAIL-LINE
                   move "RANGE    " to DTL-TAG
                   perform 7000-FILL-LEG-KEY
                   move WS-LEG-MILES to WS-MILES-EDIT
                   move EQP-RANGE-MILES to WS-RANGE-EDIT
                   string WS-MILES-EDIT delimited by size
                       " MI EXCEEDS RANGE OF " delimited by size
                       WS-RANGE-EDIT delimited by size
                       " MI" delimited by size
                       into DTL-DETAIL
                   end-string
                   perform 7100-WRITE-DETAIL-LINE
                   add 1 to WS-RANGE-COUNT
               end-if
           else
               move 'N' to WS-EQUIP-FOUND
               move spaces to WS-DETAIL-LINE
               move "NOCALC   " to DTL-TAG
               perform 7000-FILL-LEG-KEY
               string "AIRCODE COULD NOT MEASURE LEG, STATUS "
                       delimited by size
                   CALL-FILE-STATUS delimited by size
                   into DTL-DETAIL
               end-string
               perform 7100-WRITE-DETAIL-LINE
               add 1 to WS-NOCALC-COUNT
           end-if
       .

      *> AIRCODE hands the distance back in its edited ZZ,ZZ9
      *> display form - strip the insertion characters back out
      *> so there is a number to hold against the range, the same
      *> way AIRMATRX does for its MAXKM= cap.
       3100-DEEDIT-LEG-MILES.
           move distance-miles of CALL-DISTANCE-RESULT
               to WS-DEEDIT-X
           move 0 to WS-LEG-MILES
           perform varying WS-DEEDIT-IDX from 1 by 1
                   until WS-DEEDIT-IDX > 6
               if WS-DEEDIT-X(WS-DEEDIT-IDX:1) is numeric
                   compute WS-LEG-MILES = WS-LEG-MILES * 10
                       + function numval(WS-DEEDIT-X(WS-DEEDIT-IDX:1))
               end-if
           end-perform
       .

      *> AIRCODE's 'S' serviceability check at the type's minimum
      *> runway length: '41' origin short, '42' destination
      *> short, '43' both. Skipped when the range check could not
      *> measure the leg at all.
       4000-CHECK-RUNWAYS.
           if EQUIP-WAS-FOUND
               move 'S' to CALL-FUNCTION
               move RTE-ORIGIN to CALL-AIRPORT1
               move RTE-DEST to CALL-AIRPORT2
               perform 5000-CALL-AIRCODE

               evaluate CALL-FILE-STATUS
                   when '41'
                       move RTE-ORIGIN to WS-SHORT-CODE
                       move "ORIGIN" to WS-SHORT-END
                       perform 4100-WRITE-RUNWAY-LINE
                   when '42'
                       move RTE-DEST to WS-SHORT-CODE
                       move "DEST  " to WS-SHORT-END
                       perform 4100-WRITE-RUNWAY-LINE
                   when '43'
                       move RTE-ORIGIN to WS-SHORT-CODE
                       move "ORIGIN" to WS-SHORT-END
                       perform 4100-WRITE-RUNWAY-LINE
                       move RTE-DEST to WS-SHORT-CODE
                       move "DEST  " to WS-SHORT-END
                       perform 4100-WRITE-RUNWAY-LINE
                   when '00'
                   when '02'
                       continue
                   when other
                       move spaces to WS-DETAIL-LINE
                       move "NOCALC   " to DTL-TAG
                       perform 7000-FILL-LEG-KEY
                       string "RUNWAY CHECK NOT RUN, STATUS "
                               delimited by size
                           CALL-FILE-STATUS delimited by size
                           into DTL-DETAIL
                       end-string
                       perform 7100-WRITE-DETAIL-LINE
                       add 1 to WS-NOCALC-COUNT
               end-evaluate
           end-if
       .

       4100-WRITE-RUNWAY-LINE.
           move spaces to WS-DETAIL-LINE
           move "RUNWAY   " to DTL-TAG
           perform 7000-FILL-LEG-KEY
           move EQP-MIN-RUNWAY-FT to WS-RUNWAY-EDIT
           string WS-SHORT-END delimited by size
               " " delimited by size
               WS-SHORT-CODE delimited by size
               " NO RUNWAY OF " delimited by size
               WS-RUNWAY-EDIT delimited by size
               " FT" delimited by size
               into DTL-DETAIL
           end-string
           perform 7100-WRITE-DETAIL-LINE
           add 1 to WS-RUNWAY-COUNT
       .

       5000-CALL-AIRCODE.
           move spaces to CALL-PREFIX-TEXT
           initialize CALL-REC
           initialize CALL-DISTANCE-RESULT
           initialize CALL-MATCHED-CODES-ARRAY
           move spaces to CALL-FILE-STATUS
           initialize CALL-EXT-BLOCK
           move "ECMP" to lnk-ext-caller-dept
           if CALL-FUNCTION = 'S'
               move EQP-MIN-RUNWAY-FT to lnk-ext-min-runway
           end-if

           call "AIRCODE" using
                   by value     CALL-FUNCTION
                   by value     CALL-AIRPORT1
                   by value     CALL-AIRPORT2
                   by value     CALL-PREFIX-TEXT
                   by reference CALL-REC
                   by reference CALL-DISTANCE-RESULT
                   by reference CALL-MATCHED-CODES-ARRAY
                   by reference CALL-FILE-STATUS
                   by reference CALL-EXT-BLOCK
           end-call
       .

       7000-FILL-LEG-KEY.
           move RTE-CARRIER to DTL-CARRIER
           move RTE-FLIGHT-NBR to DTL-FLIGHT
           move RTE-ORIGIN to DTL-ORIGIN
           move RTE-DEST to DTL-DEST
           move RTE-EQUIP-TYPE to DTL-EQUIP
       .

       7100-WRITE-DETAIL-LINE.
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       8000-WRITE-TOTALS.
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "LEGS READ:" to TOT-LABEL
           move WS-LEG-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NO EQUIPMENT NAMED:" to TOT-LABEL
           move WS-UNASSIGNED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "DISCONTINUED LEGS:" to TOT-LABEL
           move WS-EXPIRED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "LEGS CHECKED:" to TOT-LABEL
           move WS-CHECKED-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "OVER RANGE:" to TOT-LABEL
           move WS-RANGE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "SHORT RUNWAY ENDS:" to TOT-LABEL
           move WS-RUNWAY-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "UNKNOWN EQUIPMENT:" to TOT-LABEL
           move WS-NOEQUIP-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NOT MEASURED:" to TOT-LABEL
           move WS-NOCALC-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       end program AIRECOMP.
