      *> COUNTRY= and CODE= cards union together; no scope card at
      *> all means the whole master, exactly as before the card
      *> existed.
      *>
      *> Each pair line carries, next to its miles, the tariff
      *> zone AIRCODE's 'D' classifies that mileage into under
      *> today's bands (blank when no band covers it), so the
      *> warehouse loads the zone off the report instead of
      *> banding the mileage again itself.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRMATRX.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-MILES                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-ZONE                     PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-STATUS                   PIC XX.

      *> Fields matching AIRCODE's linkage, used to CALL it below.
           03  distance-miles              PIC ZZ,ZZ9.
       01  CALL-MATCHED-CODES-ARRAY        PIC X(350).
       01  CALL-FILE-STATUS                PIC XX.
       01  CALL-EXT-BLOCK.
           copy "AIREXTB.cpy".

       procedure division.
       0000-MAIN-LOGIC.
           initialize CALL-DISTANCE-RESULT
           initialize CALL-MATCHED-CODES-ARRAY
           move spaces to CALL-FILE-STATUS
           initialize CALL-EXT-BLOCK
           perform 1050-CALL-AIRCODE
       .

           initialize CALL-DISTANCE-RESULT
           initialize CALL-MATCHED-CODES-ARRAY
           move spaces to CALL-FILE-STATUS
           initialize CALL-EXT-BLOCK
           perform 1050-CALL-AIRCODE

           move 'Y' to WS-PAIR-WANTED
               move WS-CODE-ENTRY(WS-J) to DL-AIRPORT2
               move distance-km of CALL-DISTANCE-RESULT to DL-KM
               move distance-miles of CALL-DISTANCE-RESULT to DL-MILES
               move lnk-ext-tariff-zone to DL-ZONE
               move CALL-FILE-STATUS to DL-STATUS
               move WS-DETAIL-LINE to WS-REPORT-LINE
               write WS-REPORT-LINE
                   by reference CALL-DISTANCE-RESULT
                   by reference CALL-MATCHED-CODES-ARRAY
                   by reference CALL-FILE-STATUS
                   by reference CALL-EXT-BLOCK
           end-call
       .

