      *> master: a route whose origin or destination ap-code is
      *> not on the airport master is rejected, so schedule data
      *> can never reference an airport the rest of the library
      *> does not know about. The leg's days-of-operation pattern
      *> and effective/discontinue dates (Copybooks/AIRRREC.cpy)
      *> are checked here too, so nothing downstream has to cope
      *> with a pattern it cannot read. A leg that names an
      *> equipment type must name one on the aircraft equipment
      *> type file (AIREMNT); spaces mean no type assigned yet.
      *>
      *> lnk-function values:
      *>   'A' - add a new record; lnk-rec supplies every field
      *>   '23' - change/delete rejected, rt-route-key not on file
      *>   '25' - add/change rejected, rt-dep-time/rt-arr-time not
      *>          a valid HHMM local time
      *>   '26' - add/change rejected, rt-oper-days is not a
      *>          days-of-operation pattern, rt-eff-date/
      *>          rt-disc-date is not a valid YYYYMMDD date, or the
      *>          leg is discontinued on or before it takes effect
      *>   '41' - add/change rejected, rt-origin not on the
      *>          airport master
      *>   '42' - add/change rejected, rt-dest not on the
      *>          airport master
      *>   '43' - add/change rejected, rt-equip-type not on the
      *>          aircraft equipment type file
      *>   '90' - route master file would not open
      *>   '91' - airport master file would not open
      *>   '92' - aircraft equipment type file would not open
      *>
      *> Every successful add/change/delete cuts a change-journal
      *> record to AIRJRNL.DAT (Copybooks/AIRJREC.cpy) carrying
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select EQUIPMENT-TYPE-FILE assign to "AIREQUIP"
               organization is indexed
               access mode is dynamic
               record key is EQP-TYPE-CODE
               file status is WS-EQUIP-FILE-STATUS.

           select CHANGE-JOURNAL-FILE assign to "AIRJRNL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-FILE-STATUS.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  EQUIPMENT-TYPE-FILE.
       copy "AIREREC.cpy".

       FD  CHANGE-JOURNAL-FILE.
       01  WS-JOURNAL-LINE             PIC X(270).

       working-storage section.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EQUIP-FILE-STATUS        PIC XX.
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-JOURNAL-DETAIL.
       01  WS-TIME-WORK.
           03  WS-TIME-HH              PIC 9(2).
           03  WS-TIME-MM              PIC 9(2).
       01  WS-SCHED-IS-VALID           PIC X VALUE 'Y'.
           88  SCHED-IS-VALID          VALUE 'Y'.
       01  WS-DAY-IDX                  PIC 9.
       01  WS-DAY-DIGIT                PIC 9.
       01  WS-DAYS-OPERATING           PIC 9.
       01  WS-DATE-WORK.
           03  WS-DATE-YYYY            PIC 9(4).
           03  WS-DATE-MM              PIC 9(2).
           03  WS-DATE-DD              PIC 9(2).

       linkage section.
       01  lnk-function                PIC X.
      *> way AIRMAINT appends to the shared AIRJRNL.DAT. The
      *> caller sets WS-BEFORE-IMAGE/WS-AFTER-IMAGE first - spaces
      *> stand for "no record" on the add and delete sides, and
      *> the 50-byte leg pads out to the journal's common image
      *> width.
       0900-WRITE-JOURNAL-RECORD.
           move function current-date to WS-JOURNAL-TIMESTAMP
       .

      *> Validates everything an add/change must satisfy before it
      *> may touch the route master, in this order:
      *>   - both scheduled times are real HHMM values ('25')
      *>   - the operating days and the effective/discontinue
      *>     dates are well formed, 0560 ('26')
      *>   - both endpoint ap-codes are on the airport master,
      *>     0600 ('41'/'42', '91' when it will not open)
      *>   - any equipment type named is on the equipment type
      *>     file, 0700 ('43', '92' when AIREQUIP will not open)
      *> Leaves the rejection status in lnk-file-status and
      *> ROUTE-IS-VALID 'N' on the first failure found.
       0500-VALIDATE-ROUTE.
           move 'Y' to WS-ROUTE-IS-VALID
               end-if
           end-if

           if ROUTE-IS-VALID
               perform 0560-VALIDATE-SCHEDULE
               if not SCHED-IS-VALID
                   move 'N' to WS-ROUTE-IS-VALID
                   move '26' to lnk-file-status
               end-if
           end-if

           if ROUTE-IS-VALID
               perform 0600-CHECK-AIRPORTS
           end-if

           if ROUTE-IS-VALID and rt-equip-type not = spaces
               perform 0700-CHECK-EQUIPMENT
           end-if
       .

       0550-VALIDATE-HHMM.
           end-if
       .

      *> The days-of-operation pattern is all spaces (daily - the
      *> value every leg loaded before the pattern existed
      *> carries) or seven positions, Monday first, each either
      *> its own day digit or '.', with at least one day
      *> operating. Each date is zero (open-ended) or a real
      *> YYYYMMDD, and a leg cannot stop on or before the day it
      *> starts.
       0560-VALIDATE-SCHEDULE.
           move 'Y' to WS-SCHED-IS-VALID
           if rt-oper-days not = spaces
               move 0 to WS-DAYS-OPERATING
               perform varying WS-DAY-IDX from 1 by 1
                       until WS-DAY-IDX > 7
                   move WS-DAY-IDX to WS-DAY-DIGIT
                   evaluate true
                       when rt-oper-days(WS-DAY-IDX:1) = '.'
                           continue
                       when rt-oper-days(WS-DAY-IDX:1)
                               = WS-DAY-DIGIT
                           add 1 to WS-DAYS-OPERATING
                       when other
                           move 'N' to WS-SCHED-IS-VALID
                   end-evaluate
               end-perform
               if WS-DAYS-OPERATING = 0
                   move 'N' to WS-SCHED-IS-VALID
               end-if
           end-if

           if SCHED-IS-VALID and rt-eff-date not = 0
               move rt-eff-date to WS-DATE-WORK
               perform 0570-VALIDATE-YYYYMMDD
           end-if
           if SCHED-IS-VALID and rt-disc-date not = 0
               move rt-disc-date to WS-DATE-WORK
               perform 0570-VALIDATE-YYYYMMDD
           end-if
           if SCHED-IS-VALID
                   and rt-eff-date not = 0
                   and rt-disc-date not = 0
                   and rt-disc-date <= rt-eff-date
               move 'N' to WS-SCHED-IS-VALID
           end-if
       .

       0570-VALIDATE-YYYYMMDD.
           if WS-DATE-YYYY < 1900
                   or WS-DATE-MM < 1 or WS-DATE-MM > 12
                   or WS-DATE-DD < 1 or WS-DATE-DD > 31
               move 'N' to WS-SCHED-IS-VALID
           end-if
       .

      *> Both route endpoints must already be airport master
      *> records. The master is only opened here, on the add/change
      *> path - delete never needs it.
           end-if
       .

      *> The equipment a leg names must be a type AIREMNT knows,
      *> or AIRECOMP could never check the leg's range and runway
      *> needs. Opened only when a type is named.
       0700-CHECK-EQUIPMENT.
           open input EQUIPMENT-TYPE-FILE
           if WS-EQUIP-FILE-STATUS not = "00"
               move 'N' to WS-ROUTE-IS-VALID
               move '92' to lnk-file-status
           else
               move rt-equip-type to EQP-TYPE-CODE
               read EQUIPMENT-TYPE-FILE
                   invalid key
                       move 'N' to WS-ROUTE-IS-VALID
                       move '43' to lnk-file-status
               end-read
               close EQUIPMENT-TYPE-FILE
           end-if
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-ROUTE
           if ROUTE-IS-VALID
                       move spaces to WS-BEFORE-IMAGE
                       move spaces to WS-AFTER-IMAGE
                       move ROUTE-MASTER-RECORD
                           to WS-AFTER-IMAGE(1:50)
                       perform 0900-WRITE-JOURNAL-RECORD
               end-write
           end-if
                   not invalid key
                       move spaces to WS-BEFORE-IMAGE
                       move ROUTE-MASTER-RECORD
                           to WS-BEFORE-IMAGE(1:50)
                       move lnk-rec to ROUTE-MASTER-RECORD
                       rewrite ROUTE-MASTER-RECORD
                           invalid key
                               move '00' to lnk-file-status
                               move spaces to WS-AFTER-IMAGE
                               move ROUTE-MASTER-RECORD
                                   to WS-AFTER-IMAGE(1:50)
                               perform 0900-WRITE-JOURNAL-RECORD
                       end-rewrite
               end-read
               not invalid key
                   move spaces to WS-BEFORE-IMAGE
                   move ROUTE-MASTER-RECORD
                       to WS-BEFORE-IMAGE(1:50)
                   delete ROUTE-MASTER-FILE
                       invalid key
                           move '23' to lnk-file-status
