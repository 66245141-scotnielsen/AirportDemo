      *> ---------------------------------------------------------
      *> AIREMNT - Aircraft equipment type file maintenance
      *>
      *> Adds, changes, and deletes records on the aircraft
      *> equipment type file (keyed by eq-type-code), the same
      *> role AIRWMNT plays for the runway detail file. This is
      *> the only program in AirportLib authorized to write that
      *> file. AIRRMNT reads it to check the equipment a route leg
      *> names, and AIRECOMP reads it to check each leg's range
      *> and runway requirements against the airports it serves.
      *>
      *> A type with no range, no cruise speed, or no minimum
      *> runway would pass every leg or fail every leg in the
      *> compatibility report, so all three must be non-zero.
      *>
      *> lnk-function values:
      *>   'A' - add a new equipment type; lnk-rec supplies every
      *>         field
      *>   'C' - change an existing type; lnk-rec eq-type-code
      *>         selects the record, the remaining fields replace
      *>         it
      *>   'D' - delete the type identified by lnk-rec
      *>         eq-type-code
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, eq-type-code already on file
      *>   '23' - change/delete rejected, eq-type-code not on file
      *>   '25' - add/change rejected, eq-type-code spaces, or
      *>          eq-range-miles/eq-cruise-speed/eq-min-runway-ft
      *>          zero
      *>   '90' - equipment type file would not open
      *> ---------------------------------------------------------
       identification division.
       program-id. AIREMNT.

       environment division.
       input-output section.
       file-control.
           select EQUIPMENT-TYPE-FILE assign to "AIREQUIP"
               organization is indexed
               access mode is dynamic
               record key is EQP-TYPE-CODE
               file status is WS-EQUIP-FILE-STATUS.

       data division.
       file section.
       FD  EQUIPMENT-TYPE-FILE.
       copy "AIREREC.cpy".

       working-storage section.
       01  WS-EQUIP-FILE-STATUS        PIC XX.
       01  WS-EQUIP-IS-VALID           PIC X VALUE 'Y'.
           88  EQUIP-IS-VALID          VALUE 'Y'.

       linkage section.
       01  lnk-function                PIC X.
       01  lnk-rec.
           copy "AIRECREC.cpy".
       01  lnk-file-status             PIC XX.

       procedure division using
               by value     lnk-function
               by reference lnk-rec
               by reference lnk-file-status.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           open i-o EQUIPMENT-TYPE-FILE

           if WS-EQUIP-FILE-STATUS not = "00"
               move '90' to lnk-file-status
           else
               evaluate lnk-function
                   when 'A'
                       perform 1000-ADD-RECORD
                   when 'C'
                       perform 2000-CHANGE-RECORD
                   when 'D'
                       perform 3000-DELETE-RECORD
                   when other
                       move '10' to lnk-file-status
               end-evaluate
               close EQUIPMENT-TYPE-FILE
           end-if

           goback
       .

      *> An equipment type needs a code and all three performance
      *> figures. Leaves the rejection status in lnk-file-status
      *> and EQUIP-IS-VALID 'N' when it fails.
       0500-VALIDATE-EQUIPMENT.
           move 'Y' to WS-EQUIP-IS-VALID

           if eq-type-code = spaces
                   or eq-range-miles = 0
                   or eq-cruise-speed = 0
                   or eq-min-runway-ft = 0
               move 'N' to WS-EQUIP-IS-VALID
               move '25' to lnk-file-status
           end-if
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-EQUIPMENT
           if EQUIP-IS-VALID
               move lnk-rec to EQUIPMENT-TYPE-RECORD
               write EQUIPMENT-TYPE-RECORD
                   invalid key
                       move '22' to lnk-file-status
                   not invalid key
                       move '00' to lnk-file-status
               end-write
           end-if
       .

       2000-CHANGE-RECORD.
           perform 0500-VALIDATE-EQUIPMENT
           if EQUIP-IS-VALID
               move eq-type-code to EQP-TYPE-CODE
               read EQUIPMENT-TYPE-FILE
                   invalid key
                       move '23' to lnk-file-status
                   not invalid key
                       move lnk-rec to EQUIPMENT-TYPE-RECORD
                       rewrite EQUIPMENT-TYPE-RECORD
                           invalid key
                               move '23' to lnk-file-status
                           not invalid key
                               move '00' to lnk-file-status
                       end-rewrite
               end-read
           end-if
       .

       3000-DELETE-RECORD.
           move eq-type-code to EQP-TYPE-CODE
           read EQUIPMENT-TYPE-FILE
               invalid key
                   move '23' to lnk-file-status
               not invalid key
                   delete EQUIPMENT-TYPE-FILE
                       invalid key
                           move '23' to lnk-file-status
                       not invalid key
                           move '00' to lnk-file-status
                   end-delete
           end-read
       .

       end program AIREMNT.
