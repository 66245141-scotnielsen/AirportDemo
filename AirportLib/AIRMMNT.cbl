      *> ---------------------------------------------------------
      *> AIRMMNT - Metro area group maintenance
      *>
      *> Adds and removes member airports on the metro area group
      *> file (keyed by city code and member ap-code - layout in
      *> Copybooks/AIRMREC.cpy), the same role AIRXMNT plays for
      *> the alias cross-reference. This is the only program in
      *> AirportLib authorized to write that file. The whole
      *> record is the key, so there is nothing to change - an
      *> airport leaving a city group is deleted, one joining it
      *> is added.
      *>
      *> Every add is cross-validated against the airport master
      *> exactly as AIRXMNT validates an alias target: a member
      *> that is not on the master would make every city answer
      *> AIRCODE and AIRRCONN give quietly one airport short.
      *> The city code is also checked against the alias file -
      *> a code that already resolves to one airport through
      *> AIRALIAS cannot start meaning several.
      *>
      *> lnk-function values:
      *>   'A' - add lnk-rec mt-ap-code to city mt-metro-code
      *>   'D' - remove lnk-rec mt-ap-code from city mt-metro-code
      *>
      *> lnk-file-status values returned:
      *>   '00' - normal completion
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, the airport is already a member
      *>   '23' - delete rejected, the airport is not a member
      *>   '24' - add rejected, mt-metro-code is an IATA alias on
      *>          the alias cross-reference
      *>   '25' - add rejected, mt-metro-code is not three
      *>          non-space characters
      *>   '26' - add rejected, the city already has 10 members
      *>   '41' - add rejected, mt-ap-code not on the airport
      *>          master
      *>   '90' - metro group file would not open
      *>   '91' - airport master file would not open
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRMMNT.

       environment division.
       input-output section.
       file-control.
           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is dynamic
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

           select AIRPORT-MASTER-FILE assign to "AIRMSTR"
               organization is indexed
               access mode is dynamic
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select ALIAS-XREF-FILE assign to "AIRALIAS"
               organization is indexed
               access mode is dynamic
               record key is XRF-IATA-CODE
               file status is WS-ALIAS-FILE-STATUS.

       data division.
       file section.
       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  ALIAS-XREF-FILE.
       copy "AIRXREC.cpy".

       working-storage section.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-ALIAS-FILE-STATUS        PIC XX.
       01  WS-MEMBER-IS-VALID          PIC X VALUE 'Y'.
           88  MEMBER-IS-VALID         VALUE 'Y'.
       01  WS-MAX-MEMBERS              PIC 9(2) VALUE 10.
       01  WS-MEMBER-COUNT             PIC 9(2).
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       linkage section.
       01  lnk-function                PIC X.
       01  lnk-rec.
           copy "AIRMCREC.cpy".
       01  lnk-file-status             PIC XX.

       procedure division using
               by value     lnk-function
               by reference lnk-rec
               by reference lnk-file-status.

       0000-MAIN-LOGIC.
           move low-values to lnk-file-status
           open i-o METRO-GROUP-FILE

           if WS-METRO-FILE-STATUS not = "00"
               move '90' to lnk-file-status
           else
               evaluate lnk-function
                   when 'A'
                       perform 1000-ADD-RECORD
                   when 'D'
                       perform 3000-DELETE-RECORD
                   when other
                       move '10' to lnk-file-status
               end-evaluate
               close METRO-GROUP-FILE
           end-if

           goback
       .

      *> A city code must be three non-space characters, must not
      *> already be an alias, must have room for another member,
      *> and the member must be an airport the master actually
      *> has. Leaves the rejection status in lnk-file-status and
      *> MEMBER-IS-VALID 'N' on the first failure found.
       0500-VALIDATE-MEMBER.
           move 'Y' to WS-MEMBER-IS-VALID

           if mt-metro-code(1:1) = space
                   or mt-metro-code(2:1) = space
                   or mt-metro-code(3:1) = space
               move 'N' to WS-MEMBER-IS-VALID
               move '25' to lnk-file-status
           end-if

           if MEMBER-IS-VALID
               perform 0550-CHECK-NOT-AN-ALIAS
           end-if
           if MEMBER-IS-VALID
               perform 0580-CHECK-GROUP-SIZE
           end-if
           if MEMBER-IS-VALID
               perform 0600-CHECK-TARGET-AIRPORT
           end-if
       .

      *> The alias file is optional at run time the way it is for
      *> AIRCODE - a site that has not loaded it has no alias for
      *> the city code to collide with.
       0550-CHECK-NOT-AN-ALIAS.
           open input ALIAS-XREF-FILE
           if WS-ALIAS-FILE-STATUS = "00"
               move mt-metro-code to XRF-IATA-CODE
               read ALIAS-XREF-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'N' to WS-MEMBER-IS-VALID
                       move '24' to lnk-file-status
               end-read
               close ALIAS-XREF-FILE
           end-if
       .

       0580-CHECK-GROUP-SIZE.
           move 0 to WS-MEMBER-COUNT
           move mt-metro-code to MTR-METRO-CODE
           move low-values to MTR-AP-CODE
           move 'N' to WS-EOF-SWITCH
           start METRO-GROUP-FILE
               key is greater than or equal MTR-GROUP-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read METRO-GROUP-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if MTR-METRO-CODE = mt-metro-code
                           add 1 to WS-MEMBER-COUNT
                       else
                           move 'Y' to WS-EOF-SWITCH
                       end-if
               end-read
           end-perform

           if WS-MEMBER-COUNT >= WS-MAX-MEMBERS
               move 'N' to WS-MEMBER-IS-VALID
               move '26' to lnk-file-status
           end-if
       .

       0600-CHECK-TARGET-AIRPORT.
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
               move 'N' to WS-MEMBER-IS-VALID
               move '91' to lnk-file-status
           else
               move mt-ap-code to MST-AP-CODE
               read AIRPORT-MASTER-FILE
                   invalid key
                       move 'N' to WS-MEMBER-IS-VALID
                       move '41' to lnk-file-status
               end-read
               close AIRPORT-MASTER-FILE
           end-if
       .

       1000-ADD-RECORD.
           perform 0500-VALIDATE-MEMBER
           if MEMBER-IS-VALID
               move lnk-rec to METRO-GROUP-RECORD
               write METRO-GROUP-RECORD
                   invalid key
                       move '22' to lnk-file-status
                   not invalid key
                       move '00' to lnk-file-status
               end-write
           end-if
       .

       3000-DELETE-RECORD.
           move lnk-rec to MTR-GROUP-KEY
           read METRO-GROUP-FILE
               invalid key
                   move '23' to lnk-file-status
               not invalid key
                   delete METRO-GROUP-FILE
                       invalid key
                           move '23' to lnk-file-status
                       not invalid key
                           move '00' to lnk-file-status
                   end-delete
           end-read
       .

       end program AIRMMNT.
