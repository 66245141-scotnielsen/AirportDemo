      *> Every add/change is cross-validated against the airport
      *> master: an alias pointing at an ap-code that is not on
      *> the master would turn a helpful shortcut into a new way
      *> to get a wrong answer, so it is rejected. So is an alias
      *> code that is already a city code on the metro area group
      *> file AIRMMNT maintains - a code that means several
      *> airports cannot also mean one.
      *>
      *> lnk-function values:
      *>   'A' - add a new alias; lnk-rec supplies both fields
      *>   '10' - invalid lnk-function value
      *>   '22' - add rejected, xr-iata-code already on file
      *>   '23' - change/delete rejected, xr-iata-code not on file
      *>   '24' - add/change rejected, xr-iata-code is a city code
      *>          on the metro area group file
      *>   '25' - add/change rejected, xr-iata-code is not three
      *>          non-space characters
      *>   '41' - add/change rejected, xr-ap-code not on the
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select METRO-GROUP-FILE assign to "AIRMETRO"
               organization is indexed
               access mode is dynamic
               record key is MTR-GROUP-KEY
               file status is WS-METRO-FILE-STATUS.

       data division.
       file section.
       FD  ALIAS-XREF-FILE.
       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  METRO-GROUP-FILE.
       copy "AIRMREC.cpy".

       working-storage section.
       01  WS-XREF-FILE-STATUS         PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-METRO-FILE-STATUS        PIC XX.
       01  WS-ALIAS-IS-VALID           PIC X VALUE 'Y'.
           88  ALIAS-IS-VALID          VALUE 'Y'.

               move '25' to lnk-file-status
           end-if

           if ALIAS-IS-VALID
               perform 0550-CHECK-NOT-A-METRO
           end-if
           if ALIAS-IS-VALID
               perform 0600-CHECK-TARGET-AIRPORT
           end-if
       .

      *> The metro group file is optional at run time - a site
      *> that has not loaded one has no city code to collide with.
       0550-CHECK-NOT-A-METRO.
           open input METRO-GROUP-FILE
           if WS-METRO-FILE-STATUS = "00"
               move xr-iata-code to MTR-METRO-CODE
               move low-values to MTR-AP-CODE
               start METRO-GROUP-FILE
                   key is greater than or equal MTR-GROUP-KEY
                   invalid key
                       continue
                   not invalid key
                       read METRO-GROUP-FILE next record
                           at end
                               continue
                           not at end
                               if MTR-METRO-CODE = xr-iata-code
                                   move 'N' to WS-ALIAS-IS-VALID
                                   move '24' to lnk-file-status
                               end-if
                       end-read
               end-start
               close METRO-GROUP-FILE
           end-if
       .

       0600-CHECK-TARGET-AIRPORT.
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS not = "00"
