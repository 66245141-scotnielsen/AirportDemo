      *> ---------------------------------------------------------
      *> AIRNOTFY - Nightly change notifications to subscribers
      *>
      *> Gives the departments downstream of the airport and route
      *> masters a push feed of what changed, instead of finding
      *> out when their own processing breaks or re-pulling
      *> everything through AIRGATE. Each department's interests
      *> are on the subscription file AIRNMNT maintains
      *> (Copybooks/AIRNREC.cpy): ap-codes, countries, carriers,
      *> or everything. This program reads one day's entries from
      *> the change journal AIRMAINT and AIRRMNT cut (AIRJRNL.DAT,
      *> Copybooks/AIRJREC.cpy) and writes every subscribing
      *> department its own notice file, allocated to DD NTCdddd
      *> (dddd the department id), one fixed-layout record
      *> (Copybooks/AIRNTREC.cpy) per journal entry that matches
      *> any of its interests, carrying the before and after
      *> values. A department whose interests nothing touched
      *> still gets its file, empty, so "no changes" is never
      *> confused with "no feed". Every subscribing department
      *> needs its NTCdddd DD in the job; one without it is
      *> reported and counted exactly like a notice file that
      *> would not open, and the run ends RC 8.
      *>
      *> Matching, per journal entry:
      *>   airport master entry ('M') - the ap-code, and the
      *>         ap-country both before and after the change (a
      *>         country subscriber hears about an airport moving
      *>         out of its country as well as into it)
      *>   route master entry ('R') - the carrier, both endpoints
      *>         (origin off the key, destination off the image),
      *>         and the endpoints' countries off the airport
      *>         master when it is available
      *> Countries compare without regard to case.
      *>
      *> Parameter cards (AIRNOTFY.PRM):
      *>   DATE=YYYYMMDD - the journal day to notify; no card
      *>                   means today
      *>
      *> AIRNOTFY.RPT is the distribution report: per department,
      *> its interests and how many notices it was sent, then run
      *> totals.
      *> ---------------------------------------------------------
       identification division.
       program-id. AIRNOTFY.

       environment division.
       input-output section.
       file-control.
           select SUBSCRIPTION-FILE assign to "AIRNSUB"
               organization is indexed
               access mode is sequential
               record key is NSB-SUBSCRIPTION-KEY
               file status is WS-SUBS-FILE-STATUS.

           select AIRPORT-MASTER-FILE assign to "AIRMSTR"
               organization is indexed
               access mode is dynamic
               record key is MST-AP-CODE
               file status is WS-MASTER-FILE-STATUS.

           select CHANGE-JOURNAL-FILE assign to "AIRJRNL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-FILE-STATUS.

           select NOTICE-FILE assign using WS-NOTICE-DD-NAME
               organization is line sequential
               file status is WS-NOTICE-FILE-STATUS.

           select AIRNOTFY-PARM-FILE assign to "AIRNOTFY.PRM"
               organization is line sequential
               file status is WS-PARM-FILE-STATUS.

           select AIRNOTFY-REPORT assign to "AIRNOTFY.RPT"
               organization is line sequential
               file status is WS-REPORT-FILE-STATUS.

       data division.
       file section.
       FD  SUBSCRIPTION-FILE.
       copy "AIRNREC.cpy".

       FD  AIRPORT-MASTER-FILE.
       copy "AIRPREC.cpy".

       FD  CHANGE-JOURNAL-FILE.
       01  JOURNAL-LINE                PIC X(270).

       FD  NOTICE-FILE.
       01  NOTICE-LINE                 PIC X(294).

       FD  AIRNOTFY-PARM-FILE.
       01  PARM-LINE                   PIC X(80).

       FD  AIRNOTFY-REPORT.
       01  WS-REPORT-LINE              PIC X(80).

       working-storage section.
       01  WS-SUBS-FILE-STATUS         PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
       01  WS-NOTICE-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-MASTER-FILE-OPEN         PIC X VALUE 'N'.
           88  MASTER-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-NOTICE-DD-NAME           PIC X(8).

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-PARM-DATE-X              PIC X(8).

       01  WS-JOURNAL-DETAIL.
           copy "AIRJREC.cpy".
       01  WS-NOTICE-DETAIL.
           copy "AIRNTREC.cpy".

      *> Every interest on file, in key order - so each
      *> department's interests sit together, and the department
      *> table below just records where each run of them starts
      *> and ends. Values are held upper-case for the comparison.
       01  WS-MAX-INTERESTS            PIC 9(5) VALUE 5000.
       01  WS-INTEREST-COUNT           PIC 9(5) VALUE 0.
       01  WS-INTEREST-TABLE.
           05  WS-INT-ENTRY occurs 5000.
               07  WS-INT-TYPE         PIC X.
               07  WS-INT-VALUE        PIC X(20).
       01  WS-INT-IDX                  PIC 9(5).

       01  WS-MAX-DEPTS                PIC 9(3) VALUE 500.
       01  WS-DEPT-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY occurs 500.
               07  WS-DEPT-ID          PIC X(4).
               07  WS-DEPT-FIRST       PIC 9(5).
               07  WS-DEPT-LAST        PIC 9(5).
               07  WS-DEPT-NOTICES     PIC 9(7).
               07  WS-DEPT-FILE-OK     PIC X.
               07  WS-DEPT-OPEN-STATUS PIC XX.
       01  WS-DEPT-IDX                 PIC 9(3).
       01  WS-CAP-WARNED               PIC X VALUE 'N'.
           88  CAP-WAS-WARNED          VALUE 'Y'.

      *> What one journal entry touches, worked out once per entry
      *> and then matched against a department's interests.
       01  WS-ENTRY-CODE1              PIC X(4).
       01  WS-ENTRY-CODE2              PIC X(4).
       01  WS-ENTRY-CARRIER            PIC X(3).
       01  WS-ENTRY-COUNTRY1           PIC X(20).
       01  WS-ENTRY-COUNTRY2           PIC X(20).
       01  WS-ROUTE-IMAGE              PIC X(50).
       01  WS-ROUTE-IMAGE-R redefines WS-ROUTE-IMAGE.
           05  FILLER                  PIC X(11).
           05  WS-IMAGE-DEST           PIC X(4).
           05  FILLER                  PIC X(35).
       01  WS-MASTER-IMAGE             PIC X(115).
       01  WS-MASTER-IMAGE-R redefines WS-MASTER-IMAGE.
           05  FILLER                  PIC X(64).
           05  WS-IMAGE-COUNTRY        PIC X(20).
           05  FILLER                  PIC X(31).
       01  WS-COUNTRY-WORK             PIC X(20).

       01  WS-MATCH-FOUND              PIC X.
           88  ENTRY-MATCHES           VALUE 'Y'.
       01  WS-MATCH-TYPE               PIC X.
       01  WS-MATCH-VALUE              PIC X(20).

       01  WS-DAY-ENTRY-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT             PIC 9(7) VALUE 0.
       01  WS-FILE-FAIL-COUNT          PIC 9(5) VALUE 0.

       01  WS-DETAIL-LINE.
           05  DTL-DEPT                PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-INTERESTS           PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-NOTICES             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-FILE-NAME           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DETAIL              PIC X(33).

       01  WS-INTEREST-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  INL-TYPE-TEXT           PIC X(10).
           05  INL-VALUE               PIC X(20).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL               PIC X(20).
           05  TOT-COUNT               PIC ZZZ,ZZ9.

       procedure division.
       0000-MAIN-LOGIC.
           move function current-date to WS-TODAY-DATE
           move WS-TODAY-DATE to WS-RUN-DATE
           perform 0050-READ-PARM-CARDS
           open output AIRNOTFY-REPORT
           perform 0200-WRITE-HEADING

           perform 1000-LOAD-SUBSCRIPTIONS
           perform 0100-OPEN-MASTER-FILE
           perform 1500-COUNT-DAYS-ENTRIES
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               perform 2000-NOTIFY-ONE-DEPARTMENT
           end-perform
           if MASTER-FILE-IS-OPEN
               close AIRPORT-MASTER-FILE
           end-if

           perform 8000-WRITE-DISTRIBUTION
           close AIRNOTFY-REPORT
           display "AIRNOTFY: " WS-DAY-ENTRY-COUNT
               " journal entr(ies) for " WS-RUN-DATE ", "
               WS-NOTICE-COUNT " notice(s) to " WS-DEPT-COUNT
               " department(s)"
           if WS-FILE-FAIL-COUNT > 0
               display "AIRNOTFY: " WS-FILE-FAIL-COUNT
                   " notice file(s) would not open"
               move 8 to return-code
           end-if
           goback
       .

       0050-READ-PARM-CARDS.
           open input AIRNOTFY-PARM-FILE
           if WS-PARM-FILE-STATUS = "00"
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AIRNOTFY-PARM-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 0060-APPLY-ONE-PARM-CARD
                   end-read
               end-perform
               close AIRNOTFY-PARM-FILE
           end-if
       .

       0060-APPLY-ONE-PARM-CARD.
           evaluate true
               when PARM-LINE(1:5) = "DATE="
                   move PARM-LINE(6:8) to WS-PARM-DATE-X
                   if WS-PARM-DATE-X is numeric
                       move WS-PARM-DATE-X to WS-RUN-DATE
                   end-if
               when other
                   continue
           end-evaluate
       .

      *> The airport master only supplies route endpoints'
      *> countries; without it, route legs still match on carrier
      *> and ap-code and only the country test is lost.
       0100-OPEN-MASTER-FILE.
           open input AIRPORT-MASTER-FILE
           if WS-MASTER-FILE-STATUS = "00"
               move 'Y' to WS-MASTER-FILE-OPEN
           else
               move
                   "NO AIRPORT MASTER - ROUTES NOT MATCHED ON COUNTRY"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-if
       .

       0200-WRITE-HEADING.
           move spaces to WS-REPORT-LINE
           string "CHANGE NOTIFICATION DISTRIBUTION FOR "
               delimited by size
               WS-RUN-DATE delimited by size
               into WS-REPORT-LINE
           end-string
           write WS-REPORT-LINE
           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       1000-LOAD-SUBSCRIPTIONS.
           open input SUBSCRIPTION-FILE
           if WS-SUBS-FILE-STATUS not = "00"
               move "SUBSCRIPTION FILE NOT AVAILABLE - NO NOTICES SENT"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read SUBSCRIPTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform 1100-STORE-ONE-INTEREST
                   end-read
               end-perform
               close SUBSCRIPTION-FILE
           end-if
       .

       1100-STORE-ONE-INTEREST.
           if WS-INTEREST-COUNT >= WS-MAX-INTERESTS
               perform 1200-WARN-CAP
           else
               if WS-DEPT-COUNT = 0
                       or NSB-DEPT-ID not = WS-DEPT-ID(WS-DEPT-COUNT)
                   if WS-DEPT-COUNT >= WS-MAX-DEPTS
                       perform 1200-WARN-CAP
                   else
                       add 1 to WS-DEPT-COUNT
                       move NSB-DEPT-ID to WS-DEPT-ID(WS-DEPT-COUNT)
                       compute WS-DEPT-FIRST(WS-DEPT-COUNT) =
                           WS-INTEREST-COUNT + 1
                       move 0 to WS-DEPT-NOTICES(WS-DEPT-COUNT)
                       move 'N' to WS-DEPT-FILE-OK(WS-DEPT-COUNT)
                       move spaces
                           to WS-DEPT-OPEN-STATUS(WS-DEPT-COUNT)
                   end-if
               end-if
               if NSB-DEPT-ID = WS-DEPT-ID(WS-DEPT-COUNT)
                   add 1 to WS-INTEREST-COUNT
                   move NSB-INTEREST-TYPE
                       to WS-INT-TYPE(WS-INTEREST-COUNT)
                   move function upper-case(NSB-INTEREST-VALUE)
                       to WS-INT-VALUE(WS-INTEREST-COUNT)
                   move WS-INTEREST-COUNT
                       to WS-DEPT-LAST(WS-DEPT-COUNT)
               end-if
           end-if
       .

       1200-WARN-CAP.
           if not CAP-WAS-WARNED
               move "SUBSCRIPTION TABLE FULL - LATER INTERESTS IGNORED"
                   to WS-REPORT-LINE
               write WS-REPORT-LINE
               display "AIRNOTFY: subscription table full, "
                   "interests past " WS-INTEREST-COUNT " ignored"
               move 'Y' to WS-CAP-WARNED
           end-if
       .

       1500-COUNT-DAYS-ENTRIES.
           move 'N' to WS-EOF-SWITCH
           open input CHANGE-JOURNAL-FILE
      *> status 35 means nothing has ever been journalled.
           if WS-JOURNAL-FILE-STATUS = "35"
               move 'Y' to WS-EOF-SWITCH
           end-if
           perform until WS-EOF
               read CHANGE-JOURNAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       move JOURNAL-LINE to WS-JOURNAL-DETAIL
                       if JRN-TIMESTAMP(1:8) = WS-RUN-DATE
                           add 1 to WS-DAY-ENTRY-COUNT
                       end-if
               end-read
           end-perform
           if WS-JOURNAL-FILE-STATUS not = "35"
               close CHANGE-JOURNAL-FILE
           end-if
       .

      *> One pass of the journal per department, so only one
      *> notice file is ever open at a time.
       2000-NOTIFY-ONE-DEPARTMENT.
           perform 2050-BUILD-NOTICE-DD-NAME
           open output NOTICE-FILE
           move WS-NOTICE-FILE-STATUS
               to WS-DEPT-OPEN-STATUS(WS-DEPT-IDX)
           if WS-NOTICE-FILE-STATUS not = "00"
               add 1 to WS-FILE-FAIL-COUNT
           else
               move 'Y' to WS-DEPT-FILE-OK(WS-DEPT-IDX)
               move 'N' to WS-EOF-SWITCH
               open input CHANGE-JOURNAL-FILE
               if WS-JOURNAL-FILE-STATUS = "35"
                   move 'Y' to WS-EOF-SWITCH
               end-if
               perform until WS-EOF
                   read CHANGE-JOURNAL-FILE next record
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           move JOURNAL-LINE to WS-JOURNAL-DETAIL
                           if JRN-TIMESTAMP(1:8) = WS-RUN-DATE
                               perform 2100-CHECK-ONE-ENTRY
                           end-if
                   end-read
               end-perform
               if WS-JOURNAL-FILE-STATUS not = "35"
                   close CHANGE-JOURNAL-FILE
               end-if
               close NOTICE-FILE
           end-if
       .

      *> The notice file's DD name: "NTC" and the department id,
      *> eight characters at most.
       2050-BUILD-NOTICE-DD-NAME.
           move spaces to WS-NOTICE-DD-NAME
           string "NTC" delimited by size
               WS-DEPT-ID(WS-DEPT-IDX) delimited by space
               into WS-NOTICE-DD-NAME
           end-string
       .

       2100-CHECK-ONE-ENTRY.
           perform 2200-DESCRIBE-ENTRY
           move 'N' to WS-MATCH-FOUND
           perform varying WS-INT-IDX
                   from WS-DEPT-FIRST(WS-DEPT-IDX) by 1
                   until WS-INT-IDX > WS-DEPT-LAST(WS-DEPT-IDX)
                       or ENTRY-MATCHES
               perform 2400-MATCH-ONE-INTEREST
           end-perform
           if ENTRY-MATCHES
               perform 2500-WRITE-NOTICE
           end-if
       .

       2200-DESCRIBE-ENTRY.
           move spaces to WS-ENTRY-CODE1
           move spaces to WS-ENTRY-CODE2
           move spaces to WS-ENTRY-CARRIER
           move spaces to WS-ENTRY-COUNTRY1
           move spaces to WS-ENTRY-COUNTRY2

           if JRN-FILE-ID = 'R'
               move JRN-KEY(1:3) to WS-ENTRY-CARRIER
               move JRN-KEY(8:4) to WS-ENTRY-CODE1
               if JRN-AFTER-IMAGE = spaces
                   move JRN-BEFORE-IMAGE(1:50) to WS-ROUTE-IMAGE
               else
                   move JRN-AFTER-IMAGE(1:50) to WS-ROUTE-IMAGE
               end-if
               move WS-IMAGE-DEST to WS-ENTRY-CODE2
               if MASTER-FILE-IS-OPEN
                   move WS-ENTRY-CODE1 to MST-AP-CODE
                   perform 2300-READ-ENDPOINT-COUNTRY
                   move WS-COUNTRY-WORK to WS-ENTRY-COUNTRY1
                   move WS-ENTRY-CODE2 to MST-AP-CODE
                   perform 2300-READ-ENDPOINT-COUNTRY
                   move WS-COUNTRY-WORK to WS-ENTRY-COUNTRY2
               end-if
           else
               move JRN-KEY(1:4) to WS-ENTRY-CODE1
               move JRN-BEFORE-IMAGE to WS-MASTER-IMAGE
               move function upper-case(WS-IMAGE-COUNTRY)
                   to WS-ENTRY-COUNTRY1
               move JRN-AFTER-IMAGE to WS-MASTER-IMAGE
               move function upper-case(WS-IMAGE-COUNTRY)
                   to WS-ENTRY-COUNTRY2
           end-if
       .

       2300-READ-ENDPOINT-COUNTRY.
           move spaces to WS-COUNTRY-WORK
           read AIRPORT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   move function upper-case(MST-AP-COUNTRY)
                       to WS-COUNTRY-WORK
           end-read
       .

       2400-MATCH-ONE-INTEREST.
           evaluate WS-INT-TYPE(WS-INT-IDX)
               when '*'
                   move 'Y' to WS-MATCH-FOUND
               when 'A'
                   if WS-INT-VALUE(WS-INT-IDX)(1:4) = WS-ENTRY-CODE1
                           or WS-INT-VALUE(WS-INT-IDX)(1:4) =
                               WS-ENTRY-CODE2
                       move 'Y' to WS-MATCH-FOUND
                   end-if
               when 'K'
                   if WS-INT-VALUE(WS-INT-IDX) = WS-ENTRY-COUNTRY1
                           or WS-INT-VALUE(WS-INT-IDX) =
                               WS-ENTRY-COUNTRY2
                       move 'Y' to WS-MATCH-FOUND
                   end-if
               when 'C'
                   if WS-ENTRY-CARRIER not = spaces
                           and WS-INT-VALUE(WS-INT-IDX)(1:3) =
                               WS-ENTRY-CARRIER
                       move 'Y' to WS-MATCH-FOUND
                   end-if
               when other
                   continue
           end-evaluate
           if ENTRY-MATCHES
               move WS-INT-TYPE(WS-INT-IDX) to WS-MATCH-TYPE
               move WS-INT-VALUE(WS-INT-IDX) to WS-MATCH-VALUE
           end-if
       .

       2500-WRITE-NOTICE.
           move WS-DEPT-ID(WS-DEPT-IDX) to NTC-DEPT-ID
           move WS-RUN-DATE to NTC-RUN-DATE
           move JRN-TIMESTAMP to NTC-TIMESTAMP
           move JRN-FILE-ID to NTC-FILE-ID
           move JRN-FUNCTION to NTC-FUNCTION
           move JRN-KEY to NTC-KEY
           move WS-MATCH-TYPE to NTC-MATCH-TYPE
           move WS-MATCH-VALUE to NTC-MATCH-VALUE
           move JRN-CALLER-DEPT to NTC-CHANGED-BY
           move JRN-BEFORE-IMAGE to NTC-BEFORE-IMAGE
           move JRN-AFTER-IMAGE to NTC-AFTER-IMAGE
           write NOTICE-LINE from WS-NOTICE-DETAIL
           add 1 to WS-DEPT-NOTICES(WS-DEPT-IDX)
           add 1 to WS-NOTICE-COUNT
       .

       8000-WRITE-DISTRIBUTION.
           move "DEPT  INTERESTS   NOTICES   NOTICE DD" to
               WS-REPORT-LINE
           write WS-REPORT-LINE
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               perform 8100-WRITE-ONE-DEPARTMENT
           end-perform

           move spaces to WS-REPORT-LINE
           write WS-REPORT-LINE
           move spaces to WS-TOTALS-LINE
           move "DEPARTMENTS:" to TOT-LABEL
           move WS-DEPT-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "INTERESTS:" to TOT-LABEL
           move WS-INTEREST-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "JOURNAL ENTRIES:" to TOT-LABEL
           move WS-DAY-ENTRY-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "NOTICES WRITTEN:" to TOT-LABEL
           move WS-NOTICE-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
           move "FILES NOT OPENED:" to TOT-LABEL
           move WS-FILE-FAIL-COUNT to TOT-COUNT
           move WS-TOTALS-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE
       .

       8100-WRITE-ONE-DEPARTMENT.
           move spaces to WS-DETAIL-LINE
           move WS-DEPT-ID(WS-DEPT-IDX) to DTL-DEPT
           compute DTL-INTERESTS = WS-DEPT-LAST(WS-DEPT-IDX)
               - WS-DEPT-FIRST(WS-DEPT-IDX) + 1
           move WS-DEPT-NOTICES(WS-DEPT-IDX) to DTL-NOTICES
           perform 2050-BUILD-NOTICE-DD-NAME
           move WS-NOTICE-DD-NAME to DTL-FILE-NAME
           if WS-DEPT-FILE-OK(WS-DEPT-IDX) not = 'Y'
               if WS-DEPT-OPEN-STATUS(WS-DEPT-IDX) = "35"
                   move "NO DD IN THE JOB - NOT SENT" to DTL-DETAIL
               else
                   move "FILE WOULD NOT OPEN - NOT SENT" to DTL-DETAIL
               end-if
           end-if
           move WS-DETAIL-LINE to WS-REPORT-LINE
           write WS-REPORT-LINE

           perform varying WS-INT-IDX
                   from WS-DEPT-FIRST(WS-DEPT-IDX) by 1
                   until WS-INT-IDX > WS-DEPT-LAST(WS-DEPT-IDX)
               move spaces to WS-INTEREST-LINE
               evaluate WS-INT-TYPE(WS-INT-IDX)
                   when 'A'
                       move "AP-CODE" to INL-TYPE-TEXT
                   when 'K'
                       move "COUNTRY" to INL-TYPE-TEXT
                   when 'C'
                       move "CARRIER" to INL-TYPE-TEXT
                   when '*'
                       move "ALL" to INL-TYPE-TEXT
                   when other
                       move "UNKNOWN" to INL-TYPE-TEXT
               end-evaluate
               move WS-INT-VALUE(WS-INT-IDX) to INL-VALUE
               move WS-INTEREST-LINE to WS-REPORT-LINE
               write WS-REPORT-LINE
           end-perform
       .

       end program AIRNOTFY.
