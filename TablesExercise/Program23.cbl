       program-id. Program23 as "TablesExercise.Program23".

       environment division.
       input-output section.
       file-control.   select optional booking-file
                       assign to "C:\a\exercise8\bookings.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bkg-number
                       alternate record key is bkg-voyage-id
                           with duplicates
                       file status is booking-file-status.

                       select voyage-master
                       assign to "C:\a\exercise8\voyage.dat"
                       organization is indexed
                       access mode is random
                       record key is vyg-voyage-id
                       file status is voyage-master-status.

                       select optional audit-file
                       assign to "C:\a\exercise8\audit.dat"
                       organization is line sequential.

                       select security-file
                       assign to "C:\a\exercise8\operators.txt"
                       organization is line sequential.

       data division.
       file section.
       fd  booking-file.
       01  booking-record.
           05  bkg-number          picture x(10).
           05  bkg-voyage-id       picture x(8).
           05  bkg-consignee       picture x(8).
           05  bkg-product         picture x(10).
           05  bkg-units           picture 9(5).
           05  bkg-booked-date     picture 9(8).

       fd  voyage-master.
       01  voyage-record.
           05  vyg-voyage-id       picture x(8).
           05  vyg-ship-name       picture x(20).
           05  vyg-sched-sailing   picture 9(8).
           05  vyg-destination     picture x(15).

       fd  audit-file.
       01  audit-record.
           05  audit-date          picture 9(8).
           05  audit-time          picture 9(6).
           05  audit-operator      picture x(8).
           05  audit-txn-code      picture x.
           05  audit-ship-name     picture x(20).
           05  audit-before-image  picture x(79).
           05  audit-after-image   picture x(79).
           05  audit-action        picture x(8).

       fd  security-file.
       01  security-record.
           05  sec-operator-id     picture x(8).
           05  sec-password        picture x(8).
           05  sec-authority       picture x.

       working-storage section.
       01  booking-file-status    picture x(2) value spaces.
       01  voyage-master-status   picture x(2) value spaces.
       01  voyage-available       picture x value "N".
       01  voyage-valid           picture x value "Y".
       01  are-there-more-transactions picture x value "Y".
       01  are-there-more-operators picture x value "Y".
       01  are-there-more-bookings picture x value "Y".

       01  operator-id            picture x(8) value spaces.
       01  operator-password      picture x(8) value spaces.
       01  operator-valid         picture x value "N".
       01  operator-authority     picture x value space.
           88  authority-inquire-only value "I".
           88  authority-update       value "U".
           88  authority-full         value "F".
       01  saved-booking-record.
           05  saved-bkg-number    picture x(10).
           05                      picture x(39).
       01  audit-code             picture x value space.

       01  timestamp-field.
           05  ts-date             picture 9(8).
           05  ts-time             picture 9(6).
           05                      picture x(7).

       01  list-voyage-id         picture x(8) value spaces.
       01  list-count             picture 9(5) value zero.
       01  list-units             picture 9(7) value zero.

       01  txn-code               picture x value space.
           88  txn-add                value "A".
           88  txn-change             value "C".
           88  txn-delete             value "D".
           88  txn-inquire            value "I".
           88  txn-list               value "L".
           88  txn-exit               value "X".

       01  menu-line-1             picture x(60)
               value "A-ADD  C-CHANGE  D-DELETE  I-INQUIRE  X-EXIT".
       01  menu-line-2             picture x(60)
               value "L-LIST BOOKINGS FOR A VOYAGE".

       procedure division.
       100-main-module.

           display "OPERATOR ID: " with no advancing
           accept operator-id
           display "PASSWORD: " with no advancing
           accept operator-password

           perform 150-check-operator-signon
           if operator-valid = "N"
               display "SIGN-ON REJECTED"
               stop run
           end-if

           open i-o booking-file
                extend audit-file

           if booking-file-status not = "00"
               and booking-file-status not = "05"
               display "BOOKING FILE OPEN FAILED, STATUS "
                   booking-file-status
               close audit-file
               stop run
           end-if

           perform 160-open-voyage-master

           perform until are-there-more-transactions = "N"
               display menu-line-1
               display menu-line-2
               display "ENTER TRANSACTION CODE: " with no advancing
               accept txn-code

               evaluate true
                   when txn-add and
                       (authority-update or authority-full)
                       perform 200-add-record
                   when txn-change and
                       (authority-update or authority-full)
                       perform 300-change-record
                   when txn-delete and authority-full
                       perform 400-delete-record
                   when txn-add or txn-change or txn-delete
                       perform 700-write-denied
                   when txn-inquire
                       perform 500-inquire-record
                   when txn-list
                       perform 550-list-voyage-bookings
                   when txn-exit
                       move "N" to are-there-more-transactions
                   when other
                       display "INVALID TRANSACTION CODE"
               end-evaluate
           end-perform

           close booking-file
                 audit-file
           if voyage-available = "Y"
               close voyage-master
           end-if

           stop run.

       150-check-operator-signon.
           open input security-file
           perform until are-there-more-operators = "N"
               read security-file
                   at end
                       move "N" to are-there-more-operators
                   not at end
                       if sec-operator-id = operator-id
                           and sec-password = operator-password
                           move "Y" to operator-valid
                           move sec-authority to operator-authority
                           move "N" to are-there-more-operators
                       end-if
               end-read
           end-perform
           close security-file.

       160-open-voyage-master.
           open input voyage-master
           if voyage-master-status = "00" or "05"
               move "Y" to voyage-available
           else
               display "VOYAGE SCHEDULE NOT AVAILABLE, STATUS "
                   voyage-master-status
                   " - VOYAGE VALIDATION SKIPPED"
           end-if.

       170-check-voyage.
           move "Y" to voyage-valid
           if voyage-available = "Y"
               move bkg-voyage-id to vyg-voyage-id
               read voyage-master
                   invalid key
                       move "N" to voyage-valid
               end-read
           end-if.

       700-write-denied.
           display "NOT AUTHORIZED FOR THIS TRANSACTION"
           move txn-code to audit-code
           perform 650-write-denied-audit.

       650-write-denied-audit.
           move function current-date to timestamp-field
           move ts-date to audit-date
           move ts-time to audit-time
           move operator-id to audit-operator
           move audit-code to audit-txn-code
           move spaces to audit-ship-name
           move spaces to audit-before-image
           move spaces to audit-after-image
           move "DENIED" to audit-action
           write audit-record.

       200-add-record.
           display "BOOKING NUMBER: " with no advancing
           accept bkg-number
           display "VOYAGE ID: " with no advancing
           accept bkg-voyage-id
           display "CONSIGNEE: " with no advancing
           accept bkg-consignee
           display "PRODUCT: " with no advancing
           accept bkg-product
           display "BOOKED UNITS: " with no advancing
           accept bkg-units
           move function current-date to timestamp-field
           move ts-date to bkg-booked-date

           perform 170-check-voyage

           if bkg-number = spaces
               display "BOOKING NUMBER REQUIRED - NOT ADDED"
           else
           if voyage-valid = "N"
               display "VOYAGE NOT ON SCHEDULE - NOT ADDED"
           else
           if bkg-consignee = spaces or bkg-product = spaces
               display "CONSIGNEE AND PRODUCT REQUIRED - NOT ADDED"
           else
           if bkg-units is not numeric
               or bkg-units = zero
               display "BOOKED UNITS MUST BE NUMERIC - NOT ADDED"
           else
               write booking-record
                   invalid key
                       display "NOT ADDED, STATUS "
                           booking-file-status
                   not invalid key
                       display "RECORD ADDED, STATUS "
                           booking-file-status
                       move spaces to saved-booking-record
                       move "A" to audit-code
                       perform 600-write-audit
               end-write
           end-if
           end-if
           end-if
           end-if.

       300-change-record.
           display "BOOKING NUMBER TO CHANGE: " with no advancing
           accept bkg-number

           read booking-file
               invalid key
                   display "NOT ON FILE, STATUS " booking-file-status
               not invalid key
                   move booking-record to saved-booking-record
                   display "VOYAGE ID: " with no advancing
                   accept bkg-voyage-id
                   display "CONSIGNEE: " with no advancing
                   accept bkg-consignee
                   display "PRODUCT: " with no advancing
                   accept bkg-product
                   display "BOOKED UNITS: " with no advancing
                   accept bkg-units

                   perform 170-check-voyage

                   if voyage-valid = "N"
                       display "VOYAGE NOT ON SCHEDULE - NOT UPDATED"
                   else
                   if bkg-consignee = spaces or bkg-product = spaces
                       display "CONSIGNEE AND PRODUCT REQUIRED"
                           " - NOT UPDATED"
                   else
                   if bkg-units is not numeric
                       or bkg-units = zero
                       display "BOOKED UNITS MUST BE NUMERIC"
                           " - NOT UPDATED"
                   else
                       rewrite booking-record
                           invalid key
                               display "UPDATE FAILED, STATUS "
                                   booking-file-status
                           not invalid key
                               display "RECORD UPDATED, STATUS "
                                   booking-file-status
                               move "C" to audit-code
                               perform 600-write-audit
                       end-rewrite
                   end-if
                   end-if
                   end-if
           end-read.

       400-delete-record.
           display "BOOKING NUMBER TO DELETE: " with no advancing
           accept bkg-number

           read booking-file
               invalid key
                   display "NOT ON FILE, STATUS " booking-file-status
               not invalid key
                   move booking-record to saved-booking-record
                   delete booking-file
                       invalid key
                           display "DELETE FAILED, STATUS "
                               booking-file-status
                       not invalid key
                           display "RECORD DELETED, STATUS "
                               booking-file-status
                           move "D" to audit-code
                           perform 600-write-audit
                   end-delete
           end-read.

       500-inquire-record.
           display "BOOKING NUMBER TO INQUIRE: " with no advancing
           accept bkg-number

           read booking-file
               invalid key
                   display "NOT ON FILE, STATUS " booking-file-status
               not invalid key
                   display "VOYAGE:      " bkg-voyage-id
                   display "CONSIGNEE:   " bkg-consignee
                   display "PRODUCT:     " bkg-product
                   display "UNITS:       " bkg-units
                   display "BOOKED ON:   " bkg-booked-date
           end-read.

       550-list-voyage-bookings.
           display "VOYAGE ID TO LIST: " with no advancing
           accept list-voyage-id
           move zero to list-count
           move zero to list-units

           move list-voyage-id to bkg-voyage-id
           start booking-file
               key is equal to bkg-voyage-id
               invalid key
                   move "N" to are-there-more-bookings
               not invalid key
                   move "Y" to are-there-more-bookings
           end-start
           perform until are-there-more-bookings = "N"
               read booking-file next record
                   at end
                       move "N" to are-there-more-bookings
                   not at end
                       perform 560-display-voyage-booking
               end-read
           end-perform

           display "BOOKINGS: " list-count "   UNITS: " list-units.

       560-display-voyage-booking.
           if bkg-voyage-id not = list-voyage-id
               move "N" to are-there-more-bookings
           else
               display bkg-number "  " bkg-consignee "  "
                   bkg-product "  " bkg-units "  " bkg-booked-date
               add 1 to list-count
               add bkg-units to list-units
           end-if.

       600-write-audit.
           move function current-date to timestamp-field
           move ts-date to audit-date
           move ts-time to audit-time
           move operator-id to audit-operator
           move audit-code to audit-txn-code
           move saved-booking-record to audit-before-image
           if audit-code = "D"
               move saved-bkg-number to audit-ship-name
               move spaces to audit-after-image
           else
               move bkg-number to audit-ship-name
               move booking-record to audit-after-image
           end-if
           move "APPLIED" to audit-action
           write audit-record.

       end program Program23.
