       program-id. Program26 as "TablesExercise.Program26".

       environment division.
       input-output section.
       file-control.   select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select security-file
                       assign to "C:\a\exercise8\operators.txt"
                       organization is line sequential.

       data division.
       file section.
       fd  history-file.
       01  history-record.
           05  hst-key.
               10  hst-voyage-id   picture x(8).
               10  hst-ship-name   picture x(20).
               10  hst-line-number picture 9(5).
           05  hst-run-date        picture 9(8).
           05  hst-sailing-date    picture 9(8).
           05  hst-sailing-split redefines hst-sailing-date.
               10  hst-sailing-year  picture 9(4).
               10  hst-sailing-month picture 9(2).
               10  hst-sailing-day   picture 9(2).
           05  hst-product         picture x(10).
           05  hst-units           picture 9(5).
           05  hst-total-value     picture 9(7)v99.
           05  hst-consignee       picture x(8).
           05  hst-tariff-surcharge picture 9(7)v99.
           05  hst-country         picture x(15).
           05  hst-entry-type      picture x.
               88  hst-reversal    value "R".
           05  hst-orig-run-date   picture 9(8).
           05  hst-post-period     picture 9(6).
           05  hst-booking-number  picture x(10).
           05  hst-run-number      picture 9(5).
           05  hst-run-sequence    picture 9(7).

       fd  security-file.
       01  security-record.
           05  sec-operator-id     picture x(8).
           05  sec-password        picture x(8).
           05  sec-authority       picture x.

       working-storage section.
       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-transactions picture x value "Y".
       01  are-there-more-operators picture x value "Y".
       01  are-there-more-history     picture x value "Y".

       01  operator-id            picture x(8) value spaces.
       01  operator-password      picture x(8) value spaces.
       01  operator-valid         picture x value "N".

       01  inquiry-consignee      picture x(8) value spaces.
       01  inquiry-voyage-id      picture x(8) value spaces.
       01  inquiry-ship-name      picture x(20) value spaces.

       01  line-units             picture s9(5) value zero.
       01  line-value             picture s9(7)v99 value zero.
       01  line-surcharge         picture s9(7)v99 value zero.
       01  inquiry-lines          picture 9(5) value zero.
       01  inquiry-units          picture s9(7) value zero.
       01  inquiry-value          picture s9(9)v99 value zero.
       01  inquiry-surcharge      picture s9(9)v99 value zero.

       01  txn-code               picture x value space.
           88  txn-consignee          value "C".
           88  txn-voyage             value "V".
           88  txn-ship               value "S".
           88  txn-exit               value "X".

       01  menu-line-1             picture x(60)
               value "C-BY CONSIGNEE  V-BY VOYAGE  S-BY SHIP  X-EXIT".

       01  inquiry-header.
           05      picture x(8) value "VOYAGE".
           05      picture x(1) value spaces.
           05      picture x(20) value "SHIP".
           05      picture x(1) value spaces.
           05      picture x(10) value "PRODUCT".
           05      picture x(1) value spaces.
           05      picture x(8) value "CONSIGN.".
           05      picture x(2) value spaces.
           05      picture x(5) value "UNITS".
           05      picture x(6) value spaces.
           05      picture x(5) value "VALUE".
           05      picture x(3) value spaces.
           05      picture x(9) value "SURCHARGE".
           05      picture x(2) value spaces.
           05      picture x(10) value "SAILING".
           05      picture x(1) value spaces.
           05      picture x(1) value "T".

       01  inquiry-line.
           05  il-voyage-out       picture x(8).
           05                      picture x(1) value spaces.
           05  il-ship-out         picture x(20).
           05                      picture x(1) value spaces.
           05  il-product-out      picture x(10).
           05                      picture x(1) value spaces.
           05  il-consignee-out    picture x(8).
           05                      picture x(1) value spaces.
           05  il-units-out        picture zzzz9-.
           05                      picture x(1) value spaces.
           05  il-value-out        picture $$$$$$9.99-.
           05                      picture x(1) value spaces.
           05  il-surcharge-out    picture $$$$$$9.99-.
           05                      picture x(1) value spaces.
           05  il-sailing-out      picture x(10).
           05                      picture x(1) value spaces.
           05  il-type-out         picture x.

       01  date-display.
           05  date-display-day    picture 9(2).
           05      picture x value "/".
           05  date-display-month  picture 9(2).
           05      picture x value "/".
           05  date-display-year   picture 9(4).

       01  inquiry-total-line.
           05      picture x(7) value "LINES: ".
           05  it-lines-out        picture zzzz9.
           05      picture x(3) value spaces.
           05      picture x(7) value "UNITS: ".
           05  it-units-out        picture zzzzzz9-.
           05      picture x(3) value spaces.
           05      picture x(7) value "VALUE: ".
           05  it-value-out        picture $$$$$$$$$9.99-.
           05      picture x(3) value spaces.
           05      picture x(11) value "SURCHARGE: ".
           05  it-surcharge-out    picture $$$$$$$$$9.99-.

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

           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               stop run
           end-if

           perform until are-there-more-transactions = "N"
               display menu-line-1
               display "ENTER INQUIRY CODE: " with no advancing
               accept txn-code

               evaluate true
                   when txn-consignee
                       perform 200-inquire-consignee
                   when txn-voyage
                       perform 300-inquire-voyage
                   when txn-ship
                       perform 400-inquire-ship
                   when txn-exit
                       move "N" to are-there-more-transactions
                   when other
                       display "INVALID INQUIRY CODE"
               end-evaluate
           end-perform

           close history-file

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
                           move "N" to are-there-more-operators
                       end-if
               end-read
           end-perform
           close security-file.

       200-inquire-consignee.
           display "CONSIGNEE: " with no advancing
           accept inquiry-consignee
           perform 600-start-inquiry

           move inquiry-consignee to hst-consignee
           start history-file
               key is equal to hst-consignee
               invalid key
                   move "N" to are-there-more-history
           end-start
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-consignee not = inquiry-consignee
                           move "N" to are-there-more-history
                       else
                           perform 650-display-history-line
                       end-if
               end-read
           end-perform

           perform 700-end-inquiry.

       300-inquire-voyage.
           display "VOYAGE ID: " with no advancing
           accept inquiry-voyage-id
           perform 600-start-inquiry

           move low-values to hst-key
           move inquiry-voyage-id to hst-voyage-id
           start history-file
               key not less than hst-key
               invalid key
                   move "N" to are-there-more-history
           end-start
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-voyage-id not = inquiry-voyage-id
                           move "N" to are-there-more-history
                       else
                           perform 650-display-history-line
                       end-if
               end-read
           end-perform

           perform 700-end-inquiry.

       400-inquire-ship.
           display "SHIP NAME: " with no advancing
           accept inquiry-ship-name
           display "VOYAGE ID (BLANK FOR ALL VOYAGES): "
               with no advancing
           accept inquiry-voyage-id
           perform 600-start-inquiry

           move low-values to hst-key
           if inquiry-voyage-id not = spaces
               move inquiry-voyage-id to hst-voyage-id
               move inquiry-ship-name to hst-ship-name
           end-if
           start history-file
               key not less than hst-key
               invalid key
                   move "N" to are-there-more-history
           end-start
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       perform 410-select-ship-line
               end-read
           end-perform

           perform 700-end-inquiry.

       410-select-ship-line.
           if inquiry-voyage-id = spaces
               if hst-ship-name = inquiry-ship-name
                   perform 650-display-history-line
               end-if
           else
               if hst-voyage-id not = inquiry-voyage-id
                   or hst-ship-name not = inquiry-ship-name
                   move "N" to are-there-more-history
               else
                   perform 650-display-history-line
               end-if
           end-if.

       600-start-inquiry.
           move "Y" to are-there-more-history
           move zero to inquiry-lines
           move zero to inquiry-units
           move zero to inquiry-value
           move zero to inquiry-surcharge
           display inquiry-header.

       650-display-history-line.
           if hst-units is numeric
               move hst-units to line-units
           else
               move zero to line-units
           end-if
           if hst-total-value is numeric
               move hst-total-value to line-value
           else
               move zero to line-value
           end-if
           if hst-tariff-surcharge is numeric
               move hst-tariff-surcharge to line-surcharge
           else
               move zero to line-surcharge
           end-if
           if hst-reversal
               multiply -1 by line-units
               multiply -1 by line-value
               multiply -1 by line-surcharge
           end-if

           move hst-voyage-id to il-voyage-out
           move hst-ship-name to il-ship-out
           move hst-product to il-product-out
           move hst-consignee to il-consignee-out
           move line-units to il-units-out
           move line-value to il-value-out
           move line-surcharge to il-surcharge-out
           if hst-sailing-date is numeric
               move hst-sailing-day to date-display-day
               move hst-sailing-month to date-display-month
               move hst-sailing-year to date-display-year
               move date-display to il-sailing-out
           else
               move spaces to il-sailing-out
           end-if
           move hst-entry-type to il-type-out
           display inquiry-line

           add 1 to inquiry-lines
           add line-units to inquiry-units
           add line-value to inquiry-value
           add line-surcharge to inquiry-surcharge.

       700-end-inquiry.
           if inquiry-lines = zero
               display "NO MANIFESTED LINES FOUND"
           else
               move inquiry-lines to it-lines-out
               move inquiry-units to it-units-out
               move inquiry-value to it-value-out
               move inquiry-surcharge to it-surcharge-out
               display inquiry-total-line
           end-if.

       end program Program26.
