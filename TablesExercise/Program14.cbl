       program-id. Program14 as "TablesExercise.Program14".

       environment division.
       input-output section.
       file-control.   select remittance-file
                       assign to remittance-path
                       organization is line sequential.

                       select ar-open-file
                       assign to "C:\a\exercise8\aropen.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ar-key
                       file status is ar-open-status.

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       organization is line sequential.

                       select optional unmatched-out
                       assign to "C:\a\exercise8\remsusp.txt"
                       organization is line sequential.

                       select payment-register-out
                       assign to report-path
                       organization is line sequential.

       data division.
       file section.
       fd  remittance-file.
       01  remittance-record.
           05  rem-consignee       picture x(8).
           05  rem-voyage-id       picture x(8).
           05  rem-amount          picture 9(9)v99.
           05  rem-pay-date        picture 9(8).
           05  rem-reference       picture x(12).

       fd  ar-open-file.
       01  ar-open-record.
           05  ar-key.
               10  ar-consignee    picture x(8).
               10  ar-voyage-id    picture x(8).
           05  ar-sailing-date     picture 9(8).
           05  ar-item-date        picture 9(8).
           05  ar-billed-amt       picture s9(9)v99.
           05  ar-paid-amt         picture s9(9)v99.
           05  ar-balance-amt      picture s9(9)v99.
           05  ar-last-stmt-date   picture 9(8).
           05  ar-last-stmt-amt    picture s9(9)v99.
           05  ar-last-paid-date   picture 9(8).
           05  ar-item-status      picture x.
               88  ar-item-open        value "O".
               88  ar-item-closed      value "C".

       fd  consignee-file.
       01  consignee-record.
           05  cns-id-in           picture x(8).
           05  cns-name-in         picture x(30).

       fd  unmatched-out.
       01  unmatched-record         picture x(47).

       fd  payment-register-out.
       01  print-rec               picture x(120).

       working-storage section.
       01  remittance-path        picture x(100)
               value "C:\a\exercise8\remit.txt".
       01  report-path            picture x(100)
               value "C:\a\exercise8\payreg.txt".
       01  arg-count              picture 9(2) value zero.

       01  ar-open-status         picture x(2) value spaces.
       01  on-account-voyage      picture x(8) value "ON-ACCT".

       01  are-there-more-remits      picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".
       01  are-there-more-items       picture x value "Y".

       01  consignee-table-count  picture 9(3) value zero.
       01  consignee-table.
           05  consignee-group occurs 100 times.
               10  cns-id          picture x(8).
               10  cns-name        picture x(30).
       01  consignee-sub          picture 9(3) value zero.
       01  consignee-found        picture x value "N".

       01  open-item-count        picture 9(2) value zero.
       01  open-item-table.
           05  open-item-group occurs 50 times.
               10  oi-voyage-id    picture x(8).
               10  oi-item-date    picture 9(8).
               10  oi-balance      picture s9(9)v99.
               10  oi-applied      picture x.
       01  open-item-overflow     picture x value "N".
       01  item-sub               picture 9(2) value zero.
       01  oldest-sub             picture 9(2) value zero.
       01  no-more-items          picture x value "N".

       01  payment-date           picture 9(8) value zero.
       01  remaining-amt          picture s9(9)v99 value zero.
       01  applied-amt            picture s9(9)v99 value zero.
       01  item-found             picture x value "N".

       01  remits-read            picture 9(5) value zero.
       01  cash-received          picture s9(11)v99 value zero.
       01  cash-applied           picture s9(11)v99 value zero.
       01  cash-on-account        picture s9(11)v99 value zero.
       01  cash-unmatched         picture s9(11)v99 value zero.
       01  items-paid-count       picture 9(5) value zero.
       01  items-partial-count    picture 9(5) value zero.
       01  on-account-count       picture 9(5) value zero.
       01  unmatched-count        picture 9(5) value zero.
       01  cash-accounted         picture s9(11)v99 value zero.

       01  blank-spaces           picture x(120) value spaces.

       01  hl-header-1.
           05      picture x(20) value spaces.
           05      picture x(32) value "CASH APPLICATION REGISTER".
           05      picture x(4) value spaces.
           05  date-field-format    picture x(10).
           05      picture x(3) value spaces.

       01 date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  date-display.
           05  date-display-day    picture 9(2).
           05      picture x value "/".
           05  date-display-month  picture 9(2).
           05      picture x value "/".
           05  date-display-year   picture 9(4).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05      picture x(9) value "CONSIGNEE".
           05      picture x(2) value spaces.
           05      picture x(6) value "VOYAGE".
           05      picture x(4) value spaces.
           05      picture x(9) value "REFERENCE".
           05      picture x(6) value spaces.
           05      picture x(7) value "APPLIED".
           05      picture x(10) value spaces.
           05      picture x(12) value "ITEM BALANCE".
           05      picture x(6) value spaces.
           05      picture x(11) value "DISPOSITION".

       01  register-line-out.
           05                      picture x(2) value spaces.
           05  rl-consignee-out    picture x(8).
           05                      picture x(3) value spaces.
           05  rl-voyage-out       picture x(8).
           05                      picture x(2) value spaces.
           05  rl-reference-out    picture x(12).
           05                      picture x(2) value spaces.
           05  rl-applied-out      picture $$$$$$$$$9.99-.
           05                      picture x(2) value spaces.
           05  rl-balance-out      picture $$$$$$$$$9.99-.
           05                      picture x(2) value spaces.
           05  rl-disposition-out  picture x(25).

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(20) value "REMITTANCES READ:   ".
           05  tr-remits-out       picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(20) value "CASH RECEIVED:      ".
           05  tr-received-out     picture $$$$$$$$$$9.99-.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(20) value "ITEMS PAID IN FULL: ".
           05  tr-paid-out         picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(20) value "CASH APPLIED:       ".
           05  tr-applied-out      picture $$$$$$$$$$9.99-.

       01  hl-trailer-3.
           05      picture x(2) value spaces.
           05      picture x(20) value "PARTIAL PAYMENTS:   ".
           05  tr-partial-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(20) value "PLACED ON ACCOUNT:  ".
           05  tr-on-account-out   picture $$$$$$$$$$9.99-.

       01  hl-trailer-4.
           05      picture x(2) value spaces.
           05      picture x(20) value "UNMATCHED REMITS:   ".
           05  tr-unmatched-out    picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(20) value "UNMATCHED CASH:     ".
           05  tr-unmatched-amt-out picture $$$$$$$$$$9.99-.

       01  balance-line.
           05      picture x(2) value spaces.
           05  bal-message-out     picture x(60).

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field

           perform 150-load-consignee-table

           open i-o ar-open-file
           if ar-open-status not = "00"
               and ar-open-status not = "05"
               display "OPEN ITEM FILE OPEN FAILED, STATUS "
                   ar-open-status " - NO CASH APPLIED"
               stop run
           end-if

           open input remittance-file
                output payment-register-out
                extend unmatched-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces
           write print-rec from hl-header-2
           write print-rec from blank-spaces

           perform until are-there-more-remits = "N"
               read remittance-file
                   at end
                       move "N" to are-there-more-remits
                   not at end
                       add 1 to remits-read
                       perform 200-apply-remittance
               end-read
           end-perform

           move remits-read to tr-remits-out
           move cash-received to tr-received-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move items-paid-count to tr-paid-out
           move cash-applied to tr-applied-out
           write print-rec from hl-trailer-2
           move items-partial-count to tr-partial-out
           move cash-on-account to tr-on-account-out
           write print-rec from hl-trailer-3
           move unmatched-count to tr-unmatched-out
           move cash-unmatched to tr-unmatched-amt-out
           write print-rec from hl-trailer-4

           add cash-applied cash-on-account cash-unmatched
               giving cash-accounted
           if cash-accounted = cash-received
               move "BALANCE OK - ALL CASH RECEIVED IS ACCOUNTED FOR"
                   to bal-message-out
           else
               move "** MISMATCH ** CASH APPLIED DOES NOT AGREE"
                   to bal-message-out
           end-if
           write print-rec from blank-spaces
           write print-rec from balance-line

           close remittance-file
                 ar-open-file
                 payment-register-out
                 unmatched-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept remittance-path from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept report-path from argument-value
           end-if.

       150-load-consignee-table.
           open input consignee-file
           perform until are-there-more-consignees = "N"
               read consignee-file
                   at end
                       move "N" to are-there-more-consignees
                   not at end
                       if consignee-table-count < 100
                           add 1 to consignee-table-count
                           move cns-id-in
                               to cns-id(consignee-table-count)
                           move cns-name-in
                               to cns-name(consignee-table-count)
                       else
                           display "CONSIGNEE TABLE FULL - IGNORED: "
                               cns-id-in
                       end-if
               end-read
           end-perform
           close consignee-file.

       200-apply-remittance.
           if rem-amount is not numeric or rem-amount = zero
               move "AMOUNT INVALID OR ZERO" to rl-disposition-out
               perform 700-write-unmatched
           else
               add rem-amount to cash-received
               move rem-amount to remaining-amt
               if rem-pay-date is numeric and rem-pay-date > zero
                   move rem-pay-date to payment-date
               else
                   move date-field to payment-date
               end-if
               perform 210-find-consignee
               if rem-voyage-id = spaces
                   perform 300-apply-oldest-first
               else
                   perform 250-apply-to-voyage
               end-if
           end-if.

       210-find-consignee.
           move "N" to consignee-found
           if consignee-table-count > zero
               perform 220-match-consignee-entry
                   varying consignee-sub from 1 by 1
                   until consignee-sub > consignee-table-count
                       or consignee-found = "Y"
           end-if.

       220-match-consignee-entry.
           if cns-id(consignee-sub) = rem-consignee
               move "Y" to consignee-found
           end-if.

       250-apply-to-voyage.
           move "N" to item-found
           if rem-voyage-id not = on-account-voyage
               move rem-consignee to ar-consignee
               move rem-voyage-id to ar-voyage-id
               read ar-open-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to item-found
               end-read
           end-if

           if item-found = "N"
               add rem-amount to cash-unmatched
               move "VOYAGE NOT ON OPEN ITEMS" to rl-disposition-out
               perform 700-write-unmatched
           else
               perform 400-apply-to-current-item
               if remaining-amt > zero
                   perform 500-place-on-account
               end-if
           end-if.

       300-apply-oldest-first.
           perform 310-load-open-items
           if consignee-found = "N" and open-item-count = zero
               add rem-amount to cash-unmatched
               move "CONSIGNEE NOT ON FILE" to rl-disposition-out
               perform 700-write-unmatched
           else
               move "N" to no-more-items
               perform 350-apply-next-oldest
                   until remaining-amt = zero or no-more-items = "Y"
               if remaining-amt > zero
                   perform 500-place-on-account
               end-if
           end-if.

       310-load-open-items.
           move zero to open-item-count
           move "N" to open-item-overflow
           move "Y" to are-there-more-items
           move rem-consignee to ar-consignee
           move low-values to ar-voyage-id
           start ar-open-file
               key not less than ar-key
               invalid key
                   move "N" to are-there-more-items
           end-start
           perform until are-there-more-items = "N"
               read ar-open-file next record
                   at end
                       move "N" to are-there-more-items
                   not at end
                       if ar-consignee not = rem-consignee
                           move "N" to are-there-more-items
                       else
                           perform 320-store-open-item
                       end-if
               end-read
           end-perform.

       320-store-open-item.
           if ar-voyage-id not = on-account-voyage
               and ar-balance-amt > zero
               if open-item-count < 50
                   add 1 to open-item-count
                   move ar-voyage-id to oi-voyage-id(open-item-count)
                   move ar-item-date to oi-item-date(open-item-count)
                   move ar-balance-amt to oi-balance(open-item-count)
                   move "N" to oi-applied(open-item-count)
               else
                   if open-item-overflow = "N"
                       display "OPEN ITEM TABLE FULL FOR CONSIGNEE "
                           rem-consignee " - LATER ITEMS NOT PAID"
                       move "Y" to open-item-overflow
                   end-if
               end-if
           end-if.

       350-apply-next-oldest.
           move zero to oldest-sub
           if open-item-count > zero
               perform 360-check-oldest-entry
                   varying item-sub from 1 by 1
                   until item-sub > open-item-count
           end-if
           if oldest-sub = zero
               move "Y" to no-more-items
           else
               move "Y" to oi-applied(oldest-sub)
               move rem-consignee to ar-consignee
               move oi-voyage-id(oldest-sub) to ar-voyage-id
               read ar-open-file
                   invalid key
                       display "OPEN ITEM VANISHED, STATUS "
                           ar-open-status " " ar-key
                   not invalid key
                       perform 400-apply-to-current-item
               end-read
           end-if.

       360-check-oldest-entry.
           if oi-applied(item-sub) = "N"
               if oldest-sub = zero
                   or oi-item-date(item-sub) < oi-item-date(oldest-sub)
                   move item-sub to oldest-sub
               end-if
           end-if.

       400-apply-to-current-item.
           if ar-balance-amt > zero
               if remaining-amt < ar-balance-amt
                   move remaining-amt to applied-amt
               else
                   move ar-balance-amt to applied-amt
               end-if
               add applied-amt to ar-paid-amt
               subtract applied-amt from ar-balance-amt
               subtract applied-amt from remaining-amt
               add applied-amt to cash-applied
               move payment-date to ar-last-paid-date
               if ar-balance-amt = zero
                   set ar-item-closed to true
                   move "PAID IN FULL" to rl-disposition-out
                   add 1 to items-paid-count
               else
                   set ar-item-open to true
                   move "PARTIAL PAYMENT" to rl-disposition-out
                   add 1 to items-partial-count
               end-if
               rewrite ar-open-record
                   invalid key
                       display "OPEN ITEM NOT UPDATED, STATUS "
                           ar-open-status " " ar-key
               end-rewrite
               perform 600-write-register-line
           end-if.

       500-place-on-account.
           move remaining-amt to applied-amt
           move rem-consignee to ar-consignee
           move on-account-voyage to ar-voyage-id
           read ar-open-file
               invalid key
                   move rem-consignee to ar-consignee
                   move on-account-voyage to ar-voyage-id
                   move zero to ar-sailing-date
                   move payment-date to ar-item-date
                   move zero to ar-billed-amt
                   move applied-amt to ar-paid-amt
                   move zero to ar-balance-amt
                   subtract applied-amt from ar-balance-amt
                   move zero to ar-last-stmt-date
                   move zero to ar-last-stmt-amt
                   move payment-date to ar-last-paid-date
                   set ar-item-open to true
                   write ar-open-record
                       invalid key
                           display "ON-ACCOUNT ITEM NOT ADDED, STATUS "
                               ar-open-status " " ar-key
                   end-write
               not invalid key
                   add applied-amt to ar-paid-amt
                   subtract applied-amt from ar-balance-amt
                   move payment-date to ar-last-paid-date
                   if ar-balance-amt = zero
                       set ar-item-closed to true
                   else
                       set ar-item-open to true
                   end-if
                   rewrite ar-open-record
                       invalid key
                           display "ON-ACCOUNT ITEM NOT UPDATED, "
                               "STATUS " ar-open-status " " ar-key
                   end-rewrite
           end-read
           add applied-amt to cash-on-account
           add 1 to on-account-count
           move zero to remaining-amt
           if rem-voyage-id = spaces
               move "UNAPPLIED - ON ACCOUNT" to rl-disposition-out
           else
               move "OVERPAYMENT - ON ACCOUNT" to rl-disposition-out
           end-if
           perform 600-write-register-line.

       600-write-register-line.
           move rem-consignee to rl-consignee-out
           move ar-voyage-id to rl-voyage-out
           move rem-reference to rl-reference-out
           move applied-amt to rl-applied-out
           move ar-balance-amt to rl-balance-out
           write print-rec from register-line-out.

       700-write-unmatched.
           move rem-consignee to rl-consignee-out
           move rem-voyage-id to rl-voyage-out
           move rem-reference to rl-reference-out
           if rem-amount is numeric
               move rem-amount to rl-applied-out
           else
               move zero to rl-applied-out
           end-if
           move zero to rl-balance-out
           write print-rec from register-line-out
           write unmatched-record from remittance-record
           add 1 to unmatched-count.

       end program Program14.
