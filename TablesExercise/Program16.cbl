       program-id. Program16 as "TablesExercise.Program16".

       environment division.
       input-output section.
       file-control.   select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is sequential
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select optional bol-master
                       assign to "C:\a\exercise8\bol.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bol-number
                       alternate record key is bol-cons-voyage
                           with duplicates
                       file status is bol-master-status.

                       select optional bol-control-file
                       assign to "C:\a\exercise8\blctl.dat"
                       organization is line sequential.

                       select optional bol-register
                       assign to "C:\a\exercise8\blreg.txt"
                       organization is line sequential.

                       select bol-document-out
                       assign to document-path
                       organization is line sequential.

                       select transaction-file
                       assign to transaction-path
                       organization is line sequential.

                       select security-file
                       assign to "C:\a\exercise8\operators.txt"
                       organization is line sequential.

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       organization is line sequential.

                       select commodity-file
                       assign to "C:\a\exercise8\commodity.txt"
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

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

       fd  bol-master.
       01  bol-record.
           05  bol-number          picture 9(8).
           05  bol-cons-voyage.
               10  bol-consignee   picture x(8).
               10  bol-voyage-id   picture x(8).
           05  bol-ship-name       picture x(20).
           05  bol-sailing-date    picture 9(8).
           05  bol-issue-date      picture 9(8).
           05  bol-total-units     picture 9(7).
           05  bol-total-value     picture s9(9)v99.
           05  bol-status          picture x.
               88  bol-active          value "A".
               88  bol-voided          value "V".
           05  bol-void-date       picture 9(8).
           05  bol-void-reason     picture x(30).
           05  bol-replaces        picture 9(8).
           05  bol-replaced-by     picture 9(8).

       fd  bol-control-file.
       01  bol-control-record       picture x(8).

       fd  bol-register.
       01  bol-register-rec         picture x(132).

       fd  bol-document-out.
       01  print-rec               picture x(80).

       fd  transaction-file.
       01  transaction-record.
           05  txn-code-in     picture x.
               88  txn-void        value "V".
               88  txn-reissue     value "R".
           05  txn-bol-number  picture x(8).
           05  txn-bol-number-n redefines txn-bol-number
                               picture 9(8).
           05  txn-reason      picture x(30).

       fd  security-file.
       01  security-record.
           05  sec-operator-id     picture x(8).
           05  sec-password        picture x(8).
           05  sec-authority       picture x.

       fd  consignee-file.
       01  consignee-record.
           05  cns-id-in           picture x(8).
           05  cns-name-in         picture x(30).

       fd  commodity-file.
       01  commodity-record.
           05  cmd-product-in      picture x(10).
           05  cmd-hazard-class-in picture x(3).
           05  cmd-segregation-in  picture x(30).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-consignee      picture x(8).
           05  sort-voyage-id      picture x(8).
           05  sort-product        picture x(10).
           05  sort-ship-name      picture x(20).
           05  sort-sailing-date   picture 9(8).
           05  sort-units          picture s9(5).
           05  sort-total-value    picture s9(7)v99.

       working-storage section.
       01  document-path          picture x(100)
               value "C:\a\exercise8\bol.txt".
       01  transaction-path       picture x(100)
               value "C:\a\exercise8\bltxn.txt".
       01  arg-count              picture 9(2) value zero.

       01  run-mode               picture x value "I".
           88  issue-mode             value "I".
           88  maintenance-mode       value "V".

       01  bol-master-status      picture x(2) value spaces.

       01  bol-control-area.
           05  ctl-next-bol-number picture 9(8).

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".
       01  are-there-more-transactions picture x value "Y".
       01  are-there-more-operators   picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".
       01  are-there-more-commodities picture x value "Y".
       01  are-there-more-bols        picture x value "Y".

       01  operator-id            picture x(8) value "BATCH".
       01  operator-valid         picture x value "N".
       01  operator-authority     picture x value space.
           88  authority-inquire-only value "I".
           88  authority-update       value "U".
           88  authority-full         value "F".

       01  timestamp-field.
           05  ts-date             picture 9(8).
           05  ts-time             picture 9(6).
           05                      picture x(7).

       01  consignee-table-count  picture 9(3) value zero.
       01  consignee-table.
           05  consignee-group occurs 100 times.
               10  cns-id          picture x(8).
               10  cns-name        picture x(30).
       01  consignee-sub          picture 9(3) value zero.
       01  consignee-found        picture x value "N".

       01  commodity-table-count  picture 9(2) value zero.
       01  commodity-class-table.
           05  commodity-class-group occurs 50 times.
               10  commodity-product  picture x(10).
               10  commodity-hazard-class picture x(3).
               10  commodity-segregation picture x(30).
       01  commodity-sub          picture 9(2) value zero.
       01  hazard-found           picture x value "N".

       01  reissue-table-count    picture 9(3) value zero.
       01  reissue-table.
           05  reissue-group occurs 200 times.
               10  ri-consignee    picture x(8).
               10  ri-voyage-id    picture x(8).
               10  ri-old-number   picture 9(8).
       01  reissue-sub            picture 9(3) value zero.
       01  reissue-found          picture x value "N".
       01  reissue-old-number     picture 9(8) value zero.

       01  prior-consignee        picture x(8) value spaces.
       01  prior-voyage-id        picture x(8) value spaces.
       01  prior-product          picture x(10) value spaces.
       01  group-ship-name        picture x(20) value spaces.
       01  group-sailing-date     picture 9(8) value zero.
       01  group-started          picture x value "N".
       01  issue-group            picture x value "N".
       01  bol-on-file            picture x value "N".

       01  product-units-accum    picture s9(7) value zero.
       01  product-value-accum    picture s9(9)v99 value zero.
       01  bol-units-accum        picture s9(7) value zero.
       01  bol-value-accum        picture s9(9)v99 value zero.

       01  bol-line-count         picture 9(2) value zero.
       01  bol-line-table.
           05  bol-line-group occurs 50 times.
               10  bl-product      picture x(10).
               10  bl-units        picture s9(7).
               10  bl-value        picture s9(9)v99.
               10  bl-hazard-class picture x(3).
       01  bol-line-sub           picture 9(2) value zero.
       01  bol-line-overflow      picture x value "N".

       01  new-bol-number         picture 9(8) value zero.
       01  register-action        picture x(8) value spaces.
       01  register-related       picture 9(8) value zero.
       01  register-reason        picture x(30) value spaces.

       01  issued-count           picture 9(5) value zero.
       01  voided-count           picture 9(5) value zero.
       01  reissued-count         picture 9(5) value zero.
       01  rejected-count         picture 9(5) value zero.
       01  skipped-count          picture 9(5) value zero.

       01  blank-line             picture x(80) value spaces.

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

       01  sailing-display.
           05  sd-split.
               10  sd-year         picture 9(4).
               10  sd-month        picture 9(2).
               10  sd-day          picture 9(2).

       01  bol-header-1.
           05                      picture x(2) value spaces.
           05                      picture x(19)
                   value "BILL OF LADING NO. ".
           05  bh-number-out       picture 9(8).
           05                      picture x(20) value spaces.
           05                      picture x(8) value "ISSUED: ".
           05  bh-date-out         picture x(10).

       01  bol-reissue-line.
           05                      picture x(2) value spaces.
           05                      picture x(18)
                   value "REISSUE - REPLACES".
           05                      picture x value space.
           05  br-old-number-out   picture 9(8).

       01  bol-consignee-line.
           05                      picture x(2) value spaces.
           05                      picture x(11) value "CONSIGNEE: ".
           05  bc-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05  bc-name-out         picture x(30).

       01  bol-vessel-line.
           05                      picture x(2) value spaces.
           05                      picture x(8) value "VESSEL: ".
           05  bv-ship-name-out    picture x(20).
           05                      picture x(2) value spaces.
           05                      picture x(8) value "VOYAGE: ".
           05  bv-voyage-out       picture x(8).
           05                      picture x(2) value spaces.
           05                      picture x(8) value "SAILED: ".
           05  bv-sailing-out      picture x(10).

       01  bol-col-header.
           05                      picture x(2) value spaces.
           05                      picture x(7) value "PRODUCT".
           05                      picture x(8) value spaces.
           05                      picture x(5) value "UNITS".
           05                      picture x(3) value spaces.
           05                      picture x(9) value "HAZ CLASS".
           05                      picture x(6) value spaces.
           05                      picture x(5) value "VALUE".

       01  bol-detail-line.
           05                      picture x(2) value spaces.
           05  bd-product-out      picture x(10).
           05                      picture x(3) value spaces.
           05  bd-units-out        picture zzzzzz9.
           05                      picture x(6) value spaces.
           05  bd-hazard-out       picture x(3).
           05                      picture x(3) value spaces.
           05  bd-value-out        picture $$$$$$$$$9.99.

       01  bol-total-line.
           05                      picture x(2) value spaces.
           05                      picture x(13) value "B/L TOTAL:   ".
           05  bt-units-out        picture zzzzzz9.
           05                      picture x(12) value spaces.
           05  bt-value-out        picture $$$$$$$$$9.99.

       01  bol-overflow-line.
           05                      picture x(2) value spaces.
           05                      picture x(40)
                   value "** PRODUCT LIST TRUNCATED - SEE MANIFEST".

       01  register-line.
           05  rg-date             picture 9(8).
           05                      picture x value space.
           05  rg-time             picture 9(6).
           05                      picture x(2) value spaces.
           05  rg-bol-number       picture 9(8).
           05                      picture x(2) value spaces.
           05  rg-action           picture x(8).
           05                      picture x(2) value spaces.
           05  rg-consignee        picture x(8).
           05                      picture x(2) value spaces.
           05  rg-voyage-id        picture x(8).
           05                      picture x(2) value spaces.
           05  rg-ship-name        picture x(20).
           05                      picture x(2) value spaces.
           05  rg-related-number   picture 9(8).
           05                      picture x(2) value spaces.
           05  rg-operator         picture x(8).
           05                      picture x(2) value spaces.
           05  rg-reason           picture x(30).

       01  unknown-consignee-name picture x(30)
               value "** NOT ON CONSIGNEE MASTER **".

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field
           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year

           if maintenance-mode
               perform 150-check-operator-authority
               if operator-valid = "N"
                   display "OPERATOR " operator-id
                       " NOT ON SECURITY FILE - RUN CANCELLED"
                   stop run
               end-if
           end-if

           perform 160-load-consignee-table
           perform 165-load-commodity-table
           perform 170-read-bol-control

           open i-o bol-master
           if bol-master-status not = "00"
               and bol-master-status not = "05"
               display "B/L MASTER OPEN FAILED, STATUS "
                   bol-master-status " - NO B/L ISSUED"
               stop run
           end-if
           perform 180-check-bol-control

           open output bol-document-out
                extend bol-register

           if maintenance-mode
               perform 200-process-transactions
           end-if

           if issue-mode or reissue-table-count > zero
               sort sort-work-file
                   on ascending key sort-consignee
                                    sort-voyage-id
                                    sort-product
                   input procedure 300-release-history
                   output procedure 400-issue-bols
               if group-started = "Y"
                   perform 500-end-bol-group
               end-if
           end-if

           close bol-master
                 bol-document-out
                 bol-register

           display "B/L ISSUED: " issued-count
               "  REISSUED: " reissued-count
               "  VOIDED: " voided-count
               "  REJECTED: " rejected-count
               "  ALREADY ISSUED: " skipped-count

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept run-mode from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept transaction-path from argument-value
           end-if

           if arg-count not less than 3
               display 3 upon argument-number
               accept operator-id from argument-value
           end-if

           if arg-count not less than 4
               display 4 upon argument-number
               accept document-path from argument-value
           end-if

           if not issue-mode and not maintenance-mode
               display "RUN MODE MUST BE I OR V - USING I"
               move "I" to run-mode
           end-if.

       150-check-operator-authority.
           open input security-file
           perform until are-there-more-operators = "N"
               read security-file
                   at end
                       move "N" to are-there-more-operators
                   not at end
                       if sec-operator-id = operator-id
                           move "Y" to operator-valid
                           move sec-authority to operator-authority
                           move "N" to are-there-more-operators
                       end-if
               end-read
           end-perform
           close security-file.

       160-load-consignee-table.
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

       165-load-commodity-table.
           open input commodity-file
           perform until are-there-more-commodities = "N"
               read commodity-file
                   at end
                       move "N" to are-there-more-commodities
                   not at end
                       if commodity-table-count < 50
                           add 1 to commodity-table-count
                           move cmd-product-in to commodity-product
                               (commodity-table-count)
                           move cmd-hazard-class-in
                               to commodity-hazard-class
                               (commodity-table-count)
                           move cmd-segregation-in
                               to commodity-segregation
                               (commodity-table-count)
                       else
                           display "COMMODITY TABLE FULL - IGNORED: "
                               cmd-product-in
                       end-if
               end-read
           end-perform
           close commodity-file.

       170-read-bol-control.
           move 1 to ctl-next-bol-number
           open input bol-control-file
           read bol-control-file
               at end
                   continue
               not at end
                   move bol-control-record to bol-control-area
                   if ctl-next-bol-number is not numeric
                       or ctl-next-bol-number = zero
                       display "B/L CONTROL RECORD INVALID - RUN "
                           "CANCELLED"
                       close bol-control-file
                       stop run
                   end-if
           end-read
           close bol-control-file.

       180-check-bol-control.
           move 99999999 to bol-number
           start bol-master
               key is not greater than bol-number
               invalid key
                   continue
               not invalid key
                   read bol-master previous record
                       at end
                           continue
                       not at end
                           if ctl-next-bol-number not > bol-number
                               display "B/L CONTROL RESYNCHRONISED - "
                                   "NEXT NUMBER WAS "
                                   ctl-next-bol-number
                               add 1 bol-number
                                   giving ctl-next-bol-number
                               display "NEXT B/L NUMBER NOW "
                                   ctl-next-bol-number
                               perform 175-write-bol-control
                           end-if
                   end-read
           end-start.

       175-write-bol-control.
           open output bol-control-file
           write bol-control-record from bol-control-area
           close bol-control-file.

       200-process-transactions.
           open input transaction-file
           perform until are-there-more-transactions = "N"
               read transaction-file
                   at end
                       move "N" to are-there-more-transactions
                   not at end
                       perform 210-apply-transaction
               end-read
           end-perform
           close transaction-file.

       210-apply-transaction.
           evaluate true
               when txn-bol-number is not numeric
                   display "B/L NUMBER NOT NUMERIC - REJECTED: "
                       transaction-record
                   add 1 to rejected-count
               when txn-void and authority-full
                   perform 220-void-bol
               when txn-reissue and
                   (authority-update or authority-full)
                   if reissue-table-count < 200
                       perform 220-void-bol
                   else
                       display "REISSUE TABLE FULL - REJECTED: "
                           transaction-record
                       add 1 to rejected-count
                   end-if
               when txn-void or txn-reissue
                   display "OPERATOR NOT AUTHORIZED - REJECTED: "
                       transaction-record
                   add 1 to rejected-count
               when other
                   display "INVALID TRANSACTION CODE - REJECTED: "
                       transaction-record
                   add 1 to rejected-count
           end-evaluate.

       220-void-bol.
           move txn-bol-number-n to bol-number
           read bol-master
               invalid key
                   display "B/L NOT ON FILE - REJECTED: "
                       transaction-record
                   add 1 to rejected-count
               not invalid key
                   if not bol-active
                       display "B/L NOT ACTIVE - REJECTED: "
                           transaction-record
                       add 1 to rejected-count
                   else
                       perform 230-mark-bol-voided
                   end-if
           end-read.

       230-mark-bol-voided.
           set bol-voided to true
           move date-field to bol-void-date
           move txn-reason to bol-void-reason
           perform 890-capture-register-keys
           rewrite bol-record
               invalid key
                   display "B/L VOID FAILED, STATUS "
                       bol-master-status " " bol-number
                   add 1 to rejected-count
               not invalid key
                   add 1 to voided-count
                   move "VOIDED" to register-action
                   move zero to register-related
                   move txn-reason to register-reason
                   perform 900-write-register
                   if txn-reissue
                       perform 240-note-reissue
                   end-if
           end-rewrite.

       240-note-reissue.
           if reissue-table-count < 200
               add 1 to reissue-table-count
               move rg-consignee to ri-consignee(reissue-table-count)
               move rg-voyage-id to ri-voyage-id(reissue-table-count)
               move rg-bol-number to ri-old-number(reissue-table-count)
           else
               display "REISSUE TABLE FULL - B/L " rg-bol-number
                   " VOIDED WITHOUT REPLACEMENT"
           end-if.

       300-release-history.
           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           end-if
           perform until are-there-more-history = "N"
               read history-file
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-units is numeric
                           and hst-total-value is numeric
                           move hst-consignee to sort-consignee
                           move hst-voyage-id to sort-voyage-id
                           move hst-product to sort-product
                           move hst-ship-name to sort-ship-name
                           move hst-sailing-date to sort-sailing-date
                           move hst-units to sort-units
                           move hst-total-value to sort-total-value
                           if hst-reversal
                               multiply -1 by sort-units
                               multiply -1 by sort-total-value
                           end-if
                           release sort-rec
                       end-if
               end-read
           end-perform
           close history-file.

       400-issue-bols.
           perform until are-there-more-sorted = "N"
               return sort-work-file
                   at end
                       move "N" to are-there-more-sorted
                   not at end
                       perform 410-process-sorted-line
               end-return
           end-perform.

       410-process-sorted-line.
           if group-started = "N"
               perform 600-start-bol-group
           else
               if sort-consignee not = prior-consignee
                   or sort-voyage-id not = prior-voyage-id
                   perform 500-end-bol-group
                   perform 600-start-bol-group
               else
                   if sort-product not = prior-product
                       perform 650-end-product
                       perform 660-start-product
                   end-if
               end-if
           end-if

           add sort-units to product-units-accum
           add sort-total-value to product-value-accum.

       500-end-bol-group.
           perform 650-end-product
           if issue-group = "Y"
               if bol-units-accum > zero
                   perform 700-issue-bol
               else
                   if reissue-found = "Y"
                       display "NOTHING LEFT TO REISSUE FOR "
                           prior-consignee " " prior-voyage-id
                   end-if
               end-if
           end-if.

       600-start-bol-group.
           move sort-consignee to prior-consignee
           move sort-voyage-id to prior-voyage-id
           move sort-ship-name to group-ship-name
           move sort-sailing-date to group-sailing-date
           move "Y" to group-started
           move zero to bol-units-accum
           move zero to bol-value-accum
           move zero to bol-line-count
           move "N" to bol-line-overflow
           perform 610-decide-issue
           perform 660-start-product.

       610-decide-issue.
           move "N" to issue-group
           move "N" to reissue-found
           move zero to reissue-old-number
           if maintenance-mode
               if reissue-table-count > zero
                   perform 620-match-reissue-entry
                       varying reissue-sub from 1 by 1
                       until reissue-sub > reissue-table-count
                           or reissue-found = "Y"
               end-if
               if reissue-found = "Y"
                   move "Y" to issue-group
               end-if
           else
               perform 630-check-bol-on-file
               if bol-on-file = "Y"
                   add 1 to skipped-count
               else
                   move "Y" to issue-group
               end-if
           end-if.

       620-match-reissue-entry.
           if ri-consignee(reissue-sub) = prior-consignee
               and ri-voyage-id(reissue-sub) = prior-voyage-id
               move "Y" to reissue-found
               move ri-old-number(reissue-sub) to reissue-old-number
           end-if.

       630-check-bol-on-file.
           move "N" to bol-on-file
           move "Y" to are-there-more-bols
           move prior-consignee to bol-consignee
           move prior-voyage-id to bol-voyage-id
           start bol-master
               key is equal to bol-cons-voyage
               invalid key
                   move "N" to are-there-more-bols
           end-start
           perform until are-there-more-bols = "N"
               read bol-master next record
                   at end
                       move "N" to are-there-more-bols
                   not at end
                       if bol-consignee not = prior-consignee
                           or bol-voyage-id not = prior-voyage-id
                           move "N" to are-there-more-bols
                       else
                           move "Y" to bol-on-file
                           move "N" to are-there-more-bols
                       end-if
               end-read
           end-perform.

       650-end-product.
           if product-units-accum not = zero
               or product-value-accum not = zero
               add product-units-accum to bol-units-accum
               add product-value-accum to bol-value-accum
               if bol-line-count < 50
                   add 1 to bol-line-count
                   move prior-product to bl-product(bol-line-count)
                   move product-units-accum to bl-units(bol-line-count)
                   move product-value-accum to bl-value(bol-line-count)
                   perform 670-lookup-hazard-class
               else
                   move "Y" to bol-line-overflow
               end-if
           end-if.

       660-start-product.
           move sort-product to prior-product
           move zero to product-units-accum
           move zero to product-value-accum.

       670-lookup-hazard-class.
           move "N" to hazard-found
           move spaces to bl-hazard-class(bol-line-count)
           if commodity-table-count > zero
               perform 680-match-commodity-entry
                   varying commodity-sub from 1 by 1
                   until commodity-sub > commodity-table-count
                       or hazard-found = "Y"
           end-if.

       680-match-commodity-entry.
           if commodity-product(commodity-sub) = prior-product
               move "Y" to hazard-found
               move commodity-hazard-class(commodity-sub)
                   to bl-hazard-class(bol-line-count)
           end-if.

       700-issue-bol.
           move ctl-next-bol-number to new-bol-number

           move new-bol-number to bol-number
           move prior-consignee to bol-consignee
           move prior-voyage-id to bol-voyage-id
           move group-ship-name to bol-ship-name
           move group-sailing-date to bol-sailing-date
           move date-field to bol-issue-date
           move bol-units-accum to bol-total-units
           move bol-value-accum to bol-total-value
           set bol-active to true
           move zero to bol-void-date
           move spaces to bol-void-reason
           move reissue-old-number to bol-replaces
           move zero to bol-replaced-by
           perform 890-capture-register-keys
           write bol-record
               invalid key
                   display "B/L NOT RECORDED, STATUS "
                       bol-master-status " " new-bol-number
                       " - RUN CANCELLED"
                   close bol-master
                         bol-document-out
                         bol-register
                   stop run
           end-write

           add 1 to ctl-next-bol-number
           perform 175-write-bol-control

           move spaces to register-reason
           if reissue-found = "Y"
               move "REISSUED" to register-action
               move reissue-old-number to register-related
               move "REPLACES VOIDED B/L" to register-reason
               add 1 to reissued-count
           else
               move "ISSUED" to register-action
               move zero to register-related
               add 1 to issued-count
           end-if
           perform 750-print-bol-document
           perform 900-write-register

           if reissue-found = "Y"
               move reissue-old-number to bol-number
               read bol-master
                   invalid key
                       continue
                   not invalid key
                       move new-bol-number to bol-replaced-by
                       rewrite bol-record
                           invalid key
                               display "OLD B/L NOT LINKED, STATUS "
                                   bol-master-status " " bol-number
                       end-rewrite
               end-read
           end-if.

       750-print-bol-document.
           move new-bol-number to bh-number-out
           move date-display to bh-date-out
           write print-rec from blank-line
           write print-rec from blank-line
           write print-rec from bol-header-1
           if reissue-found = "Y"
               move reissue-old-number to br-old-number-out
               write print-rec from bol-reissue-line
           end-if

           move prior-consignee to bc-consignee-out
           perform 760-find-consignee-name
           write print-rec from bol-consignee-line

           move group-ship-name to bv-ship-name-out
           move prior-voyage-id to bv-voyage-out
           move group-sailing-date to sd-split
           move sd-day to date-display-day
           move sd-month to date-display-month
           move sd-year to date-display-year
           move date-display to bv-sailing-out
           write print-rec from bol-vessel-line
           write print-rec from blank-line
           write print-rec from bol-col-header

           perform 780-print-bol-line
               varying bol-line-sub from 1 by 1
               until bol-line-sub > bol-line-count
           if bol-line-overflow = "Y"
               write print-rec from bol-overflow-line
           end-if

           move bol-units-accum to bt-units-out
           move bol-value-accum to bt-value-out
           write print-rec from blank-line
           write print-rec from bol-total-line

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year.

       760-find-consignee-name.
           move "N" to consignee-found
           move unknown-consignee-name to bc-name-out
           if consignee-table-count > zero
               perform 770-match-consignee-entry
                   varying consignee-sub from 1 by 1
                   until consignee-sub > consignee-table-count
                       or consignee-found = "Y"
           end-if.

       770-match-consignee-entry.
           if cns-id(consignee-sub) = prior-consignee
               move cns-name(consignee-sub) to bc-name-out
               move "Y" to consignee-found
           end-if.

       780-print-bol-line.
           move bl-product(bol-line-sub) to bd-product-out
           move bl-units(bol-line-sub) to bd-units-out
           move bl-hazard-class(bol-line-sub) to bd-hazard-out
           move bl-value(bol-line-sub) to bd-value-out
           write print-rec from bol-detail-line.

       890-capture-register-keys.
           move bol-number to rg-bol-number
           move bol-consignee to rg-consignee
           move bol-voyage-id to rg-voyage-id
           move bol-ship-name to rg-ship-name.

       900-write-register.
           move function current-date to timestamp-field
           move ts-date to rg-date
           move ts-time to rg-time
           move register-action to rg-action
           move register-related to rg-related-number
           move operator-id to rg-operator
           move register-reason to rg-reason
           write bol-register-rec from register-line.

       end program Program16.
