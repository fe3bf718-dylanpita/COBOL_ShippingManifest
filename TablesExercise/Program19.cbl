       program-id. Program19 as "TablesExercise.Program19".

       environment division.
       input-output section.
       file-control.   select optional ops-parameter-file
                       assign to "C:\a\exercise8\opsparm.txt"
                       organization is line sequential.

                       select optional run-control-file
                       assign to "C:\a\exercise8\runctl.dat"
                       organization is line sequential.

                       select optional recon-file
                       assign to "C:\a\exercise8\recon.txt"
                       organization is line sequential
                       file status is recon-status.

                       select optional overload-file
                       assign to "C:\a\exercise8\overload.txt"
                       organization is line sequential
                       file status is overload-status.

                       select optional readiness-file
                       assign to "C:\a\exercise8\readiness.txt"
                       organization is line sequential
                       file status is readiness-status.

                       select optional suspense-file
                       assign to "C:\a\exercise8\suspense.txt"
                       organization is line sequential
                       file status is suspense-status.

                       select optional exception-file
                       assign to "C:\a\exercise8\exception.txt"
                       organization is line sequential
                       file status is exception-status.

                       select optional broker-disc-file
                       assign to "C:\a\exercise8\brokerdisc.txt"
                       organization is line sequential
                       file status is broker-status.

                       select optional dg-decl-file
                       assign to "C:\a\exercise8\dgdecl.txt"
                       organization is line sequential
                       file status is dg-decl-status.

                       select optional aging-file
                       assign to aging-path
                       organization is line sequential
                       file status is aging-status.

                       select control-summary-out
                       assign to report-path
                       organization is line sequential.

       data division.
       file section.
       fd  ops-parameter-file.
       01  ops-parameter-record.
           05  opp-area            picture x(8).
           05  opp-days            picture 9(3).
           05  opp-amber           picture 9(9).
           05  opp-red             picture 9(9).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       fd  recon-file.
       01  recon-line.
           05                      picture x(2).
           05  rci-label           picture x(20).
           05  rci-count           picture zzzz9.
           05  rci-rest            picture x(53).

       01  recon-value-line.
           05                      picture x(22).
           05  rcv-total-value     picture $$$$$$$9.99.
           05                      picture x(47).

       01  recon-status-line.
           05                      picture x(2).
           05  rcs-message         picture x(14).
           05                      picture x(64).

       fd  overload-file.
       01  overload-line.
           05                      picture x(2).
           05  ovi-ship-name       picture x(20).
           05                      picture x(3).
           05  ovi-capacity        picture x(7).
           05                      picture x(5).
           05  ovi-units           picture x(7).
           05                      picture x(4).
           05                      picture x(6).
           05  ovi-excess-last     picture x.
           05                      picture x(25).

       fd  readiness-file.
       01  readiness-line.
           05                      picture x(2).
           05  rdi-voyage-id       picture x(8).
           05                      picture x(2).
           05  rdi-ship-name       picture x(20).
           05                      picture x(2).
           05  rdi-sailing-date    picture x(8).
           05                      picture x(38).

       fd  suspense-file.
       01  suspense-line.
           05                      picture x(2).
           05  spi-raw-line        picture x(74).
           05                      picture x(2).
           05  spi-reason-code     picture x(4).
           05                      picture x(2).
           05  spi-reason-text     picture x(20).
           05                      picture x(2).
           05  spi-suspense-date   picture x(8).
           05  spi-suspense-date-n redefines spi-suspense-date
                                   picture 9(8).
           05                      picture x(6).

       fd  exception-file.
       01  exception-line           picture x(80).

       fd  broker-disc-file.
       01  broker-disc-line.
           05                      picture x(2).
           05  bdi-label-1         picture x(18).
           05  bdi-count-1         picture zzzz9.
           05                      picture x(5).
           05  bdi-label-2         picture x(18).
           05  bdi-count-2         picture zzzz9.
           05                      picture x(67).

       fd  dg-decl-file.
       01  dg-decl-line.
           05                      picture x(2).
           05  dgi-product         picture x(10).
           05  dgi-vessel-split redefines dgi-product.
               10  dgi-vessel-tag  picture x(8).
               10                  picture x(2).
           05                      picture x(5).
           05  dgi-units           picture x(4).
           05  dgi-units-last      picture x.
           05                      picture x(58).

       fd  aging-file.
       01  aging-line.
           05                      picture x(2).
           05  agi-label           picture x(27).
           05  agi-current         picture $$$$$$$$$9.99-.
           05                      picture x.
           05  agi-30              picture $$$$$$$$$9.99-.
           05                      picture x.
           05  agi-60              picture $$$$$$$$$9.99-.
           05                      picture x.
           05  agi-90              picture $$$$$$$$$9.99-.
           05                      picture x.
           05  agi-unapplied       picture $$$$$$$$$9.99-.
           05                      picture x.
           05  agi-total           picture $$$$$$$$$9.99-.
           05                      picture x(14).

       01  aging-trailer-line.
           05                      picture x(2).
           05  agt-label-1         picture x(16).
           05  agt-count-1         picture zzzz9.
           05                      picture x(5).
           05  agt-label-2         picture x(16).
           05  agt-count-2         picture zzzz9.
           05                      picture x(83).

       fd  control-summary-out.
       01  print-rec               picture x(100).

       working-storage section.
       01  report-path            picture x(100)
               value "C:\a\exercise8\opscntl.txt".
       01  aging-path             picture x(100)
               value "C:\a\exercise8\araging.txt".
       01  arg-count              picture 9(2) value zero.

       01  business-date          picture 9(8) value zero.

       01  recon-status           picture x(2) value spaces.
       01  overload-status        picture x(2) value spaces.
       01  readiness-status       picture x(2) value spaces.
       01  suspense-status        picture x(2) value spaces.
       01  exception-status       picture x(2) value spaces.
       01  broker-status          picture x(2) value spaces.
       01  dg-decl-status         picture x(2) value spaces.
       01  aging-status           picture x(2) value spaces.

       01  are-there-more-parameters  picture x value "Y".
       01  are-there-more-lines       picture x value "Y".

       01  run-control-area.
           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).
       01  run-control-found      picture x value "N".

       01  threshold-table.
           05  threshold-group occurs 9 times.
               10  th-area         picture x(8).
               10  th-days         picture 9(3).
               10  th-amber        picture 9(9).
               10  th-red          picture 9(9).
       01  threshold-sub          picture 9(2) value zero.
       01  threshold-found        picture x value "N".

       01  area-sub               picture 9(2) value zero.
       01  area-metric            picture 9(9) value zero.
       01  area-status            picture x(5) value spaces.
       01  overall-status         picture x(5) value "GREEN".

       01  file-present           picture x value "N".
       01  line-count             picture 9(7) value zero.
       01  item-count             picture 9(7) value zero.
       01  flagged-count          picture 9(7) value zero.
       01  area-amount            picture s9(11)v99 value zero.
       01  area-note              picture x(36) value spaces.
       01  recon-mismatch         picture x value "N".
       01  recon-read-count       picture 9(5) value zero.
       01  edited-value-work      picture s9(11)v99 value zero.
       01  item-age-days          picture s9(7) value zero.
       01  not-acked-count        picture 9(5) value zero.
       01  not-on-extract-count   picture 9(5) value zero.
       01  aging-over-90          picture s9(11)v99 value zero.
       01  aging-items            picture 9(5) value zero.
       01  grand-total-found      picture x value "N".

       01  blank-spaces           picture x(100) value spaces.

       01  hl-header-1.
           05      picture x(14) value spaces.
           05      picture x(38)
                   value "NIGHTLY OPERATIONS CONTROL SUMMARY".
           05      picture x(4) value spaces.
           05  date-field-format    picture x(10).

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

       01  business-split.
           05  bs-year             picture 9(4).
           05  bs-month            picture 9(2).
           05  bs-day              picture 9(2).

       01  hl-business-line.
           05      picture x(2) value spaces.
           05      picture x(15) value "BUSINESS DATE: ".
           05  hb-date-out         picture x(10).
           05      picture x(5) value spaces.
           05      picture x(12) value "RUN NUMBER: ".
           05  hb-run-number-out   picture zzzz9.

       01  hl-header-2.
           05      picture x(2) value spaces.
           05      picture x(4) value "AREA".
           05      picture x(10) value spaces.
           05      picture x(5) value "ITEMS".
           05      picture x(9) value spaces.
           05      picture x(6) value "AMOUNT".
           05      picture x(3) value spaces.
           05      picture x(6) value "STATUS".
           05      picture x(2) value spaces.
           05      picture x(4) value "NOTE".

       01  area-line-out.
           05                      picture x(2) value spaces.
           05  al-area-out         picture x(10).
           05                      picture x(2) value spaces.
           05  al-items-out        picture zzzzzz9.
           05                      picture x(2) value spaces.
           05  al-amount-out       picture $$$$$$$$$9.99-.
           05                      picture x(2) value spaces.
           05  al-status-out       picture x(5).
           05                      picture x(3) value spaces.
           05  al-note-out         picture x(36).

       01  age-note.
           05  an-count-out        picture zzzz9.
           05                      picture x(12) value " OLDER THAN ".
           05  an-days-out         picture zz9.
           05                      picture x(5) value " DAYS".

       01  broker-note.
           05  bn-count-out        picture zzzz9.
           05                      picture x(19)
                   value " NOT ON EXTRACT    ".

       01  hl-overall-line.
           05      picture x(2) value spaces.
           05      picture x(16) value "OVERALL STATUS: ".
           05  ho-status-out       picture x(5).

       01  signoff-line.
           05      picture x(2) value spaces.
           05      picture x(50) value
                   "SUPERVISOR SIGN-OFF: ____________________  DATE: ".
           05      picture x(10) value "__________".

       procedure division.
       100-main-module.

           move function current-date to date-field
           move date-field to business-date

           perform 050-get-run-parameters
           perform 110-set-default-thresholds
           perform 120-load-parameter-file

           open output control-summary-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces

           perform 150-read-run-control
           move business-date to business-split
           move bs-day to date-display-day
           move bs-month to date-display-month
           move bs-year to date-display-year
           move date-display to hb-date-out
           move run-ctl-number to hb-run-number-out
           write print-rec from hl-business-line
           write print-rec from blank-spaces
           write print-rec from hl-header-2
           write print-rec from blank-spaces

           perform 200-check-run-control
           perform 210-check-reconciliation
           perform 220-check-overload
           perform 230-check-readiness
           perform 240-check-suspense
           perform 250-check-exceptions
           perform 260-check-broker
           perform 270-check-dg-declarations
           perform 280-check-aging

           move overall-status to ho-status-out
           write print-rec from blank-spaces
           write print-rec from hl-overall-line
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from signoff-line

           close control-summary-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept business-date from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept report-path from argument-value
           end-if

           if arg-count not less than 3
               display 3 upon argument-number
               accept aging-path from argument-value
           end-if

           if business-date is not numeric
               or business-date = zero
               display "BUSINESS DATE INVALID - USING TODAY"
               move date-field to business-date
           end-if.

       110-set-default-thresholds.
           move "RUNCTL" to th-area(1)
           move zero to th-days(1)
           move zero to th-amber(1)
           move 1 to th-red(1)

           move "RECON" to th-area(2)
           move zero to th-days(2)
           move zero to th-amber(2)
           move 1 to th-red(2)

           move "OVERLOAD" to th-area(3)
           move zero to th-days(3)
           move 1 to th-amber(3)
           move 2 to th-red(3)

           move "READY" to th-area(4)
           move zero to th-days(4)
           move 1 to th-amber(4)
           move zero to th-red(4)

           move "SUSPENSE" to th-area(5)
           move 7 to th-days(5)
           move 1 to th-amber(5)
           move 10 to th-red(5)

           move "EXCEPT" to th-area(6)
           move zero to th-days(6)
           move 1 to th-amber(6)
           move 10 to th-red(6)

           move "BROKER" to th-area(7)
           move zero to th-days(7)
           move 1 to th-amber(7)
           move 10 to th-red(7)

           move "DGDECL" to th-area(8)
           move zero to th-days(8)
           move zero to th-amber(8)
           move zero to th-red(8)

           move "ARAGING" to th-area(9)
           move zero to th-days(9)
           move 1 to th-amber(9)
           move 10000 to th-red(9).

       120-load-parameter-file.
           open input ops-parameter-file
           perform until are-there-more-parameters = "N"
               read ops-parameter-file
                   at end
                       move "N" to are-there-more-parameters
                   not at end
                       perform 130-apply-parameter
               end-read
           end-perform
           close ops-parameter-file.

       130-apply-parameter.
           move "N" to threshold-found
           perform 140-match-threshold-entry
               varying threshold-sub from 1 by 1
               until threshold-sub > 9
                   or threshold-found = "Y"
           if threshold-found = "N"
               display "UNKNOWN AREA ON PARAMETER FILE - IGNORED: "
                   opp-area
           end-if.

       140-match-threshold-entry.
           if th-area(threshold-sub) = opp-area
               move "Y" to threshold-found
               if opp-days is numeric
                   move opp-days to th-days(threshold-sub)
               end-if
               if opp-amber is numeric
                   move opp-amber to th-amber(threshold-sub)
               end-if
               if opp-red is numeric
                   move opp-red to th-red(threshold-sub)
               end-if
           end-if.

       150-read-run-control.
           move zero to run-ctl-number
           move zero to run-ctl-date
           move space to run-ctl-status
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move run-control-record to run-control-area
                   move "Y" to run-control-found
                   if run-ctl-number is not numeric
                       move zero to run-ctl-number
                   end-if
                   if run-ctl-date is not numeric
                       move zero to run-ctl-date
                   end-if
           end-read
           close run-control-file.

       200-check-run-control.
           move 1 to area-sub
           move "Y" to file-present
           move zero to area-amount
           move run-ctl-number to item-count
           evaluate true
               when run-control-found = "N"
                   move 1 to area-metric
                   move "NO RUN CONTROL RECORD" to area-note
               when run-ctl-status not = "C"
                   move 1 to area-metric
                   move "MANIFEST RUN NOT COMPLETE" to area-note
               when run-ctl-date not = business-date
                   move 1 to area-metric
                   move "LAST RUN NOT FOR BUSINESS DATE" to area-note
               when other
                   move zero to area-metric
                   move "MANIFEST RUN COMPLETE" to area-note
           end-evaluate
           perform 700-rate-area
           move "RUN CTL" to al-area-out
           perform 750-print-area-line.

       210-check-reconciliation.
           move 2 to area-sub
           move zero to area-amount
           move zero to recon-read-count
           move "N" to recon-mismatch
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input recon-file
           if recon-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read recon-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       perform 215-scan-recon-line
               end-read
           end-perform
           close recon-file

           move recon-read-count to item-count
           evaluate true
               when file-present = "N"
                   move 1 to area-metric
                   move "RECON.TXT NOT PRODUCED" to area-note
               when recon-mismatch = "Y"
                   move 1 to area-metric
                   move "RECORD COUNTS DO NOT AGREE" to area-note
               when other
                   move zero to area-metric
                   move "RECORDS ACCOUNTED FOR" to area-note
           end-evaluate
           perform 700-rate-area
           move "RECON" to al-area-out
           perform 750-print-area-line.

       215-scan-recon-line.
           evaluate true
               when rci-label = "RECORDS READ:       "
                   move rci-count to recon-read-count
               when rci-label = "CONTROL TOTAL VALUE:"
                   move rcv-total-value to edited-value-work
                   move edited-value-work to area-amount
               when rcs-message = "** MISMATCH **"
                   move "Y" to recon-mismatch
           end-evaluate.

       220-check-overload.
           move 3 to area-sub
           move zero to area-amount
           move zero to item-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input overload-file
           if overload-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read overload-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if ovi-excess-last is numeric
                           and ovi-ship-name not = spaces
                           add 1 to item-count
                       end-if
               end-read
           end-perform
           close overload-file

           move item-count to area-metric
           if file-present = "N"
               move "OVERLOAD.TXT NOT PRODUCED" to area-note
           else
               move "SHIPS OVER CAPACITY" to area-note
           end-if
           perform 700-rate-area
           move "OVERLOAD" to al-area-out
           perform 750-print-area-line.

       230-check-readiness.
           move 4 to area-sub
           move zero to area-amount
           move zero to item-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input readiness-file
           if readiness-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read readiness-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if rdi-sailing-date is numeric
                           add 1 to item-count
                       end-if
               end-read
           end-perform
           close readiness-file

           move item-count to area-metric
           if file-present = "N"
               move "READINESS.TXT NOT PRODUCED" to area-note
           else
               move "SCHEDULED VOYAGES WITH NO CARGO" to area-note
           end-if
           perform 700-rate-area
           move "READINESS" to al-area-out
           perform 750-print-area-line.

       240-check-suspense.
           move 5 to area-sub
           move zero to area-amount
           move zero to item-count
           move zero to flagged-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input suspense-file
           if suspense-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read suspense-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if spi-raw-line not = spaces
                           add 1 to item-count
                           perform 245-age-suspense-line
                       end-if
               end-read
           end-perform
           close suspense-file

           move flagged-count to area-metric
           move flagged-count to an-count-out
           move th-days(area-sub) to an-days-out
           move age-note to area-note
           perform 700-rate-area
           move "SUSPENSE" to al-area-out
           perform 750-print-area-line.

       245-age-suspense-line.
           if spi-suspense-date-n is numeric
               and spi-suspense-date-n > zero
               and spi-suspense-date-n not > business-date
               compute item-age-days =
                   function integer-of-date(business-date)
                   - function integer-of-date(spi-suspense-date-n)
               if item-age-days > th-days(area-sub)
                   add 1 to flagged-count
               end-if
           end-if.

       250-check-exceptions.
           move 6 to area-sub
           move zero to area-amount
           move zero to item-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input exception-file
           if exception-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read exception-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if exception-line not = spaces
                           add 1 to item-count
                       end-if
               end-read
           end-perform
           close exception-file

           move item-count to area-metric
           if file-present = "N"
               move "EXCEPTION.TXT NOT PRODUCED" to area-note
           else
               move "LINES WITH NO RATE FOUND" to area-note
           end-if
           perform 700-rate-area
           move "EXCEPTIONS" to al-area-out
           perform 750-print-area-line.

       260-check-broker.
           move 7 to area-sub
           move zero to area-amount
           move zero to not-acked-count
           move zero to not-on-extract-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input broker-disc-file
           if broker-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read broker-disc-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if bdi-label-1 = "NOT ON EXTRACT:   "
                           move bdi-count-1 to not-on-extract-count
                           move bdi-count-2 to not-acked-count
                       end-if
               end-read
           end-perform
           close broker-disc-file

           move not-acked-count to item-count
           add not-acked-count not-on-extract-count
               giving area-metric
           if file-present = "N"
               move "BROKERDISC.TXT NOT PRODUCED" to area-note
           else
               move not-on-extract-count to bn-count-out
               move broker-note to area-note
           end-if
           perform 700-rate-area
           move "BROKER ACK" to al-area-out
           perform 750-print-area-line.

       270-check-dg-declarations.
           move 8 to area-sub
           move zero to area-amount
           move zero to item-count
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input dg-decl-file
           if dg-decl-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read dg-decl-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       if dgi-units-last is numeric
                           and dgi-vessel-tag not = "VESSEL: "
                           add 1 to item-count
                       end-if
               end-read
           end-perform
           close dg-decl-file

           move item-count to area-metric
           if file-present = "N"
               move "DGDECL.TXT NOT PRODUCED" to area-note
           else
               move "HAZARDOUS LINES DECLARED" to area-note
           end-if
           perform 700-rate-area
           move "DG DECL" to al-area-out
           perform 750-print-area-line.

       280-check-aging.
           move 9 to area-sub
           move zero to aging-over-90
           move zero to aging-items
           move "N" to grand-total-found
           move "N" to file-present
           move "Y" to are-there-more-lines
           open input aging-file
           if aging-status = "00"
               move "Y" to file-present
           end-if
           perform until are-there-more-lines = "N"
               read aging-file
                   at end
                       move "N" to are-there-more-lines
                   not at end
                       perform 285-scan-aging-line
               end-read
           end-perform
           close aging-file

           move aging-items to item-count
           move aging-over-90 to area-amount
           if aging-over-90 > zero
               move aging-over-90 to area-metric
           else
               move zero to area-metric
           end-if
           if grand-total-found = "N"
               move "N" to file-present
           end-if
           if file-present = "N"
               move "AGING REPORT NOT PRODUCED" to area-note
           else
               move "RECEIVABLES OVER 90 DAYS" to area-note
           end-if
           perform 700-rate-area
           move "AR AGING" to al-area-out
           perform 750-print-area-line.

       285-scan-aging-line.
           if agi-label = "GRAND TOTAL"
               move "Y" to grand-total-found
               move agi-90 to edited-value-work
               move edited-value-work to aging-over-90
           end-if
           if agt-label-2 = "OPEN ITEMS:     "
               move agt-count-2 to aging-items
           end-if.

       700-rate-area.
           evaluate true
               when th-red(area-sub) > zero
                   and area-metric not < th-red(area-sub)
                   move "RED" to area-status
               when th-amber(area-sub) > zero
                   and area-metric not < th-amber(area-sub)
                   move "AMBER" to area-status
               when other
                   move "GREEN" to area-status
           end-evaluate

           if file-present = "N" and area-status = "GREEN"
               move "AMBER" to area-status
           end-if

           if area-status = "RED"
               move "RED" to overall-status
           else
               if area-status = "AMBER"
                   and overall-status = "GREEN"
                   move "AMBER" to overall-status
               end-if
           end-if.

       750-print-area-line.
           move item-count to al-items-out
           move area-amount to al-amount-out
           move area-status to al-status-out
           move area-note to al-note-out
           write print-rec from area-line-out.

       end program Program19.
