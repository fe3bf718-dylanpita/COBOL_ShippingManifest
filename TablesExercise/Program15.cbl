       program-id. Program15 as "TablesExercise.Program15".

       environment division.
       input-output section.
       file-control.   select ar-open-file
                       assign to "C:\a\exercise8\aropen.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ar-key
                       file status is ar-open-status.

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       organization is line sequential.

                       select aging-report-out
                       assign to report-path
                       organization is line sequential.

       data division.
       file section.
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

       fd  aging-report-out.
       01  print-rec               picture x(132).

       working-storage section.
       01  report-path            picture x(100)
               value "C:\a\exercise8\araging.txt".
       01  as-of-date             picture 9(8) value zero.
       01  as-of-date-x redefines as-of-date picture x(8).
       01  arg-count              picture 9(2) value zero.

       01  ar-open-status         picture x(2) value spaces.
       01  on-account-voyage      picture x(8) value "ON-ACCT".

       01  are-there-more-items       picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".

       01  consignee-table-count  picture 9(3) value zero.
       01  consignee-table.
           05  consignee-group occurs 100 times.
               10  cns-id          picture x(8).
               10  cns-name        picture x(30).
       01  consignee-sub          picture 9(3) value zero.
       01  consignee-found        picture x value "N".

       01  as-of-integer          picture 9(8) value zero.
       01  item-integer           picture 9(8) value zero.
       01  age-days               picture s9(5) value zero.

       01  prior-consignee        picture x(8) value spaces.
       01  group-started          picture x value "N".
       01  items-listed           picture 9(5) value zero.
       01  consignees-listed      picture 9(5) value zero.

       01  aging-buckets.
           05  cons-current        picture s9(11)v99 value zero.
           05  cons-30             picture s9(11)v99 value zero.
           05  cons-60             picture s9(11)v99 value zero.
           05  cons-90             picture s9(11)v99 value zero.
           05  cons-unapplied      picture s9(11)v99 value zero.
           05  cons-total          picture s9(11)v99 value zero.
           05  grand-current       picture s9(11)v99 value zero.
           05  grand-30            picture s9(11)v99 value zero.
           05  grand-60            picture s9(11)v99 value zero.
           05  grand-90            picture s9(11)v99 value zero.
           05  grand-unapplied     picture s9(11)v99 value zero.
           05  grand-total         picture s9(11)v99 value zero.

       01  blank-spaces           picture x(132) value spaces.

       01  hl-header-1.
           05      picture x(20) value spaces.
           05      picture x(32) value "AGED RECEIVABLES BY CONSIGNEE".
           05      picture x(4) value spaces.
           05  date-field-format    picture x(10).
           05      picture x(3) value spaces.

       01 date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).
       01 date-field-n redefines date-field picture 9(8).

       01  date-display.
           05  date-display-day    picture 9(2).
           05      picture x value "/".
           05  date-display-month  picture 9(2).
           05      picture x value "/".
           05  date-display-year   picture 9(4).

       01  as-of-split.
           05  ao-year             picture 9(4).
           05  ao-month            picture 9(2).
           05  ao-day              picture 9(2).

       01  as-of-line.
           05      picture x(2) value spaces.
           05      picture x(9) value "AGED AS: ".
           05  ao-date-out         picture x(10).

       01  hl-header-2.
           05      picture x(4) value spaces.
           05      picture x(6) value "VOYAGE".
           05      picture x(4) value spaces.
           05      picture x(9) value "ITEM DATE".
           05      picture x(2) value spaces.
           05      picture x(4) value "DAYS".
           05      picture x(9) value spaces.
           05      picture x(7) value "CURRENT".
           05      picture x(8) value spaces.
           05      picture x(7) value "30 DAYS".
           05      picture x(8) value spaces.
           05      picture x(7) value "60 DAYS".
           05      picture x(8) value spaces.
           05      picture x(8) value "90+ DAYS".
           05      picture x(6) value spaces.
           05      picture x(9) value "UNAPPLIED".
           05      picture x(10) value spaces.
           05      picture x(5) value "TOTAL".

       01  consignee-header-line.
           05                      picture x(2) value spaces.
           05                      picture x(11) value "CONSIGNEE: ".
           05  ch-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05  ch-name-out         picture x(30).

       01  item-line-out.
           05                      picture x(4) value spaces.
           05  il-voyage-out       picture x(8).
           05                      picture x(2) value spaces.
           05  il-item-date-out    picture 9(8).
           05                      picture x(2) value spaces.
           05  il-days-out         picture zzzz9.
           05  il-current-out      picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  il-30-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  il-60-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  il-90-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  il-unapplied-out    picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  il-total-out        picture $$$$$$$$$9.99-.

       01  total-line-out.
           05                      picture x(2) value spaces.
           05  tl-label-out        picture x(27).
           05  tl-current-out      picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  tl-30-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  tl-60-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  tl-90-out           picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  tl-unapplied-out    picture $$$$$$$$$9.99-.
           05                      picture x value space.
           05  tl-total-out        picture $$$$$$$$$9.99-.

       01  hl-trailer.
           05      picture x(2) value spaces.
           05      picture x(16) value "CONSIGNEES:     ".
           05  tr-consignees-out   picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(16) value "OPEN ITEMS:     ".
           05  tr-items-out        picture zzzz9.

       01  unknown-consignee-name picture x(30)
               value "** NOT ON CONSIGNEE MASTER **".

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field
           if as-of-date = zero
               move date-field-n to as-of-date
           end-if
           compute as-of-integer =
               function integer-of-date(as-of-date)

           perform 150-load-consignee-table

           open output aging-report-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1

           move as-of-date to as-of-split
           move ao-day to date-display-day
           move ao-month to date-display-month
           move ao-year to date-display-year
           move date-display to ao-date-out
           write print-rec from as-of-line
           write print-rec from blank-spaces
           write print-rec from hl-header-2

           open input ar-open-file
           if ar-open-status = "00" or "05"
               move low-values to ar-key
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
                           perform 200-age-open-item
                   end-read
               end-perform
               close ar-open-file
           else
               display "OPEN ITEM FILE NOT AVAILABLE, STATUS "
                   ar-open-status
           end-if

           if group-started = "Y"
               perform 500-end-consignee
           end-if

           move "GRAND TOTAL" to tl-label-out
           move grand-current to tl-current-out
           move grand-30 to tl-30-out
           move grand-60 to tl-60-out
           move grand-90 to tl-90-out
           move grand-unapplied to tl-unapplied-out
           move grand-total to tl-total-out
           write print-rec from blank-spaces
           write print-rec from total-line-out

           move consignees-listed to tr-consignees-out
           move items-listed to tr-items-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer

           close aging-report-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept as-of-date-x from argument-value
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

       200-age-open-item.
           if ar-balance-amt not = zero
               if group-started = "N"
                   perform 600-start-consignee
               else
                   if ar-consignee not = prior-consignee
                       perform 500-end-consignee
                       perform 600-start-consignee
                   end-if
               end-if
               perform 300-write-item-line
           end-if.

       300-write-item-line.
           move zero to il-current-out
           move zero to il-30-out
           move zero to il-60-out
           move zero to il-90-out
           move zero to il-unapplied-out
           move ar-voyage-id to il-voyage-out
           move ar-item-date to il-item-date-out

           if ar-item-date is numeric and ar-item-date > zero
               compute item-integer =
                   function integer-of-date(ar-item-date)
               subtract item-integer from as-of-integer
                   giving age-days
           else
               move zero to age-days
           end-if
           if age-days < zero
               move zero to age-days
           end-if
           move age-days to il-days-out

           evaluate true
               when ar-voyage-id = on-account-voyage
                   move ar-balance-amt to il-unapplied-out
                   add ar-balance-amt to cons-unapplied
               when age-days < 30
                   move ar-balance-amt to il-current-out
                   add ar-balance-amt to cons-current
               when age-days < 60
                   move ar-balance-amt to il-30-out
                   add ar-balance-amt to cons-30
               when age-days < 90
                   move ar-balance-amt to il-60-out
                   add ar-balance-amt to cons-60
               when other
                   move ar-balance-amt to il-90-out
                   add ar-balance-amt to cons-90
           end-evaluate
           move ar-balance-amt to il-total-out
           add ar-balance-amt to cons-total

           write print-rec from item-line-out
           add 1 to items-listed.

       500-end-consignee.
           move "CONSIGNEE TOTAL" to tl-label-out
           move cons-current to tl-current-out
           move cons-30 to tl-30-out
           move cons-60 to tl-60-out
           move cons-90 to tl-90-out
           move cons-unapplied to tl-unapplied-out
           move cons-total to tl-total-out
           write print-rec from total-line-out

           add cons-current to grand-current
           add cons-30 to grand-30
           add cons-60 to grand-60
           add cons-90 to grand-90
           add cons-unapplied to grand-unapplied
           add cons-total to grand-total
           add 1 to consignees-listed.

       600-start-consignee.
           move ar-consignee to prior-consignee
           move "Y" to group-started
           move zero to cons-current
           move zero to cons-30
           move zero to cons-60
           move zero to cons-90
           move zero to cons-unapplied
           move zero to cons-total

           move prior-consignee to ch-consignee-out
           perform 700-find-consignee-name
           write print-rec from blank-spaces
           write print-rec from consignee-header-line.

       700-find-consignee-name.
           move "N" to consignee-found
           move unknown-consignee-name to ch-name-out
           if consignee-table-count > zero
               perform 710-match-consignee-entry
                   varying consignee-sub from 1 by 1
                   until consignee-sub > consignee-table-count
                       or consignee-found = "Y"
           end-if.

       710-match-consignee-entry.
           if cns-id(consignee-sub) = prior-consignee
               move cns-name(consignee-sub) to ch-name-out
               move "Y" to consignee-found
           end-if.

       end program Program15.
