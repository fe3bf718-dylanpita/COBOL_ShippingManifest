       program-id. Program25 as "TablesExercise.Program25".

       environment division.
       input-output section.
       file-control.   select optional old-history-file
                       assign to input-path
                       organization is line sequential.

                       select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select history-archive
                       assign to archive-path
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

       data division.
       file section.
       fd  old-history-file.
       01  old-history-record.
           05  old-run-date        picture 9(8).
           05  old-voyage-id       picture x(8).
           05  old-sailing-date    picture 9(8).
           05  old-ship-name       picture x(20).
           05  old-product         picture x(10).
           05  old-units           picture 9(5).
           05  old-total-value     picture 9(7)v99.
           05  old-consignee       picture x(8).
           05  old-tariff-surcharge picture 9(7)v99.
           05  old-country         picture x(15).
           05  old-entry-type      picture x.
           05  old-orig-run-date   picture 9(8).
           05  old-post-period     picture 9(6).
           05  old-booking-number  picture x(10).

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

       fd  history-archive.
       01  history-archive-rec      picture x(142).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-voyage-id      picture x(8).
           05  sort-ship-name      picture x(20).
           05  sort-release-seq    picture 9(7).
           05  sort-old-line       picture x(125).

       working-storage section.
       01  input-path             picture x(100)
               value "C:\a\exercise8\history.txt".
       01  archive-path           picture x(100) value spaces.
       01  arg-count              picture 9(2) value zero.

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-old-lines   picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".
       01  load-mode              picture x value "H".
           88  load-history           value "H".
           88  convert-archive        value "A".

       01  old-lines-read         picture 9(7) value zero.
       01  lines-written          picture 9(7) value zero.
       01  lines-rejected         picture 9(7) value zero.
       01  value-read             picture 9(11)v99 value zero.
       01  value-written          picture 9(11)v99 value zero.
       01  value-read-out         picture $$$$$$$$$$$9.99.
       01  value-written-out      picture $$$$$$$$$$$9.99.

       01  prior-voyage-id        picture x(8) value spaces.
       01  prior-ship-name        picture x(20) value spaces.
       01  next-line-number       picture 9(5) value zero.

       01  saved-old-line.
           05  sv-run-date         picture 9(8).
           05  sv-voyage-id        picture x(8).
           05  sv-sailing-date     picture 9(8).
           05  sv-ship-name        picture x(20).
           05  sv-product          picture x(10).
           05  sv-units            picture 9(5).
           05  sv-total-value      picture 9(7)v99.
           05  sv-consignee        picture x(8).
           05  sv-tariff-surcharge picture 9(7)v99.
           05  sv-country          picture x(15).
           05  sv-entry-type       picture x.
           05  sv-orig-run-date    picture 9(8).
           05  sv-post-period      picture 9(6).
           05  sv-booking-number   picture x(10).

       01  new-history-line.
           05  new-key.
               10  new-voyage-id   picture x(8).
               10  new-ship-name   picture x(20).
               10  new-line-number picture 9(5).
           05  new-run-date        picture 9(8).
           05  new-sailing-date    picture 9(8).
           05  new-product         picture x(10).
           05  new-units           picture 9(5).
           05  new-total-value     picture 9(7)v99.
           05  new-consignee       picture x(8).
           05  new-tariff-surcharge picture 9(7)v99.
           05  new-country         picture x(15).
           05  new-entry-type      picture x.
           05  new-orig-run-date   picture 9(8).
           05  new-post-period     picture 9(6).
           05  new-booking-number  picture x(10).
           05  new-run-number      picture 9(5).
           05  new-run-sequence    picture 9(7).

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           if load-history
               perform 150-open-history-file
           else
               open output history-archive
           end-if

           sort sort-work-file
               on ascending key sort-voyage-id
                                sort-ship-name
                                sort-release-seq
               input procedure 300-release-old-lines
               output procedure 400-write-new-lines

           if load-history
               close history-file
           else
               close history-archive
           end-if

           move value-read to value-read-out
           move value-written to value-written-out
           display "HISTORY LINES READ:     " old-lines-read
               "  VALUE " value-read-out
           display "HISTORY LINES WRITTEN:  " lines-written
               "  VALUE " value-written-out
           display "HISTORY LINES REJECTED: " lines-rejected
           if old-lines-read = lines-written + lines-rejected
               display "BALANCE OK - RECORD COUNTS AGREE"
           else
               display "** MISMATCH ** RECORD COUNTS DO NOT AGREE"
           end-if

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept input-path from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept archive-path from argument-value
               if archive-path not = spaces
                   move "A" to load-mode
               end-if
           end-if.

       150-open-history-file.
           open input history-file
           if history-file-status = "00"
               read history-file next record
                   at end
                       continue
                   not at end
                       display "HISTORY FILE ALREADY LOADED - "
                           "CONVERSION REFUSED"
                       close history-file
                       stop run
               end-read
           end-if
           close history-file

           open output history-file
           if history-file-status not = "00"
               display "HISTORY FILE OPEN FAILED, STATUS "
                   history-file-status
               stop run
           end-if.

       300-release-old-lines.
           open input old-history-file
           perform until are-there-more-old-lines = "N"
               read old-history-file
                   at end
                       move "N" to are-there-more-old-lines
                   not at end
                       perform 310-release-old-line
               end-read
           end-perform
           close old-history-file.

       310-release-old-line.
           add 1 to old-lines-read
           if old-total-value is numeric
               add old-total-value to value-read
           end-if
           move old-voyage-id to sort-voyage-id
           move old-ship-name to sort-ship-name
           move old-lines-read to sort-release-seq
           move old-history-record to sort-old-line
           release sort-rec.

       400-write-new-lines.
           perform until are-there-more-sorted = "N"
               return sort-work-file
                   at end
                       move "N" to are-there-more-sorted
                   not at end
                       perform 410-convert-line
               end-return
           end-perform.

       410-convert-line.
           if sort-voyage-id not = prior-voyage-id
               or sort-ship-name not = prior-ship-name
               move sort-voyage-id to prior-voyage-id
               move sort-ship-name to prior-ship-name
               move zero to next-line-number
           end-if

           move sort-old-line to saved-old-line
           add 1 to next-line-number

           move sv-voyage-id to new-voyage-id
           move sv-ship-name to new-ship-name
           move next-line-number to new-line-number
           move sv-run-date to new-run-date
           move sv-sailing-date to new-sailing-date
           move sv-product to new-product
           move sv-units to new-units
           move sv-total-value to new-total-value
           move sv-consignee to new-consignee
           move sv-tariff-surcharge to new-tariff-surcharge
           move sv-country to new-country
           move sv-entry-type to new-entry-type
           if new-entry-type = space
               move "M" to new-entry-type
           end-if
           move sv-orig-run-date to new-orig-run-date
           move sv-post-period to new-post-period
           move sv-booking-number to new-booking-number
           move zero to new-run-number
           move zero to new-run-sequence

           if load-history
               write history-record from new-history-line
                   invalid key
                       display "NOT LOADED, STATUS "
                           history-file-status " KEY " new-key
                       add 1 to lines-rejected
                   not invalid key
                       perform 420-count-written
               end-write
           else
               write history-archive-rec from new-history-line
               perform 420-count-written
           end-if.

       420-count-written.
           add 1 to lines-written
           if new-total-value is numeric
               add new-total-value to value-written
           end-if.

       end program Program25.
