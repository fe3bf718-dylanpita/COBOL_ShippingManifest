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

                       select optional history-archive
                       assign to archive-path
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
               10  hst-sailing-month picture 9(6).
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

       fd  history-archive.
       01  history-archive-record.
           05  arc-key.
               10  arc-voyage-id   picture x(8).
               10  arc-ship-name   picture x(20).
               10  arc-line-number picture 9(5).
           05  arc-run-date        picture 9(8).
           05  arc-sailing-date    picture 9(8).
           05  arc-sailing-split redefines arc-sailing-date.
               10  arc-sailing-month picture 9(6).
               10  arc-sailing-day   picture 9(2).
           05  arc-product         picture x(10).
           05  arc-units           picture 9(5).
           05  arc-total-value     picture 9(7)v99.
           05  arc-consignee       picture x(8).
           05  arc-tariff-surcharge picture 9(7)v99.
           05  arc-country         picture x(15).
           05  arc-entry-type      picture x.
               88  arc-reversal    value "R".
           05  arc-orig-run-date   picture 9(8).
           05  arc-post-period     picture 9(6).
           05  arc-booking-number  picture x(10).
           05  arc-run-number      picture 9(5).
           05  arc-run-sequence    picture 9(7).

       fd  trend-report-out.
       01  print-rec               picture x(100).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-ship-name      picture x(20).
           05  sort-month          picture 9(6).
           05  sort-units          picture s9(5).
           05  sort-total-value    picture s9(7)v99.

       working-storage section.
       01  report-path            picture x(100)
       01  archive-path           picture x(100) value spaces.
       01  arg-count              picture 9(2) value zero.

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-archive     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".
           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).

       01  prior-ship-name        picture x(20) value spaces.
       01  prior-month            picture 9(6) value zero.
       01  group-started          picture x value "N".
       01  month-units-accum      picture s9(7) value zero.
       01  month-value-accum      picture s9(9)v99 value zero.
       01  have-prior-month       picture x value "N".
       01  prior-month-value      picture s9(9)v99 value zero.
       01  value-change           picture s9(9)v99 value zero.
       01  prior-month-units      picture s9(7) value zero.
       01  units-change           picture s9(7) value zero.

       01  blank-spaces           picture x(100) value spaces.

       200-release-history.
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
                           move hst-sailing-month to sort-month
                           move hst-units to sort-units
                           move hst-total-value to sort-total-value
                           if hst-reversal
                               multiply -1 by sort-units
                               multiply -1 by sort-total-value
                           end-if
                           release sort-rec
                       end-if
               end-read
                           move arc-sailing-month to sort-month
                           move arc-units to sort-units
                           move arc-total-value to sort-total-value
                           if arc-reversal
                               multiply -1 by sort-units
                               multiply -1 by sort-total-value
                           end-if
                           release sort-rec
                       end-if
               end-read
