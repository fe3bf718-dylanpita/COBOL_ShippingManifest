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

                       select optional audit-file
                       assign to "C:\a\exercise8\audit.dat"
                       assign to audit-archive-path
                       organization is line sequential.

                       select audit-keep-work
                       assign to "C:\a\exercise8\audkeep.tmp"
                       organization is line sequential.
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

       fd  audit-file.
       01  audit-record.
           05  audit-rest          picture x(201).

       fd  history-archive.
       01  history-archive-rec      picture x(142).

       fd  audit-archive.
       01  audit-archive-rec        picture x(209).

       fd  audit-keep-work.
       01  audit-keep-rec           picture x(209).

       01  retention-sub          picture 9 value zero.
       01  arg-count              picture 9(2) value zero.

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-audits      picture x value "Y".
       01  are-there-more-kept        picture x value "Y".
           end-evaluate.

       200-archive-history.
           open i-o history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           end-if
           open extend history-archive
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
           end-perform
           close history-file
                 history-archive

           write print-rec from blank-spaces
           move "HISTORY FILE" to fh-file-name-out
           end-if

           if age-days > retention-days
               delete history-file record
                   invalid key
                       display "HISTORY DELETE FAILED, STATUS "
                           history-file-status " KEY " hst-key
                       perform 260-keep-history-record
                   not invalid key
                       write history-archive-rec from history-record
                       add 1 to history-archived-count
                       if hst-total-value is numeric
                           add hst-total-value
                               to history-value-archived
                       end-if
               end-delete
           else
               perform 260-keep-history-record
           end-if.

       260-keep-history-record.
           add 1 to history-kept-count
           if hst-total-value is numeric
               add hst-total-value to history-value-kept
           end-if.

       300-archive-audit.
