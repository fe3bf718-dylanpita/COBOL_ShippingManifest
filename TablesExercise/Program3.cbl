       01  print-rec               picture x(80).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       working-storage section.
       01  input-path          picture x(100)
           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).

       01  grand-units             picture 9(7) value zero.
       01  grand-value             picture 9(7)v99 value zero.
