       01  branch-record.
        10  br-branch-code              pic X(03).
        10  br-branch-name              pic X(20).
        10  br-street-address           pic X(20).
        10  br-city                     pic X(14).
        10  br-state                    pic X(02).
        10  br-zip                      pic X(10).
      * weekly closures, one byte per weekday Monday thru Sunday -
      * Y = closed that day every week, N = open
        10  br-weekly-closed.
            15  br-closed-weekday       pic X(01) occurs 7 times.
      * dated closures - holidays and one-off shutdowns, YYYYMMDD,
      * zeros in unused slots
        10  br-holiday-table.
            15  br-holiday-date         pic 9(08) occurs 24 times.
        10  filler                      pic X(10).
