       01  hist-control-record.
      * days a loan stays tied to its patron in the circulation
      * history once it is checked in - the history purge blanks
      * the patron number after that
        10  hc-retention-days           pic 9(04).
        10  filler                      pic X(01).
        10  hc-changed-date             pic 9(08).
        10  filler                      pic X(01).
        10  hc-changed-by               pic X(08).
        10  filler                      pic X(01).
      * date and row count of the last history purge run
        10  hc-last-purge-date          pic 9(08).
        10  filler                      pic X(01).
        10  hc-last-purge-rows          pic 9(07).
