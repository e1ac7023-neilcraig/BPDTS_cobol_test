      * from before placement tracking, treated as never placed
        10  pr-placed-date              pic 9(07)
                                usage packed-decimal.
      * number of the surviving account when this one was merged
      * into it as a duplicate enrollment - the account is closed
      * and lookups are pointed on - spaces otherwise
        10  pr-merged-into              pic X(06).
      * card expiry (YYYYMMDD) - checkouts and holds are refused
      * past it until the address is confirmed and the card renewed
      * - spaces on records from before card expiry was kept
        10  pr-card-expiry-date         pic 9(08).
        10  filler                      pic X(06).
