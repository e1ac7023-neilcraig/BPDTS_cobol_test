            15  ln-due-day              pic 9(02).
        10  ln-fined-thru-date          pic 9(08).
        10  ln-renewal-count            pic 9(02).
      * Y once the lost-item run has declared the loan lost - no
      * more overdue fines are assessed, and the replacement charge
      * billed is kept so a later check-in can credit it back
        10  ln-lost-fg                  pic X(01).
        10  ln-lost-charge              pic 9(03)V9(02)
                                usage packed-decimal.
        10  filler                      pic X(01).
