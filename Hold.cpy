      * Y once a pickup notice has gone out for this hold, so the
      * nightly run does not mail the same patron twice
        10  hd-notified-fg              pic X(01).
      * date the item was set aside at the pickup branch - the
      * pickup clock runs from here, not from the check-in - zero
      * while the item is still out or on its way, and spaces (not
      * valid packed data) on holds from before it was carried
        10  hd-ready-date               pic 9(08)
                                usage packed-decimal.
        10  filler                      pic X(01).
