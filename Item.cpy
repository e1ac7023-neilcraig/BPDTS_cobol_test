      * B = book, P = periodical, V = video
        10  it-item-type                pic X(01).
        10  it-owning-branch            pic X(03).
      * A = available, R = in repair, W = withdrawn,
      * L = lost - set by the lost-item run, cleared on check-in,
      * M = missing - not found at two shelf inventories running
        10  it-item-status              pic X(01).
      * billed when a loan of the item is declared lost - spaces
      * (not valid packed data) on items from before costs were
      * carried, and those take the lost-item run's default
        10  it-replacement-cost         pic 9(03)V9(02)
                                usage packed-decimal.
      * Y when the last shelf inventory of the owning branch did not
      * find the item - a second miss in a row marks it missing
        10  it-inventory-miss-fg        pic X(01).
        10  filler                      pic X(03).
