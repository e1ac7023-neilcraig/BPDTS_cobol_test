       01  transit-record.
        10  tn-item-id                  pic X(10).
        10  tn-from-branch              pic X(03).
        10  tn-to-branch                pic X(03).
      * R = returning to the owning branch, H = going to the pickup
      * branch to fill the hold of tn-hold-patron
        10  tn-reason                   pic X(01).
        10  tn-hold-patron              pic X(06).
        10  tn-sent-date                pic 9(08).
      * T = in transit, R = received at tn-to-branch
        10  tn-status                   pic X(01).
        10  tn-received-date            pic 9(08).
        10  filler                      pic X(10).
