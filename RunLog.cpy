       01  run-log-record.
        10  rl-run-date                 pic 9(08).
        10  filler                      pic X(01).
        10  rl-step-seq                 pic 9(03).
        10  filler                      pic X(01).
        10  rl-program                  pic X(16).
        10  filler                      pic X(01).
      * S = started, C = completed, F = failed,
      * P = not run - prerequisite step not completed
        10  rl-status                   pic X(01).
        10  filler                      pic X(01).
        10  rl-start-stamp              pic X(17).
        10  filler                      pic X(01).
        10  rl-end-stamp                pic X(17).
        10  filler                      pic X(01).
        10  rl-return-code              pic 9(04).
