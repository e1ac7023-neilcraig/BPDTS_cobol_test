       01  run-control-record.
      * one row per step of the overnight job stream, in run order
        10  rc-step-seq                 pic 9(03).
        10  filler                      pic X(01).
      * program called for the step - a nonzero return code from
      * it means the step failed
        10  rc-program                  pic X(16).
        10  filler                      pic X(01).
      * Y = run on the last day of the month only
        10  rc-month-end-fg             pic X(01).
        10  filler                      pic X(01).
      * step that must have completed for this run date before
      * this one may start - 000 for none
        10  rc-prereq-seq               pic 9(03).
        10  filler                      pic X(01).
      * S = stop the job stream when this step fails or cannot
      * start, C = carry on with the steps after it
        10  rc-fail-action              pic X(01).
        10  filler                      pic X(01).
        10  rc-description              pic X(30).
