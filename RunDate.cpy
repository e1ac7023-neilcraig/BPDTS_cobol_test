      * run date handed by the nightly job stream to each step -
      * laid out as a PARM so a step run on its own can be given
      * one the same way
       01  run-date-parm.
        10  rd-length                   pic s9(04) comp.
        10  rd-run-date                 pic 9(08).
