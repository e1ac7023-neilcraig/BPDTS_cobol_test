       identification division.
       program-id. WidenPatrons.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select old-file assign to disk "C:\Patron.dat"
           organization indexed
           access sequential
           record key op-patron-number.
       select new-file assign to disk "C:\PatronNew.dat"
           organization indexed
           access random
           record key pr-patron-number.

       data division.

       file section.
      * the master as it stood before the merge pointer was added -
      * the first 99 bytes of the current layout, unchanged
       FD  old-file.
       01  old-patron-record.
        10  op-patron-number            pic X(06).
        10  op-patron-body              pic X(93).

       FD  new-file.
       copy "Patron.cpy".

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-converted-count           pic 9(05) value zero.

       procedure division.
       start-para.
           Display "One-time patron master reload to the widened"
               " record".
           Open input old-file.
           Open output new-file.
       read-para.
           read old-file
               at end move "Y" to ws-eof-fg.
           if ws-eof-fg = "Y"
               go report-para
           end-if.
           perform convert-para.
           go read-para.
       convert-para.
           move spaces to patron-record.
           move old-patron-record to patron-record(1:99).
           move spaces to pr-merged-into.
           write patron-record
               invalid key
                   Display "Patron " pr-patron-number
                       " already on new file - skipped"
               not invalid key
                   add 1 to ws-converted-count.
       report-para.
           Display "Records converted : " ws-converted-count.
           Close old-file.
           Close new-file.
           Stop run.
