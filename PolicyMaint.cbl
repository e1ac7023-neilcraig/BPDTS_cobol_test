           record key po-privilege-status.
       select seclog-file assign to disk "C:\SecurityLog.dat"
           organization line sequential.
       select optional hctl-file assign to disk "C:\HistControl.dat"
           organization line sequential.

       data division.

       FD  seclog-file.
       copy "SecurityLog.cpy".

       FD  hctl-file.
       copy "HistControl.cpy".

       working-storage section.
       01  ws-priv-status               pic X(01).
       01  ws-found-fg                  pic X(01).
       01  ws-hctl-found-fg             pic X(01).
      * the control record is kept here between reading it and
      * writing it back
       copy "HistControl.cpy" replacing ==hist-control-record== by
           ==ws-hctl-image== leading ==hc-== by ==hw-==.
       01  ws-reply                     pic X(20).
       01  ws-reply-fees redefines ws-reply
                                        pic 9(03)v9(02).
           Display "Borrowing policy maintenance module".
       read-para.
           Display "Privilege status - N)ormal, M)inor, S)enior,".
           Display "  R)etention of circulation history,".
           Display "  or Send to exit : ".
           Accept ws-priv-status.
           If ws-priv-status = spaces
               when "S"
               when "s"
                   move "S" to ws-priv-status
               when "R"
               when "r"
                   perform retention-para thru retention-para-exit
                   go read-para
               when other
                   Display "Invalid privilege status " ws-priv-status
                   go read-para
                       " - field not changed"
               end-if
           end-if.
      * the history retention period is a single control record,
      * rewritten whole when it is changed
       retention-para.
           move "N" to ws-hctl-found-fg.
           Open input hctl-file.
           read hctl-file
               at end move "N" to ws-hctl-found-fg
               not at end
                   move "Y" to ws-hctl-found-fg
                   move hist-control-record to ws-hctl-image.
           Close hctl-file.
           if ws-hctl-found-fg = "N"
               or hw-retention-days is not numeric
               Display "No history retention period on file"
               move spaces to ws-hctl-image
               move zero to hw-retention-days
               move zero to hw-last-purge-date
               move zero to hw-last-purge-rows
           else
               Display "History retention " hw-retention-days
                   " days, set " hw-changed-date
                   " by " hw-changed-by
               if hw-last-purge-date is numeric
                   and hw-last-purge-date > zero
                   Display "  last purge " hw-last-purge-date
                       ", " hw-last-purge-rows " rows blanked"
               end-if
           end-if.
           Display "Retention days, 4 digits zero-padded ("
               hw-retention-days ") : ".
           Accept ws-reply.
           if ws-reply = spaces
               go retention-para-exit
           end-if.
           if ws-reply(1:4) is not numeric
               or ws-reply(1:4) = "0000"
               Display "Invalid retention value " ws-reply
                   " - field not changed"
               go retention-para-exit
           end-if.
           move ws-reply(1:4) to hw-retention-days.
           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to hw-changed-date.
           move so-operator-id to hw-changed-by.
           Open output hctl-file.
           write hist-control-record from ws-hctl-image.
           Close hctl-file.
           move "RETENTION CHANGED" to sl-event.
           perform seclog-write-para.
           Display "History retention set to " hw-retention-days
               " days".
       retention-para-exit.
           exit.
       seclog-write-para.
           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.
