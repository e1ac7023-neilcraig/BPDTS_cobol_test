           record key it-item-id.
       select notice-file assign to disk "C:\HoldNotices.dat"
           organization line sequential.
       select transit-file assign to disk "C:\Transit.dat"
           organization indexed
           access random
           record key tn-item-id.

       data division.

       FD  item-file.
       copy "Item.cpy".

       FD  transit-file.
       copy "Transit.cpy".

       FD  notice-file.
       01  notice-record.
        10  hn-first-name               pic X(10).
       01  ws-item-found-fg             pic X(01).
       01  ws-loan-eof-fg               pic X(01).
       01  ws-on-loan-fg                pic X(01).
       01  ws-in-transit-fg             pic X(01).
       01  ws-transit-found-fg          pic X(01).
       01  ws-routed-fg                 pic X(01).
      * where an expired set-aside hold left the item waiting
       01  ws-shelf-branch              pic X(03).
       01  ws-reply                     pic X(20).
       01  ws-purge-days                pic 9(03).
       01  ws-curr-date                 pic 9(08).
       01  ws-purged-count              pic 9(05) value zero.
       01  ws-pickup-count              pic 9(05) value zero.
       01  ws-expire-count              pic 9(05) value zero.
       01  ws-transit-count             pic 9(05) value zero.
      * one item's queue held in storage while it is deleted and
      * written back with the gaps closed up
       01  ws-queue-table.
           05  tb-type                 pic X(01).
           05  tb-placed               pic 9(08).
           05  tb-notified             pic X(01).
           05  tb-ready                pic 9(08).

       procedure division.
       start-para.
           move ws-curr-date to ws-cutoff-date.
           perform cutoff-para.
           Display "Purging holds placed before " ws-cutoff-date.
           Display "  or ready for pickup before " ws-cutoff-date.
           Display "  - none while the item is in transit".
           Open i-o hold-file.
           Open input patron-file.
           Open input loan-file.
           Open input item-file.
           Open i-o transit-file.
           Open output notice-file.
           move spaces to ws-group-item.
           move low-values to hd-item-id.
           move hd-item-type to tb-type (ws-group-count).
           move hd-placed-date to tb-placed (ws-group-count).
           move hd-notified-fg to tb-notified (ws-group-count).
           if hd-ready-date is numeric
               move hd-ready-date to tb-ready (ws-group-count)
           else
               move zero to tb-ready (ws-group-count)
           end-if.
           go read-para.
      * delete the whole queue for one item, drop the expired
      * holds, and write the survivors back numbered from 1 so
               move spaces to ws-group-item
               go group-para-exit
           end-if.
           perform transit-check-para.
           perform group-del-para
               varying ws-ix from 1 by 1
               until ws-ix > ws-group-count.
           move zero to ws-new-seq.
           move spaces to ws-shelf-branch.
           perform group-out-para
               varying ws-ix from 1 by 1
               until ws-ix > ws-group-count.
               invalid key
                   Display "Hold " hd-hold-key
                       " vanished during run - skipped".
      * a hold set aside at the pickup branch expires on the date
      * it became ready - one still waiting for its item expires on
      * the date it was placed, except that nothing expires while
      * the item is on its way between branches
       group-out-para.
           if ws-in-transit-fg = "N"
               and ((tb-ready (ws-ix) > zero
                     and tb-ready (ws-ix) < ws-cutoff-date)
                 or (tb-ready (ws-ix) = zero
                     and tb-placed (ws-ix) < ws-cutoff-date))
               add 1 to ws-purged-count
               move "EXPIRE" to ws-notice-type
               move tb-patron (ws-ix) to ws-notice-patron
               perform notice-para thru notice-para-exit
               if tb-ready (ws-ix) > zero
                   and ws-found-fg = "Y"
                   move pr-home-branch to ws-shelf-branch
               end-if
           else
               add 1 to ws-new-seq
               move ws-group-item to hd-item-id
               move tb-type (ws-ix) to hd-item-type
               move tb-placed (ws-ix) to hd-placed-date
               move tb-notified (ws-ix) to hd-notified-fg
               move tb-ready (ws-ix) to hd-ready-date
               if ws-new-seq = 1
                   and hd-notified-fg not = "Y"
                   and ws-in-transit-fg = "N"
                   perform item-loan-scan-para
                   move "N" to ws-routed-fg
                   if ws-on-loan-fg = "N"
                       perform hold-route-para thru hold-route-para-exit
                   end-if
                   if ws-on-loan-fg = "N"
                       and ws-routed-fg = "N"
                       move "PICKUP" to ws-notice-type
                       move hd-patron-number to ws-notice-patron
                       perform notice-para thru notice-para-exit
                       move "Y" to hd-notified-fg
                       if hd-ready-date = zero
                           move ws-curr-date to hd-ready-date
                       end-if
                   end-if
               end-if
               write hold-record
                       Display "Hold " hd-hold-key
                           " could not be written back"
           end-if.
      * the next patron in line after an expired set-aside hold
      * may collect at another branch - the item is then sent on
      * and the pickup notice waits until it arrives there
       hold-route-para.
           if ws-shelf-branch = spaces
               go hold-route-para-exit
           end-if.
           move hd-patron-number to pr-patron-number.
           move "Y" to ws-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-found-fg.
           if ws-found-fg = "N"
               or pr-home-branch = spaces
               or pr-home-branch = ws-shelf-branch
               go hold-route-para-exit
           end-if.
           move "Y" to ws-routed-fg.
           move "N" to hd-notified-fg.
           move zero to hd-ready-date.
           move spaces to transit-record.
           move ws-group-item to tn-item-id.
           move ws-shelf-branch to tn-from-branch.
           move pr-home-branch to tn-to-branch.
           move "H" to tn-reason.
           move hd-patron-number to tn-hold-patron.
           move ws-curr-date to tn-sent-date.
           move "T" to tn-status.
           move zero to tn-received-date.
           write transit-record
               invalid key
                   rewrite transit-record.
           add 1 to ws-transit-count.
           Display "Item " ws-group-item " set aside at branch "
               ws-shelf-branch " - send to branch " pr-home-branch
               " for hold of patron " hd-patron-number.
       hold-route-para-exit.
           exit.
       transit-check-para.
           move ws-group-item to tn-item-id.
           move "Y" to ws-transit-found-fg.
           read transit-file
               key is tn-item-id
               invalid key move "N" to ws-transit-found-fg.
           if ws-transit-found-fg = "Y"
               and tn-status = "T"
               move "Y" to ws-in-transit-fg
           else
               move "N" to ws-in-transit-fg
           end-if.
      * no pickup notice while the item is still out - the loan
      * file is keyed by patron then item, so finding a loan of
      * one item means walking the whole file
           Display "Holds purged      : " ws-purged-count.
           Display "Pickup notices    : " ws-pickup-count.
           Display "Expiry notices    : " ws-expire-count.
           Display "Sent on in transit: " ws-transit-count.
           Close hold-file.
           Close patron-file.
           Close loan-file.
           Close item-file.
           Close transit-file.
           Close notice-file.
           goback.
