       identification division.
       program-id. TransitReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select transit-file assign to disk "C:\Transit.dat"
           organization indexed
           access sequential
           record key tn-item-id.
       select item-file assign to disk "C:\Item.dat"
           organization indexed
           access random
           record key it-item-id.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access random
           record key pr-patron-number.
       select sort-file assign to disk "C:\TransitSort.tmp".
       select slip-file assign to disk "C:\TransitSlips.dat"
           organization line sequential.
       select pack-file assign to disk "C:\TransitList.dat"
           organization line sequential.
       select except-file assign to disk "C:\TransitExcept.dat"
           organization line sequential.

       data division.

       file section.
       FD  transit-file.
       copy "Transit.cpy".

       FD  item-file.
       copy "Item.cpy".

       FD  branch-file.
       copy "Branch.cpy".

       FD  patron-file.
       copy "Patron.cpy".

       SD  sort-file.
       01  sort-record.
        10  ss-to-branch                pic X(03).
        10  ss-from-branch              pic X(03).
        10  ss-item-id                  pic X(10).
        10  ss-reason                   pic X(01).
        10  ss-hold-patron              pic X(06).
        10  ss-sent-date                pic 9(08).

       FD  slip-file.
       01  slip-line                    pic X(80).

       FD  pack-file.
       01  pack-line                    pic X(80).

       FD  except-file.
       01  except-record.
        10  ex-item-id                  pic X(10).
        10  filler                      pic X(01) value space.
        10  ex-from-branch              pic X(03).
        10  filler                      pic X(01) value space.
        10  ex-to-branch                pic X(03).
        10  filler                      pic X(01) value space.
        10  ex-reason                   pic X(01).
        10  filler                      pic X(01) value space.
        10  ex-sent-date                pic 9(08).
        10  filler                      pic X(01) value space.
        10  ex-days-out                 pic 9(05).
        10  filler                      pic X(01) value space.
        10  ex-title                    pic X(30).

       working-storage section.
       01  ws-transit-eof-fg            pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-item-found-fg             pic X(01).
       01  ws-branch-found-fg           pic X(01).
       01  ws-patron-found-fg           pic X(01).
       01  ws-reply                     pic X(20).
       01  ws-late-days                 pic 9(03).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-serial               pic 9(07).
       01  ws-days-out                  pic 9(05).
       01  ws-group-branch              pic X(03).
       01  ws-group-count               pic 9(05).
       01  ws-dn-date                   pic 9(08).
       01  ws-dn-date-r redefines ws-dn-date.
         03  ws-dn-year                pic 9(04).
         03  ws-dn-month               pic 9(02).
         03  ws-dn-day                 pic 9(02).
       01  ws-dn-work                   pic 9(04).
       01  ws-dn-leaps                  pic 9(04).
       01  ws-dn-leap-rem               pic 9(04).
       01  ws-dn-cum-days               pic 9(03).
       01  ws-dn-serial                 pic 9(07).
       01  ws-transit-count             pic 9(05) value zero.
       01  ws-slip-count                pic 9(05) value zero.
       01  ws-late-count                pic 9(05) value zero.
       01  ws-slip-head.
         03  filler                    pic X(17) value
             "TRANSIT SLIP - TO".
         03  filler                    pic X(01) value space.
         03  sh-to-branch              pic X(03).
         03  filler                    pic X(01) value space.
         03  sh-branch-name            pic X(20).
       01  ws-slip-item.
         03  filler                    pic X(06) value "ITEM  ".
         03  si-item-id                pic X(10).
         03  filler                    pic X(01) value space.
         03  si-title                  pic X(30).
       01  ws-slip-from.
         03  filler                    pic X(06) value "FROM  ".
         03  sf-from-branch            pic X(03).
         03  filler                    pic X(07) value "  SENT ".
         03  sf-sent-date              pic 9(08).
       01  ws-slip-hold.
         03  filler                    pic X(16) value
             "HOLD FOR PATRON ".
         03  sd-patron                 pic X(06).
         03  filler                    pic X(01) value space.
         03  sd-first-name             pic X(10).
         03  filler                    pic X(01) value space.
         03  sd-last-name              pic X(12).
       01  ws-slip-return               pic X(30) value
           "RETURN TO OWNING BRANCH".
       01  ws-pack-head.
         03  filler                    pic X(24) value
             "PACKING LIST  TO BRANCH ".
         03  ph-to-branch              pic X(03).
         03  filler                    pic X(01) value space.
         03  ph-branch-name            pic X(20).
         03  filler                    pic X(07) value "  DATE ".
         03  ph-date                   pic 9(08).
       01  ws-pack-detail.
         03  filler                    pic X(02) value spaces.
         03  pd-item-id                pic X(10).
         03  filler                    pic X(01) value space.
         03  pd-title                  pic X(30).
         03  filler                    pic X(07) value "  FROM ".
         03  pd-from-branch            pic X(03).
         03  filler                    pic X(02) value spaces.
         03  pd-reason                 pic X(06).
       01  ws-pack-total.
         03  filler                    pic X(17) value
             "ITEMS TO BRANCH  ".
         03  pt-to-branch              pic X(03).
         03  filler                    pic X(03) value " : ".
         03  pt-count                  pic 9(05).

       procedure division.
       start-para.
           Display "Daily transit slips, packing lists and exceptions".
           Display "Report items in transit longer than how many days,".
           Display "  3 digits zero-padded, or Enter for 005 : ".
           Accept ws-reply.
           if ws-reply = spaces
               move 5 to ws-late-days
           else
               if ws-reply(1:3) is numeric
                   move ws-reply(1:3) to ws-late-days
               else
                   Display "Invalid day count " ws-reply
                       " - using 005"
                   move 5 to ws-late-days
               end-if
           end-if.
           Accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to ws-dn-date.
           perform day-number-para.
           move ws-dn-serial to ws-curr-serial.
           Open input item-file.
           Open input branch-file.
           Open input patron-file.
           Open output slip-file.
           Open output pack-file.
           Open output except-file.
           sort sort-file
               on ascending key ss-to-branch
                                ss-from-branch
                                ss-item-id
               input procedure is read-transit-para
               output procedure is list-para.
           go report-para.
      * only trips still open go to the sort - the overdue check is
      * made here as each one passes
       read-transit-para.
           Open input transit-file.
           perform transit-loop-para thru transit-loop-exit
               until ws-transit-eof-fg = "Y".
           Close transit-file.
       transit-loop-para.
           read transit-file next record
               at end move "Y" to ws-transit-eof-fg.
           if ws-transit-eof-fg = "Y"
               go transit-loop-exit
           end-if.
           if tn-status not = "T"
               go transit-loop-exit
           end-if.
           add 1 to ws-transit-count.
           if tn-sent-date is not numeric
               Display "Item " tn-item-id
                   " invalid transit sent date - not checked"
           else
               move tn-sent-date to ws-dn-date
               perform day-number-para
               compute ws-days-out = ws-curr-serial - ws-dn-serial
               if ws-days-out > ws-late-days
                   perform except-para
               end-if
           end-if.
           move tn-to-branch to ss-to-branch.
           move tn-from-branch to ss-from-branch.
           move tn-item-id to ss-item-id.
           move tn-reason to ss-reason.
           move tn-hold-patron to ss-hold-patron.
           move tn-sent-date to ss-sent-date.
           release sort-record.
       transit-loop-exit.
           exit.
       except-para.
           add 1 to ws-late-count.
           move spaces to except-record.
           move tn-item-id to ex-item-id.
           move tn-from-branch to ex-from-branch.
           move tn-to-branch to ex-to-branch.
           move tn-reason to ex-reason.
           move tn-sent-date to ex-sent-date.
           move ws-days-out to ex-days-out.
           move tn-item-id to it-item-id.
           perform item-read-para.
           if ws-item-found-fg = "Y"
               move it-title to ex-title
           else
               move "(not on item master)" to ex-title
           end-if.
           write except-record.
           Display "Late in transit - item " ex-item-id
               " to " ex-to-branch " sent " ex-sent-date
               " out " ex-days-out " days".
      * a packing list per destination branch, and a slip to go in
      * each item sent today
       list-para.
           move spaces to ws-group-branch.
           move zero to ws-group-count.
           perform sort-return-para.
           perform list-loop-para
               until ws-sort-eof-fg = "Y".
           perform pack-total-para thru pack-total-exit.
       list-loop-para.
           if ss-sent-date not = ws-curr-date
               perform sort-return-para
           else
               if ss-to-branch not = ws-group-branch
                   perform pack-total-para thru pack-total-exit
                   perform pack-head-para
               end-if
               perform slip-para
               perform pack-detail-para
               perform sort-return-para
           end-if.
       pack-head-para.
           move ss-to-branch to ws-group-branch.
           move zero to ws-group-count.
           move ss-to-branch to br-branch-code.
           perform branch-read-para.
           move spaces to ph-branch-name.
           move ss-to-branch to ph-to-branch.
           if ws-branch-found-fg = "Y"
               move br-branch-name to ph-branch-name
           end-if.
           move ws-curr-date to ph-date.
           move spaces to pack-line.
           write pack-line.
           write pack-line from ws-pack-head.
       pack-detail-para.
           add 1 to ws-group-count.
           move ss-item-id to pd-item-id.
           if ws-item-found-fg = "Y"
               move it-title to pd-title
           else
               move "(not on item master)" to pd-title
           end-if.
           move ss-from-branch to pd-from-branch.
           if ss-reason = "H"
               move "HOLD" to pd-reason
           else
               move "RETURN" to pd-reason
           end-if.
           write pack-line from ws-pack-detail.
       pack-total-para.
           if ws-group-count = zero
               go pack-total-exit
           end-if.
           move ws-group-branch to pt-to-branch.
           move ws-group-count to pt-count.
           write pack-line from ws-pack-total.
       pack-total-exit.
           exit.
       slip-para.
           add 1 to ws-slip-count.
           move ss-to-branch to sh-to-branch.
           move ss-to-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "Y"
               move br-branch-name to sh-branch-name
           else
               move spaces to sh-branch-name
           end-if.
           move ss-item-id to it-item-id.
           perform item-read-para.
           move ss-item-id to si-item-id.
           if ws-item-found-fg = "Y"
               move it-title to si-title
           else
               move "(not on item master)" to si-title
           end-if.
           move ss-from-branch to sf-from-branch.
           move ss-sent-date to sf-sent-date.
           move spaces to slip-line.
           write slip-line.
           write slip-line from ws-slip-head.
           write slip-line from ws-slip-item.
           write slip-line from ws-slip-from.
           if ss-reason = "H"
               perform slip-hold-para
           else
               write slip-line from ws-slip-return
           end-if.
       slip-hold-para.
           move spaces to sd-first-name.
           move spaces to sd-last-name.
           move ss-hold-patron to sd-patron.
           move ss-hold-patron to pr-patron-number.
           move "Y" to ws-patron-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-patron-found-fg.
           if ws-patron-found-fg = "Y"
               move pr-first-name to sd-first-name
               move pr-last-name to sd-last-name
           end-if.
           write slip-line from ws-slip-hold.
       item-read-para.
           move "Y" to ws-item-found-fg.
           read item-file
               key is it-item-id
               invalid key move "N" to ws-item-found-fg.
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       sort-return-para.
           return sort-file
               at end move "Y" to ws-sort-eof-fg.
       day-number-para.
           compute ws-dn-work = ws-dn-year - 1.
           divide ws-dn-work by 4 giving ws-dn-leaps.
           evaluate ws-dn-month
               when 1
                   move 0 to ws-dn-cum-days
               when 2
                   move 31 to ws-dn-cum-days
               when 3
                   move 59 to ws-dn-cum-days
               when 4
                   move 90 to ws-dn-cum-days
               when 5
                   move 120 to ws-dn-cum-days
               when 6
                   move 151 to ws-dn-cum-days
               when 7
                   move 181 to ws-dn-cum-days
               when 8
                   move 212 to ws-dn-cum-days
               when 9
                   move 243 to ws-dn-cum-days
               when 10
                   move 273 to ws-dn-cum-days
               when 11
                   move 304 to ws-dn-cum-days
               when other
                   move 334 to ws-dn-cum-days
           end-evaluate.
           compute ws-dn-serial = ws-dn-year * 365
               + ws-dn-leaps + ws-dn-cum-days + ws-dn-day.
           if ws-dn-month > 2
               divide ws-dn-year by 4 giving ws-dn-work
                   remainder ws-dn-leap-rem
               if ws-dn-leap-rem = zero
                   add 1 to ws-dn-serial
               end-if
           end-if.
       report-para.
           Display "Items in transit      : " ws-transit-count.
           Display "Slips printed today   : " ws-slip-count.
           Display "Late in transit       : " ws-late-count.
           Close item-file.
           Close branch-file.
           Close patron-file.
           Close slip-file.
           Close pack-file.
           Close except-file.
           goback.
