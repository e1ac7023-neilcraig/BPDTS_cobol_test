       identification division.
       program-id. CollectionUsage.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select item-file assign to disk "C:\Item.dat"
           organization indexed
           access sequential
           record key it-item-id.
       select circhist-file assign to disk "C:\CircHist.dat"
           organization line sequential.
       select hold-file assign to disk "C:\Hold.dat"
           organization indexed
           access sequential
           record key hd-hold-key.
       select branch-file assign to disk "C:\Branch.dat"
           organization indexed
           access random
           record key br-branch-code.
       select activity-sort assign to disk "C:\UsageSort1.tmp".
       select usage-work assign to disk "C:\UsageWork.tmp"
           organization line sequential.
       select branch-sort assign to disk "C:\UsageSort2.tmp".
       select usage-sorted assign to disk "C:\UsageSorted.tmp"
           organization line sequential.
       select title-sort assign to disk "C:\UsageSort3.tmp".
       select title-work assign to disk "C:\TitleWork.tmp"
           organization line sequential.
       select rank-sort assign to disk "C:\UsageSort4.tmp".
       select title-sorted assign to disk "C:\TitleSorted.tmp"
           organization line sequential.
       select report-file assign to disk "C:\CollectionUsage.dat"
           organization line sequential.

       data division.

       file section.
       FD  item-file.
       copy "Item.cpy".

       FD  circhist-file.
       copy "CircHist.cpy".

       FD  hold-file.
       copy "Hold.cpy".

       FD  branch-file.
       copy "Branch.cpy".

      * one row per circulation event or open hold, in item order
       SD  activity-sort.
       01  activity-record.
        10  sa-item-id                  pic X(10).
      * O = checkout, R = renewal, H = open hold
        10  sa-source                   pic X(01).
        10  sa-date                     pic 9(08).

      * one row per item, with its usage totals
       FD  usage-work.
       01  usage-work-record.
        10  uw-branch                   pic X(03).
        10  uw-item-type                pic X(01).
        10  uw-item-id                  pic X(10).
        10  uw-title                    pic X(30).
        10  uw-item-status              pic X(01).
        10  uw-checkouts-12             pic 9(05).
        10  uw-checkouts-36             pic 9(05).
        10  uw-renewals-12              pic 9(05).
        10  uw-renewals-36              pic 9(05).
        10  uw-last-checkout            pic 9(08).
        10  uw-holds                    pic 9(03).
        10  uw-weed-fg                  pic X(01).

       SD  branch-sort.
       01  branch-sort-record.
        10  sb-branch                   pic X(03).
        10  sb-item-type                pic X(01).
        10  sb-item-id                  pic X(10).
        10  filler                      pic X(63).

       FD  usage-sorted.
       01  usage-sorted-record.
        10  us-branch                   pic X(03).
        10  us-item-type                pic X(01).
        10  us-item-id                  pic X(10).
        10  us-title                    pic X(30).
        10  us-item-status              pic X(01).
        10  us-checkouts-12             pic 9(05).
        10  us-checkouts-36             pic 9(05).
        10  us-renewals-12              pic 9(05).
        10  us-renewals-36              pic 9(05).
        10  us-last-checkout            pic 9(08).
        10  us-holds                    pic 9(03).
        10  us-weed-fg                  pic X(01).

       SD  title-sort.
       01  title-sort-record.
        10  st-title                    pic X(30).
        10  st-holds                    pic 9(03).

      * one row per held title - holds across all its copies
       FD  title-work.
       01  title-work-record.
        10  tw-holds                    pic 9(05).
        10  tw-copies                   pic 9(05).
        10  tw-title                    pic X(30).

       SD  rank-sort.
       01  rank-sort-record.
        10  sr-holds                    pic 9(05).
        10  sr-copies                   pic 9(05).
        10  sr-title                    pic X(30).

       FD  title-sorted.
       01  title-sorted-record.
        10  ts-holds                    pic 9(05).
        10  ts-copies                   pic 9(05).
        10  ts-title                    pic X(30).

       FD  report-file.
       01  report-line                  pic X(100).

       working-storage section.
       01  ws-hist-eof-fg               pic X(01) value "N".
       01  ws-hold-eof-fg               pic X(01) value "N".
       01  ws-item-eof-fg               pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-work-eof-fg               pic X(01) value "N".
       01  ws-branch-found-fg           pic X(01).
       01  ws-branch-filter             pic X(03).
       01  ws-reply                     pic X(20).
       01  ws-weed-months               pic 9(03).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-date-r redefines ws-curr-date.
         03  ws-curr-year              pic 9(04).
         03  ws-curr-month             pic 9(02).
         03  ws-curr-day               pic 9(02).
       01  ws-cutoff-12                 pic 9(08).
       01  ws-cutoff-36                 pic 9(08).
       01  ws-cutoff-weed               pic 9(08).
       01  ws-cutoff-weed-r redefines ws-cutoff-weed.
         03  ws-weed-year              pic 9(04).
         03  ws-weed-month             pic 9(02).
         03  ws-weed-day               pic 9(02).
       01  ws-month-count               pic 9(06).
       01  ws-group-item                pic X(10).
       01  ws-checkouts-12              pic 9(05).
       01  ws-checkouts-36              pic 9(05).
       01  ws-renewals-12               pic 9(05).
       01  ws-renewals-36               pic 9(05).
       01  ws-last-checkout             pic 9(08).
       01  ws-holds                     pic 9(03).
       01  ws-group-branch              pic X(03).
       01  ws-group-type                pic X(01).
       01  ws-group-items               pic 9(05).
       01  ws-group-weeds               pic 9(05).
       01  ws-title-holds               pic 9(05).
       01  ws-title-copies              pic 9(05).
       01  ws-title-name                pic X(30).
       01  ws-items-listed              pic 9(07) value zero.
       01  ws-weed-total                pic 9(07) value zero.
       01  ws-titles-listed             pic 9(05) value zero.
       01  ws-title-head.
         03  filler                    pic X(10) value "BRANCH ".
         03  th-branch                 pic X(03).
         03  filler                    pic X(01) value space.
         03  th-branch-name            pic X(20).
         03  filler                    pic X(07) value "  TYPE ".
         03  th-item-type              pic X(01).
       01  ws-column-head.
         03  filler                    pic X(42) value
             "ITEM       TITLE".
         03  filler                    pic X(58) value
             "CO-12 CO-36 RN-12 RN-36 LAST-OUT HOLDS ST WEED".
       01  ws-detail-line.
         03  dl-item-id                pic X(10).
         03  filler                    pic X(01) value space.
         03  dl-title                  pic X(30).
         03  filler                    pic X(01) value space.
         03  dl-checkouts-12           pic zzzz9.
         03  filler                    pic X(01) value space.
         03  dl-checkouts-36           pic zzzz9.
         03  filler                    pic X(01) value space.
         03  dl-renewals-12            pic zzzz9.
         03  filler                    pic X(01) value space.
         03  dl-renewals-36            pic zzzz9.
         03  filler                    pic X(01) value space.
         03  dl-last-checkout          pic X(08).
         03  filler                    pic X(01) value space.
         03  dl-holds                  pic zzzz9.
         03  filler                    pic X(01) value space.
         03  dl-item-status            pic X(01).
         03  filler                    pic X(02) value spaces.
         03  dl-weed                   pic X(04).
       01  ws-group-total.
         03  filler                    pic X(08) value "  ITEMS ".
         03  gt-items                  pic zzzz9.
         03  filler                    pic X(21) value
             "   WEED CANDIDATES : ".
         03  gt-weeds                  pic zzzz9.
       01  ws-rank-head.
         03  filler                    pic X(50) value
             "MOST-HELD TITLES".
       01  ws-rank-column.
         03  filler                    pic X(50) value
             "TITLE                           HOLDS COPIES RATIO".
       01  ws-rank-line.
         03  rl-title                  pic X(30).
         03  filler                    pic X(01) value space.
         03  rl-holds                  pic zzzz9.
         03  filler                    pic X(02) value spaces.
         03  rl-copies                 pic zzzz9.
         03  filler                    pic X(01) value space.
         03  rl-ratio                  pic zz9.99.

       procedure division.
       start-para.
           Display "Collection usage and weeding-candidate report".
           Display "Weeding period - no checkouts in how many months,".
           Display "  3 digits zero-padded, or Enter for 036 : ".
           Accept ws-reply.
           if ws-reply = spaces
               move 36 to ws-weed-months
           else
               if ws-reply(1:3) is numeric
                   and ws-reply(1:3) not = "000"
                   move ws-reply(1:3) to ws-weed-months
               else
                   Display "Invalid month count " ws-reply
                       " - using 036"
                   move 36 to ws-weed-months
               end-if
           end-if.
           Open input branch-file.
       branch-para.
           Display "Owning branch to select, or Enter for all : ".
           Accept ws-branch-filter.
           if ws-branch-filter not = spaces
               move ws-branch-filter to br-branch-code
               perform branch-read-para
               if ws-branch-found-fg = "N"
                   Display "Unknown branch code " ws-branch-filter
                       " - enter a code on the branch master"
                   go branch-para
               end-if
           end-if.
           Accept ws-curr-date from date yyyymmdd.
           compute ws-cutoff-12 = ws-curr-date - 10000.
           compute ws-cutoff-36 = ws-curr-date - 30000.
           compute ws-month-count = ws-curr-year * 12
               + ws-curr-month - 1 - ws-weed-months.
           divide ws-month-count by 12 giving ws-weed-year
               remainder ws-weed-month.
           add 1 to ws-weed-month.
           move ws-curr-day to ws-weed-day.
           Display "Weeding candidates - no checkout since "
               ws-cutoff-weed " and no open holds".
           Open output report-file.
           Open output usage-work.
           sort activity-sort
               on ascending key sa-item-id
                                sa-source
               input procedure is collect-para
               output procedure is match-para.
           Close usage-work.
           sort branch-sort
               on ascending key sb-branch
                                sb-item-type
                                sb-item-id
               using usage-work
               giving usage-sorted.
           perform usage-report-para.
           sort title-sort
               on ascending key st-title
               input procedure is title-in-para
               output procedure is title-out-para.
           sort rank-sort
               on descending key sr-holds
               on ascending key sr-title
               using title-work
               giving title-sorted.
           perform rank-report-para.
           go report-para.
      * checkouts and renewals from the journal, and the open holds,
      * sorted together by item
       collect-para.
           Open input circhist-file.
           perform hist-loop-para thru hist-loop-exit
               until ws-hist-eof-fg = "Y".
           Close circhist-file.
           Open input hold-file.
           perform hold-loop-para thru hold-loop-exit
               until ws-hold-eof-fg = "Y".
           Close hold-file.
       hist-loop-para.
           read circhist-file
               at end move "Y" to ws-hist-eof-fg.
           if ws-hist-eof-fg = "Y"
               go hist-loop-exit
           end-if.
           if ch-trans-type not = "O"
               and ch-trans-type not = "R"
               go hist-loop-exit
           end-if.
           if ch-timestamp(1:8) is not numeric
               go hist-loop-exit
           end-if.
           move ch-item-id to sa-item-id.
           move ch-trans-type to sa-source.
           move ch-timestamp(1:8) to sa-date.
           release activity-record.
       hist-loop-exit.
           exit.
       hold-loop-para.
           read hold-file next record
               at end move "Y" to ws-hold-eof-fg.
           if ws-hold-eof-fg = "Y"
               go hold-loop-exit
           end-if.
           move hd-item-id to sa-item-id.
           move "H" to sa-source.
           move zero to sa-date.
           release activity-record.
       hold-loop-exit.
           exit.
      * two-file match - activity groups and the item master both
      * arrive in item-id order - activity for an item no longer on
      * the master is dropped
       match-para.
           Open input item-file.
           perform sort-return-para.
           perform item-read-para.
           perform match-loop-para
               until ws-sort-eof-fg = "Y"
                 and ws-item-eof-fg = "Y".
           Close item-file.
       match-loop-para.
           if ws-sort-eof-fg = "Y"
               or (ws-item-eof-fg = "N"
                   and it-item-id < sa-item-id)
               perform usage-clear-para
               perform usage-para thru usage-para-exit
               perform item-read-para
           else
               perform group-roll-para
               if ws-item-eof-fg = "N"
                   and ws-group-item = it-item-id
                   perform usage-para thru usage-para-exit
                   perform item-read-para
               end-if
           end-if.
       usage-clear-para.
           move zero to ws-checkouts-12.
           move zero to ws-checkouts-36.
           move zero to ws-renewals-12.
           move zero to ws-renewals-36.
           move zero to ws-last-checkout.
           move zero to ws-holds.
       group-roll-para.
           move sa-item-id to ws-group-item.
           perform usage-clear-para.
           perform group-row-para
               until ws-sort-eof-fg = "Y"
                  or sa-item-id not = ws-group-item.
       group-row-para.
           evaluate sa-source
               when "O"
                   if sa-date > ws-last-checkout
                       move sa-date to ws-last-checkout
                   end-if
                   if sa-date not < ws-cutoff-36
                       add 1 to ws-checkouts-36
                   end-if
                   if sa-date not < ws-cutoff-12
                       add 1 to ws-checkouts-12
                   end-if
               when "R"
                   if sa-date not < ws-cutoff-36
                       add 1 to ws-renewals-36
                   end-if
                   if sa-date not < ws-cutoff-12
                       add 1 to ws-renewals-12
                   end-if
               when other
                   add 1 to ws-holds
           end-evaluate.
           perform sort-return-para.
      * a weeding candidate is an item still in the collection that
      * has gone unborrowed for the whole period with nobody waiting
       usage-para.
           if ws-branch-filter not = spaces
               and it-owning-branch not = ws-branch-filter
               go usage-para-exit
           end-if.
           move it-owning-branch to uw-branch.
           move it-item-type to uw-item-type.
           move it-item-id to uw-item-id.
           move it-title to uw-title.
           move it-item-status to uw-item-status.
           move ws-checkouts-12 to uw-checkouts-12.
           move ws-checkouts-36 to uw-checkouts-36.
           move ws-renewals-12 to uw-renewals-12.
           move ws-renewals-36 to uw-renewals-36.
           move ws-last-checkout to uw-last-checkout.
           move ws-holds to uw-holds.
           move "N" to uw-weed-fg.
           if it-item-status = "A"
               and ws-last-checkout < ws-cutoff-weed
               and ws-holds = zero
               move "Y" to uw-weed-fg
           end-if.
           write usage-work-record.
       usage-para-exit.
           exit.
      * section 1 - every item by owning branch and item type
       usage-report-para.
           Open input usage-sorted.
           move spaces to ws-group-branch.
           move spaces to ws-group-type.
           move zero to ws-group-items.
           move zero to ws-group-weeds.
           move "N" to ws-work-eof-fg.
           perform usage-read-para.
           perform usage-line-para
               until ws-work-eof-fg = "Y".
           perform group-total-para thru group-total-exit.
           Close usage-sorted.
       usage-read-para.
           read usage-sorted
               at end move "Y" to ws-work-eof-fg.
       usage-line-para.
           if us-branch not = ws-group-branch
               or us-item-type not = ws-group-type
               perform group-total-para thru group-total-exit
               perform group-head-para
           end-if.
           add 1 to ws-group-items.
           add 1 to ws-items-listed.
           move us-item-id to dl-item-id.
           move us-title to dl-title.
           move us-checkouts-12 to dl-checkouts-12.
           move us-checkouts-36 to dl-checkouts-36.
           move us-renewals-12 to dl-renewals-12.
           move us-renewals-36 to dl-renewals-36.
           if us-last-checkout = zero
               move "NEVER" to dl-last-checkout
           else
               move us-last-checkout to dl-last-checkout
           end-if.
           move us-holds to dl-holds.
           move us-item-status to dl-item-status.
           if us-weed-fg = "Y"
               move "WEED" to dl-weed
               add 1 to ws-group-weeds
               add 1 to ws-weed-total
           else
               move spaces to dl-weed
           end-if.
           write report-line from ws-detail-line.
           perform usage-read-para.
       group-head-para.
           move us-branch to ws-group-branch.
           move us-item-type to ws-group-type.
           move zero to ws-group-items.
           move zero to ws-group-weeds.
           move us-branch to th-branch.
           move us-branch to br-branch-code.
           perform branch-read-para.
           if ws-branch-found-fg = "Y"
               move br-branch-name to th-branch-name
           else
               move spaces to th-branch-name
           end-if.
           move us-item-type to th-item-type.
           move spaces to report-line.
           write report-line.
           write report-line from ws-title-head.
           write report-line from ws-column-head.
       group-total-para.
           if ws-group-items = zero
               go group-total-exit
           end-if.
           move ws-group-items to gt-items.
           move ws-group-weeds to gt-weeds.
           write report-line from ws-group-total.
       group-total-exit.
           exit.
      * section 2 - holds and copies summed over every copy of a
      * title still in the collection
       title-in-para.
           Open input usage-work.
           move "N" to ws-work-eof-fg.
           perform title-loop-para thru title-loop-exit
               until ws-work-eof-fg = "Y".
           Close usage-work.
       title-loop-para.
           read usage-work
               at end move "Y" to ws-work-eof-fg.
           if ws-work-eof-fg = "Y"
               go title-loop-exit
           end-if.
           if uw-item-status = "W"
               go title-loop-exit
           end-if.
           move uw-title to st-title.
           move uw-holds to st-holds.
           release title-sort-record.
       title-loop-exit.
           exit.
       title-out-para.
           Open output title-work.
           move "N" to ws-sort-eof-fg.
           perform title-return-para.
           perform title-group-para
               until ws-sort-eof-fg = "Y".
           Close title-work.
       title-group-para.
           move st-title to ws-title-name.
           move zero to ws-title-holds.
           move zero to ws-title-copies.
           perform title-row-para
               until ws-sort-eof-fg = "Y"
                  or st-title not = ws-title-name.
           if ws-title-holds > zero
               move ws-title-holds to tw-holds
               move ws-title-copies to tw-copies
               move ws-title-name to tw-title
               write title-work-record
           end-if.
       title-row-para.
           add 1 to ws-title-copies.
           add st-holds to ws-title-holds.
           perform title-return-para.
       title-return-para.
           return title-sort
               at end move "Y" to ws-sort-eof-fg.
       rank-report-para.
           move spaces to report-line.
           write report-line.
           write report-line from ws-rank-head.
           write report-line from ws-rank-column.
           Open input title-sorted.
           move "N" to ws-work-eof-fg.
           perform rank-read-para.
           perform rank-line-para
               until ws-work-eof-fg = "Y".
           Close title-sorted.
       rank-read-para.
           read title-sorted
               at end move "Y" to ws-work-eof-fg.
       rank-line-para.
           add 1 to ws-titles-listed.
           move ts-title to rl-title.
           move ts-holds to rl-holds.
           move ts-copies to rl-copies.
           compute rl-ratio rounded = ts-holds / ts-copies
               on size error
                   move 999.99 to rl-ratio
           end-compute.
           write report-line from ws-rank-line.
           perform rank-read-para.
       branch-read-para.
           move "Y" to ws-branch-found-fg.
           read branch-file
               key is br-branch-code
               invalid key move "N" to ws-branch-found-fg.
       sort-return-para.
           return activity-sort
               at end move "Y" to ws-sort-eof-fg.
       item-read-para.
           read item-file next record
               at end move "Y" to ws-item-eof-fg.
       report-para.
           Display "Items listed         : " ws-items-listed.
           Display "Weeding candidates   : " ws-weed-total.
           Display "Held titles listed   : " ws-titles-listed.
           Close branch-file.
           Close report-file.
           Stop run.
