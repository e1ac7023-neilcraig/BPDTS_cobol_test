       identification division.
       program-id. HistPurge.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select circhist-file assign to disk "C:\CircHist.dat"
           organization line sequential.
       select optional hctl-file assign to disk "C:\HistControl.dat"
           organization line sequential.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access random
           record key pr-patron-number.
       select seclog-file assign to disk "C:\SecurityLog.dat"
           organization line sequential.
       select loan-sort assign to disk "C:\HistSort1.tmp".
       select work-file assign to disk "C:\HistWork.tmp"
           organization line sequential.
       select order-sort assign to disk "C:\HistSort2.tmp".
       select report-file assign to disk "C:\HistPurge.dat"
           organization line sequential.

       data division.

       file section.
       FD  circhist-file.
       copy "CircHist.cpy".

       FD  hctl-file.
       copy "HistControl.cpy".

       FD  patron-file.
       copy "Patron.cpy".

       FD  seclog-file.
       copy "SecurityLog.cpy".

      * the journal by patron and item, so each loan's rows arrive
      * together and in time order
       SD  loan-sort.
       01  loan-sort-record.
        10  ls-patron                   pic X(06).
        10  ls-item                     pic X(10).
        10  ls-timestamp                pic X(17).
        10  ls-seq                      pic 9(09).
        10  ls-image                    pic X(52).

      * each row with its place in the original journal
       FD  work-file.
       01  work-record.
        10  wk-seq                      pic 9(09).
        10  wk-image                    pic X(52).

       SD  order-sort.
       01  order-sort-record.
        10  so-seq                      pic 9(09).
        10  so-image                    pic X(52).

       FD  report-file.
       01  report-line                  pic X(80).

       working-storage section.
       01  ws-hist-eof-fg               pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-hctl-found-fg             pic X(01).
      * the control record is kept here between reading it and
      * writing it back
       copy "HistControl.cpy" replacing ==hist-control-record== by
           ==ws-hctl-image== leading ==hc-== by ==hw-==.
       01  ws-patron-found-fg           pic X(01).
       01  ws-held-fg                   pic X(01).
       01  ws-seq                       pic 9(09) value zero.
       01  ws-group-patron              pic X(06).
       01  ws-group-item                pic X(10).
       01  ws-held-patron-loans         pic 9(05) value zero.
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-time                 pic 9(08).
       01  ws-timestamp.
         03  ws-timestamp-date         pic 9(08).
         03  filler                      pic X(01) value "-".
         03  ws-timestamp-time         pic 9(08).
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
       01  ws-cutoff-serial             pic 9(07).
      * rows of the loan being followed, from its checkout up to
      * the check-in that closes it
       01  ws-loan-count                pic 9(03) value zero.
       01  ws-loan-ix                   pic 9(03).
       01  ws-loan-table.
         03  ws-loan-entry occurs 100 times.
           05  tb-loan-seq             pic 9(09).
           05  tb-loan-image           pic X(52).
       copy "CircHist.cpy" replacing ==circhist-record== by
           ==hp-record== leading ==ch-== by ==hp-==.
       01  ws-rows-read                 pic 9(09) value zero.
       01  ws-rows-blanked              pic 9(07) value zero.
       01  ws-checkouts-blanked         pic 9(07) value zero.
       01  ws-renewals-blanked          pic 9(07) value zero.
       01  ws-checkins-blanked          pic 9(07) value zero.
       01  ws-loans-purged              pic 9(07) value zero.
       01  ws-loans-held                pic 9(07) value zero.
       01  ws-patrons-held              pic 9(05) value zero.
       01  ws-head-line.
         03  filler                    pic X(32) value
             "CIRCULATION HISTORY PURGE - RUN ".
         03  hl-date                   pic 9(08).
       01  ws-rule-line.
         03  filler                    pic X(20) value
             "RETENTION DAYS    : ".
         03  rl-days                   pic 9(04).
         03  filler                    pic X(22) value
             " DAYS BEFORE RUN DATE ".
         03  rl-run-date               pic 9(08).
       01  ws-held-line.
         03  filler                    pic X(20) value
             "  HELD BACK PATRON ".
         03  hd-patron                 pic X(06).
         03  filler                    pic X(06) value " OWES ".
         03  hd-fees                   pic 999.99.
         03  filler                    pic X(09) value "  LOANS ".
         03  hd-loans                  pic zzzz9.
       01  ws-count-line.
         03  ct-label                  pic X(30).
         03  ct-count                  pic z(8)9.

       procedure division.
       start-para.
           Display "Circulation history retention purge".
           Accept ws-curr-date from date yyyymmdd.
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
               or hw-retention-days = zero
               Display "No history retention period on file - set"
                   " one in policy maintenance - nothing purged"
               move 8 to return-code
               goback
           end-if.
           move ws-curr-date to ws-dn-date.
           perform day-number-para.
           compute ws-cutoff-serial = ws-dn-serial
               - hw-retention-days.
           Display "Blanking patrons on loans checked in more than "
               hw-retention-days " days ago".
           Open input patron-file.
           Open output work-file.
           Open output report-file.
           move ws-curr-date to hl-date.
           write report-line from ws-head-line.
           move hw-retention-days to rl-days.
           move ws-curr-date to rl-run-date.
           write report-line from ws-rule-line.
           move spaces to report-line.
           write report-line.
           sort loan-sort
               on ascending key ls-patron
                                ls-item
                                ls-timestamp
                                ls-seq
               input procedure is collect-para
               output procedure is purge-para.
           Close work-file.
           Close patron-file.
           sort order-sort
               on ascending key so-seq
               using work-file
               output procedure is rewrite-para.
           go report-para.
       collect-para.
           Open input circhist-file.
           perform hist-loop-para thru hist-loop-exit
               until ws-hist-eof-fg = "Y".
           Close circhist-file.
       hist-loop-para.
           read circhist-file
               at end move "Y" to ws-hist-eof-fg.
           if ws-hist-eof-fg = "Y"
               go hist-loop-exit
           end-if.
           add 1 to ws-rows-read.
           add 1 to ws-seq.
           move ch-patron-number to ls-patron.
           if ch-patron-number not = spaces
               perform merged-para
           end-if.
           move ch-item-id to ls-item.
           move ch-timestamp to ls-timestamp.
           move ws-seq to ls-seq.
           move circhist-record to ls-image.
           release loan-sort-record.
       hist-loop-exit.
           exit.
      * rows journalled under an account since merged into another
      * are grouped under the surviving number, so a loan moved by
      * the merge is purged whole - the row itself is not changed
       merged-para.
           move ch-patron-number to pr-patron-number.
           move "Y" to ws-patron-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-patron-found-fg.
           if ws-patron-found-fg = "Y"
               and pr-merged-into not = spaces
               move pr-merged-into to ls-patron
           end-if.
      * a loan runs from a checkout through its renewals to the
      * check-in that closes it - once that check-in is older than
      * the retention period every row of the loan loses its patron
      * number, unless the patron still owes money, in which case
      * the loan is kept until they pay - open loans, holds and
      * rows already blanked go through untouched
       purge-para.
           move high-values to ws-group-patron.
           move high-values to ws-group-item.
           perform sort-return-para.
           perform purge-loop-para thru purge-loop-exit
               until ws-sort-eof-fg = "Y".
           perform loan-keep-para.
           perform patron-break-para thru patron-break-exit.
       purge-loop-para.
           if ls-patron not = ws-group-patron
               perform loan-keep-para
               perform patron-break-para thru patron-break-exit
               perform patron-start-para thru patron-start-exit
           end-if.
           if ls-item not = ws-group-item
               perform loan-keep-para
               move ls-item to ws-group-item
           end-if.
           move ls-image to hp-record.
           if ls-patron = spaces
               perform row-write-para
               perform sort-return-para
               go purge-loop-exit
           end-if.
           evaluate hp-trans-type
               when "O"
                   perform loan-keep-para
                   perform loan-add-para
               when "R"
                   perform loan-add-para
               when "I"
                   perform loan-add-para
                   perform checkin-para thru checkin-para-exit
               when other
                   perform row-write-para
           end-evaluate.
           perform sort-return-para.
       purge-loop-exit.
           exit.
       patron-start-para.
           move ls-patron to ws-group-patron.
           move high-values to ws-group-item.
           move zero to ws-held-patron-loans.
           move "N" to ws-held-fg.
           if ls-patron = spaces
               go patron-start-exit
           end-if.
           move ls-patron to pr-patron-number.
           move "Y" to ws-patron-found-fg.
           read patron-file
               key is pr-patron-number
               invalid key move "N" to ws-patron-found-fg.
           if ws-patron-found-fg = "Y"
               and pr-total-fees is numeric
               and pr-total-fees > zero
               move "Y" to ws-held-fg
           end-if.
       patron-start-exit.
           exit.
       patron-break-para.
           if ws-held-patron-loans = zero
               go patron-break-exit
           end-if.
           add 1 to ws-patrons-held.
           move ws-group-patron to hd-patron.
           move pr-total-fees to hd-fees.
           move ws-held-patron-loans to hd-loans.
           write report-line from ws-held-line.
       patron-break-exit.
           exit.
       checkin-para.
           if hp-timestamp(1:8) is not numeric
               perform loan-keep-para
               go checkin-para-exit
           end-if.
           move hp-timestamp(1:8) to ws-dn-date.
           perform day-number-para.
           if ws-dn-serial not < ws-cutoff-serial
               perform loan-keep-para
               go checkin-para-exit
           end-if.
           if ws-held-fg = "Y"
               add 1 to ws-loans-held
               add 1 to ws-held-patron-loans
               perform loan-keep-para
               go checkin-para-exit
           end-if.
           add 1 to ws-loans-purged.
           perform loan-blank-para
               varying ws-loan-ix from 1 by 1
               until ws-loan-ix > ws-loan-count.
           perform loan-keep-para.
       checkin-para-exit.
           exit.
       loan-blank-para.
           move tb-loan-image(ws-loan-ix) to hp-record.
           evaluate hp-trans-type
               when "O"
                   add 1 to ws-checkouts-blanked
               when "R"
                   add 1 to ws-renewals-blanked
               when other
                   add 1 to ws-checkins-blanked
           end-evaluate.
           add 1 to ws-rows-blanked.
           move spaces to hp-patron-number.
           move hp-record to tb-loan-image(ws-loan-ix).
      * a loan longer than the table is written through as it
      * stands and kept
       loan-add-para.
           if ws-loan-count = 100
               perform loan-keep-para
           end-if.
           add 1 to ws-loan-count.
           move ls-seq to tb-loan-seq(ws-loan-count).
           move ls-image to tb-loan-image(ws-loan-count).
       loan-keep-para.
           perform loan-write-para
               varying ws-loan-ix from 1 by 1
               until ws-loan-ix > ws-loan-count.
           move zero to ws-loan-count.
       loan-write-para.
           move tb-loan-seq(ws-loan-ix) to wk-seq.
           move tb-loan-image(ws-loan-ix) to wk-image.
           write work-record.
       row-write-para.
           move ls-seq to wk-seq.
           move ls-image to wk-image.
           write work-record.
       sort-return-para.
           return loan-sort
               at end move "Y" to ws-sort-eof-fg.
      * the journal is written back in its original order
       rewrite-para.
           Open output circhist-file.
           move "N" to ws-sort-eof-fg.
           perform order-return-para.
           perform rewrite-loop-para
               until ws-sort-eof-fg = "Y".
           Close circhist-file.
       rewrite-loop-para.
           write circhist-record from so-image.
           perform order-return-para.
       order-return-para.
           return order-sort
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
           move spaces to report-line.
           write report-line.
           move "JOURNAL ROWS READ" to ct-label.
           move ws-rows-read to ct-count.
           write report-line from ws-count-line.
           move "LOANS ANONYMIZED" to ct-label.
           move ws-loans-purged to ct-count.
           write report-line from ws-count-line.
           move "  CHECKOUT ROWS BLANKED" to ct-label.
           move ws-checkouts-blanked to ct-count.
           write report-line from ws-count-line.
           move "  RENEWAL ROWS BLANKED" to ct-label.
           move ws-renewals-blanked to ct-count.
           write report-line from ws-count-line.
           move "  CHECK-IN ROWS BLANKED" to ct-label.
           move ws-checkins-blanked to ct-count.
           write report-line from ws-count-line.
           move "LOANS HELD BACK - FEES OWED" to ct-label.
           move ws-loans-held to ct-count.
           write report-line from ws-count-line.
           move "PATRONS HELD BACK" to ct-label.
           move ws-patrons-held to ct-count.
           write report-line from ws-count-line.
           Close report-file.
           move ws-curr-date to hw-last-purge-date.
           move ws-rows-blanked to hw-last-purge-rows.
           Open output hctl-file.
           write hist-control-record from ws-hctl-image.
           Close hctl-file.
           Open extend seclog-file.
           move spaces to seclog-record.
           accept ws-curr-time from time.
           move ws-curr-date to ws-timestamp-date.
           move ws-curr-time to ws-timestamp-time.
           move ws-timestamp to sl-timestamp.
           move "BATCH" to sl-operator-id.
           move "HISTORY PURGE" to sl-event.
           move ws-rows-blanked to sl-event(15:7).
           move "ROWS" to sl-event(23:4).
           write seclog-record.
           Close seclog-file.
           Display "Journal rows read       : " ws-rows-read.
           Display "Loans anonymized        : " ws-loans-purged.
           Display "Rows blanked            : " ws-rows-blanked.
           Display "Loans held back, fees   : " ws-loans-held.
           Display "Patrons held back       : " ws-patrons-held.
           goback.
