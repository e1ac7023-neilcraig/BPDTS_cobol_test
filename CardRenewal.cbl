       identification division.
       program-id. CardRenewal.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access sequential
           record key pr-patron-number.
       select notice-file assign to disk "C:\CardNotices.dat"
           organization line sequential.

       data division.

       file section.
       FD  patron-file.
       copy "Patron.cpy".

       FD  notice-file.
       01  notice-record.
        10  nt-patron-number            pic X(06).
        10  filler                      pic X(01).
        10  nt-first-name               pic X(10).
        10  filler                      pic X(01).
        10  nt-last-name                pic X(12).
        10  filler                      pic X(01).
        10  nt-street-address           pic X(20).
        10  filler                      pic X(01).
        10  nt-city                     pic X(14).
        10  filler                      pic X(01).
        10  nt-state                    pic X(02).
        10  filler                      pic X(01).
        10  nt-zip                      pic X(10).
        10  filler                      pic X(01).
        10  nt-home-branch              pic X(03).
        10  filler                      pic X(01).
        10  nt-expiry-date              pic 9(08).

       working-storage section.
       01  ws-eof-fg                    pic X(01) value "N".
       01  ws-reply                     pic X(20).
       01  ws-curr-date                 pic 9(08).
       01  ws-curr-date-r redefines ws-curr-date.
         03  ws-curr-year              pic 9(04).
         03  ws-curr-month             pic 9(02).
         03  ws-curr-day               pic 9(02).
      * the notices go out a month ahead - a card is noticed in the
      * run for the month it expires in, and only in that run
       01  ws-notice-month              pic 9(06).
       01  ws-notice-month-r redefines ws-notice-month.
         03  ws-notice-year            pic 9(04).
         03  ws-notice-mm              pic 9(02).
       01  ws-read-count                pic 9(07) value zero.
       01  ws-notice-count              pic 9(05) value zero.
       01  ws-expired-count             pic 9(05) value zero.

       linkage section.
       copy "RunDate.cpy".

       procedure division using run-date-parm.
       start-para.
           Display "Library card renewal reminder run".
           Accept ws-curr-date from date yyyymmdd.
      * under the job stream the notice month follows the run date,
      * so a late or restarted run still notices the right month
           if address of run-date-parm not = null
               if rd-length = 8
                   and rd-run-date is numeric
                   move rd-run-date to ws-curr-date
               end-if
           end-if.
           move ws-curr-year to ws-notice-year.
           move ws-curr-month to ws-notice-mm.
           add 1 to ws-notice-mm.
           if ws-notice-mm > 12
               move 1 to ws-notice-mm
               add 1 to ws-notice-year
           end-if.
           Display "Expiry month to notify, YYYYMM, or Enter for "
               ws-notice-month " : ".
           Accept ws-reply.
           if ws-reply not = spaces
               if ws-reply(1:6) is numeric
                   and ws-reply(5:2) > "00"
                   and ws-reply(5:2) < "13"
                   move ws-reply(1:6) to ws-notice-month
               else
                   Display "Invalid month " ws-reply " - using "
                       ws-notice-month
               end-if
           end-if.
           Display "Reminders for cards expiring in " ws-notice-month.
           Open input patron-file.
           Open output notice-file.
       read-para.
           read patron-file
               at end move "Y" to ws-eof-fg.
           if ws-eof-fg = "Y"
               go report-para
           end-if.
           add 1 to ws-read-count.
           if pr-patron-status = "C"
               or pr-merged-into not = spaces
               go read-para
           end-if.
           if pr-card-expiry-date is not numeric
               go read-para
           end-if.
           if pr-card-expiry-date < ws-curr-date
               add 1 to ws-expired-count
           end-if.
           if pr-card-expiry-date(1:6) not = ws-notice-month
               go read-para
           end-if.
           perform notice-para.
           go read-para.
       notice-para.
           move spaces to notice-record.
           move pr-patron-number to nt-patron-number.
           move pr-first-name to nt-first-name.
           move pr-last-name to nt-last-name.
           move pr-street-address to nt-street-address.
           move pr-city to nt-city.
           move pr-state to nt-state.
           move pr-zip to nt-zip.
           move pr-home-branch to nt-home-branch.
           move pr-card-expiry-date to nt-expiry-date.
           write notice-record.
           add 1 to ws-notice-count.
       report-para.
           Display "Patrons read             : " ws-read-count.
           Display "Renewal reminders        : " ws-notice-count.
           Display "Cards already expired    : " ws-expired-count.
           Close patron-file.
           Close notice-file.
           goback.
