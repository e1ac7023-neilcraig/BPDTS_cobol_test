       identification division.
       program-id. DupPatrons.

       environment division.
       configuration section.
       input-output section.
       file-control.
       select patron-file assign to disk "C:\Patron.dat"
           organization indexed
           access sequential
           record key pr-patron-number.
       select sort-file assign to disk "C:\DupSort.tmp".
       select report-file assign to disk "C:\DupPatrons.dat"
           organization line sequential.

       data division.

       file section.
       FD  patron-file.
       copy "Patron.cpy".

       SD  sort-file.
       01  sort-record.
        10  ss-match-key.
            15  ss-last-name            pic X(12).
            15  ss-first-name           pic X(10).
            15  ss-street-address       pic X(20).
            15  ss-zip                  pic X(10).
        10  ss-patron-image             pic X(119).

       FD  report-file.
       01  report-line                  pic X(100).

       working-storage section.
       01  ws-patron-eof-fg             pic X(01) value "N".
       01  ws-sort-eof-fg               pic X(01) value "N".
       01  ws-prev-key                  pic X(52).
       01  ws-prev-image                pic X(119).
       01  ws-group-count               pic 9(03) value zero.
       01  ws-read-count                pic 9(07) value zero.
       01  ws-group-total               pic 9(05) value zero.
       01  ws-record-total              pic 9(05) value zero.
       01  ws-lower                     pic X(26) value
           "abcdefghijklmnopqrstuvwxyz".
       01  ws-upper                     pic X(26) value
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       copy "Patron.cpy" replacing ==patron-record== by ==dp-record==
           leading ==pr-== by ==dp-==.
       01  ws-group-head.
         03  filler                    pic X(22) value
             "POSSIBLE DUPLICATES - ".
         03  gh-last-name              pic X(12).
         03  filler                    pic X(01) value space.
         03  gh-first-name             pic X(10).
       01  ws-detail-line.
         03  filler                    pic X(02) value spaces.
         03  dl-patron-number          pic X(06).
         03  filler                    pic X(01) value space.
         03  dl-street-address         pic X(20).
         03  filler                    pic X(01) value space.
         03  dl-city                   pic X(14).
         03  filler                    pic X(01) value space.
         03  dl-zip                    pic X(10).
         03  filler                    pic X(05) value " BR ".
         03  dl-home-branch            pic X(03).
         03  filler                    pic X(05) value " ST ".
         03  dl-patron-status          pic X(01).
         03  filler                    pic X(05) value " OUT ".
         03  dl-books-out              pic 9(02).
         03  filler                    pic X(06) value " FEES ".
         03  dl-total-fees             pic 999.99.
       01  ws-summary-line.
         03  filler                    pic X(18) value
             "DUPLICATE GROUPS: ".
         03  sm-groups                 pic 9(05).
         03  filler                    pic X(20) value
             "  RECORDS INVOLVED: ".
         03  sm-records                pic 9(05).

       procedure division.
       start-para.
           Display "Duplicate patron detection report".
           Display "Accounts matching on last name, first name,".
           Display "  street address and zip".
           Open output report-file.
           sort sort-file
               on ascending key ss-match-key
               input procedure is read-patron-para
               output procedure is group-para.
           go report-para.
      * names and addresses are keyed in by hand, so the match is
      * made on upper-cased copies - merged accounts are already
      * resolved and are left out
       read-patron-para.
           Open input patron-file.
           perform patron-loop-para thru patron-loop-exit
               until ws-patron-eof-fg = "Y".
           Close patron-file.
       patron-loop-para.
           read patron-file
               at end move "Y" to ws-patron-eof-fg.
           if ws-patron-eof-fg = "Y"
               go patron-loop-exit
           end-if.
           add 1 to ws-read-count.
           if pr-merged-into not = spaces
               go patron-loop-exit
           end-if.
           if pr-last-name = spaces
               go patron-loop-exit
           end-if.
           move pr-last-name to ss-last-name.
           move pr-first-name to ss-first-name.
           move pr-street-address to ss-street-address.
           move pr-zip to ss-zip.
           inspect ss-match-key converting ws-lower to ws-upper.
           move patron-record to ss-patron-image.
           release sort-record.
       patron-loop-exit.
           exit.
       group-para.
           move high-values to ws-prev-key.
           perform sort-return-para.
           perform group-loop-para
               until ws-sort-eof-fg = "Y".
       group-loop-para.
           if ss-match-key = ws-prev-key
               if ws-group-count = 1
                   perform group-head-para
               end-if
               add 1 to ws-group-count
               add 1 to ws-record-total
               move ss-patron-image to dp-record
               perform detail-para
           else
               move 1 to ws-group-count
               move ss-match-key to ws-prev-key
               move ss-patron-image to ws-prev-image
           end-if.
           perform sort-return-para.
      * the first of a group is only printed once a second turns up
       group-head-para.
           add 1 to ws-group-total.
           add 1 to ws-record-total.
           move ws-prev-image to dp-record.
           move dp-last-name to gh-last-name.
           move dp-first-name to gh-first-name.
           move spaces to report-line.
           write report-line.
           write report-line from ws-group-head.
           Display "Possible duplicates - " dp-last-name " "
               dp-first-name.
           perform detail-para.
       detail-para.
           move dp-patron-number to dl-patron-number.
           move dp-street-address to dl-street-address.
           move dp-city to dl-city.
           move dp-zip to dl-zip.
           move dp-home-branch to dl-home-branch.
           move dp-patron-status to dl-patron-status.
           if dp-books-out is numeric
               move dp-books-out to dl-books-out
           else
               move zero to dl-books-out
           end-if.
           if dp-total-fees is numeric
               move dp-total-fees to dl-total-fees
           else
               move zero to dl-total-fees
           end-if.
           write report-line from ws-detail-line.
           Display "  " dp-patron-number " " dp-street-address
               " " dp-zip " status " dp-patron-status.
       sort-return-para.
           return sort-file
               at end move "Y" to ws-sort-eof-fg.
       report-para.
           move ws-group-total to sm-groups.
           move ws-record-total to sm-records.
           move spaces to report-line.
           write report-line.
           write report-line from ws-summary-line.
           Display "Patrons read            : " ws-read-count.
           Display "Duplicate groups        : " ws-group-total.
           Display "Records involved        : " ws-record-total.
           Close report-file.
           Stop run.
