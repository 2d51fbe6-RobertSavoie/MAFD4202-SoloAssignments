       identification division.
       program-id. A5-PositionApply.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *applies approved position changes.  A5-PromotionElig raises
      *each change as a transaction on A5-PositionChange.dat and a
      *P4/P5 pending row; A5-ApprovalApply writes the approved
      *ones to A5-PositionFeed.dat with a count trailer.  this
      *step balances that feed against its trailer, then for each
      *approved row moves the employee's years on the input master
      *(A4.dat for P4, A5.dat for P5) to the transaction's new
      *years - which is what puts them in the new position - and
      *appends a row to A5-SalaryHistory.dat with the new
      *position, the approver and no salary change.
      *
      *a row with no open transaction, an employee no longer on
      *the master, or a master whose years no longer match the
      *transaction's old years is reported and not applied - the
      *master was changed by other means since the change was
      *raised.  every transaction the feed names is closed either
      *way.  an unbalanced feed, or a master or transaction file
      *too big for its table, stops the run with return code 8
      *and every file untouched; rows not applied end it with
      *return code 4.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select position-feed-file
               assign to "../../../../data/A5-PositionFeed.dat"
               organization is line sequential
               file status is ws-feed-file-status.
      *
           select change-file
               assign to "../../../../data/A5-PositionChange.dat"
               organization is line sequential
               file status is ws-change-file-status.
      *
           select a4-file
               assign to "../../../../data/A4.dat"
               organization is line sequential
               file status is ws-a4-file-status.
      *
           select a5-file
               assign to "../../../../data/A5.dat"
               organization is line sequential
               file status is ws-a5-file-status.
      *
      *one row per change applied, appended run after run
           select history-file
               assign to "../../../../data/A5-SalaryHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select report-file
               assign to "../../../../data/A5-PositionApply.out"
               organization is line sequential.
      *
           select business-date-file
               assign to "../../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
      *approved rows in the payroll feed's shape - the report
      *code leads the reason
       fd position-feed-file
           data record is feed-rec
           record contains 54 characters.
      *
       01 feed-rec.
           05 pf-emp-num               pic x(3).
           05 pf-old-salary            pic 9(5)v99.
           05 pf-increase              pic 9(7)v99.
           05 pf-new-salary            pic 9(7)v99.
           05 pf-position              pic x(8).
           05 filler                   pic x(2).
           05 pf-approver              pic x(8).
           05 pf-reason                pic x(8).
           05 pf-reason-r redefines pf-reason.
               10 pf-reason-report     pic x(2).
               10 filler               pic x(6).
      *
       01 feed-trailer-rec.
           05 ft-marker                pic x(3).
           05 ft-count                 pic 9(5).
           05 filler                   pic x(46).
      *
       fd change-file
           data record is change-rec
           record contains 57 characters.
      *
       01 change-rec.
           05 pc-key.
               10 pc-report            pic x(2).
               10 pc-emp-num           pic x(3).
           05 pc-emp-name              pic x(15).
           05 pc-emp-code              pic x.
           05 pc-old-years             pic 99.
           05 pc-new-years             pic 99.
           05 pc-old-position          pic x(8).
           05 pc-new-position          pic x(8).
           05 pc-anniv-date            pic 9(8).
           05 pc-raised-date           pic 9(8).
      *
       fd a4-file
           data record is a4-line
           record contains 36 characters.
      *
       01 a4-line                      pic x(36).
      *
       fd a5-file
           data record is a5-line
           record contains 36 characters.
      *
       01 a5-line                      pic x(36).
      *
       fd history-file
           data record is history-rec
           record contains 57 characters.
      *
       01 history-rec.
           05 sh-emp-num               pic x(3).
           05 sh-effective-date        pic 9(8).
           05 sh-old-salary            pic 9(7)v99.
           05 sh-new-salary            pic 9(7)v99.
           05 sh-reason                pic x(10).
           05 sh-approver              pic x(8).
           05 sh-feed                  pic x(2).
           05 sh-position              pic x(8).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       working-storage section.
      *
       77 ws-feed-file-status          pic xx     value spaces.
       77 ws-change-file-status        pic xx     value spaces.
       77 ws-a4-file-status            pic xx     value spaces.
       77 ws-a5-file-status            pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
       77 cnst-trailer-marker          pic xxx    value "999".
      *
      *the feed's rows, held until the trailer proves them
       01 ws-hold-table.
           05 ws-hold-entry occurs 1 to 500 times
                   depending on ws-hold-count.
               10 ws-hd-key.
                   15 ws-hd-report      pic x(2).
                   15 ws-hd-emp         pic x(3).
               10 ws-hd-salary          pic 9(7)v99.
               10 ws-hd-approver        pic x(8).
               10 ws-hd-reason          pic x(8).
      *
       01 ws-hold-count                pic 9(3)   value 0.
      *
      *open transactions, closed as the feed names them
       01 ws-change-table.
           05 ws-change-entry occurs 1 to 500 times
                   depending on ws-change-count.
               10 ws-ch-rec             pic x(57).
               10 ws-ch-open            pic x.
      *
       01 ws-change-count              pic 9(3)   value 0.
      *
      *the input masters, row for row - only the years move
       01 ws-a4-table.
           05 ws-a4-row occurs 1 to 500 times
                   depending on ws-a4-count
                                       pic x(36).
      *
       01 ws-a4-count                  pic 9(3)   value 0.
      *
       01 ws-a5-table.
           05 ws-a5-row occurs 1 to 500 times
                   depending on ws-a5-count
                                       pic x(36).
      *
       01 ws-a5-count                  pic 9(3)   value 0.
      *
      *views of one master row for the match and the update
       01 ws-a4-work.
           05 ws-a4-emp-num            pic xxx.
           05 ws-a4-emp-name           pic x(15).
           05 ws-a4-emp-code           pic x.
           05 ws-a4-emp-years          pic 99.
           05 filler                   pic x(15).
      *
       01 ws-a5-work.
           05 ws-a5-emp-num            pic xxx.
           05 ws-a5-emp-name           pic x(15).
           05 ws-a5-emp-years          pic 99.
           05 filler                   pic x(16).
      *
       01 ws-subs.
           05 ws-hold-x                pic 9(3)   value 0.
           05 ws-change-x              pic 9(3)   value 0.
           05 ws-master-x              pic 9(3)   value 0.
           05 ws-change-hit            pic 9(3)   value 0.
           05 ws-master-hit            pic 9(3)   value 0.
      *
       01 ws-run-flags.
           05 ws-run-stopped           pic x      value "n".
               88 run-stopped           value "y".
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
           05 ws-trl-seen              pic x      value "n".
           05 ws-a4-changed            pic x      value "n".
           05 ws-a5-changed            pic x      value "n".
      *
       01 ws-balance-work.
           05 ws-rows-read             pic 9(5)   value 0.
           05 ws-trl-count             pic 9(5)   value 0.
      *
       01 ws-counters.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-not-applied      pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
               "POSITION CHANGES APPLIED      ".
           05 filler                   pic x(4)   value "RUN ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(38)  value spaces.
      *
       01 ws-detail-line.
           05 dl-report                pic x(2).
           05 filler                   pic x(2)   value spaces.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-emp-name              pic x(15).
           05 filler                   pic x(2)   value spaces.
           05 dl-years                 pic z9.
           05 filler                   pic x(2)   value "->".
           05 dl-new-years             pic z9.
           05 filler                   pic x(2)   value spaces.
           05 dl-position              pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-result                pic x(28).
      *
       01 ws-summary-line.
           05 filler                   pic x(9)   value "APPLIED: ".
           05 sm-applied               pic zzz9.
           05 filler                   pic x(16)  value
               "  NOT APPLIED: ".
           05 sm-not-applied           pic zzz9.
           05 filler                   pic x(47)  value spaces.
      *
       01 ws-message-line.
           05 ml-text                  pic x(80).
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           open output report-file.
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           perform 200-load-feed.
      *
           if not run-stopped
               perform 300-load-changes
           end-if.
      *
           if not run-stopped
               perform 400-load-masters
           end-if.
      *
           if run-stopped
               write report-line from ws-message-line
                 after advancing 2 lines
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           open extend history-file.
           if ws-history-file-status is equal to "35"
               open output history-file
           end-if.
      *
           perform 500-apply-one-change
               varying ws-hold-x from 1 by 1
               until ws-hold-x is greater than ws-hold-count.
      *
           close history-file.
      *
           perform 900-rewrite-files.
      *
           move ws-cntr-applied     to sm-applied.
           move ws-cntr-not-applied to sm-not-applied.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
      *
           if ws-cntr-not-applied is greater than 0
               move 4 to return-code
           end-if.
      *
           goback.
      *
       100-set-run-date.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
      *
           if ws-busdate-file-status is not equal to "35"
               read business-date-file
                   at end
                       continue
                   not at end
                       if bd-date is numeric
                         and bd-date is greater than 0
                           move bd-date to ws-run-date
                       end-if
               end-read
           end-if.
      *
           close business-date-file.
      *
      *no feed means nothing was approved - an empty run, not an
      *error
       200-load-feed.
      *
           open input position-feed-file.
      *
           if ws-feed-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 201-read-feed
               perform 210-collect-one-row
                   until ws-eof-flag is equal to ws-eof-Y
           else
               move "y" to ws-trl-seen
           end-if.
      *
           close position-feed-file.
      *
           if ws-trl-seen is not equal to "y"
               move "y" to ws-run-stopped
               move "POSITION FEED HAS NO TRAILER - RUN STOPPED"
                                       to ml-text
           else
           if ws-rows-read is greater than 500
               move "y" to ws-run-stopped
               move "POSITION FEED OVER 500 ROWS - RUN STOPPED"
                                       to ml-text
           else
           if ws-rows-read is not equal to ws-trl-count
               move "y" to ws-run-stopped
               move "POSITION FEED COUNT OFF TRAILER - RUN STOPPED"
                                       to ml-text
           end-if
           end-if
           end-if.
      *
       201-read-feed.
           read position-feed-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       210-collect-one-row.
      *
           if ft-marker is equal to "TRL"
               move "y"      to ws-trl-seen
               move ft-count to ws-trl-count
           else
               add 1 to ws-rows-read
               if ws-hold-count is less than 500
                   add 1 to ws-hold-count
                   move pf-reason-report
                                   to ws-hd-report(ws-hold-count)
                   move pf-emp-num    to ws-hd-emp(ws-hold-count)
                   move pf-new-salary to ws-hd-salary(ws-hold-count)
                   move pf-approver
                                   to ws-hd-approver(ws-hold-count)
                   move pf-reason     to ws-hd-reason(ws-hold-count)
               end-if
           end-if.
      *
           perform 201-read-feed.
      *
       300-load-changes.
      *
           open input change-file.
      *
           if ws-change-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 301-read-change
               perform 310-store-change
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close change-file.
      *
       301-read-change.
           read change-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-store-change.
      *
           if ws-change-count is equal to 500
               move "y" to ws-run-stopped
               move "POSITION-CHANGE FILE OVER 500 ROWS - RUN STOPPED"
                                       to ml-text
           else
               add 1 to ws-change-count
               move change-rec to ws-ch-rec(ws-change-count)
               move "y"        to ws-ch-open(ws-change-count)
           end-if.
      *
           perform 301-read-change.
      *
      *both masters are held whole and rewritten, so a load that
      *could not take every row refuses to run
       400-load-masters.
      *
           open input a4-file.
           if ws-a4-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 401-read-a4
               perform 410-store-a4
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
           close a4-file.
      *
           open input a5-file.
           if ws-a5-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 402-read-a5
               perform 420-store-a5
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
           close a5-file.
      *
       401-read-a4.
           read a4-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       402-read-a5.
           read a5-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       410-store-a4.
      *
           if ws-a4-count is equal to 500
               move "y" to ws-run-stopped
               move "A4.DAT OVER 500 ROWS - RUN STOPPED" to ml-text
           else
               add 1 to ws-a4-count
               move a4-line to ws-a4-row(ws-a4-count)
           end-if.
      *
           perform 401-read-a4.
      *
       420-store-a5.
      *
           if ws-a5-count is equal to 500
               move "y" to ws-run-stopped
               move "A5.DAT OVER 500 ROWS - RUN STOPPED" to ml-text
           else
               add 1 to ws-a5-count
               move a5-line to ws-a5-row(ws-a5-count)
           end-if.
      *
           perform 402-read-a5.
      *
      *one approved row - its transaction, then its master row
       500-apply-one-change.
      *
           move spaces to ws-detail-line.
           move ws-hd-report(ws-hold-x) to dl-report.
           move ws-hd-emp(ws-hold-x)    to dl-emp-num.
      *
           move "n" to ws-key-found.
           perform 510-match-change
               varying ws-change-x from 1 by 1
               until ws-change-x is greater than ws-change-count
               or key-found.
      *
           if not key-found
               move "NOT APPLIED - NO TRANSACTION" to dl-result
               add 1 to ws-cntr-not-applied
           else
               move "n" to ws-ch-open(ws-change-hit)
               move ws-ch-rec(ws-change-hit) to change-rec
               move pc-emp-name     to dl-emp-name
               move pc-old-years    to dl-years
               move pc-new-years    to dl-new-years
               move pc-new-position to dl-position
               move "n" to ws-key-found
               if ws-hd-report(ws-hold-x) is equal to "P4"
                   perform 520-match-a4
                       varying ws-master-x from 1 by 1
                       until ws-master-x is greater than ws-a4-count
                       or key-found
               else
                   perform 530-match-a5
                       varying ws-master-x from 1 by 1
                       until ws-master-x is greater than ws-a5-count
                       or key-found
               end-if
               if not key-found
                   move "NOT APPLIED - NOT ON MASTER" to dl-result
                   add 1 to ws-cntr-not-applied
               else
                   perform 540-update-master
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       510-match-change.
      *
           move ws-ch-rec(ws-change-x) to change-rec.
           if ws-ch-open(ws-change-x) is equal to "y"
             and pc-key is equal to ws-hd-key(ws-hold-x)
               move "y" to ws-key-found
               move ws-change-x to ws-change-hit
           end-if.
      *
       520-match-a4.
      *
           move ws-a4-row(ws-master-x) to ws-a4-work.
           if ws-a4-emp-num is equal to ws-hd-emp(ws-hold-x)
               move "y" to ws-key-found
               move ws-master-x to ws-master-hit
           end-if.
      *
       530-match-a5.
      *
           move ws-a5-row(ws-master-x) to ws-a5-work.
           if ws-a5-emp-num is equal to ws-hd-emp(ws-hold-x)
             and ws-a5-emp-num is not equal to cnst-trailer-marker
               move "y" to ws-key-found
               move ws-master-x to ws-master-hit
           end-if.
      *
      *the years must still be what they were when the change was
      *raised - otherwise someone has moved this person since
       540-update-master.
      *
           if ws-hd-report(ws-hold-x) is equal to "P4"
               move ws-a4-row(ws-master-hit) to ws-a4-work
               if ws-a4-emp-years is not equal to pc-old-years
                   move "NOT APPLIED - YEARS CHANGED" to dl-result
                   add 1 to ws-cntr-not-applied
               else
                   move pc-new-years to ws-a4-emp-years
                   move ws-a4-work to ws-a4-row(ws-master-hit)
                   move "y" to ws-a4-changed
                   perform 550-write-history
               end-if
           else
               move ws-a5-row(ws-master-hit) to ws-a5-work
               if ws-a5-emp-years is not equal to pc-old-years
                   move "NOT APPLIED - YEARS CHANGED" to dl-result
                   add 1 to ws-cntr-not-applied
               else
                   move pc-new-years to ws-a5-emp-years
                   move ws-a5-work to ws-a5-row(ws-master-hit)
                   move "y" to ws-a5-changed
                   perform 550-write-history
               end-if
           end-if.
      *
       550-write-history.
      *
           move ws-hd-emp(ws-hold-x)      to sh-emp-num.
           move ws-run-date               to sh-effective-date.
           move ws-hd-salary(ws-hold-x)   to sh-old-salary.
           move ws-hd-salary(ws-hold-x)   to sh-new-salary.
           move ws-hd-reason(ws-hold-x)   to sh-reason.
           move ws-hd-approver(ws-hold-x) to sh-approver.
           move ws-hd-report(ws-hold-x)   to sh-feed.
           move pc-new-position           to sh-position.
           write history-rec.
      *
           move "APPLIED" to dl-result.
           add 1 to ws-cntr-applied.
      *
      *a master is only rewritten when one of its rows moved
       900-rewrite-files.
      *
           if ws-a4-changed is equal to "y"
               open output a4-file
               perform 910-write-a4
                   varying ws-master-x from 1 by 1
                   until ws-master-x is greater than ws-a4-count
               close a4-file
           end-if.
      *
           if ws-a5-changed is equal to "y"
               open output a5-file
               perform 920-write-a5
                   varying ws-master-x from 1 by 1
                   until ws-master-x is greater than ws-a5-count
               close a5-file
           end-if.
      *
           open output change-file.
           perform 930-write-change
               varying ws-change-x from 1 by 1
               until ws-change-x is greater than ws-change-count.
           close change-file.
      *
       910-write-a4.
           write a4-line from ws-a4-row(ws-master-x).
      *
       920-write-a5.
           write a5-line from ws-a5-row(ws-master-x).
      *
       930-write-change.
      *
           if ws-ch-open(ws-change-x) is equal to "y"
               write change-rec from ws-ch-rec(ws-change-x)
           end-if.
      *
       end program A5-PositionApply.
