       identification division.
       program-id. A5-PromotionElig.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *promotion eligibility run.  a person's position on A4.dat
      *and A5.dat follows from their employee code and years of
      *service against the PositionBandRules thresholds, so a
      *position change has always meant hand-editing the years on
      *the input masters.  this run lists everyone whose position
      *changes at their next anniversary (years + 1 crosses a
      *threshold) and raises a position-change transaction for
      *each:
      *
      *  - a row on A5-PositionChange.dat carrying the master (P4
      *    for A4.dat, P5 for A5.dat), the old and new years and
      *    the old and new position;
      *  - a pending row on A5-SalaryPending.dat (report P4/P5,
      *    no increase, new position) so the change goes through
      *    the same A5-ApprovalApply signature as an increase.
      *
      *A5-PositionApply applies the approved ones to the masters.
      *a person who already has a change waiting - still pending,
      *or approved on tonight's A5-PositionFeed.dat - is listed
      *but not raised again; a transaction whose pending row has
      *gone without being approved was rejected and is dropped,
      *so the person is raised afresh.
      *
       environment division.
      *
       input-output section.
       file-control.
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
           select band-rules-file
               assign to "../../../../data/PositionBandRules.dat"
               organization is line sequential
               file status is ws-band-rules-file-status.
      *
      *open position-change transactions, rewritten each run
           select change-file
               assign to "../../../../data/A5-PositionChange.dat"
               organization is line sequential
               file status is ws-change-file-status.
      *
           select pending-file
               assign to "../../../../data/A5-SalaryPending.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *
      *position changes approved and not yet applied
           select position-feed-file
               assign to "../../../../data/A5-PositionFeed.dat"
               organization is line sequential
               file status is ws-feed-file-status.
      *
           select report-file
               assign to "../../../../data/A5-PromotionElig.out"
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
       fd a4-file
           data record is a4-line
           record contains 36 characters.
      *
       01 a4-line.
           05 a4-emp-num               pic xxx.
           05 a4-emp-name              pic x(15).
           05 a4-emp-code              pic x.
           05 a4-emp-years             pic 99.
           05 a4-emp-sal               pic 9(5)v99.
           05 a4-emp-incr-date         pic 9(8).
           05 a4-emp-incr-date-r redefines a4-emp-incr-date.
               10 filler               pic 9(4).
               10 a4-incr-mmdd         pic 9(4).
      *
       fd a5-file
           data record is a5-line
           record contains 36 characters.
      *
       01 a5-line.
           05 a5-emp-num               pic xxx.
           05 a5-emp-name              pic x(15).
           05 a5-emp-years             pic 99.
           05 a5-emp-code              pic x.
           05 a5-emp-sal               pic 9(5)v99.
           05 a5-emp-budget-est        pic 9(6)v99.
      *
       fd band-rules-file
           data record is band-rules-rec
           record contains 9 characters.
      *
       01 band-rules-rec.
           05 br-rule-id               pic x(2).
           05 br-value                 pic 9(6)v9.
      *
      *one position change waiting for approval or for the apply
       fd change-file
           data record is change-rec
           record contains 57 characters.
      *
       01 change-rec.
           05 pc-report                pic x(2).
           05 pc-emp-num               pic x(3).
           05 pc-emp-name              pic x(15).
           05 pc-emp-code              pic x.
           05 pc-old-years             pic 99.
           05 pc-new-years             pic 99.
           05 pc-old-position          pic x(8).
           05 pc-new-position          pic x(8).
           05 pc-anniv-date            pic 9(8).
           05 pc-raised-date           pic 9(8).
      *
       fd pending-file
           data record is pending-rec
           record contains 47 characters.
      *
       01 pending-rec.
           05 pn-status                pic x.
           05 pn-report                pic x(2).
           05 pn-emp-num               pic x(3).
           05 pn-old-salary            pic 9(5)v99.
           05 pn-increase              pic 9(7)v99.
           05 pn-new-salary            pic 9(7)v99.
           05 pn-position              pic x(8).
           05 pn-date                  pic 9(8).
      *
      *approved rows as A5-ApprovalApply writes them - the report
      *code leads the reason
       fd position-feed-file
           data record is feed-rec
           record contains 54 characters.
      *
       01 feed-rec.
           05 pf-emp-num               pic x(3).
           05 filler                   pic x(43).
           05 pf-reason-report         pic x(2).
           05 filler                   pic x(6).
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
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
       77 ws-a4-file-status            pic xx     value spaces.
       77 ws-a5-file-status            pic xx     value spaces.
       77 ws-band-rules-file-status    pic xx     value spaces.
       77 ws-change-file-status        pic xx     value spaces.
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-feed-file-status          pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mmdd               pic 9(4).
      *
      *position-band thresholds, same compiled defaults as A4, 5A
      *and 5B, overridden off the rules file
       77 cnst-grad-code               pic x      value "G".
       77 cnst-nongrad-code            pic x      value "N".
       77 cnst-contract-code           pic x      value "C".
       77 cnst-trailer-marker          pic xxx    value "999".
       77 cnst-grad-analyst-start      pic 99     value 15.
       77 cnst-grad-prog-high          pic 99     value 7.
       77 cnst-grad-prog-low           pic 99     value 2.
       77 cnst-nongrad-prog-start      pic 99     value 10.
       77 cnst-nongrad-jr-start        pic 99     value 4.
      *
      *position names by band number - 1 analyst, 2 senior
      *programmer, 3 programmer, 4 junior programmer, 5 contract,
      *6 unclassified
       01 ws-position-names.
           05 filler                   pic x(8)   value "ANALYST".
           05 filler                   pic x(8)   value "SEN PROG".
           05 filler                   pic x(8)   value "PROG".
           05 filler                   pic x(8)   value "JR PROG".
           05 filler                   pic x(8)   value "CONTRACT".
           05 filler                   pic x(8)   value "UNCLASS".
       01 ws-position-names-r redefines ws-position-names.
           05 ws-position-name         pic x(8)   occurs 6.
      *
      *the row being measured, whichever master it came from
       01 ws-candidate.
           05 ws-cd-report             pic x(2).
           05 ws-cd-emp-num            pic x(3).
           05 ws-cd-emp-name           pic x(15).
           05 ws-cd-code               pic x.
           05 ws-cd-years              pic 99.
           05 ws-cd-next-years         pic 99.
           05 ws-cd-salary             pic 9(5)v99.
           05 ws-cd-anniv-date         pic 9(8).
           05 ws-cd-anniv-date-r redefines ws-cd-anniv-date.
               10 ws-cd-anniv-yyyy     pic 9(4).
               10 ws-cd-anniv-mmdd     pic 9(4).
      *
      *band lookup work - years and code in, band number out
       01 ws-band-work.
           05 ws-bw-code               pic x.
           05 ws-bw-years              pic 99.
           05 ws-bw-band               pic 9.
           05 ws-bw-old-band           pic 9.
           05 ws-bw-new-band           pic 9.
      *
      *open transactions carried from the last run
       01 ws-change-table.
           05 ws-change-entry occurs 1 to 500 times
                   depending on ws-change-count.
               10 ws-ch-rec             pic x(57).
               10 ws-ch-keep            pic x.
      *
       01 ws-change-count              pic 9(3)   value 0.
       77 ws-change-max                pic 9(3)   value 500.
      *
      *report/employee keys still waiting - a P4/P5 pending row or
      *an approved row on the position feed
       01 ws-waiting-table.
           05 ws-waiting-key occurs 1 to 500 times
                   depending on ws-waiting-count
                                       pic x(5).
      *
       01 ws-waiting-count             pic 9(3)   value 0.
      *
       01 ws-key-work.
           05 ws-kw-report             pic x(2).
           05 ws-kw-emp-num            pic x(3).
      *
       01 ws-subs.
           05 ws-change-x              pic 9(3)   value 0.
           05 ws-waiting-x             pic 9(3)   value 0.
      *
       01 ws-run-flags.
           05 ws-run-stopped           pic x      value "n".
               88 run-stopped           value "y".
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
      *set when a change could not be raised for want of room -
      *the run finishes and ends with return code 8
           05 ws-change-full           pic x      value "n".
               88 change-file-full      value "y".
      *
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-eligible         pic 9(4)   value 0.
           05 ws-cntr-raised           pic 9(4)   value 0.
           05 ws-cntr-waiting          pic 9(4)   value 0.
           05 ws-cntr-dropped          pic 9(4)   value 0.
           05 ws-cntr-skipped          pic 9(4)   value 0.
      *
      *pending row for a raised change, built in working storage
       01 ws-pending-row.
           05 wp-status                pic x      value "P".
           05 wp-report                pic x(2).
           05 wp-emp-num               pic x(3).
           05 wp-old-salary            pic 9(5)v99.
           05 wp-increase              pic 9(7)v99 value 0.
           05 wp-new-salary            pic 9(7)v99.
           05 wp-position              pic x(8).
           05 wp-date                  pic 9(8).
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "PROMOTION ELIGIBILITY - NEXT ANNIVERSARY".
           05 filler                   pic x(12)  value
               "  RUN DATE: ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "MSTR EMP  NAME            CD  YEARS  FROM      TO".
           05 filler                   pic x(50)  value
               "        ANNIVERSARY  ACTION".
      *
       01 ws-detail-line.
           05 dl-report                pic x(2).
           05 filler                   pic x(3)   value spaces.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-emp-name              pic x(15).
           05 filler                   pic x      value spaces.
           05 dl-code                  pic x.
           05 filler                   pic x(3)   value spaces.
           05 dl-years                 pic z9.
           05 filler                   pic x(2)   value "->".
           05 dl-next-years            pic z9.
           05 filler                   pic x(2)   value spaces.
           05 dl-old-position          pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-new-position          pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-anniv-date            pic x(11).
           05 filler                   pic x(2)   value spaces.
           05 dl-action                pic x(29).
      *
       01 ws-anniv-edit                pic 9(8).
      *
       01 ws-summary-line-1.
           05 filler                   pic x(10)  value "ELIGIBLE: ".
           05 sl-eligible              pic zzz9.
           05 filler                   pic x(11)  value "  RAISED: ".
           05 sl-raised                pic zzz9.
           05 filler                   pic x(18)  value
               "  ALREADY WAITING:".
           05 sl-waiting               pic zzz9.
           05 filler                   pic x(49)  value spaces.
      *
       01 ws-summary-line-2.
           05 filler                   pic x(14)  value
               "ROWS MEASURED:".
           05 sl-read                  pic zzzz9.
           05 filler                   pic x(21)  value
               "  SKIPPED (BAD DATA):".
           05 sl-skipped               pic zzzz9.
           05 filler                   pic x(24)  value
               "  REJECTED ONES DROPPED:".
           05 sl-dropped               pic zzzz9.
           05 filler                   pic x(26)  value spaces.
      *
       01 ws-stopped-line.
           05 filler                   pic x(40)  value
               "POSITION-CHANGE FILE EXCEEDS 500 ROWS - ".
           05 filler                   pic x(60)  value
               "RUN STOPPED, FILES UNTOUCHED".

      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-band-rules.
           perform 120-load-waiting.
           perform 130-load-changes.
      *
           open output report-file.
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           if run-stopped
               write report-line from ws-stopped-line
                 after advancing 2 lines
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           open extend pending-file.
           if ws-pending-file-status is equal to "35"
               open output pending-file
           end-if.
      *
           perform 200-measure-a4.
           perform 300-measure-a5.
      *
           close pending-file.
      *
           perform 900-rewrite-changes.
      *
           move ws-cntr-eligible to sl-eligible.
           move ws-cntr-raised   to sl-raised.
           move ws-cntr-waiting  to sl-waiting.
           write report-line from ws-summary-line-1
             after advancing 2 lines.
           move ws-cntr-read     to sl-read.
           move ws-cntr-skipped  to sl-skipped.
           move ws-cntr-dropped  to sl-dropped.
           write report-line from ws-summary-line-2
             after advancing 1 line.
      *
           close report-file.
      *
           if change-file-full
               move 8 to return-code
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
       110-load-band-rules.
      *
           open input band-rules-file.
      *
           if ws-band-rules-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 111-read-band-rule
               perform 112-apply-band-rule
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close band-rules-file.
      *
       111-read-band-rule.
           read band-rules-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-apply-band-rule.
      *
           if br-rule-id is equal to "GA"
               move br-value to cnst-grad-analyst-start
           end-if.
           if br-rule-id is equal to "GP"
               move br-value to cnst-grad-prog-high
           end-if.
           if br-rule-id is equal to "GL"
               move br-value to cnst-grad-prog-low
           end-if.
           if br-rule-id is equal to "NP"
               move br-value to cnst-nongrad-prog-start
           end-if.
           if br-rule-id is equal to "NJ"
               move br-value to cnst-nongrad-jr-start
           end-if.
      *
           perform 111-read-band-rule.
      *
      *the keys with a change still in flight - P4/P5 rows on the
      *pending file and approved rows on the position feed
       120-load-waiting.
      *
           open input pending-file.
           if ws-pending-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 121-read-pending
               perform 122-note-pending
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           close pending-file.
      *
           open input position-feed-file.
           if ws-feed-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 123-read-feed
               perform 124-note-feed
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           close position-feed-file.
      *
       121-read-pending.
           read pending-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-note-pending.
      *
           if pn-status is equal to "P"
             and (pn-report is equal to "P4"
               or pn-report is equal to "P5")
             and ws-waiting-count is less than 500
               move pn-report  to ws-kw-report
               move pn-emp-num to ws-kw-emp-num
               add 1 to ws-waiting-count
               move ws-key-work to ws-waiting-key (ws-waiting-count)
           end-if.
      *
           perform 121-read-pending.
      *
       123-read-feed.
           read position-feed-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       124-note-feed.
      *
           if pf-emp-num is not equal to "TRL"
             and ws-waiting-count is less than 500
               move pf-reason-report to ws-kw-report
               move pf-emp-num       to ws-kw-emp-num
               add 1 to ws-waiting-count
               move ws-key-work to ws-waiting-key (ws-waiting-count)
           end-if.
      *
           perform 123-read-feed.
      *
      *last run's transactions - one still waiting is kept, one
      *whose pending row went without an approval was rejected
       130-load-changes.
      *
           open input change-file.
      *
           if ws-change-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 131-read-change
               perform 132-store-change
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close change-file.
      *
       131-read-change.
           read change-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-store-change.
      *
           if ws-change-count is not less than ws-change-max
               move "y" to ws-run-stopped
           else
               add 1 to ws-change-count
               move change-rec to ws-ch-rec (ws-change-count)
               move pc-report  to ws-kw-report
               move pc-emp-num to ws-kw-emp-num
               perform 140-find-waiting
               if key-found
                   move "y" to ws-ch-keep (ws-change-count)
               else
                   move "n" to ws-ch-keep (ws-change-count)
                   add 1 to ws-cntr-dropped
               end-if
           end-if.
      *
           perform 131-read-change.
      *
       140-find-waiting.
      *
           move "n" to ws-key-found.
           perform 141-match-waiting
               varying ws-waiting-x from 1 by 1
               until ws-waiting-x is greater than ws-waiting-count
               or key-found.
      *
       141-match-waiting.
      *
           if ws-waiting-key (ws-waiting-x) is equal to ws-key-work
               move "y" to ws-key-found
           end-if.
      *
       200-measure-a4.
      *
           open input a4-file.
      *
           if ws-a4-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 201-read-a4
               perform 210-measure-a4-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close a4-file.
      *
       201-read-a4.
           read a4-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *the next anniversary is the increase date's month and day,
      *this year if it is still to come, otherwise next year
       210-measure-a4-row.
      *
           add 1 to ws-cntr-read.
      *
           if a4-emp-years is not numeric
             or a4-emp-sal is not numeric
             or (a4-emp-code is not equal to cnst-grad-code
             and a4-emp-code is not equal to cnst-nongrad-code
             and a4-emp-code is not equal to cnst-contract-code)
               add 1 to ws-cntr-skipped
           else
               move "P4"         to ws-cd-report
               move a4-emp-num   to ws-cd-emp-num
               move a4-emp-name  to ws-cd-emp-name
               move a4-emp-code  to ws-cd-code
               move a4-emp-years to ws-cd-years
               move a4-emp-sal   to ws-cd-salary
               move 0            to ws-cd-anniv-date
               if a4-emp-incr-date is numeric
                 and a4-emp-incr-date is greater than 0
                   move ws-rd-yyyy   to ws-cd-anniv-yyyy
                   move a4-incr-mmdd to ws-cd-anniv-mmdd
                   if ws-cd-anniv-mmdd is less than ws-rd-mmdd
                       add 1 to ws-cd-anniv-yyyy
                   end-if
               end-if
               perform 400-measure-candidate
           end-if.
      *
           perform 201-read-a4.
      *
       300-measure-a5.
      *
           open input a5-file.
      *
           if ws-a5-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 301-read-a5
               perform 310-measure-a5-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close a5-file.
      *
       301-read-a5.
           read a5-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *A5.dat carries no anniversary date - the change is dated
      *when it is applied
       310-measure-a5-row.
      *
           if a5-emp-num is not equal to cnst-trailer-marker
               add 1 to ws-cntr-read
               if a5-emp-years is not numeric
                 or a5-emp-sal is not numeric
                 or (a5-emp-code is not equal to cnst-grad-code
                 and a5-emp-code is not equal to cnst-nongrad-code)
                   add 1 to ws-cntr-skipped
               else
                   move "P5"         to ws-cd-report
                   move a5-emp-num   to ws-cd-emp-num
                   move a5-emp-name  to ws-cd-emp-name
                   move a5-emp-code  to ws-cd-code
                   move a5-emp-years to ws-cd-years
                   move a5-emp-sal   to ws-cd-salary
                   move 0            to ws-cd-anniv-date
                   perform 400-measure-candidate
               end-if
           end-if.
      *
           perform 301-read-a5.
      *
      *the band now against the band a year from now - a change
      *of band is a position change
       400-measure-candidate.
      *
           if ws-cd-years is less than 99
               add 1 ws-cd-years giving ws-cd-next-years
               move ws-cd-code  to ws-bw-code
               move ws-cd-years to ws-bw-years
               perform 500-determine-band
               move ws-bw-band to ws-bw-old-band
               move ws-cd-next-years to ws-bw-years
               perform 500-determine-band
               move ws-bw-band to ws-bw-new-band
               if ws-bw-new-band is not equal to ws-bw-old-band
                   add 1 to ws-cntr-eligible
                   perform 410-raise-change
               end-if
           end-if.
      *
       410-raise-change.
      *
           move ws-cd-report  to ws-kw-report.
           move ws-cd-emp-num to ws-kw-emp-num.
           perform 140-find-waiting.
      *
           move ws-cd-report   to dl-report.
           move ws-cd-emp-num  to dl-emp-num.
           move ws-cd-emp-name to dl-emp-name.
           move ws-cd-code     to dl-code.
           move ws-cd-years    to dl-years.
           move ws-cd-next-years to dl-next-years.
           move ws-position-name (ws-bw-old-band) to dl-old-position.
           move ws-position-name (ws-bw-new-band) to dl-new-position.
           if ws-cd-anniv-date is equal to 0
               move "NOT ON FILE" to dl-anniv-date
           else
               move ws-cd-anniv-date to ws-anniv-edit
               move ws-anniv-edit    to dl-anniv-date
           end-if.
      *
           if key-found
               move "ALREADY WAITING - NOT RAISED" to dl-action
               add 1 to ws-cntr-waiting
           else
               if ws-change-count is not less than ws-change-max
                   move "y" to ws-change-full
                   move "NOT RAISED - CHANGE FILE FULL" to dl-action
               else
                   perform 420-write-change
                   move "RAISED FOR APPROVAL" to dl-action
                   add 1 to ws-cntr-raised
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *the transaction joins the table, the pending row goes out
      *now
       420-write-change.
      *
           move ws-cd-report     to pc-report.
           move ws-cd-emp-num    to pc-emp-num.
           move ws-cd-emp-name   to pc-emp-name.
           move ws-cd-code       to pc-emp-code.
           move ws-cd-years      to pc-old-years.
           move ws-cd-next-years to pc-new-years.
           move ws-position-name (ws-bw-old-band) to pc-old-position.
           move ws-position-name (ws-bw-new-band) to pc-new-position.
           move ws-cd-anniv-date to pc-anniv-date.
           move ws-run-date      to pc-raised-date.
      *
           add 1 to ws-change-count.
           move change-rec to ws-ch-rec (ws-change-count).
           move "y"        to ws-ch-keep (ws-change-count).
      *
           move ws-cd-report     to wp-report.
           move ws-cd-emp-num    to wp-emp-num.
           move ws-cd-salary     to wp-old-salary.
           move ws-cd-salary     to wp-new-salary.
           move ws-position-name (ws-bw-new-band) to wp-position.
           move ws-run-date      to wp-date.
           write pending-rec from ws-pending-row.
      *
      *A4's graduate/non-graduate/contract bands, which 5A and 5B
      *share for the codes A5.dat carries
       500-determine-band.
      *
           move 6 to ws-bw-band.
      *
           if ws-bw-code       =  cnst-grad-code          then
               if ws-bw-years  >  cnst-grad-analyst-start then
                   move 1 to ws-bw-band
               end-if
               if ws-bw-years  <= cnst-grad-analyst-start and
                  ws-bw-years  >= cnst-grad-prog-high     then
                   move 2 to ws-bw-band
               end-if
               if ws-bw-years  <  cnst-grad-prog-high     and
                  ws-bw-years  >  cnst-grad-prog-low      then
                   move 3 to ws-bw-band
               end-if
           end-if.
           if ws-bw-code       =  cnst-nongrad-code       then
               if ws-bw-years  >  cnst-nongrad-prog-start then
                   move 3 to ws-bw-band
               end-if
               if ws-bw-years  <= cnst-nongrad-prog-start and
                  ws-bw-years  >  cnst-nongrad-jr-start   then
                   move 4 to ws-bw-band
               end-if
           end-if.
           if ws-bw-code       =  cnst-contract-code      then
               move 5 to ws-bw-band
           end-if.
      *
      *the kept and newly raised transactions
       900-rewrite-changes.
      *
           open output change-file.
           perform 910-write-one-change
               varying ws-change-x from 1 by 1
               until ws-change-x is greater than ws-change-count.
           close change-file.
      *
       910-write-one-change.
      *
           if ws-ch-keep (ws-change-x) is equal to "y"
               move ws-ch-rec (ws-change-x) to change-rec
               write change-rec
           end-if.
      *
       end program A5-PromotionElig.
