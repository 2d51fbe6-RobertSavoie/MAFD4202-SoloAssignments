       identification division.
       program-id. A7-IntervalReport.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *call interval analysis.  A7.dat holds twelve monthly
      *buckets per operator, which cannot say whether mondays or
      *the nine-to-eleven window are where calls get abandoned.
      *this report reads the phone system's daily call detail
      *(A7-CallDetail.dat - date, hour, operator, answered,
      *abandoned and talk minutes) for the fiscal year to the
      *business date and shows, by day of the week and by hour of
      *the day, the calls offered, answered and abandoned, the
      *answer rate, the average talk minutes per answered call and
      *the share of the year's volume, with the average offered
      *per day so weeks with five mondays do not skew the picture.
      *a day-by-hour grid of calls offered closes the report, so
      *shifts can be laid over the peaks.
      *
      *the busiest day and any hour carrying more than its share
      *of the volume (a quarter again over the average of the
      *hours that took calls) are flagged PEAK, and any day, hour
      *or grid cell answering under the answer-rate floor is
      *flagged as well.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select call-detail-file
               assign to '../../../data/A7-CallDetail.dat'
               organization is line sequential
               file status is ws-detail-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to '../../../data/A7-IntervalReport.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd call-detail-file
           data record is call-detail-rec
           record contains 26 characters.
      *
       01 call-detail-rec.
           05 cd-call-date             pic 9(8).
           05 cd-call-date-r redefines cd-call-date.
               10 cd-yyyy              pic 9(4).
               10 cd-mm                pic 99.
               10 cd-dd                pic 99.
           05 cd-hour                  pic 99.
           05 cd-emp-num               pic x(3).
           05 cd-answered              pic 9(4).
           05 cd-abandoned             pic 9(4).
           05 cd-talk-min              pic 9(5).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       77 ws-detail-file-status        pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *the answer rate below which a day, hour or cell is flagged,
      *and the share over the average hour that makes a peak
       77 ws-answer-floor              pic 999v9  value 90.0.
       77 ws-peak-factor               pic 9v99   value 1.25.
      *
      *the business date and the fiscal year to date it bounds
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 filler                   pic 99.
      *
       01 ws-fy-start-date             pic 9(8)   value 0.
       01 ws-fy-start-date-r redefines ws-fy-start-date.
           05 ws-fs-yyyy               pic 9(4).
           05 ws-fs-mmdd               pic 9(4).
      *
      *calls by day of the week (monday first) and hour
       01 ws-interval-table.
           05 ws-day-entry occurs 7 times.
               10 ws-dy-days            pic 9(3).
               10 ws-hour-entry occurs 24 times.
                   15 ws-hr-answered    pic 9(7).
                   15 ws-hr-abandoned   pic 9(7).
                   15 ws-hr-talk        pic 9(8).
      *
      *the dates seen, so each weekday's average is over the days
      *that actually had calls
       01 ws-date-table.
           05 ws-date-entry occurs 1 to 400 times
                   depending on ws-date-count.
               10 ws-dt-date            pic 9(8).
      *
       01 ws-date-count                pic 9(3)   value 0.
      *
       01 ws-subs.
           05 ws-day-x                 pic 9      value 0.
           05 ws-hour-x                pic 99     value 0.
           05 ws-hour-y                pic 99     value 0.
           05 ws-date-x                pic 9(3)   value 0.
           05 ws-date-hit              pic 9(3)   value 0.
      *
      *day-of-week working fields - zeller's congruence, monday
      *coming out as 1 and sunday as 7
       01 ws-dow-math.
           05 ws-zm                    pic 99     value 0.
           05 ws-zy                    pic 9(4)   value 0.
           05 ws-zk                    pic 99     value 0.
           05 ws-zj                    pic 99     value 0.
           05 ws-zsum                  pic 9(5)   value 0.
           05 ws-zterm                 pic 9(5)   value 0.
           05 ws-zquot                 pic 9(5)   value 0.
           05 ws-zh                    pic 9      value 0.
           05 ws-dow                   pic 9      value 0.
      *
      *a row or line's figures as they are summed and printed
       01 ws-line-figures.
           05 ws-lf-answered           pic 9(8)   value 0.
           05 ws-lf-abandoned          pic 9(8)   value 0.
           05 ws-lf-talk               pic 9(9)   value 0.
           05 ws-lf-offered            pic 9(8)   value 0.
           05 ws-lf-days               pic 9(3)   value 0.
           05 ws-lf-rate               pic 999v9  value 0.
           05 ws-lf-avg-talk           pic 999v9  value 0.
           05 ws-lf-share              pic 999v9  value 0.
           05 ws-lf-per-day            pic 9(6)v9 value 0.
      *
       01 ws-report-figures.
           05 ws-grand-offered         pic 9(8)   value 0.
           05 ws-grand-answered        pic 9(8)   value 0.
           05 ws-peak-day              pic 9      value 0.
           05 ws-peak-day-offered      pic 9(8)   value 0.
           05 ws-active-hours          pic 99     value 0.
           05 ws-peak-hour-floor       pic 9(8)v99 value 0.
           05 ws-first-hour            pic 99     value 0.
           05 ws-last-hour             pic 99     value 0.
           05 ws-cntr-read             pic 9(6)   value 0.
           05 ws-cntr-used             pic 9(6)   value 0.
           05 ws-cntr-skipped          pic 9(6)   value 0.
      *
       01 ws-day-names-values.
           05 filler                   pic x(9)   value "MONDAY".
           05 filler                   pic x(9)   value "TUESDAY".
           05 filler                   pic x(9)   value "WEDNESDAY".
           05 filler                   pic x(9)   value "THURSDAY".
           05 filler                   pic x(9)   value "FRIDAY".
           05 filler                   pic x(9)   value "SATURDAY".
           05 filler                   pic x(9)   value "SUNDAY".
       01 ws-day-names redefines ws-day-names-values.
           05 ws-day-name              pic x(9)   occurs 7 times.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(31)  value
                   "CALL INTERVAL ANALYSIS - FROM ".
           05 hl-from                  pic 9(8).
           05 filler                   pic x(4)   value " TO ".
           05 hl-to                    pic 9(8).
           05 filler                   pic x(81)  value spaces.
      *
       01 ws-floor-line.
           05 filler                   pic x(20)  value
                   "ANSWER-RATE FLOOR: ".
           05 fl-floor                 pic zz9.9.
           05 filler                   pic x(26)  value
                   "%   DETAIL ROWS USED: ".
           05 fl-used                  pic zzzzz9.
           05 filler                   pic x(23)  value
                   "   OUTSIDE/UNREADABLE: ".
           05 fl-skipped               pic zzzzz9.
           05 filler                   pic x(46)  value spaces.
      *
       01 ws-section-line.
           05 sl-title                 pic x(40).
           05 filler                   pic x(92)  value spaces.
      *
       01 ws-column-line.
           05 cl-label                 pic x(12).
           05 filler                   pic x(38)  value
               "    DAYS   OFFERED  ANSWERED ABANDONED".
           05 filler                   pic x(42)  value
               "    RATE AVG TALK    SHARE   AVG/DAY  FLAG".
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-figure-line.
           05 fg-label                 pic x(12).
           05 fg-days                  pic zzzzzzz9.
           05 fg-days-x redefines fg-days pic x(8).
           05 fg-offered               pic zzzzzzzzz9.
           05 fg-answered              pic zzzzzzzzz9.
           05 fg-abandoned             pic zzzzzzzzz9.
           05 filler                   pic x(2)   value spaces.
           05 fg-rate                  pic zz9.9.
           05 filler                   pic x(5)   value "%    ".
           05 fg-avg-talk              pic zz9.9.
           05 filler                   pic x(3)   value spaces.
           05 fg-share                 pic zz9.9.
           05 filler                   pic x      value "%".
           05 fg-per-day               pic zzzzzzz9.9.
           05 fg-per-day-x redefines fg-per-day pic x(10).
           05 filler                   pic x(2)   value spaces.
           05 fg-flag                  pic x(24).
           05 filler                   pic x(20)  value spaces.
      *
       01 ws-grid-heading.
           05 filler                   pic x(12)  value "HOUR".
           05 gh-day                   pic x(10)  occurs 7 times.
           05 filler                   pic x(10)  value
                   "     TOTAL".
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-grid-line.
           05 gl-label                 pic x(12).
           05 gl-cell occurs 7 times.
               10 gl-offered            pic zzzzzzzz9.
               10 gl-flag               pic x.
           05 gl-total                 pic zzzzzzzzz9.
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-grid-note.
           05 filler                   pic x(60)  value
               "* - ANSWERED UNDER THE ANSWER-RATE FLOOR IN THAT HOUR".
           05 filler                   pic x(72)  value spaces.
      *
       01 ws-hour-label.
           05 hb-from                  pic 99.
           05 filler                   pic x      value ":".
           05 filler                   pic xx     value "00".
           05 filler                   pic x      value "-".
           05 hb-to                    pic 99.
           05 filler                   pic x(4)   value ":59 ".
      *
       01 ws-no-detail-line.
           05 filler                   pic x(50)  value
               "NO CALL DETAIL ON FILE FOR THE PERIOD".
           05 filler                   pic x(82)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-period.
           perform 110-clear-table.
      *
           open input call-detail-file.
      *
           if ws-detail-file-status is not equal to "35"
               perform 200-read-detail
               perform 210-add-detail
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close call-detail-file.
      *
           perform 300-count-days
               varying ws-date-x from 1 by 1
               until ws-date-x > ws-date-count.
      *
           open output report-file.
      *
           move ws-fy-start-date to hl-from.
           move ws-run-date      to hl-to.
           write report-line from ws-heading-line
             after advancing 1 line.
           move ws-answer-floor  to fl-floor.
           move ws-cntr-used     to fl-used.
           move ws-cntr-skipped  to fl-skipped.
           write report-line from ws-floor-line
             after advancing 1 line.
      *
           perform 400-find-peaks.
      *
           if ws-grand-offered is equal to 0
               write report-line from ws-no-detail-line
                 after advancing 2 lines
           else
               perform 500-print-by-day
               perform 600-print-by-hour
               perform 700-print-grid
           end-if.
      *
           close report-file.
      *
           goback.
      *
      *the fiscal year to date - july 1 of the fiscal year the
      *business date falls in, through the business date
       100-set-period.
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
           if ws-rd-mm is not less than 7
               move ws-rd-yyyy to ws-fs-yyyy
           else
               subtract 1 from ws-rd-yyyy giving ws-fs-yyyy
           end-if.
           move 0701 to ws-fs-mmdd.
      *
       110-clear-table.
      *
           perform 115-clear-one-day
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
      *
       115-clear-one-day.
      *
           move 0 to ws-dy-days(ws-day-x).
           perform 116-clear-one-hour
               varying ws-hour-x from 1 by 1
               until ws-hour-x > 24.
      *
       116-clear-one-hour.
      *
           move 0 to ws-hr-answered(ws-day-x, ws-hour-x).
           move 0 to ws-hr-abandoned(ws-day-x, ws-hour-x).
           move 0 to ws-hr-talk(ws-day-x, ws-hour-x).
      *
       200-read-detail.
           read call-detail-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a row that does not edit or falls outside the period is
      *only counted - A7-CallLogPost lists the rows that do not
      *edit
       210-add-detail.
      *
           add 1 to ws-cntr-read.
      *
           if cd-call-date is numeric
             and cd-mm > 0 and cd-mm < 13
             and cd-dd > 0 and cd-dd < 32
             and cd-hour is numeric
             and cd-hour < 24
             and cd-answered is numeric
             and cd-abandoned is numeric
             and cd-talk-min is numeric
             and cd-call-date is not less than ws-fy-start-date
             and cd-call-date is not greater than ws-run-date
               perform 220-post-detail
           else
               add 1 to ws-cntr-skipped
           end-if.
      *
           perform 200-read-detail.
      *
       220-post-detail.
      *
           add 1 to ws-cntr-used.
      *
           perform 230-day-of-week.
           add 1 cd-hour giving ws-hour-x.
      *
           add cd-answered  to ws-hr-answered(ws-dow, ws-hour-x).
           add cd-abandoned to ws-hr-abandoned(ws-dow, ws-hour-x).
           add cd-talk-min  to ws-hr-talk(ws-dow, ws-hour-x).
      *
           move 0 to ws-date-hit.
           perform 240-match-date
               varying ws-date-x from 1 by 1
               until ws-date-x > ws-date-count
               or ws-date-hit > 0.
      *
           if ws-date-hit is equal to 0
             and ws-date-count < 400
               add 1 to ws-date-count
               move cd-call-date to ws-dt-date(ws-date-count)
           end-if.
      *
      *zeller's congruence - january and february count as months
      *13 and 14 of the year before
       230-day-of-week.
      *
           move cd-mm   to ws-zm.
           move cd-yyyy to ws-zy.
           if ws-zm < 3
               add 12 to ws-zm
               subtract 1 from ws-zy
           end-if.
      *
           divide ws-zy by 100 giving ws-zj remainder ws-zk.
      *
      *each quotient is whole - divide drops the fraction
           compute ws-zsum = cd-dd + ws-zk + (5 * ws-zj).
           compute ws-zterm = 13 * (ws-zm + 1).
           divide ws-zterm by 5 giving ws-zterm.
           add ws-zterm to ws-zsum.
           divide ws-zk by 4 giving ws-zterm.
           add ws-zterm to ws-zsum.
           divide ws-zj by 4 giving ws-zterm.
           add ws-zterm to ws-zsum.
      *
           divide ws-zsum by 7 giving ws-zquot remainder ws-zh.
      *
      *zeller gives saturday as 0 - turn it round to monday 1
           add 5 ws-zh giving ws-zsum.
           divide ws-zsum by 7 giving ws-zquot remainder ws-dow.
           add 1 to ws-dow.
      *
       240-match-date.
      *
           if ws-dt-date(ws-date-x) is equal to cd-call-date
               move ws-date-x to ws-date-hit
           end-if.
      *
      *each date seen counts one day for its weekday
       300-count-days.
      *
           move ws-dt-date(ws-date-x) to cd-call-date.
           perform 230-day-of-week.
           add 1 to ws-dy-days(ws-dow).
      *
      *the year's totals, the busiest day, and the offered figure
      *an hour must pass to be a peak
       400-find-peaks.
      *
           perform 410-total-one-day
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
      *
           move 0  to ws-active-hours.
           move 99 to ws-first-hour.
           move 0  to ws-last-hour.
           perform 420-check-one-hour
               varying ws-hour-x from 1 by 1
               until ws-hour-x > 24.
      *
           if ws-active-hours > 0
               compute ws-peak-hour-floor rounded =
                   ws-grand-offered / ws-active-hours
                   * ws-peak-factor
           end-if.
      *
       410-total-one-day.
      *
           perform 510-sum-day.
           add ws-lf-offered  to ws-grand-offered.
           add ws-lf-answered to ws-grand-answered.
           if ws-lf-offered > ws-peak-day-offered
               move ws-lf-offered to ws-peak-day-offered
               move ws-day-x      to ws-peak-day
           end-if.
      *
       420-check-one-hour.
      *
           perform 610-sum-hour.
           if ws-lf-offered > 0
               add 1 to ws-active-hours
               if ws-hour-x < ws-first-hour
                   move ws-hour-x to ws-first-hour
               end-if
               move ws-hour-x to ws-last-hour
           end-if.
      *
       500-print-by-day.
      *
           move "CALLS BY DAY OF THE WEEK" to sl-title.
           write report-line from ws-section-line
             after advancing 3 lines.
           move "DAY" to cl-label.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 520-print-one-day
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
      *
      *one day's figures summed across the hours into the line
      *figures
       510-sum-day.
      *
           move 0 to ws-lf-answered.
           move 0 to ws-lf-abandoned.
           move 0 to ws-lf-talk.
           perform 515-add-hour-to-day
               varying ws-hour-y from 1 by 1
               until ws-hour-y > 24.
           add ws-lf-answered ws-lf-abandoned giving ws-lf-offered.
           move ws-dy-days(ws-day-x) to ws-lf-days.
      *
       515-add-hour-to-day.
      *
           add ws-hr-answered(ws-day-x, ws-hour-y)  to ws-lf-answered.
           add ws-hr-abandoned(ws-day-x, ws-hour-y)
             to ws-lf-abandoned.
           add ws-hr-talk(ws-day-x, ws-hour-y)      to ws-lf-talk.
      *
       520-print-one-day.
      *
           perform 510-sum-day.
           move ws-day-name(ws-day-x) to fg-label.
           move ws-lf-days            to fg-days.
           move spaces                to fg-flag.
           perform 800-fill-figures.
      *
           if ws-lf-days > 0
               compute ws-lf-per-day rounded =
                   ws-lf-offered / ws-lf-days
               move ws-lf-per-day to fg-per-day
           else
               move spaces to fg-per-day-x
           end-if.
      *
           if ws-day-x is equal to ws-peak-day
               move "PEAK" to fg-flag
           end-if.
           perform 810-flag-low-rate.
      *
           write report-line from ws-figure-line
             after advancing 1 line.
      *
       600-print-by-hour.
      *
           move "CALLS BY HOUR OF THE DAY" to sl-title.
           write report-line from ws-section-line
             after advancing 3 lines.
           move "HOUR" to cl-label.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 620-print-one-hour
               varying ws-hour-x from ws-first-hour by 1
               until ws-hour-x > ws-last-hour.
      *
      *one hour's figures summed across the days
       610-sum-hour.
      *
           move 0 to ws-lf-answered.
           move 0 to ws-lf-abandoned.
           move 0 to ws-lf-talk.
           perform 615-add-day-to-hour
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
           add ws-lf-answered ws-lf-abandoned giving ws-lf-offered.
      *
       615-add-day-to-hour.
      *
           add ws-hr-answered(ws-day-x, ws-hour-x)  to ws-lf-answered.
           add ws-hr-abandoned(ws-day-x, ws-hour-x)
             to ws-lf-abandoned.
           add ws-hr-talk(ws-day-x, ws-hour-x)      to ws-lf-talk.
      *
       620-print-one-hour.
      *
           perform 610-sum-hour.
           perform 820-set-hour-label.
           move ws-hour-label to fg-label.
           move spaces        to fg-days-x.
           move spaces        to fg-per-day-x.
           move spaces        to fg-flag.
           perform 800-fill-figures.
      *
           if ws-lf-offered > ws-peak-hour-floor
               move "PEAK" to fg-flag
           end-if.
           perform 810-flag-low-rate.
      *
           write report-line from ws-figure-line
             after advancing 1 line.
      *
      *calls offered, day by hour, for the hours that took calls
       700-print-grid.
      *
           move "CALLS OFFERED BY DAY AND HOUR" to sl-title.
           write report-line from ws-section-line
             after advancing 3 lines.
      *
           perform 705-set-grid-day
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
           write report-line from ws-grid-heading
             after advancing 2 lines.
      *
           perform 710-print-grid-hour
               varying ws-hour-x from ws-first-hour by 1
               until ws-hour-x > ws-last-hour.
      *
           write report-line from ws-grid-note
             after advancing 2 lines.
      *
       705-set-grid-day.
      *
           move spaces to gh-day(ws-day-x).
           string "       "             delimited by size
                  ws-day-name(ws-day-x) delimited by size
             into gh-day(ws-day-x).
      *
       710-print-grid-hour.
      *
           perform 820-set-hour-label.
           move ws-hour-label to gl-label.
           perform 610-sum-hour.
           move ws-lf-offered to gl-total.
      *
           perform 715-fill-grid-cell
               varying ws-day-x from 1 by 1
               until ws-day-x > 7.
      *
           write report-line from ws-grid-line
             after advancing 1 line.
      *
       715-fill-grid-cell.
      *
           add ws-hr-answered(ws-day-x, ws-hour-x)
               ws-hr-abandoned(ws-day-x, ws-hour-x)
               giving ws-lf-offered.
           move ws-lf-offered to gl-offered(ws-day-x).
           move space         to gl-flag(ws-day-x).
      *
           if ws-lf-offered > 0
               compute ws-lf-rate rounded =
                   ws-hr-answered(ws-day-x, ws-hour-x) * 100
                   / ws-lf-offered
               if ws-lf-rate < ws-answer-floor
                   move "*" to gl-flag(ws-day-x)
               end-if
           end-if.
      *
      *offered, answered, abandoned, answer rate, average talk and
      *share of the year from the line figures
       800-fill-figures.
      *
           move ws-lf-offered   to fg-offered.
           move ws-lf-answered  to fg-answered.
           move ws-lf-abandoned to fg-abandoned.
      *
           move 0 to ws-lf-rate.
           move 0 to ws-lf-avg-talk.
           move 0 to ws-lf-share.
      *
           if ws-lf-offered > 0
               compute ws-lf-rate rounded =
                   ws-lf-answered * 100 / ws-lf-offered
           end-if.
           if ws-lf-answered > 0
               compute ws-lf-avg-talk rounded =
                   ws-lf-talk / ws-lf-answered
           end-if.
           if ws-grand-offered > 0
               compute ws-lf-share rounded =
                   ws-lf-offered * 100 / ws-grand-offered
           end-if.
      *
           move ws-lf-rate     to fg-rate.
           move ws-lf-avg-talk to fg-avg-talk.
           move ws-lf-share    to fg-share.
      *
       810-flag-low-rate.
      *
           if ws-lf-offered > 0
             and ws-lf-rate < ws-answer-floor
               if fg-flag is equal to spaces
                   move "LOW ANSWER RATE" to fg-flag
               else
                   move "PEAK - LOW ANSWER RATE" to fg-flag
               end-if
           end-if.
      *
      *hour slot ws-hour-x is the hour starting at ws-hour-x - 1
       820-set-hour-label.
      *
           subtract 1 from ws-hour-x giving hb-from.
           move hb-from to hb-to.
      *
       end program A7-IntervalReport.
