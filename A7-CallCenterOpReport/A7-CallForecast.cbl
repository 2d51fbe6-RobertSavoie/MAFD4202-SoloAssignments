       identification division.
       program-id. A7-CallForecast.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *call volume forecast and staffing requirement.  next fiscal
      *year's staffing used to be planned on a spreadsheet from the
      *same figures A7.dat and A7-PriorYear.dat already hold.  this
      *program projects next year's calls month by month for each
      *team and the company, from the two years of history and the
      *year-over-year trend, turns the forecast into operator hours
      *at the team's own calls per hour (off A7-Hours.dat), and
      *into headcount at the paid hours per operator-month less a
      *shrinkage allowance for leave, training and breaks.  the
      *peak month's headcount is set against the team's roster on
      *A7.dat to show how far the team is short or over.
      *
      *the trend is this year's calls over last year's for the
      *months reported so far this year (a month with no calls
      *company-wide is not reported yet), so a part year still
      *trends like for like.  a reported month is forecast as this
      *year's figure carried forward by the trend; a month not yet
      *reported is forecast from last year's figure carried forward
      *two years.  a team with no hours on file is costed at the
      *company's calls per hour.
      *
      *the shrinkage percent and the paid hours per operator-month
      *come from the A7-ForecastParm.dat card, 30.0 percent and
      *140 hours when there is no card.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential
               file status is ws-emp-file-status.
      *
           select prior-year-file
               assign to '../../../data/A7-PriorYear.dat'
               organization is line sequential
               file status is ws-prior-year-file-status.
      *
           select hours-file
               assign to '../../../data/A7-Hours.dat'
               organization is line sequential
               file status is ws-hours-file-status.
      *
           select team-master-file
               assign to '../../../data/A7-TeamMaster.dat'
               organization is line sequential
               file status is ws-team-master-file-status.
      *
           select parm-file
               assign to '../../../data/A7-ForecastParm.dat'
               organization is line sequential
               file status is ws-parm-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to '../../../data/A7-CallForecast.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd emp-file
           data record is emp-rec
           record contains 90 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(3).
           05 emp-rec-name             pic x(12).
           05 emp-rec-calls-tbl.
               10 emp-rec-calls-month      pic 999 occurs 12 times.
           05 emp-rec-team             pic x(3).
           05 emp-rec-abn-tbl.
               10 emp-rec-abn-month        pic 999 occurs 12 times.
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it; a file without
      *one predates the header and is read as the current layout
       01 emp-header-rec.
           05 eh-marker                pic x(8).
               88 eh-layout-header      value "*LAYOUT ".
           05 eh-file-id               pic x(10).
           05 eh-version               pic 99.
           05 filler                   pic x(70).
      *
       fd prior-year-file
           data record is prior-year-rec
           record contains 90 characters.
      *
       01 prior-year-rec.
           05 py-emp-num               pic x(3).
           05 py-emp-name              pic x(12).
           05 py-calls-tbl.
               10 py-calls-month       pic 999 occurs 12 times.
           05 py-team                  pic x(3).
           05 py-abn-tbl.
               10 py-abn-month         pic 999 occurs 12 times.
      *
       01 prior-year-header-rec.
           05 ph-marker                pic x(8).
               88 ph-layout-header      value "*LAYOUT ".
           05 ph-file-id               pic x(10).
           05 ph-version               pic 99.
           05 filler                   pic x(70).
      *
       fd hours-file
           data record is hours-rec
           record contains 8 characters.
      *
       01 hours-rec.
           05 hr-emp-num               pic x(3).
           05 hr-month                 pic 99.
           05 hr-hours                 pic 999.
      *
       fd team-master-file
           data record is team-master-rec
           record contains 43 characters.
      *
       01 team-master-rec.
           05 tm-code                  pic x(3).
           05 tm-name                  pic x(20).
           05 tm-supervisor            pic x(20).
      *
      *shrinkage percent and paid hours per operator-month
       fd parm-file
           data record is parm-rec
           record contains 6 characters.
      *
       01 parm-rec.
           05 fp-shrinkage             pic 99v9.
           05 fp-month-hours           pic 999.
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
       77 ws-emp-file-status           pic xx     value spaces.
       77 ws-prior-year-file-status    pic xx     value spaces.
       77 ws-hours-file-status         pic xx     value spaces.
       77 ws-team-master-file-status   pic xx     value spaces.
       77 ws-parm-file-status          pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *the A7.dat layout version this program reads, and the
      *switch set when either call file carries any other
       77 ws-a7-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *set when a bad parameter card or a full table stops the run
       77 ws-run-stopped               pic x      value "n".
           88 run-stopped               value "y".
      *
      *the planning parameters
       77 ws-shrinkage                 pic 99v9   value 30.0.
       77 ws-month-hours               pic 999    value 140.
      *
      *run date and the fiscal year being forecast
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 filler                   pic 99.
      *
       77 ws-next-fy-start             pic 9(4)   value 0.
       77 ws-next-fy-end               pic 9(4)   value 0.
      *
      *the teams on A7.dat, with each team's calls this year and
      *last year by month, its roster and the hours on file
       01 ws-team-table.
           05 ws-team-entry occurs 1 to 20 times
                   depending on ws-team-count.
               10 ws-tm-code            pic x(3).
               10 ws-tm-name            pic x(20).
               10 ws-tm-roster          pic 9(3).
               10 ws-tm-cur             pic 9(6)   occurs 12 times.
               10 ws-tm-prior           pic 9(6)   occurs 12 times.
               10 ws-tm-hours           pic 9(7).
               10 ws-tm-hour-calls      pic 9(7).
      *
       01 ws-team-count                pic 99     value 0.
      *
       01 ws-team-subs.
           05 ws-team-x                pic 99     value 0.
           05 ws-team-hit              pic 99     value 0.
      *
      *the company as a whole, teams the table could not hold
      *included
       01 ws-company.
           05 ws-co-roster             pic 9(3)   value 0.
           05 ws-co-cur                pic 9(6)   occurs 12 times
                                                  value 0.
           05 ws-co-prior              pic 9(6)   occurs 12 times
                                                  value 0.
           05 ws-co-hours              pic 9(7)   value 0.
           05 ws-co-hour-calls         pic 9(7)   value 0.
      *
      *every operator's team and monthly calls, for pricing the
      *hours file's rows
       01 ws-op-table.
           05 ws-op-entry occurs 1 to 500 times
                   depending on ws-op-count.
               10 ws-op-num             pic x(3).
               10 ws-op-team-x          pic 99.
               10 ws-op-calls           pic 999    occurs 12 times.
      *
       01 ws-op-count                  pic 9(3)   value 0.
      *
       01 ws-op-subs.
           05 ws-op-x                  pic 9(3)   value 0.
           05 ws-op-hit                pic 9(3)   value 0.
           05 ws-month-x               pic 99     value 0.
      *
      *the team master, looked up for the team names
       01 ws-teammaster-table.
           05 ws-teammaster-entry occurs 1 to 30 times
                   depending on ws-teammaster-count.
               10 ws-tmm-code           pic x(3).
               10 ws-tmm-name           pic x(20).
      *
       01 ws-teammaster-count          pic 99     value 0.
      *
       01 ws-teammaster-subs.
           05 ws-tmm-x                 pic 99     value 0.
           05 ws-tmm-eof               pic x      value "n".
      *
      *the block being forecast - one team, or the company
       01 ws-block.
           05 ws-bk-roster             pic 9(3).
           05 ws-bk-cur                pic 9(6)   occurs 12 times.
           05 ws-bk-prior              pic 9(6)   occurs 12 times.
           05 ws-bk-hours              pic 9(7).
           05 ws-bk-hour-calls         pic 9(7).
      *
       01 ws-block-results.
           05 ws-bk-forecast           pic 9(6)   occurs 12 times.
           05 ws-bk-req-hours          pic 9(6)   occurs 12 times.
           05 ws-bk-headcount          pic 9(4)   occurs 12 times.
      *
       01 ws-forecast-math.
           05 ws-sum-cur               pic 9(7)   value 0.
           05 ws-sum-prior             pic 9(7)   value 0.
           05 ws-trend                 pic 9(3)v9(4) value 0.
           05 ws-trend-pct             pic s9(4)v9 value 0.
           05 ws-bk-cph                pic 999v99 value 0.
           05 ws-company-cph           pic 999v99 value 0.
           05 ws-productive-hours      pic 999v99 value 0.
           05 ws-hc-raw                pic 9(5)v99 value 0.
           05 ws-hc-whole              pic 9(4)   value 0.
           05 ws-peak                  pic 9(4)   value 0.
           05 ws-gap                   pic s9(4)  value 0.
           05 ws-total-cur             pic 9(7)   value 0.
           05 ws-total-prior           pic 9(7)   value 0.
           05 ws-total-forecast        pic 9(7)   value 0.
           05 ws-total-req-hours       pic 9(7)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
                   "CALL VOLUME FORECAST - JULY 1/".
           05 hl-from-year             pic 9(4).
           05 filler                   pic x(12)  value
                   " TO JUNE 30/".
           05 hl-to-year               pic 9(4).
           05 filler                   pic x(9)   value "  AS OF ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-parm-line.
           05 filler                   pic x(11)  value
                   "SHRINKAGE: ".
           05 pl-shrinkage             pic z9.9.
           05 filler                   pic x(35)  value
                   "%   PAID HOURS PER OPERATOR-MONTH: ".
           05 pl-month-hours           pic zz9.
           05 filler                   pic x(21)  value
                   "   PRODUCTIVE HOURS: ".
           05 pl-productive            pic zz9.99.
           05 filler                   pic x(44)  value spaces.
      *
       01 ws-block-heading.
           05 bh-title                 pic x(8).
           05 bh-code                  pic x(3).
           05 filler                   pic x      value spaces.
           05 bh-name                  pic x(20).
           05 filler                   pic x(9)   value "  TREND: ".
           05 bh-trend                 pic -zz9.9.
           05 filler                   pic x(13)  value
                   "%  CALLS/HR: ".
           05 bh-cph                   pic zz9.99.
           05 bh-cph-x redefines bh-cph pic x(6).
           05 filler                   pic x(66)  value spaces.
      *
       01 ws-month-line.
           05 filler                   pic x(12)  value spaces.
           05 filler                   pic x(42)  value
               "    JUL    AUG    SEP    OCT    NOV    DEC".
           05 filler                   pic x(42)  value
               "    JAN    FEB    MAR    APR    MAY    JUN".
           05 filler                   pic x(8)   value
               "   TOTAL".
           05 filler                   pic x(28)  value spaces.
      *
       01 ws-figure-line.
           05 fl-label                 pic x(12).
           05 fl-col occurs 12 times.
               10 fl-value             pic z(6)9.
           05 filler                   pic x      value spaces.
           05 fl-total                 pic z(6)9.
           05 fl-total-x redefines fl-total pic x(7).
           05 filler                   pic x(28)  value spaces.
      *
       01 ws-no-hours-line.
           05 filler                   pic x(12)  value spaces.
           05 filler                   pic x(50)  value
               "NO HOURS ON FILE - HOURS AND HEADCOUNT NOT COSTED".
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-staff-line.
           05 filler                   pic x(12)  value spaces.
           05 filler                   pic x(26)  value
                   "PEAK HEADCOUNT REQUIRED: ".
           05 sl-peak                  pic zzz9.
           05 filler                   pic x(13)  value
                   "  ON ROSTER: ".
           05 sl-roster                pic zz9.
           05 filler                   pic x(2)   value spaces.
           05 sl-gap-label             pic x(7).
           05 sl-gap                   pic zzz9.
           05 filler                   pic x(61)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-parm.
           perform 120-load-team-master.
      *
           if not run-stopped
               perform 200-load-current
           end-if.
      *
           if not run-stopped
             and not layout-unknown
               perform 250-load-prior
           end-if.
      *
           if layout-unknown
               display "A7-CALLFORECAST: RUN STOPPED - CALL FILE "
                       "LAYOUT NOT SUPPORTED"
               move "y" to ws-run-stopped
           end-if.
      *
           if run-stopped
               move 8 to return-code
               goback
           end-if.
      *
           perform 300-load-hours.
      *
           perform 400-print-forecast.
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
      *the fiscal year runs july to june - next year starts the
      *july after this one
           if ws-rd-mm is not less than 7
               add 1 to ws-rd-yyyy giving ws-next-fy-start
           else
               move ws-rd-yyyy to ws-next-fy-start
           end-if.
           add 1 to ws-next-fy-start giving ws-next-fy-end.
      *
      *the parameter card - no card keeps the defaults, a card
      *that does not read stops the run
       110-load-parm.
      *
           open input parm-file.
      *
           if ws-parm-file-status is not equal to "35"
               read parm-file
                   at end
                       continue
                   not at end
                       if fp-shrinkage is numeric
                         and fp-month-hours is numeric
                         and fp-month-hours is greater than 0
                           move fp-shrinkage   to ws-shrinkage
                           move fp-month-hours to ws-month-hours
                       else
                           display "A7-CALLFORECAST: PARAMETER "
                                   "CARD NOT NUMERIC - RUN STOPPED"
                           move "y" to ws-run-stopped
                       end-if
               end-read
           end-if.
      *
           close parm-file.
      *
           compute ws-productive-hours rounded =
               ws-month-hours * (100 - ws-shrinkage) / 100.
      *
       120-load-team-master.
      *
           open input team-master-file.
      *
           if ws-team-master-file-status is not equal to "35"
               perform 125-read-team-master
               perform 126-add-team-master
                   until ws-tmm-eof is equal to "y"
                   or ws-teammaster-count is equal to 30
           end-if.
      *
           close team-master-file.
      *
       125-read-team-master.
           read team-master-file
               at end
                   move "y" to ws-tmm-eof.
      *
       126-add-team-master.
      *
           add 1 to ws-teammaster-count.
           move tm-code to ws-tmm-code(ws-teammaster-count).
           move tm-name to ws-tmm-name(ws-teammaster-count).
      *
           perform 125-read-team-master.
      *
      *this year's calls, by operator, team and month
       200-load-current.
      *
           open input emp-file.
      *
           if ws-emp-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 205-read-emp
               perform 208-check-a7-layout
               perform 210-add-current-row
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close emp-file.
      *
       205-read-emp.
           read emp-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - any other version ends the load before a row is
      *misread
       208-check-a7-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and eh-layout-header
               if eh-file-id is equal to "A7EMP"
                 and eh-version is equal to ws-a7-version
                   perform 205-read-emp
               else
                   move "y" to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A7-CALLFORECAST: A7.DAT LAYOUT "
                           eh-file-id " VERSION " eh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ")"
               end-if
           end-if.
      *
       210-add-current-row.
      *
           if ws-op-count is equal to 500
               display "A7-CALLFORECAST: OVER 500 OPERATORS ON "
                       "A7.DAT - RUN STOPPED"
               move "y" to ws-run-stopped
           else
               perform 220-register-team
               add 1 to ws-op-count
               move emp-rec-num to ws-op-num(ws-op-count)
               move ws-team-hit to ws-op-team-x(ws-op-count)
               add 1 to ws-co-roster
               if ws-team-hit > 0
                   add 1 to ws-tm-roster(ws-team-hit)
               end-if
               perform 215-add-current-month
                   varying ws-month-x from 1 by 1
                   until ws-month-x > 12
               perform 205-read-emp
           end-if.
      *
       215-add-current-month.
      *
           move emp-rec-calls-month(ws-month-x)
             to ws-op-calls(ws-op-count, ws-month-x).
           add emp-rec-calls-month(ws-month-x)
             to ws-co-cur(ws-month-x).
           if ws-team-hit > 0
               add emp-rec-calls-month(ws-month-x)
                 to ws-tm-cur(ws-team-hit, ws-month-x)
           end-if.
      *
      *finds the operator's team, adding it the first time it is
      *seen - a team the table cannot hold still counts in the
      *company figures, and the console names it
       220-register-team.
      *
           perform 225-find-team.
      *
           if ws-team-hit is equal to 0
               if ws-team-count < 20
                   add 1 to ws-team-count
                   move ws-team-count to ws-team-hit
                   move emp-rec-team to ws-tm-code(ws-team-hit)
                   move "(NOT ON MASTER)" to ws-tm-name(ws-team-hit)
                   perform 227-match-team-master
                       varying ws-tmm-x from 1 by 1
                       until ws-tmm-x > ws-teammaster-count
                   move 0 to ws-tm-roster(ws-team-hit)
                   move 0 to ws-tm-hours(ws-team-hit)
                   move 0 to ws-tm-hour-calls(ws-team-hit)
                   perform 228-zero-team-month
                       varying ws-month-x from 1 by 1
                       until ws-month-x > 12
               else
                   display "A7-CALLFORECAST: TEAM TABLE FULL - TEAM "
                           emp-rec-team " IN COMPANY FIGURES ONLY"
               end-if
           end-if.
      *
      *ws-team-hit is left at the team carrying emp-rec-team, or
      *zero
       225-find-team.
      *
           move 0 to ws-team-hit.
           perform 226-match-team
               varying ws-team-x from 1 by 1
               until ws-team-x > ws-team-count
               or ws-team-hit > 0.
      *
       226-match-team.
      *
           if ws-tm-code(ws-team-x) is equal to emp-rec-team
               move ws-team-x to ws-team-hit
           end-if.
      *
       227-match-team-master.
      *
           if ws-tmm-code(ws-tmm-x) is equal to emp-rec-team
               move ws-tmm-name(ws-tmm-x) to ws-tm-name(ws-team-hit)
           end-if.
      *
       228-zero-team-month.
      *
           move 0 to ws-tm-cur(ws-team-hit, ws-month-x).
           move 0 to ws-tm-prior(ws-team-hit, ws-month-x).
      *
      *last year's calls, by team and month - a team gone since
      *last year still counts in the company figures
       250-load-prior.
      *
           open input prior-year-file.
      *
           if ws-prior-year-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 255-read-prior
               perform 258-check-prior-layout
               perform 260-add-prior-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close prior-year-file.
      *
       255-read-prior.
           read prior-year-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       258-check-prior-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and ph-layout-header
               if ph-file-id is equal to "A7EMP"
                 and ph-version is equal to ws-a7-version
                   perform 255-read-prior
               else
                   move "y" to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A7-CALLFORECAST: A7-PRIORYEAR.DAT "
                           "LAYOUT " ph-file-id " VERSION "
                           ph-version " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ")"
               end-if
           end-if.
      *
       260-add-prior-row.
      *
           move py-team to emp-rec-team.
           perform 225-find-team.
      *
           perform 265-add-prior-month
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
      *
           perform 255-read-prior.
      *
       265-add-prior-month.
      *
           add py-calls-month(ws-month-x) to ws-co-prior(ws-month-x).
           if ws-team-hit > 0
               add py-calls-month(ws-month-x)
                 to ws-tm-prior(ws-team-hit, ws-month-x)
           end-if.
      *
      *the hours file, each row priced at the operator's own calls
      *for that month so a team's calls per hour only counts the
      *months it has hours for
       300-load-hours.
      *
           open input hours-file.
      *
           if ws-hours-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 305-read-hours
               perform 310-add-hours-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close hours-file.
      *
           if ws-co-hours > 0
               compute ws-company-cph rounded =
                   ws-co-hour-calls / ws-co-hours
           end-if.
      *
       305-read-hours.
           read hours-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-add-hours-row.
      *
           if hr-hours is numeric
             and hr-month is numeric
             and hr-month > 0
             and hr-month < 13
               move 0 to ws-op-hit
               perform 315-match-op
                   varying ws-op-x from 1 by 1
                   until ws-op-x > ws-op-count
                   or ws-op-hit > 0
               if ws-op-hit > 0
                   add hr-hours to ws-co-hours
                   add ws-op-calls(ws-op-hit, hr-month)
                     to ws-co-hour-calls
                   move ws-op-team-x(ws-op-hit) to ws-team-hit
                   if ws-team-hit > 0
                       add hr-hours to ws-tm-hours(ws-team-hit)
                       add ws-op-calls(ws-op-hit, hr-month)
                         to ws-tm-hour-calls(ws-team-hit)
                   end-if
               end-if
           end-if.
      *
           perform 305-read-hours.
      *
       315-match-op.
      *
           if ws-op-num(ws-op-x) is equal to hr-emp-num
               move ws-op-x to ws-op-hit
           end-if.
      *
      *one block per team in the order they appear on A7.dat, then
      *the company
       400-print-forecast.
      *
           open output report-file.
      *
           move ws-next-fy-start to hl-from-year.
           move ws-next-fy-end   to hl-to-year.
           move ws-run-date      to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           move ws-shrinkage        to pl-shrinkage.
           move ws-month-hours      to pl-month-hours.
           move ws-productive-hours to pl-productive.
           write report-line from ws-parm-line
             after advancing 1 line.
      *
           perform 410-forecast-one-team
               varying ws-team-x from 1 by 1
               until ws-team-x > ws-team-count.
      *
           move ws-co-roster     to ws-bk-roster.
           move ws-co-hours      to ws-bk-hours.
           move ws-co-hour-calls to ws-bk-hour-calls.
           perform 420-copy-company-month
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move "COMPANY " to bh-title.
           move spaces     to bh-code.
           move spaces     to bh-name.
           perform 500-forecast-block.
      *
           close report-file.
      *
       410-forecast-one-team.
      *
           move ws-tm-roster(ws-team-x)     to ws-bk-roster.
           move ws-tm-hours(ws-team-x)      to ws-bk-hours.
           move ws-tm-hour-calls(ws-team-x) to ws-bk-hour-calls.
           perform 415-copy-team-month
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move "TEAM:   "              to bh-title.
           move ws-tm-code(ws-team-x)   to bh-code.
           move ws-tm-name(ws-team-x)   to bh-name.
           perform 500-forecast-block.
      *
       415-copy-team-month.
      *
           move ws-tm-cur(ws-team-x, ws-month-x)
             to ws-bk-cur(ws-month-x).
           move ws-tm-prior(ws-team-x, ws-month-x)
             to ws-bk-prior(ws-month-x).
      *
       420-copy-company-month.
      *
           move ws-co-cur(ws-month-x)   to ws-bk-cur(ws-month-x).
           move ws-co-prior(ws-month-x) to ws-bk-prior(ws-month-x).
      *
      *forecasts and prints the block in ws-block
       500-forecast-block.
      *
      *the trend over the months reported so far this year
           move 0 to ws-sum-cur.
           move 0 to ws-sum-prior.
           perform 510-sum-reported-month
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
      *
           if ws-sum-prior > 0
               compute ws-trend rounded = ws-sum-cur / ws-sum-prior
           else
               move 1 to ws-trend
           end-if.
           compute ws-trend-pct rounded = (ws-trend - 1) * 100.
      *
      *the team's own calls per hour, or the company's
           if ws-bk-hours > 0
               compute ws-bk-cph rounded =
                   ws-bk-hour-calls / ws-bk-hours
           else
               move ws-company-cph to ws-bk-cph
           end-if.
      *
           move 0 to ws-peak.
           move 0 to ws-total-cur.
           move 0 to ws-total-prior.
           move 0 to ws-total-forecast.
           move 0 to ws-total-req-hours.
           perform 520-forecast-one-month
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
      *
           perform 550-print-block.
      *
      *a month counts as reported when any calls are on file for
      *it company-wide
       510-sum-reported-month.
      *
           if ws-co-cur(ws-month-x) > 0
               add ws-bk-cur(ws-month-x)   to ws-sum-cur
               add ws-bk-prior(ws-month-x) to ws-sum-prior
           end-if.
      *
       520-forecast-one-month.
      *
           if ws-co-cur(ws-month-x) > 0
               compute ws-bk-forecast(ws-month-x) rounded =
                   ws-bk-cur(ws-month-x) * ws-trend
           else
               compute ws-bk-forecast(ws-month-x) rounded =
                   ws-bk-prior(ws-month-x) * ws-trend * ws-trend
           end-if.
      *
           move 0 to ws-bk-req-hours(ws-month-x).
           move 0 to ws-bk-headcount(ws-month-x).
      *
      *headcount rounds up - a part operator is still a hire
           if ws-bk-cph > 0
             and ws-productive-hours > 0
               compute ws-bk-req-hours(ws-month-x) rounded =
                   ws-bk-forecast(ws-month-x) / ws-bk-cph
               compute ws-hc-raw rounded =
                   ws-bk-req-hours(ws-month-x) / ws-productive-hours
               move ws-hc-raw to ws-hc-whole
               if ws-hc-raw > ws-hc-whole
                   add 1 to ws-hc-whole
               end-if
               move ws-hc-whole to ws-bk-headcount(ws-month-x)
               if ws-hc-whole > ws-peak
                   move ws-hc-whole to ws-peak
               end-if
           end-if.
      *
           add ws-bk-cur(ws-month-x)       to ws-total-cur.
           add ws-bk-prior(ws-month-x)     to ws-total-prior.
           add ws-bk-forecast(ws-month-x)  to ws-total-forecast.
           add ws-bk-req-hours(ws-month-x) to ws-total-req-hours.
      *
       550-print-block.
      *
           move ws-trend-pct to bh-trend.
           if ws-bk-cph > 0
               move ws-bk-cph to bh-cph
           else
               move spaces to bh-cph-x
           end-if.
           write report-line from ws-block-heading
             after advancing 3 lines.
           write report-line from ws-month-line
             after advancing 1 line.
      *
           move "LAST YEAR"  to fl-label.
           perform 560-fill-prior
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move ws-total-prior to fl-total.
           write report-line from ws-figure-line
             after advancing 1 line.
      *
           move "THIS YEAR"  to fl-label.
           perform 561-fill-cur
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move ws-total-cur to fl-total.
           write report-line from ws-figure-line
             after advancing 1 line.
      *
           move "FORECAST"   to fl-label.
           perform 562-fill-forecast
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move ws-total-forecast to fl-total.
           write report-line from ws-figure-line
             after advancing 1 line.
      *
           if ws-bk-cph is equal to 0
               write report-line from ws-no-hours-line
                 after advancing 1 line
           else
               perform 555-print-staffing
           end-if.
      *
       555-print-staffing.
      *
           move "HOURS"      to fl-label.
           perform 563-fill-hours
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move ws-total-req-hours to fl-total.
           write report-line from ws-figure-line
             after advancing 1 line.
      *
           move "HEADCOUNT"  to fl-label.
           perform 564-fill-headcount
               varying ws-month-x from 1 by 1
               until ws-month-x > 12.
           move spaces to fl-total-x.
           write report-line from ws-figure-line
             after advancing 1 line.
      *
      *the peak month's headcount against the roster
           move ws-peak      to sl-peak.
           move ws-bk-roster to sl-roster.
           compute ws-gap = ws-peak - ws-bk-roster.
           if ws-gap > 0
               move "SHORT: " to sl-gap-label
               move ws-gap    to sl-gap
           else
               move "OVER:  " to sl-gap-label
               compute sl-gap = 0 - ws-gap
           end-if.
           write report-line from ws-staff-line
             after advancing 2 lines.
      *
       560-fill-prior.
           move ws-bk-prior(ws-month-x)     to fl-value(ws-month-x).
      *
       561-fill-cur.
           move ws-bk-cur(ws-month-x)       to fl-value(ws-month-x).
      *
       562-fill-forecast.
           move ws-bk-forecast(ws-month-x)  to fl-value(ws-month-x).
      *
       563-fill-hours.
           move ws-bk-req-hours(ws-month-x) to fl-value(ws-month-x).
      *
       564-fill-headcount.
           move ws-bk-headcount(ws-month-x) to fl-value(ws-month-x).
      *
       end program A7-CallForecast.
