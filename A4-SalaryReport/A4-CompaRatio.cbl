       identification division.
       program-id. A4-CompaRatio.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *compa-ratio and band penetration report.  each employee on
      *A4.dat is placed in a position with the same graduate/
      *non-graduate/contract bands A4-SalaryReport uses, then their
      *present salary is measured against that position's band off
      *the shared PositionBandRules file:
      *
      *    compa-ratio  = salary / band midpoint
      *    penetration  = (salary - band minimum) /
      *                   (band maximum - band minimum), as a percent
      *
      *the band minimum and maximum are the salary floor/ceiling
      *rules already on the file (LA/HA, LS/HS, LP/HP, LJ/HJ,
      *LC/HC); the midpoint rides on its own rule per position -
      *MA analyst, MS senior programmer, MP programmer, MJ junior
      *programmer, MC contract.  a position with a minimum and
      *maximum but no midpoint rule uses the halfway point.  the
      *other readers of the rules file ignore ids they do not
      *know, so the midpoint rows change nothing else.
      *
      *employees print grouped by position; anyone with a compa-
      *ratio under 0.85 or over 1.15 is flagged so a compensation
      *review can start from the outliers.  records that fail the
      *salary/years/code edits are counted and skipped - the
      *salary report already lists them on A4-Exceptions.out.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select input-file
               assign to "../../../data/A4.dat"
               organization is line sequential
               file status is ws-input-file-status.
      *
           select band-rules-file
               assign to "../../../data/PositionBandRules.dat"
               organization is line sequential
               file status is ws-band-rules-file-status.
      *
           select sort-work-file
               assign to "a4compawk.tmp".
      *
      *position-sorted copy of the extract - the report reads this
      *file, so A4.dat is never opened for output
           select sorted-file
               assign to "a4compa.tmp"
               organization is line sequential.
      *
           select report-file
               assign to "../../../data/A4-CompaRatio.out"
               organization is line sequential.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd input-file
           data record is input-line
           record contains 36 characters.
      *
       01 input-line.
           05 il-emp-num               pic xxx.
           05 il-emp-name              pic x(15).
           05 il-emp-code              pic x.
           05 il-emp-years             pic 99.
           05 il-emp-sal               pic 9(5)v99.
           05 il-emp-incr-date         pic 9(8).
      *
      *band rule record - a two-character rule id and its value
       fd band-rules-file
           data record is band-rules-rec
           record contains 9 characters.
      *
       01 band-rules-rec.
           05 br-rule-id               pic x(2).
           05 br-value                 pic 9(6)v9.
      *
      *position band number ahead of the employee, so the sort
      *groups the report by position
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-band                 pic 9.
           05 srt-emp-num              pic xxx.
           05 srt-emp-name             pic x(15).
           05 srt-emp-sal              pic 9(5)v99.
      *
       fd sorted-file
           data record is sorted-rec
           record contains 26 characters.
      *
       01 sorted-rec.
           05 sr-band                  pic 9.
           05 sr-emp-num               pic xxx.
           05 sr-emp-name              pic x(15).
           05 sr-emp-sal               pic 9(5)v99.
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
       77 ws-input-file-status         pic xx     value spaces.
       77 ws-band-rules-file-status    pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flags, one per pass
       77 ws-band-rules-eof-flag       pic x      value "n".
       77 ws-input-eof-flag            pic x      value "n".
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the outlier thresholds
       77 cnst-compa-low               pic 9v99   value 0.85.
       77 cnst-compa-high              pic 9v99   value 1.15.
      *
      *position-band thresholds, same compiled defaults as
      *A4-SalaryReport and overridden the same way off the rules
      *file
       77 cnst-grad-code               pic x      value "G".
       77 cnst-nongrad-code            pic x      value "N".
       77 cnst-contract-code           pic x      value "C".
       77 cnst-grad-analyst-start      pic 99     value 15.
       77 cnst-grad-prog-high          pic 99     value 7.
       77 cnst-grad-prog-low           pic 99     value 2.
       77 cnst-nongrad-prog-start      pic 99     value 10.
       77 cnst-nongrad-jr-start        pic 99     value 4.
      *
      *one entry per position band, in A4-SalaryReport's band
      *order - 1 analyst, 2 senior programmer, 3 programmer,
      *4 junior programmer, 5 contract, 6 unclassified (no band)
       01 ws-band-names.
           05 filler                   pic x(12)  value "ANALYST".
           05 filler                   pic x(12)  value "SEN PROG".
           05 filler                   pic x(12)  value "PROG".
           05 filler                   pic x(12)  value "JR PROG".
           05 filler                   pic x(12)  value "CONTRACT".
           05 filler                   pic x(12)  value "UNCLASSIFIED".
       01 ws-band-names-r redefines ws-band-names.
           05 ws-band-name             pic x(12)  occurs 6.
      *
       01 ws-band-table.
           05 ws-band-entry            occurs 6.
               10 ws-band-min          pic 9(6)v9.
               10 ws-band-mid          pic 9(6)v9.
               10 ws-band-max          pic 9(6)v9.
               10 ws-band-count        pic 9(4).
               10 ws-band-rated        pic 9(4).
               10 ws-band-under        pic 9(4).
               10 ws-band-over         pic 9(4).
               10 ws-band-compa-sum    pic 9(6)v999.
      *
       77 ws-band-idx                  pic 9      value 0.
      *
      *control break on position band
       77 ws-prev-band                 pic 9      value 0.
      *
      *per-employee math
       01 ws-compa-work.
           05 ws-compa-ratio           pic 99v999 value 0.
           05 ws-penetration           pic s9(5)v9 value 0.
           05 ws-band-spread           pic 9(6)v9 value 0.
           05 ws-avg-compa             pic 99v999 value 0.
      *
      *report totals
       01 ws-report-totals.
           05 ws-tot-employees         pic 9(5)   value 0.
           05 ws-tot-under             pic 9(5)   value 0.
           05 ws-tot-over              pic 9(5)   value 0.
           05 ws-tot-no-band           pic 9(5)   value 0.
           05 ws-tot-rejected          pic 9(5)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "COMPA-RATIO AND BAND PENETRATION REPORT".
           05 filler                   pic x(10)  value
               "RUN DATE: ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(42)  value spaces.
      *
       01 ws-threshold-line.
           05 filler                   pic x(40)  value
               "FLAGGED: COMPA-RATIO UNDER 0.85 OR OVER ".
           05 filler                   pic x(4)   value "1.15".
           05 filler                   pic x(56)  value spaces.
      *
       01 ws-position-line.
           05 filler                   pic x(10)  value
               "POSITION: ".
           05 pl-position              pic x(12).
           05 filler                   pic x(7)   value "  MIN: ".
           05 pl-min                   pic zzz,zz9.
           05 filler                   pic x(7)   value "  MID: ".
           05 pl-mid                   pic zzz,zz9.
           05 filler                   pic x(7)   value "  MAX: ".
           05 pl-max                   pic zzz,zz9.
           05 filler                   pic x(36)  value spaces.
      *
       01 ws-no-band-line.
           05 filler                   pic x(10)  value
               "POSITION: ".
           05 nb-position              pic x(12).
           05 filler                   pic x(30)  value
               "  NO SALARY BAND ON FILE".
           05 filler                   pic x(48)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "EMP  NAME                  SALARY  COMPA-RATIO  PE".
           05 filler                   pic x(50)  value
               "NETRATION  FLAG".
      *
       01 ws-detail-line.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-emp-name              pic x(15).
           05 filler                   pic x(2)   value spaces.
           05 dl-salary                pic zz,zz9.99.
           05 filler                   pic x(6)   value spaces.
           05 dl-compa                 pic z9.999.
           05 dl-compa-x redefines dl-compa
                                       pic x(6).
           05 filler                   pic x(5)   value spaces.
           05 dl-penetration           pic ----9.9.
           05 dl-penetration-x redefines dl-penetration
                                       pic x(7).
           05 dl-pct-sign              pic x.
           05 filler                   pic x(2)   value spaces.
           05 dl-flag                  pic x(15).
           05 filler                   pic x(27)  value spaces.
      *
       01 ws-position-total-line.
           05 filler                   pic x(5)   value spaces.
           05 filler                   pic x(11)  value
               "HEADCOUNT: ".
           05 pt-count                 pic zzz9.
           05 filler                   pic x(15)  value
               "  AVG COMPA:   ".
           05 pt-avg-compa             pic z9.999.
           05 filler                   pic x(9)   value
               "  UNDER: ".
           05 pt-under                 pic zzz9.
           05 filler                   pic x(8)   value
               "  OVER: ".
           05 pt-over                  pic zzz9.
           05 filler                   pic x(34)  value spaces.
      *
       01 ws-report-total-line-1.
           05 filler                   pic x(11)  value
               "EMPLOYEES: ".
           05 rt-employees             pic zzzz9.
           05 filler                   pic x(15)  value
               "  UNDER 0.85: ".
           05 rt-under                 pic zzzz9.
           05 filler                   pic x(14)  value
               "  OVER 1.15: ".
           05 rt-over                  pic zzzz9.
           05 filler                   pic x(45)  value spaces.
      *
       01 ws-report-total-line-2.
           05 filler                   pic x(17)  value
               "NO BAND ON FILE: ".
           05 rt-no-band               pic zzzz9.
           05 filler                   pic x(30)  value
               "  FAILED EDITS (SEE A4 EXC): ".
           05 rt-rejected              pic zzzz9.
           05 filler                   pic x(43)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(40)  value
               "NO EMPLOYEES ON A4.DAT".
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-blank-line                pic x(100) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-band-rules.
      *
           open output report-file.
      *
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-threshold-line
             after advancing 1 line.
      *
      *no extract means nobody to measure - the report says so
      *rather than failing the sort
           open input input-file.
           close input-file.
      *
           if ws-input-file-status is not equal to "35"
               perform 200-sort-employees
               perform 300-report-employees
           end-if.
      *
           if ws-tot-employees is equal to 0
               write report-line from ws-none-line
                 after advancing 2 lines
           end-if.
      *
           move ws-tot-employees to rt-employees.
           move ws-tot-under     to rt-under.
           move ws-tot-over      to rt-over.
           write report-line from ws-report-total-line-1
             after advancing 2 lines.
           move ws-tot-no-band   to rt-no-band.
           move ws-tot-rejected  to rt-rejected.
           write report-line from ws-report-total-line-2
             after advancing 1 line.
      *
           close report-file.
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
      *loads the band thresholds and each position's band off the
      *shared rules file - a missing file leaves the compiled
      *thresholds and no bands, so every employee prints as having
      *no band on file
       110-load-band-rules.
      *
           perform 111-clear-band
               varying ws-band-idx from 1 by 1
               until ws-band-idx > 6.
      *
           open input band-rules-file.
      *
           if ws-band-rules-file-status is not equal to "35"
               perform 112-read-band-rule
               perform 113-apply-band-rule
                   until ws-band-rules-eof-flag is equal to "y"
           end-if.
      *
           close band-rules-file.
      *
      *a position with a floor and ceiling but no midpoint rule
      *takes the halfway point
           perform 114-default-midpoint
               varying ws-band-idx from 1 by 1
               until ws-band-idx > 5.
      *
       111-clear-band.
      *
           move 0 to ws-band-min (ws-band-idx)
                     ws-band-mid (ws-band-idx)
                     ws-band-max (ws-band-idx)
                     ws-band-count (ws-band-idx)
                     ws-band-rated (ws-band-idx)
                     ws-band-under (ws-band-idx)
                     ws-band-over (ws-band-idx)
                     ws-band-compa-sum (ws-band-idx).
      *
       112-read-band-rule.
           read band-rules-file
               at end
                   move "y" to ws-band-rules-eof-flag.
      *
       113-apply-band-rule.
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
      *band minimum per position
           if br-rule-id is equal to "LA"
               move br-value to ws-band-min (1)
           end-if.
           if br-rule-id is equal to "LS"
               move br-value to ws-band-min (2)
           end-if.
           if br-rule-id is equal to "LP"
               move br-value to ws-band-min (3)
           end-if.
           if br-rule-id is equal to "LJ"
               move br-value to ws-band-min (4)
           end-if.
           if br-rule-id is equal to "LC"
               move br-value to ws-band-min (5)
           end-if.
      *
      *band midpoint per position
           if br-rule-id is equal to "MA"
               move br-value to ws-band-mid (1)
           end-if.
           if br-rule-id is equal to "MS"
               move br-value to ws-band-mid (2)
           end-if.
           if br-rule-id is equal to "MP"
               move br-value to ws-band-mid (3)
           end-if.
           if br-rule-id is equal to "MJ"
               move br-value to ws-band-mid (4)
           end-if.
           if br-rule-id is equal to "MC"
               move br-value to ws-band-mid (5)
           end-if.
      *
      *band maximum per position
           if br-rule-id is equal to "HA"
               move br-value to ws-band-max (1)
           end-if.
           if br-rule-id is equal to "HS"
               move br-value to ws-band-max (2)
           end-if.
           if br-rule-id is equal to "HP"
               move br-value to ws-band-max (3)
           end-if.
           if br-rule-id is equal to "HJ"
               move br-value to ws-band-max (4)
           end-if.
           if br-rule-id is equal to "HC"
               move br-value to ws-band-max (5)
           end-if.
      *
           perform 112-read-band-rule.
      *
       114-default-midpoint.
      *
           if ws-band-mid (ws-band-idx) is equal to 0
             and ws-band-max (ws-band-idx) is greater than
                 ws-band-min (ws-band-idx)
               compute ws-band-mid (ws-band-idx) rounded =
                   (ws-band-min (ws-band-idx) +
                    ws-band-max (ws-band-idx)) / 2
           end-if.
      *
      *position, then employee number
       200-sort-employees.
      *
           sort sort-work-file
               on ascending key srt-band
               on ascending key srt-emp-num
               input procedure is 210-release-employees
               giving sorted-file.
      *
       210-release-employees.
      *
           open input input-file.
           perform 211-read-and-release
               until ws-input-eof-flag is equal to ws-eof-Y.
           close input-file.
      *
      *the same edits A4-SalaryReport applies before banding, so a
      *bad code never lands in a band it does not belong to
       211-read-and-release.
      *
           read input-file
               at end
                   move ws-eof-Y to ws-input-eof-flag
               not at end
                   if il-emp-sal is not numeric
                     or il-emp-years is not numeric
                     or (il-emp-code is not equal to cnst-grad-code
                     and il-emp-code is not equal to cnst-nongrad-code
                     and il-emp-code is not equal to
                         cnst-contract-code)
                       add 1 to ws-tot-rejected
                   else
                       perform 212-determine-band
                       move il-emp-num  to srt-emp-num
                       move il-emp-name to srt-emp-name
                       move il-emp-sal  to srt-emp-sal
                       release sort-rec
                   end-if
           end-read.
      *
      *same graduate/non-graduate/contract bands as
      *A4-SalaryReport's 097-determine-band
       212-determine-band.
      *
           move 6 to srt-band.
      *
           if il-emp-code      =  cnst-grad-code          then
               if il-emp-years >  cnst-grad-analyst-start then
                   move 1 to srt-band
               end-if
               if il-emp-years <= cnst-grad-analyst-start and
                  il-emp-years >= cnst-grad-prog-high     then
                   move 2 to srt-band
               end-if
               if il-emp-years <  cnst-grad-prog-high     and
                  il-emp-years >  cnst-grad-prog-low      then
                   move 3 to srt-band
               end-if
           end-if.
           if il-emp-code      =  cnst-nongrad-code       then
               if il-emp-years >  cnst-nongrad-prog-start then
                   move 3 to srt-band
               end-if
               if il-emp-years <= cnst-nongrad-prog-start and
                  il-emp-years >  cnst-nongrad-jr-start   then
                   move 4 to srt-band
               end-if
           end-if.
           if il-emp-code      =  cnst-contract-code      then
               move 5 to srt-band
           end-if.
      *
       300-report-employees.
      *
           open input sorted-file.
           move ws-eof-N to ws-eof-flag.
      *
           perform 301-read-sorted.
           perform 310-report-one-employee
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-prev-band is not equal to 0
               perform 320-position-break
           end-if.
      *
           close sorted-file.
      *
       301-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-report-one-employee.
      *
           if sr-band is not equal to ws-prev-band
               if ws-prev-band is not equal to 0
                   perform 320-position-break
               end-if
               move sr-band to ws-prev-band
               perform 315-position-heading
           end-if.
      *
           move sr-emp-num  to dl-emp-num.
           move sr-emp-name to dl-emp-name.
           move sr-emp-sal  to dl-salary.
           move spaces      to dl-flag.
      *
           add 1 to ws-band-count (sr-band).
           add 1 to ws-tot-employees.
      *
           if ws-band-mid (sr-band) is greater than 0
               perform 311-rate-employee
           else
               move spaces to dl-compa-x
               move spaces to dl-penetration-x
               move spaces to dl-pct-sign
               move "NO BAND" to dl-flag
               add 1 to ws-tot-no-band
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           perform 301-read-sorted.
      *
       311-rate-employee.
      *
           compute ws-compa-ratio rounded =
               sr-emp-sal / ws-band-mid (sr-band)
               on size error
                   move 99.999 to ws-compa-ratio
           end-compute.
      *
           move ws-compa-ratio to dl-compa.
           add 1 to ws-band-rated (sr-band).
           add ws-compa-ratio to ws-band-compa-sum (sr-band).
      *
      *penetration needs a real spread - a band whose ceiling is
      *not above its floor prints the ratio only
           if ws-band-max (sr-band) is greater than
              ws-band-min (sr-band)
               subtract ws-band-min (sr-band)
                   from ws-band-max (sr-band)
                   giving ws-band-spread
               compute ws-penetration rounded =
                   (sr-emp-sal - ws-band-min (sr-band)) * 100
                       / ws-band-spread
                   on size error
                       move 0 to ws-penetration
               end-compute
               move ws-penetration to dl-penetration
               move "%" to dl-pct-sign
           else
               move spaces to dl-penetration-x
               move spaces to dl-pct-sign
           end-if.
      *
           if ws-compa-ratio is less than cnst-compa-low
               move "** UNDER 0.85" to dl-flag
               add 1 to ws-band-under (sr-band)
               add 1 to ws-tot-under
           end-if.
      *
           if ws-compa-ratio is greater than cnst-compa-high
               move "** OVER 1.15" to dl-flag
               add 1 to ws-band-over (sr-band)
               add 1 to ws-tot-over
           end-if.
      *
       315-position-heading.
      *
           write report-line from ws-blank-line
             after advancing 1 line.
      *
           if ws-band-mid (sr-band) is greater than 0
               move ws-band-name (sr-band) to pl-position
               move ws-band-min (sr-band)  to pl-min
               move ws-band-mid (sr-band)  to pl-mid
               move ws-band-max (sr-band)  to pl-max
               write report-line from ws-position-line
                 after advancing 1 line
           else
               move ws-band-name (sr-band) to nb-position
               write report-line from ws-no-band-line
                 after advancing 1 line
           end-if.
      *
           write report-line from ws-column-line
             after advancing 1 line.
      *
       320-position-break.
      *
           move 0 to ws-avg-compa.
           if ws-band-rated (ws-prev-band) is greater than 0
               compute ws-avg-compa rounded =
                   ws-band-compa-sum (ws-prev-band) /
                   ws-band-rated (ws-prev-band)
           end-if.
      *
           move ws-band-count (ws-prev-band) to pt-count.
           move ws-avg-compa                 to pt-avg-compa.
           move ws-band-under (ws-prev-band) to pt-under.
           move ws-band-over (ws-prev-band)  to pt-over.
           write report-line from ws-position-total-line
             after advancing 1 line.
      *
       end program A4-CompaRatio.
