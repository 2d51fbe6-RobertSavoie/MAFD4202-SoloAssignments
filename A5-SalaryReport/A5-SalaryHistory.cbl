       identification division.
       program-id. A5-SalaryHistory.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *employee salary history report.  A5-SalaryMaster.dat holds
      *only the current salary - the changes themselves are on
      *A5-SalaryHistory.dat, one row per salary A5-PayrollFeedLoad
      *applied and per position change A5-PositionApply applied.
      *this report lists each employee's changes in effective-date
      *order over a chosen range, with the dollar and percent
      *change, the reason, the approver and the position, and
      *counts each person's increases.  the range comes off
      *A5-SalaryHistoryRange.dat (from date, to date and an
      *optional employee number); with no range card, or zeros in
      *a date, the whole history is listed.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select history-file
               assign to "../../../../data/A5-SalaryHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
      *the range card - from date, to date, employee number
           select range-file
               assign to "../../../../data/A5-SalaryHistoryRange.dat"
               organization is line sequential
               file status is ws-range-file-status.
      *
           select sort-work-file
               assign to "sortwork.tmp".
      *
      *holds the employee/date-sorted copy of the history - the
      *report reads this file, so the history itself is never
      *opened for output
           select sorted-history-file
               assign to "a5sorted.tmp"
               organization is line sequential.
      *
           select report-file
               assign to "../../../../data/A5-SalaryHistory.out"
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
      *history rows exactly as A5-PayrollFeedLoad writes them
       fd history-file
           data record is history-rec
           record contains 57 characters.
      *
       01 history-rec                  pic x(57).
      *
       fd range-file
           data record is range-rec
           record contains 19 characters.
      *
       01 range-rec.
           05 rg-from-date             pic 9(8).
           05 rg-to-date               pic 9(8).
           05 rg-emp-num               pic x(3).
      *
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-emp-num              pic x(3).
           05 srt-effective-date       pic 9(8).
           05 filler                   pic x(46).
      *
       fd sorted-history-file
           data record is sorted-rec
           record contains 57 characters.
      *
       01 sorted-rec.
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
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-range-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the range in force - open-ended unless the card says
      *otherwise
       01 ws-range.
           05 ws-from-date             pic 9(8)   value 0.
           05 ws-to-date               pic 9(8)   value 99999999.
           05 ws-range-emp             pic x(3)   value spaces.
      *
      *control break on employee
       77 ws-prev-emp                  pic x(3)   value spaces.
      *
      *change math for the detail line
       01 ws-change-work.
           05 ws-change-amount         pic s9(7)v99 value 0.
           05 ws-change-pct            pic s9(3)v99 value 0.
      *
      *per-employee and report totals
       01 ws-emp-totals.
           05 ws-emp-changes           pic 9(4)   value 0.
           05 ws-emp-increases         pic 9(4)   value 0.
           05 ws-emp-first-salary      pic 9(7)v99 value 0.
           05 ws-emp-last-salary       pic 9(7)v99 value 0.
      *
       01 ws-report-totals.
           05 ws-tot-employees         pic 9(4)   value 0.
           05 ws-tot-changes           pic 9(5)   value 0.
           05 ws-tot-increases         pic 9(5)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(24)  value
               "EMPLOYEE SALARY HISTORY ".
           05 filler                   pic x(6)   value "FROM: ".
           05 hl-from-date             pic 9(8).
           05 filler                   pic x(6)   value "  TO: ".
           05 hl-to-date               pic 9(8).
           05 filler                   pic x(7)   value "  EMP: ".
           05 hl-emp                   pic x(3).
           05 filler                   pic x(7)   value "   RUN ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(23)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "EMP  EFFECTIVE   OLD SALARY    NEW SALARY        C".
           05 filler                   pic x(50)  value
               "HANGE      PCT  REASON     APPROVER FD   POSITION".
      *
       01 ws-detail-line.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-effective-date        pic 9(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-old-salary            pic z,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-new-salary            pic z,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-change                pic -,---,--9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-pct                   pic ---9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-reason                pic x(10).
           05 filler                   pic x      value spaces.
           05 dl-approver              pic x(8).
           05 filler                   pic x      value spaces.
           05 dl-feed                  pic x(2).
           05 filler                   pic x(3)   value spaces.
           05 dl-position              pic x(8).
           05 filler                   pic x      value spaces.
      *
       01 ws-emp-total-line.
           05 filler                   pic x(5)   value spaces.
           05 filler                   pic x(9)   value "CHANGES: ".
           05 et-changes               pic zz9.
           05 filler                   pic x(13)  value
               "  INCREASES: ".
           05 et-increases             pic zz9.
           05 filler                   pic x(11)  value
               "  FROM/TO: ".
           05 et-first-salary          pic z,zzz,zz9.99.
           05 filler                   pic x(3)   value " / ".
           05 et-last-salary           pic z,zzz,zz9.99.
           05 filler                   pic x(29)  value spaces.
      *
       01 ws-report-total-line.
           05 filler                   pic x(11)  value
               "EMPLOYEES: ".
           05 rt-employees             pic zzz9.
           05 filler                   pic x(11)  value
               "  CHANGES: ".
           05 rt-changes               pic zzzz9.
           05 filler                   pic x(13)  value
               "  INCREASES: ".
           05 rt-increases             pic zzzz9.
           05 filler                   pic x(51)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(40)  value
               "NO SALARY CHANGES IN THE RANGE".
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-blank-line                pic x(100) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-read-range.
      *
           open output report-file.
      *
           move ws-from-date to hl-from-date.
           move ws-to-date   to hl-to-date.
           if ws-range-emp is equal to spaces
               move "ALL" to hl-emp
           else
               move ws-range-emp to hl-emp
           end-if.
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-blank-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 1 line.
      *
      *no history file yet means nothing has been applied - the
      *report says so rather than failing the sort
           open input history-file.
           close history-file.
      *
           if ws-history-file-status is not equal to "35"
               perform 200-sort-history
               perform 300-report-history
           end-if.
      *
           if ws-tot-changes is equal to 0
               write report-line from ws-none-line
                 after advancing 2 lines
           end-if.
      *
           move ws-tot-employees to rt-employees.
           move ws-tot-changes   to rt-changes.
           move ws-tot-increases to rt-increases.
           write report-line from ws-report-total-line
             after advancing 2 lines.
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
      *a zero or non-numeric date leaves that end of the range
      *open
       110-read-range.
      *
           open input range-file.
      *
           if ws-range-file-status is not equal to "35"
               read range-file
                   at end
                       continue
                   not at end
                       if rg-from-date is numeric
                         and rg-from-date is greater than 0
                           move rg-from-date to ws-from-date
                       end-if
                       if rg-to-date is numeric
                         and rg-to-date is greater than 0
                           move rg-to-date to ws-to-date
                       end-if
                       move rg-emp-num to ws-range-emp
               end-read
           end-if.
      *
           close range-file.
      *
      *employee, then effective date - the order the history is
      *read for each person
       200-sort-history.
      *
           sort sort-work-file
               on ascending key srt-emp-num
               on ascending key srt-effective-date
               using history-file
               giving sorted-history-file.
      *
       300-report-history.
      *
           open input sorted-history-file.
           move ws-eof-N to ws-eof-flag.
      *
           perform 301-read-sorted.
           perform 310-report-one-change
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-prev-emp is not equal to spaces
               perform 320-employee-break
           end-if.
      *
           close sorted-history-file.
      *
       301-read-sorted.
           read sorted-history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-report-one-change.
      *
           if sh-effective-date is not less than ws-from-date
             and sh-effective-date is not greater than ws-to-date
             and (ws-range-emp is equal to spaces
               or sh-emp-num is equal to ws-range-emp)
               perform 311-print-change
           end-if.
      *
           perform 301-read-sorted.
      *
       311-print-change.
      *
           if sh-emp-num is not equal to ws-prev-emp
               if ws-prev-emp is not equal to spaces
                   perform 320-employee-break
               end-if
               move sh-emp-num to ws-prev-emp
               move 0 to ws-emp-changes
               move 0 to ws-emp-increases
               move sh-old-salary to ws-emp-first-salary
               add 1 to ws-tot-employees
               write report-line from ws-blank-line
                 after advancing 1 line
           end-if.
      *
           subtract sh-old-salary from sh-new-salary
               giving ws-change-amount.
      *
           if sh-old-salary is greater than 0
               compute ws-change-pct rounded =
                   ws-change-amount * 100 / sh-old-salary
                   on size error
                       move 0 to ws-change-pct
               end-compute
           else
               move 0 to ws-change-pct
           end-if.
      *
           move sh-emp-num        to dl-emp-num.
           move sh-effective-date to dl-effective-date.
           move sh-old-salary     to dl-old-salary.
           move sh-new-salary     to dl-new-salary.
           move ws-change-amount  to dl-change.
           move ws-change-pct     to dl-pct.
           move sh-reason         to dl-reason.
           move sh-approver       to dl-approver.
           move sh-position       to dl-position.
           move sh-feed           to dl-feed.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add 1 to ws-emp-changes.
           add 1 to ws-tot-changes.
           if ws-change-amount is greater than 0
               add 1 to ws-emp-increases
               add 1 to ws-tot-increases
           end-if.
           move sh-new-salary to ws-emp-last-salary.
      *
       320-employee-break.
      *
           move ws-emp-changes      to et-changes.
           move ws-emp-increases    to et-increases.
           move ws-emp-first-salary to et-first-salary.
           move ws-emp-last-salary  to et-last-salary.
           write report-line from ws-emp-total-line
             after advancing 1 line.
      *
       end program A5-SalaryHistory.
