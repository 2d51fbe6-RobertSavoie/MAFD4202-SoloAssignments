      *apply to a salary master keyed by employee number, an
      *unbalanced feed is refused whole (master untouched by it),
      *and the report shows applied and rejected counts per feed.
      *
      *modification history:
      *  Oct 15/2026 - RS - every salary applied is appended to
      *                     A5-SalaryHistory.dat (old and new
      *                     salary, reason and approver) dated with
      *                     the batch's business date, so a change
      *                     no longer overwrites the only record of
      *                     the old figure.
      *  Oct 15/2026 - RS - history rows carry the position from
      *                     the feed row in eight more bytes at
      *                     the end, the same field position
      *                     changes write.
      *
       environment division.
      *
           select report-file
               assign to "../../../../data/A5-PayrollFeedLoad.out"
               organization is line sequential.
      *
      *one row per salary change applied, appended run after run
           select history-file
               assign to "../../../../data/A5-SalaryHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
      *business-date control file - the effective date of every
      *change applied tonight
           select business-date-file
               assign to "../../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd feed-file
           data record is feed-rec
           record contains 54 characters.
      *
       01 feed-rec.
           05 pf-emp-num               pic x(3).
           05 pf-new-salary            pic 9(7)v99.
           05 pf-position              pic x(8).
           05 filler                   pic x(2).
           05 pf-approver              pic x(8).
           05 pf-reason                pic x(10).
      *
       01 feed-trailer-rec redefines feed-rec.
           05 ft-marker                pic x(3).
           05 ft-count                 pic 9(5).
           05 ft-dollars               pic 9(9)v99.
           05 filler                   pic x(35).
      *
       fd salary-master-file
           data record is salary-master-rec
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
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
      *
       77 ws-master-file-status        pic xx     value spaces.
       77 ws-feed-file-status          pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
           05 ws-hold-entry occurs 1 to 500 times
                   depending on ws-hold-count.
               10 ws-hd-emp             pic x(3).
               10 ws-hd-old-salary      pic 9(5)v99.
               10 ws-hd-new-salary      pic 9(7)v99.
               10 ws-hd-approver        pic x(8).
               10 ws-hd-reason          pic x(10).
               10 ws-hd-position        pic x(8).
      *
       01 ws-hold-count                pic 9(3)   value 0.
      *
       procedure division.
       000-main.
      *
           perform 050-set-run-date.
      *
           perform 100-load-salary-master.
      *
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           open extend history-file.
           if ws-history-file-status is equal to "35"
               open output history-file
           end-if.
      *
           move feed-5a-name to ws-feed-name.
           move "5A"         to ws-feed-label.
             after advancing 2 lines.
      *
           close report-file.
           close history-file.
      *
           perform 900-rewrite-salary-master.
      *
           end-if.
      *
           goback.
      *
       050-set-run-date.
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
      *a missing master is a cold start - the first load builds it
       100-load-salary-master.
               if ws-hold-count is less than 500
                   add 1 to ws-hold-count
                   move pf-emp-num     to ws-hd-emp(ws-hold-count)
                   move pf-old-salary
                     to ws-hd-old-salary(ws-hold-count)
                   move pf-new-salary
                     to ws-hd-new-salary(ws-hold-count)
                   move pf-approver
                     to ws-hd-approver(ws-hold-count)
                   move pf-reason      to ws-hd-reason(ws-hold-count)
                   move pf-position
                     to ws-hd-position(ws-hold-count)
               end-if
           end-if.
      *
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count
               or employee-found.
      *
      *the old salary on the history is the master's - the feed's
      *own figure only stands in for an employee new to the master
           if employee-found
               move ws-sm-salary(ws-master-hit) to sh-old-salary
           else
               move ws-hd-old-salary(ws-hold-x) to sh-old-salary
           end-if.
      *
           if not employee-found
             and ws-master-count is less than 500
               move ws-hd-new-salary(ws-hold-x)
                 to ws-sm-salary(ws-master-hit)
               add 1 to ws-cntr-applied
               perform 405-write-history
           end-if.
      *
       405-write-history.
      *
           move ws-hd-emp(ws-hold-x)        to sh-emp-num.
           move ws-run-date                 to sh-effective-date.
           move ws-hd-new-salary(ws-hold-x) to sh-new-salary.
           move ws-hd-reason(ws-hold-x)     to sh-reason.
           move ws-hd-approver(ws-hold-x)   to sh-approver.
           move ws-feed-label               to sh-feed.
           move ws-hd-position(ws-hold-x)   to sh-position.
           write history-rec.
      *
       410-match-employee.
      *
