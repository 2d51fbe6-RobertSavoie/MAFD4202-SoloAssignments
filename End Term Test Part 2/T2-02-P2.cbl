      *                     the run date and the applied figure so
      *                     an auditor can walk from the report to
      *                     the master.
      *  Oct 15/2026 - RS - the employee master grew a commission
      *                     plan code - read past here.
      *  Oct 15/2026 - RS - the rating now comes from the employee's
      *                     latest completed review on the review
      *                     master, not the input record; no review
      *                     or an overdue one means no increase and
      *                     a line on the review exceptions section.
      *
       environment division.
       input-output section.
               assign to "../../../data/T2-02-CommMaster.dat"
               organization is line sequential
               file status is ws-comm-master-file-status.
      *
      *the review master T2-02-ReviewMaint keeps - the rating each
      *increase is figured from
           select review-master-file
               assign to "../../../data/T2-02-ReviewMaster.dat"
               organization is line sequential
               file status is ws-review-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
           data record is sales-rec
           record contains 29 characters.
      *
      *in-rating is still on the record but is no longer trusted -
      *it is overwritten with the rating from the review master
       01 sales-rec.
           05 in-emp-num                pic 999.
           05 in-name                   pic x(20).
      *increase here ties back to a real employee
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num               pic 999.
           05 em-full-name              pic x(30).
           05 filler                    pic x(4).
      *
       fd review-master-file
           data record is review-rec
           record contains 24 characters.
      *
       01 review-rec.
           05 rv-emp-num               pic 999.
           05 rv-review-date           pic 9(8).
           05 rv-reviewer              pic 999.
           05 rv-rating                pic x.
           05 rv-next-due              pic 9(8).
           05 rv-status                pic x.
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd exception-file
           data record is exception-line
      *
       77 ws-run-date                  pic 9(8)    value 0.
      *
      *the completed reviews off the review master - a scheduled
      *review not yet held carries no rating and is not loaded
       01 ws-rv-table.
           05 ws-rv-entry occurs 1 to 500 times
                   depending on ws-rv-count.
               10 ws-rv-num             pic 999.
               10 ws-rv-date            pic 9(8).
               10 ws-rv-rating          pic x.
               10 ws-rv-next-due        pic 9(8).
      *
       01 ws-rv-count                  pic 9(3)    value 0.
      *
       01 ws-rv-subs.
           05 ws-rv-x                  pic 9(3)    value 0.
           05 ws-rv-hit                pic 9(3)    value 0.
           05 ws-rv-eof                pic x       value "n".
      *
       77 ws-review-file-status        pic xx      value spaces.
       77 ws-busdate-file-status       pic xx      value spaces.
      *
      *employees held back for want of a current review, printed
      *after the rating totals
       01 ws-rx-table.
           05 ws-rx-entry occurs 1 to 200 times
                   depending on ws-rx-count.
               10 ws-rx-num             pic 999.
               10 ws-rx-name            pic x(20).
               10 ws-rx-comm            pic 9(5).
               10 ws-rx-review-date     pic 9(8).
               10 ws-rx-next-due        pic 9(8).
               10 ws-rx-reason          pic x(20).
      *
       01 ws-rx-count                  pic 9(3)    value 0.
       01 ws-rx-x                      pic 9(3)    value 0.
      *
       77 cnst-no-review               pic x(20)   value
           "NO COMPLETED REVIEW".
       77 cnst-review-overdue          pic x(20)   value
           "REVIEW OVERDUE".
      *
       01 ws-rx-heading.
           05 filler                   pic x(40)
               value " -- REVIEW EXCEPTIONS - NO INCREASE -- ".
           05 filler                   pic x(92)   value spaces.
      *
       01 ws-rx-column-line.
           05 filler                   pic x(49)   value
               " num  name                     comm  last review ".
           05 filler                   pic x(34)   value
               "   next due  reason".
           05 filler                   pic x(49)   value spaces.
      *
       01 ws-rx-line.
           05 filler                   pic x       value spaces.
           05 ws-rxl-num               pic 999.
           05 filler                   pic x(2)    value spaces.
           05 ws-rxl-name              pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 ws-rxl-comm              pic zzz,zz9.
           05 filler                   pic x(5)    value spaces.
           05 ws-rxl-review-date       pic x(8).
           05 ws-rxl-review-num redefines ws-rxl-review-date
                                       pic 9(8).
           05 filler                   pic x(4)    value spaces.
           05 ws-rxl-next-due          pic x(8).
           05 ws-rxl-next-num redefines ws-rxl-next-due
                                       pic 9(8).
           05 filler                   pic x(2)    value spaces.
           05 ws-rxl-reason            pic x(20).
           05 filler                   pic x(50)   value spaces.
      *
       01 ws-rx-none-line.
           05 filler                   pic x(5)    value " NONE".
           05 filler                   pic x(127)  value spaces.
      *
      *control total line - the master's movement has to balance
      *the report's own grand total
       01 ws-control-line.
                output audit-file,
                output exception-file.
      *
           perform 101-set-run-date.
      *
           perform 105-load-employee-master.
      *
           perform 125-load-review-master.
      *
           perform 115-load-comm-master.
      *
               after advancing 2 lines.
      *
           perform 700-print-rating-totals.
      *
           perform 750-print-review-exceptions.
      *
           perform 900-rewrite-comm-master.
      *
       100-process-logic.
      *  main logic paragraph - a record whose employee number is
      *  not on the master goes to the exception listing instead
      *  of the report, and one with no current review is held
      *  back to the review exceptions section
      *
           perform 110-lookup-employee.
      *
           if employee-found
               perform 130-lookup-review
           end-if.
      *
           if not employee-found
               perform 150-write-exception
           else
           if ws-rv-hit is equal to 0
             or ws-rv-next-due(ws-rv-hit) is less than ws-run-date
               perform 160-hold-review-exception
           else
               move ws-rv-rating(ws-rv-hit) to in-rating
               perform 200-logic
      *
               write print-line from ws-detail-output 
                   after advancing 2 lines
      *
               move spaces to ws-detail-output
           end-if
           end-if.
      *
           read sales-file 
               at end move "Y"         to ws-eof-flag.
      *
      *the run date is the business date when one is set, so an
      *overdue review is judged against the day being processed
       101-set-run-date.
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
      *loads the employee master into a table, one row per
      *employee, so each record's number can be searched
       105-load-employee-master.
           move cm-commission to ws-cm-comm(ws-cm-count).
      *
           perform 116-read-comm-master.
      *
      *loads the completed reviews - no review master at all just
      *means every employee lands on the exceptions section
       125-load-review-master.
      *
           open input review-master-file.
      *
           if ws-review-file-status is not equal to "35"
               perform 126-read-review
               perform 127-add-rv-entry
                   until ws-rv-eof = "y"
                   or ws-rv-count = 500
           end-if.
      *
           close review-master-file.
      *
       126-read-review.
           read review-master-file
               at end
                   move "y" to ws-rv-eof.
      *
       127-add-rv-entry.
      *
           if rv-status = "C"
               add 1 to ws-rv-count
               move rv-emp-num     to ws-rv-num(ws-rv-count)
               move rv-review-date to ws-rv-date(ws-rv-count)
               move rv-rating      to ws-rv-rating(ws-rv-count)
               move rv-next-due    to ws-rv-next-due(ws-rv-count)
           end-if.
      *
           perform 126-read-review.
      *
      *the employee's latest completed review, if they have one
       130-lookup-review.
      *
           move 0 to ws-rv-hit.
      *
           perform 135-match-review
               varying ws-rv-x from 1 by 1
               until ws-rv-x is greater than ws-rv-count.
      *
       135-match-review.
      *
           if ws-rv-num(ws-rv-x) = in-emp-num
               if ws-rv-hit = 0
                   move ws-rv-x to ws-rv-hit
               else
               if ws-rv-date(ws-rv-x) is greater than
                  ws-rv-date(ws-rv-hit)
                   move ws-rv-x to ws-rv-hit
               end-if
               end-if
           end-if.
      *
       110-lookup-employee.
      *
           move in-name             to ex-name.
           move cnst-not-on-master  to ex-reason.
           write exception-line from ws-exception-row.
      *
      *no increase without a current review - the commission goes
      *to the master unchanged and the employee is listed after
      *the rating totals
       160-hold-review-exception.
      *
           move space to in-rating.
           move 0     to calc-increase-actual.
           perform 650-post-to-master.
      *
           if ws-rx-count is less than 200
               add 1 to ws-rx-count
               move in-emp-num to ws-rx-num(ws-rx-count)
               move in-name    to ws-rx-name(ws-rx-count)
               move in-comm    to ws-rx-comm(ws-rx-count)
               if ws-rv-hit = 0
                   move 0 to ws-rx-review-date(ws-rx-count)
                   move 0 to ws-rx-next-due(ws-rx-count)
                   move cnst-no-review to ws-rx-reason(ws-rx-count)
               else
                   move ws-rv-date(ws-rv-hit)
                     to ws-rx-review-date(ws-rx-count)
                   move ws-rv-next-due(ws-rv-hit)
                     to ws-rx-next-due(ws-rx-count)
                   move cnst-review-overdue
                     to ws-rx-reason(ws-rx-count)
               end-if
           end-if.
      *
       200-logic.
      *runs all logic for the program
           write print-line from ws-rating-c-line
               after advancing 1 lines.
      *
      *the employees held back for want of a current review
       750-print-review-exceptions.
      *
           write print-line from ws-rx-heading
               after advancing 3 lines.
           write print-line from ws-rx-column-line
               after advancing 2 lines.
      *
           if ws-rx-count = 0
               write print-line from ws-rx-none-line
                   after advancing 1 lines
           else
               perform 755-print-one-review-exception
                   varying ws-rx-x from 1 by 1
                   until ws-rx-x is greater than ws-rx-count
           end-if.
      *
       755-print-one-review-exception.
      *
           move ws-rx-num(ws-rx-x)    to ws-rxl-num.
           move ws-rx-name(ws-rx-x)   to ws-rxl-name.
           move ws-rx-comm(ws-rx-x)   to ws-rxl-comm.
           move ws-rx-reason(ws-rx-x) to ws-rxl-reason.
      *
           if ws-rx-review-date(ws-rx-x) = 0
               move spaces to ws-rxl-review-date
               move spaces to ws-rxl-next-due
           else
               move ws-rx-review-date(ws-rx-x) to ws-rxl-review-num
               move ws-rx-next-due(ws-rx-x)    to ws-rxl-next-num
           end-if.
      *
           write print-line from ws-rx-line
               after advancing 1 lines.
      *
      *logs one row to the audit file for every capped commission
      *adjustment - old commission, the uncapped calculated
      *commission, and the commission actually applied after the cap
