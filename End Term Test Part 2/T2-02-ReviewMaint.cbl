       identification division.
       program-id. T2-02-ReviewMaint.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *maintenance for T2-02-ReviewMaster.dat, the performance
      *review master behind the T2-02-P2 ratings.  the ratings used
      *to be keyed straight onto T2-02-P2.dat with nothing to say
      *when the review happened or who gave it, and a rating could
      *be keyed as anything.  one row per review - employee, review
      *date, reviewer, rating, the date the next review is due, and
      *a status: S for a review scheduled but not yet held, C for
      *one completed.  T2-02-P2 takes each employee's rating from
      *their latest completed review.
      *
      *modeled on A2-ItemPartMaint: add/change/delete transactions
      *keyed by employee and review date, edited (the employee and
      *the reviewer both on A3-EmployeeMaster.dat and not the same
      *person, real calendar dates, a completed review not dated
      *after today, a rating of A-D on a completed review and none
      *on a scheduled one, the next review due after this one), an
      *audit log of every change with the before and after images,
      *and the master rewritten only from a clean batch - a single
      *rejected transaction leaves it untouched.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select review-master-file
               assign to "../../../data/T2-02-ReviewMaster.dat"
               organization is line sequential
               file status is ws-review-file-status.
      *
           select employee-master-file
               assign to "../../../data/A3-EmployeeMaster.dat"
               organization is line sequential
               file status is ws-emp-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *maintenance transactions - one action per record, the review
      *identified by employee and review date.  the file empties
      *once a clean batch is applied
           select trans-file
               assign to "../../../data/T2-02-ReviewMaint-Trans.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *
      *audit log - one row per applied or rejected transaction
           select log-file
               assign to "../../../data/T2-02-ReviewMaint-Log.out"
               organization is line sequential.
      *
       data division.
       file section.
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
      *employee master - same file A3-SalesComm loads
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num              pic 999.
           05 em-full-name             pic x(30).
           05 filler                   pic x(4).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd trans-file
           data record is trans-line
           record contains 25 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
               88 tl-action-valid       value "A", "C", "D".
               88 tl-action-add         value "A".
               88 tl-action-change      value "C".
               88 tl-action-delete      value "D".
      *the review as it should stand - the key fields alone are
      *enough for a delete
           05 tl-review-image.
               10 tl-emp-num           pic 999.
               10 tl-review-date       pic 9(8).
               10 tl-reviewer          pic 999.
               10 tl-rating            pic x.
                   88 tl-rating-valid   value "A", "B", "C", "D".
               10 tl-next-due          pic 9(8).
               10 tl-status            pic x.
                   88 tl-status-valid   value "C", "S".
                   88 tl-completed      value "C".
      *
       fd log-file
           data record is log-line
           record contains 100 characters.
      *
       01 log-line                     pic x(100).
      *
       working-storage section.
      *
      *the reviews, maintained in place and rewritten only when the
      *whole batch was clean
       01 ws-review-table.
           05 ws-review-entry occurs 1 to 500 times
                   depending on ws-review-count.
               10 ws-rv-image           pic x(24).
      *
       01 ws-review-count              pic 9(3)   value 0.
      *
      *employee numbers on the A3 master
       01 ws-emp-table.
           05 ws-emp-entry occurs 1 to 200 times
                   depending on ws-emp-count.
               10 ws-em-num             pic 999.
      *
       01 ws-emp-count                 pic 9(3)   value 0.
      *
       01 ws-subs.
           05 ws-review-x              pic 9(3)   value 0.
           05 ws-review-hit            pic 9(3)   value 0.
           05 ws-emp-x                 pic 9(3)   value 0.
      *
       01 ws-flags.
           05 ws-review-eof            pic x      value "n".
           05 ws-emp-eof               pic x      value "n".
           05 ws-emp-found             pic x      value "n".
               88 emp-found             value "y".
           05 ws-reviewer-found        pic x      value "n".
               88 reviewer-found        value "y".
           05 ws-date-ok               pic x      value "n".
               88 date-ok               value "y".
      *set when a table would not fit - the run is refused rather
      *than rewriting a truncated file
           05 ws-table-overflow        pic x      value "n".
      *
       77 ws-review-file-status        pic xx     value spaces.
       77 ws-emp-file-status           pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-trans-file-status         pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *run date, stamped on every audit row
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *one review row taken apart for the key match
       01 ws-review-work.
           05 rw-emp-num               pic 999.
           05 rw-review-date           pic 9(8).
           05 filler                   pic x(13).
      *
      *a date being checked, viewed as year, month and day
       01 ws-date-work.
           05 ws-dw-date               pic 9(8).
           05 ws-dw-parts redefines ws-dw-date.
               10 ws-dw-yyyy           pic 9(4).
               10 ws-dw-mm             pic 99.
               10 ws-dw-dd             pic 99.
      *
      *days in each month, february patched for leap years before
      *each check
       01 ws-month-day-values.
           05 filler                   pic x(24)  value
               "312831303130313130313031".
      *
       01 ws-month-day-table redefines ws-month-day-values.
           05 ws-days-in-month         pic 99     occurs 12 times.
      *
       01 ws-leap-math.
           05 ws-leap-quotient         pic 9(4)   value 0.
           05 ws-leap-rem              pic 9      value 0.
      *
      *counters for the audit trailer
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
      *
      *audit log row - the transaction's image and, for a change or
      *delete, the review as it stood before
       01 ws-log-row.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 lg-action                pic x(8).
           05 filler                   pic x      value spaces.
           05 filler                   pic x(7)   value "AFTER: ".
           05 lg-after                 pic x(24).
           05 filler                   pic x      value spaces.
           05 filler                   pic x(8)   value "BEFORE: ".
           05 lg-before                pic x(24).
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(17).
      *
      *audit trailer
       01 ws-log-summary.
           05 filler                   pic x(7)   value "READ: ".
           05 ws-sm-read               pic zzz9.
           05 filler                   pic x(10)  value "  APPLIED:".
           05 ws-sm-applied            pic zzz9.
           05 filler                   pic x(11)  value "  REJECTED:".
           05 ws-sm-rejected           pic zzz9.
           05 filler                   pic x(60)  value spaces.
      *
      *reject notes
       77 note-bad-action              pic x(17)  value
           "BAD ACTION CODE".
       77 note-bad-employee            pic x(17)  value
           "EMP NOT ON MASTER".
       77 note-bad-reviewer            pic x(17)  value
           "BAD REVIEWER".
       77 note-bad-date                pic x(17)  value
           "BAD REVIEW DATE".
       77 note-bad-status              pic x(17)  value
           "STATUS NOT C OR S".
       77 note-bad-rating              pic x(17)  value
           "BAD RATING".
       77 note-bad-next-due            pic x(17)  value
           "BAD NEXT DUE DATE".
       77 note-duplicate               pic x(17)  value
           "REVIEW ON FILE".
       77 note-missing                 pic x(17)  value
           "NO SUCH REVIEW".
       77 note-full                    pic x(17)  value
           "MASTER IS FULL".
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-reviews.
           perform 120-load-employees.
      *
           if ws-table-overflow is equal to "y"
               display "T2-02-REVIEWMAINT: REVIEW MASTER OVER 500 OR "
                       "EMPLOYEE MASTER OVER 200 ROWS - RUN REFUSED, "
                       "FILE UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input trans-file.
           open output log-file.
      *
           if ws-trans-file-status is not equal to "35"
               perform 130-read-trans
               perform 200-apply-one-trans
                   until ws-eof-flag is equal to ws-eof-Y
               close trans-file
           end-if.
      *
           perform 800-write-log-summary.
      *
           close log-file.
      *
      *a dirty batch leaves the live master and the transactions
      *exactly as they were - the rejected cards are corrected on
      *the transaction file and the batch re-run
           if ws-cntr-rejected is greater than 0
               display "T2-02-REVIEWMAINT: " ws-cntr-rejected
                       " TRANSACTION(S) REJECTED - REVIEW MASTER "
                       "UNTOUCHED, SEE THE AUDIT LOG"
               move 8 to return-code
           else
               perform 900-rewrite-reviews
      *the applied transactions are on the log now - emptied so
      *the next batch starts from a clean file
               open output trans-file
               close trans-file
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
      *loads the live reviews - a missing file is a cold start and
      *the adds build a new one
       110-load-reviews.
      *
           open input review-master-file.
      *
           if ws-review-file-status is not equal to "35"
               perform 115-read-review
               perform 116-add-review-entry
                   until ws-review-eof is equal to "y"
                   or ws-review-count is equal to 500
      *the table rewrites the file from a clean batch, so a load
      *that stopped with rows still unread must refuse to run
               if ws-review-eof is not equal to "y"
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close review-master-file.
      *
       115-read-review.
           read review-master-file
               at end
                   move "y" to ws-review-eof.
      *
       116-add-review-entry.
      *
           add 1 to ws-review-count.
           move review-rec to ws-rv-image(ws-review-count).
      *
           perform 115-read-review.
      *
      *the employee numbers an employee or reviewer may name
       120-load-employees.
      *
           open input employee-master-file.
      *
           if ws-emp-file-status is not equal to "35"
               perform 125-read-employee
               perform 126-add-employee-entry
                   until ws-emp-eof is equal to "y"
                   or ws-table-overflow is equal to "y"
               close employee-master-file
           end-if.
      *
       125-read-employee.
           read employee-master-file
               at end
                   move "y" to ws-emp-eof.
      *
       126-add-employee-entry.
      *
           if ws-emp-count is equal to 200
               move "y" to ws-table-overflow
           else
               add 1 to ws-emp-count
               move em-sman-num to ws-em-num(ws-emp-count)
           end-if.
      *
           perform 125-read-employee.
      *
       130-read-trans.
      *
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       200-apply-one-trans.
      *
           add 1 to ws-cntr-read.
           move spaces to lg-before.
           move spaces to lg-note.
      *
           perform 210-lookup-review.
      *
           if not tl-action-valid
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
           if tl-action-delete
               perform 320-apply-delete
           else
               perform 250-edit-review
               if lg-note is not equal to spaces
                   perform 400-log-rejected
               else
               if tl-action-add
                   perform 300-apply-add
               else
                   perform 310-apply-change
               end-if
               end-if
           end-if
           end-if.
      *
           perform 130-read-trans.
      *
      *the review already on file for the transaction's employee
      *and review date, if there is one
       210-lookup-review.
      *
           move 0 to ws-review-hit.
      *
           perform 215-match-review
               varying ws-review-x from 1 by 1
               until ws-review-x is greater than ws-review-count
               or ws-review-hit is greater than 0.
      *
       215-match-review.
      *
           move ws-rv-image(ws-review-x) to ws-review-work.
           if rw-emp-num is equal to tl-emp-num
             and rw-review-date is equal to tl-review-date
               move ws-review-x to ws-review-hit
           end-if.
      *
      *the content edits an add or change must pass - the first
      *failure found is the one logged
       250-edit-review.
      *
           move "n" to ws-emp-found.
           if tl-emp-num is numeric
               perform 255-match-employee
                   varying ws-emp-x from 1 by 1
                   until ws-emp-x is greater than ws-emp-count
                   or emp-found
           end-if.
      *
           move "n" to ws-reviewer-found.
           if tl-reviewer is numeric
             and tl-reviewer is not equal to tl-emp-num
               perform 256-match-reviewer
                   varying ws-emp-x from 1 by 1
                   until ws-emp-x is greater than ws-emp-count
                   or reviewer-found
           end-if.
      *
           move tl-review-date to ws-dw-date.
           perform 260-check-date.
      *
           if not emp-found
               move note-bad-employee to lg-note
           else
           if not reviewer-found
               move note-bad-reviewer to lg-note
           else
           if not date-ok
               move note-bad-date to lg-note
           else
           if not tl-status-valid
               move note-bad-status to lg-note
           else
           if tl-completed
             and tl-review-date is greater than ws-run-date
               move note-bad-date to lg-note
           else
           if tl-completed
             and not tl-rating-valid
               move note-bad-rating to lg-note
           else
           if not tl-completed
             and tl-rating is not equal to space
               move note-bad-rating to lg-note
           else
               perform 270-edit-next-due
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
       255-match-employee.
      *
           if ws-em-num(ws-emp-x) is equal to tl-emp-num
               move "y" to ws-emp-found
           end-if.
      *
       256-match-reviewer.
      *
           if ws-em-num(ws-emp-x) is equal to tl-reviewer
               move "y" to ws-reviewer-found
           end-if.
      *
      *a real calendar date - february has its 29th in a leap year
       260-check-date.
      *
           move "n" to ws-date-ok.
      *
           if ws-dw-date is numeric
             and ws-dw-yyyy is greater than 1900
             and ws-dw-mm is greater than 0
             and ws-dw-mm is less than 13
             and ws-dw-dd is greater than 0
               divide ws-dw-yyyy by 4
                   giving ws-leap-quotient
                   remainder ws-leap-rem
               if ws-leap-rem is equal to 0
                   move 29 to ws-days-in-month(2)
               else
                   move 28 to ws-days-in-month(2)
               end-if
               if ws-dw-dd is not greater than
                  ws-days-in-month(ws-dw-mm)
                   move "y" to ws-date-ok
               end-if
           end-if.
      *
      *the next review has to be a real date after this one
       270-edit-next-due.
      *
           move tl-next-due to ws-dw-date.
           perform 260-check-date.
      *
           if not date-ok
               move note-bad-next-due to lg-note
           else
           if tl-next-due is not greater than tl-review-date
               move note-bad-next-due to lg-note
           end-if
           end-if.
      *
      *an add needs an employee and date not already on file
       300-apply-add.
      *
           if ws-review-hit is greater than 0
               move note-duplicate to lg-note
               perform 400-log-rejected
           else
           if ws-review-count is equal to 500
               move note-full to lg-note
               perform 400-log-rejected
           else
               add 1 to ws-review-count
               move tl-review-image to ws-rv-image(ws-review-count)
               add 1 to ws-cntr-applied
               move "ADDED" to lg-action
               perform 410-write-log-row
           end-if
           end-if.
      *
      *a change replaces the review on file - reviewer, rating,
      *next due and status; the key itself never moves
       310-apply-change.
      *
           if ws-review-hit is equal to 0
               move note-missing to lg-note
               perform 400-log-rejected
           else
               move ws-rv-image(ws-review-hit) to lg-before
               move tl-review-image to ws-rv-image(ws-review-hit)
               add 1 to ws-cntr-applied
               move "CHANGED" to lg-action
               perform 410-write-log-row
           end-if.
      *
      *a delete shuffles the later reviews down so the table stays
      *dense
       320-apply-delete.
      *
           if ws-review-hit is greater than 0
               move ws-rv-image(ws-review-hit) to lg-before
               perform 330-shuffle-reviews-down
                   varying ws-review-x from ws-review-hit by 1
                   until ws-review-x is not less than ws-review-count
               subtract 1 from ws-review-count
               add 1 to ws-cntr-applied
               move "DELETED" to lg-action
               perform 410-write-log-row
           else
               move note-missing to lg-note
               perform 400-log-rejected
           end-if.
      *
       330-shuffle-reviews-down.
      *
           move ws-rv-image(ws-review-x + 1)
             to ws-rv-image(ws-review-x).
      *
       400-log-rejected.
      *
           add 1 to ws-cntr-rejected.
           move "REJECTED" to lg-action.
           perform 410-write-log-row.
      *
       410-write-log-row.
      *
           move ws-run-date     to lg-run-date.
           move tl-review-image to lg-after.
      *
           write log-line from ws-log-row.
      *
       800-write-log-summary.
      *
           move ws-cntr-read     to ws-sm-read.
           move ws-cntr-applied  to ws-sm-applied.
           move ws-cntr-rejected to ws-sm-rejected.
           write log-line from ws-log-summary.
      *
       900-rewrite-reviews.
      *
           open output review-master-file.
      *
           perform 910-write-one-review
               varying ws-review-x from 1 by 1
               until ws-review-x is greater than ws-review-count.
      *
           close review-master-file.
      *
       910-write-one-review.
      *
           move ws-rv-image(ws-review-x) to review-rec.
           write review-rec.
      *
       end program T2-02-ReviewMaint.
