      *and name, an audit log of every applied action, and a
      *warning when a delete names a number that still appears on
      *the current A3.dat extract.
      *
      *modification history:
      *  Oct 15/2026 - RS - dual control - each transaction carries
      *                     the keyer's and approver's ids
      *                     (A0-MaintApproval releases only
      *                     approved rows), one with no second id
      *                     is rejected, both ids land on the log,
      *                     and the transaction file empties once
      *                     processed.
      *  Oct 15/2026 - RS - each salesperson carries a commission
      *                     plan code - keyed on an add, left
      *                     as-is by a change that leaves it blank,
      *                     checked against A3-CommPlans.dat, and
      *                     logged with the plan it replaced.
      *
       environment division.
      *
               organization is line sequential
               file status is ws-master-file-status.
      *
      *approved transactions, appended by A0-MaintApproval - the
      *file empties once processed
           select trans-file
               assign to "../../../data/A3-EmployeeMaint-Trans.dat"
               organization is line sequential.
               assign to "../../../data/A3-EmployeeMaint-Log.out"
               organization is line sequential.
      *
      *commission plan master - only the plan codes matter here
           select comm-plan-file
               assign to "../../../data/A3-CommPlans.dat"
               organization is line sequential
               file status is ws-plan-file-status.
      *
      *the current sales extract, scanned so a delete that would
      *orphan live sales records gets a warning
           select sales-file
      *
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num              pic 999.
           05 em-full-name             pic x(30).
           05 em-plan-code             pic x(4).
      *
       fd trans-file
           data record is trans-line
           record contains 54 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
               88 tl-action-delete      value "D".
           05 tl-sman-num              pic 999.
           05 tl-name                  pic x(30).
           05 tl-plan-code             pic x(4).
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd log-file
           data record is log-line
           record contains 122 characters.
      *
       01 log-line                     pic x(122).
      *
      *only the two salesperson numbers on each extract record
      *matter here
       fd comm-plan-file
           data record is comm-plan-rec
           record contains 33 characters.
      *
       01 comm-plan-rec.
           05 pl-code                  pic x(4).
           05 filler                   pic x(29).
      *
       fd sales-file
           data record is sales-rec
           record contains 42 characters.
                   depending on ws-emp-count.
               10 ws-em-num             pic 999.
               10 ws-em-name            pic x(30).
               10 ws-em-plan            pic x(4).
               10 ws-em-deleted         pic x.
      *
       01 ws-emp-count                 pic 9(3)   value 0.
      *
       77 ws-master-file-status        pic xx     value spaces.
       77 ws-sales-file-status         pic xx     value spaces.
       77 ws-plan-file-status          pic xx     value spaces.
      *
      *set when the master would not fit the table - the run is
      *refused rather than rewriting a truncated file
      *
       77 ws-active-lookup             pic x(3)   value spaces.
      *
      *plan codes on the commission plan master - a missing file
      *leaves the plan code unchecked
       01 ws-plan-table.
           05 ws-plan-entry occurs 1 to 200 times
                   depending on ws-plan-count.
               10 ws-pc-code            pic x(4).
      *
       01 ws-plan-count                pic 9(3)   value 0.
      *
       01 ws-plan-subs.
           05 ws-plan-x                pic 9(3)   value 0.
      *
       01 ws-plan-flags.
           05 ws-plan-file-absent      pic x      value "n".
               88 comm-plans-missing    value "y".
           05 ws-plan-found            pic x      value "n".
               88 plan-code-found       value "y".
      *
       77 ws-plan-lookup               pic x(4)   value spaces.
      *
      *counters for the audit trailer
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 lg-name                  pic x(30).
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(34).
           05 filler                   pic x      value spaces.
           05 lg-keyer-id              pic x(8).
           05 filler                   pic x      value "/".
           05 lg-approver-id           pic x(8).
           05 filler                   pic x      value spaces.
           05 lg-plan-code             pic x(4).
           05 lg-was-label             pic x(5).
           05 lg-was-plan              pic x(4).
      *
      *audit trailer
       01 ws-log-summary.
           "EMPLOYEE MASTER IS FULL".
       77 note-still-active            pic x(34)  value
           "WARNING - STILL ON A3.DAT EXTRACT".
       77 note-not-approved            pic x(34)  value
           "NOT APPROVED BY A SECOND ID".
       77 note-no-plan                 pic x(34)  value
           "COMMISSION PLAN CODE IS BLANK".
       77 note-bad-plan                pic x(34)  value
           "PLAN CODE NOT ON PLAN MASTER".
      *
       procedure division.
       000-main.
           end-if.
      *
           perform 110-load-active-numbers.
           perform 103-load-plan-codes.
      *
           open input trans-file.
           open output log-file.
      *
           close trans-file
                 log-file.
      *
      *the applied transactions are on the log now - emptied so
      *the next approvals append to a clean file
           open output trans-file.
           close trans-file.
      *
           goback.
      *
           add 1 to ws-emp-count.
           move em-sman-num  to ws-em-num(ws-emp-count).
           move em-full-name to ws-em-name(ws-emp-count).
           move em-plan-code to ws-em-plan(ws-emp-count).
           move "n"          to ws-em-deleted(ws-emp-count).
      *
           perform 101-read-master.
      *
      *loads the plan codes off the commission plan master - a plan
      *has one row per effective date, so a code is kept once
       103-load-plan-codes.
      *
           open input comm-plan-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-plan-file-status is equal to "35"
               move "y" to ws-plan-file-absent
           else
               perform 104-read-plan
               perform 105-add-plan-code
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close comm-plan-file.
           move ws-eof-N to ws-eof-flag.
      *
       104-read-plan.
           read comm-plan-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       105-add-plan-code.
      *
           move pl-code to ws-plan-lookup.
           perform 140-lookup-plan-code.
           if not plan-code-found
             and ws-plan-count is less than 200
               add 1 to ws-plan-count
               move pl-code to ws-pc-code(ws-plan-count)
           end-if.
      *
           perform 104-read-plan.
      *
       140-lookup-plan-code.
      *
           move "n" to ws-plan-found.
           perform 141-match-plan-code
               varying ws-plan-x from 1 by 1
               until ws-plan-x is greater than ws-plan-count
               or plan-code-found.
      *
       141-match-plan-code.
      *
           if ws-pc-code(ws-plan-x) is equal to ws-plan-lookup
               move "y" to ws-plan-found
           end-if.
      *
      *collects the distinct salesperson numbers still on the
      *extract - the delete warning checks both the primary and
      *the split-sale number
       200-apply-one-trans.
      *
           add 1 to ws-cntr-read.
           move spaces to lg-was-label.
           move spaces to lg-was-plan.
           move tl-plan-code to ws-plan-lookup.
           perform 140-lookup-plan-code.
      *
           if not tl-action-valid
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
           if tl-keyer-id is equal to spaces
             or tl-approver-id is equal to spaces
             or tl-approver-id is equal to tl-keyer-id
               move note-not-approved to lg-note
               perform 400-log-rejected
           else
           if tl-sman-num is not numeric
               move note-bad-num to lg-note
               perform 400-log-rejected
             and tl-name is equal to spaces
               move note-bad-name to lg-note
               perform 400-log-rejected
           else
           if tl-action-add
             and tl-plan-code is equal to spaces
               move note-no-plan to lg-note
               perform 400-log-rejected
           else
           if not tl-action-delete
             and tl-plan-code is not equal to spaces
             and not comm-plans-missing
             and not plan-code-found
               move note-bad-plan to lg-note
               perform 400-log-rejected
           else
               perform 210-lookup-employee
               if tl-action-add
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
           perform 120-read-trans.
                   add 1 to ws-emp-count
                   move tl-sman-num to ws-em-num(ws-emp-count)
                   move tl-name     to ws-em-name(ws-emp-count)
                   move tl-plan-code to ws-em-plan(ws-emp-count)
                   move "n"         to ws-em-deleted(ws-emp-count)
                   add 1 to ws-cntr-applied
                   move "ADDED"  to lg-action
      *
           if employee-found
               move tl-name to ws-em-name(ws-emp-hit)
               if tl-plan-code is not equal to spaces
                 and tl-plan-code is not equal to
                                         ws-em-plan(ws-emp-hit)
                   move " WAS "                to lg-was-label
                   move ws-em-plan(ws-emp-hit) to lg-was-plan
                   move tl-plan-code to ws-em-plan(ws-emp-hit)
               end-if
               add 1 to ws-cntr-applied
               move "CHANGED" to lg-action
               move spaces    to lg-note
               move 0 to lg-sman-num
           end-if.
           move tl-name to lg-name.
           move tl-plan-code to lg-plan-code.
           if employee-found
             and tl-plan-code is equal to spaces
               move ws-em-plan(ws-emp-hit) to lg-plan-code
           end-if.
           move tl-keyer-id    to lg-keyer-id.
           move tl-approver-id to lg-approver-id.
      *
           write log-line from ws-log-row.
      *
           if ws-em-deleted(ws-emp-x) is equal to "n"
               move ws-em-num(ws-emp-x)  to em-sman-num
               move ws-em-name(ws-emp-x) to em-full-name
               move ws-em-plan(ws-emp-x) to em-plan-code
               write employee-master-rec
           end-if.
      *
