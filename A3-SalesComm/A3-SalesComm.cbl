      *                     of an already-posted period is refused
      *                     with a message and return code unless
      *                     the operator sets the override flag.
      *  Oct 15/2026 - RS - a history or GL feed file this run
      *                     creates opens with a layout header
      *                     record naming its layout version, so
      *                     the programs reading it can refuse a
      *                     layout they do not understand.
      *  Oct 15/2026 - RS - look up each rep's commission plan (plan
      *                     code off the employee master, the row in
      *                     effect on the business date off the new
      *                     plan master) - an extract record whose
      *                     rate, minimum or maximum disagrees with
      *                     the plan goes to the exception file, and
      *                     the plan's bonus threshold replaces the
      *                     house cutoff for that rep.
      *  Oct 15/2026 - RS - the commission year-to-date also carries
      *                     the annual-cap dollars removed, the draw
      *                     recovered and the net adjustments, for
      *                     the year-end statements.
      *
       environment division.
      *
      *
           select history-file
               assign to "../../../data/A3-SalesComm-History.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
      *statement-file - one page per salesperson, printed and
      *handed out as-is instead of scissoring the branch report
               organization is line sequential
               file status is ws-annual-cap-file-status.
      *
      *commission plan master - rate, minimum, maximum and bonus
      *threshold per plan code, one row per effective date; a
      *missing file leaves the extract's own figures unchecked
           select comm-plan-file
               assign to "../../../data/A3-CommPlans.dat"
               organization is line sequential
               file status is ws-comm-plan-file-status.
      *
      *period control record - which commission period this run
      *covers, with the operator's rerun override flag
           select period-file
      *looked up to replace the truncated 8-character sr-name
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num               pic 999.
           05 em-full-name              pic x(30).
           05 em-plan-code              pic x(4).
      *
       fd report-file
           data record is report-line
       01 quota-rec.
           05 qt-sman-num               pic 999.
           05 qt-quota                  pic 9(6).
      *
      *one row per plan per effective date - the row in effect is
      *the latest one dated on or before the business date
       fd comm-plan-file
           data record is comm-plan-rec
           record contains 33 characters.
      *
       01 comm-plan-rec.
           05 pl-code                   pic x(4).
           05 pl-rate                   pic 99v9.
           05 pl-min                    pic 9(6).
           05 pl-max                    pic 9(6).
           05 pl-threshold              pic 9(6).
           05 pl-effective              pic 9(8).
      *
       fd business-date-file
           data record is business-date-rec
      *
       fd comm-ytd-file
           data record is comm-ytd-rec
           record contains 47 characters.
      *
      *a row written before the cap, draw and adjustment columns
      *existed reads them as zero
       01 comm-ytd-rec.
           05 cy-sman-num              pic 999.
           05 cy-earned-ytd            pic 9(8).
           05 cy-paid-ytd              pic 9(8).
           05 cy-periods               pic 999.
           05 cy-cap-removed-ytd       pic 9(8).
           05 cy-draw-recovered-ytd    pic 9(8).
           05 cy-adjusted-ytd          pic s9(8)
                                       sign leading separate.
      *
       fd annual-cap-file
           data record is annual-cap-rec
                   indexed by ws-emp-idx.
               10 ws-emp-sman-num       pic 999.
               10 ws-emp-full-name      pic x(30).
               10 ws-emp-plan-code      pic x(4).
      *
       01 ws-emp-table-count            pic 999   value 0.
      *
           "BRANCH CODE NOT ON BRANCH MASTER".
       77 split-err                    pic x(47)  value
           "SPLIT FIELDS INVALID OR PERCENT NOT 1-99".
       77 no-plan-err                  pic x(47)  value
           "NO COMMISSION PLAN ASSIGNED".
       77 plan-date-err                pic x(47)  value
           "NO COMMISSION PLAN IN EFFECT ON BUSINESS DATE".
       77 plan-diff-err                pic x(47)  value
           "RATE/MIN/MAX DISAGREE WITH COMMISSION PLAN".
      *
      *commission plan table - every row of the plan master; the
      *lookup keeps the latest effective date not past the
      *business date for the rep's plan code
       01 ws-plan-table.
           05 ws-plan-entry occurs 1 to 200 times
                   depending on ws-plan-count.
               10 ws-pl-code            pic x(4).
               10 ws-pl-rate            pic 99v9.
               10 ws-pl-min             pic 9(6).
               10 ws-pl-max             pic 9(6).
               10 ws-pl-threshold       pic 9(6).
               10 ws-pl-effective       pic 9(8).
      *
       01 ws-plan-count                pic 9(3)   value 0.
      *
       01 ws-plan-subs.
           05 ws-plan-x                pic 9(3)   value 0.
           05 ws-plan-hit              pic 9(3)   value 0.
      *
       01 ws-plan-flags.
           05 ws-plan-eof              pic x      value "n".
           05 ws-plan-file-absent      pic x      value "n".
               88 comm-plans-missing    value "y".
           05 ws-plan-found            pic x      value "n".
               88 plan-in-effect        value "y".
      *n = plan agrees, a = no plan assigned, e = nothing in effect
      *on the business date, d = extract disagrees with the plan
           05 ws-plan-error            pic x      value "n".
               88 plan-in-error         values "a" "e" "d".
      *
       77 ws-comm-plan-file-status     pic xx     value spaces.
       77 ws-lookup-plan               pic x(4)   value spaces.
      *
      *bonus threshold for the rep being calculated - the plan's
      *when one is in effect, otherwise the house cutoff
       77 ws-rep-cutoff                pic 9(6)   value 0.
      *
      *split-sale work fields - each rep's share of the sale
       01 ws-split-work.
           05 ws-gl-debit-total        pic 9(9)v99 value 0.
      *
       77 ws-gl-file-status            pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
      *
      *layout headers written as the first record of a history or
      *GL feed file this run creates
       01 ws-history-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "A3HISTORY".
           05 filler                   pic 99     value 02.
           05 filler                   pic x(12)  value spaces.
      *
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *run date, stamped on every history row so runs can be told
      *apart when the file is reviewed later
               10 ws-cy-earned          pic 9(8).
               10 ws-cy-paid            pic 9(8).
               10 ws-cy-periods         pic 999.
               10 ws-cy-cap-removed     pic 9(8).
               10 ws-cy-draw-recovered  pic 9(8).
               10 ws-cy-adjusted        pic s9(8).
      *
       01 ws-cytd-count                pic 9(3)   value 0.
      *
           end-if.
      *
           perform 118F-load-annual-caps.
           perform 112-load-comm-plans.
           perform 110-print-report-heading.
           perform 120-read-file.
           perform 200-process-branches
           open input employee-master-file.
           open output exception-file.
           open extend history-file.
           if ws-history-file-status is equal to "35"
               open output history-file
               write history-line from ws-history-header
           end-if.
           open output statement-file.
           open output adjust-audit-file.
           move spaces to adjust-audit-line.
      *
           move em-sman-num  to ws-emp-sman-num(ws-emp-table-count).
           move em-full-name to ws-emp-full-name(ws-emp-table-count).
           move em-plan-code to ws-emp-plan-code(ws-emp-table-count).
      *
           perform 106-read-employee-record.
      *
      *loads every row of the commission plan master - a missing
      *file means no plan checks this run, the same as a missing
      *quota file means no attainment
       112-load-comm-plans.
      *
           open input comm-plan-file.
      *
           if ws-comm-plan-file-status is equal to "35"
               move "y" to ws-plan-file-absent
           else
               perform 112A-read-comm-plan
               perform 112B-add-plan-entry
                   until ws-plan-eof is equal to "y"
                   or ws-plan-count is equal to 200
           end-if.
      *
           close comm-plan-file.
      *
       112A-read-comm-plan.
           read comm-plan-file
               at end
                   move "y" to ws-plan-eof.
      *
       112B-add-plan-entry.
      *
           add 1 to ws-plan-count.
           move pl-code      to ws-pl-code(ws-plan-count).
           move pl-rate      to ws-pl-rate(ws-plan-count).
           move pl-min       to ws-pl-min(ws-plan-count).
           move pl-max       to ws-pl-max(ws-plan-count).
           move pl-threshold to ws-pl-threshold(ws-plan-count).
           move pl-effective to ws-pl-effective(ws-plan-count).
      *
           perform 112A-read-comm-plan.
      *
      *finds the plan row in effect on the business date for the
      *plan code in ws-lookup-plan, leaving it in ws-plan-hit
       113-find-plan-in-effect.
      *
           move "n" to ws-plan-found.
           move 0   to ws-plan-hit.
           perform 113A-match-plan
               varying ws-plan-x from 1 by 1
               until ws-plan-x is greater than ws-plan-count.
      *
       113A-match-plan.
      *
           if ws-pl-code(ws-plan-x) is equal to ws-lookup-plan
             and ws-pl-effective(ws-plan-x) is not greater than
                                               ws-std-run-date
               if not plan-in-effect
                   move "y" to ws-plan-found
                   move ws-plan-x to ws-plan-hit
               else
                   if ws-pl-effective(ws-plan-x) is greater than
                                   ws-pl-effective(ws-plan-hit)
                       move ws-plan-x to ws-plan-hit
                   end-if
               end-if
           end-if.
      *
      *the plan code assigned to sr-sman-num on the employee master,
      *spaces when the rep is not on it
       114-lookup-rep-plan.
      *
           move spaces to ws-lookup-plan.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
      *
           perform 620-search-employee
               until employee-found
               or ws-emp-idx is greater than ws-emp-table-count.
      *
           if employee-found
               move ws-emp-plan-code(ws-emp-idx) to ws-lookup-plan
           end-if.
      *
           if ws-lookup-plan is not equal to spaces
               perform 113-find-plan-in-effect
           else
               move "n" to ws-plan-found
           end-if.
      *
       110-print-report-heading.
      *
           move cy-earned-ytd to ws-cy-earned(ws-cytd-count).
           move cy-paid-ytd   to ws-cy-paid(ws-cytd-count).
           move cy-periods    to ws-cy-periods(ws-cytd-count).
           move 0 to ws-cy-cap-removed(ws-cytd-count).
           move 0 to ws-cy-draw-recovered(ws-cytd-count).
           move 0 to ws-cy-adjusted(ws-cytd-count).
           if cy-cap-removed-ytd is numeric
               move cy-cap-removed-ytd
                 to ws-cy-cap-removed(ws-cytd-count)
           end-if.
           if cy-draw-recovered-ytd is numeric
               move cy-draw-recovered-ytd
                 to ws-cy-draw-recovered(ws-cytd-count)
           end-if.
           if cy-adjusted-ytd is numeric
               move cy-adjusted-ytd to ws-cy-adjusted(ws-cytd-count)
           end-if.
      *
           perform 118D-read-comm-ytd.
      *
               move 0           to ws-cy-earned(ws-cytd-hit)
               move 0           to ws-cy-paid(ws-cytd-hit)
               move 0           to ws-cy-periods(ws-cytd-hit)
               move 0           to ws-cy-cap-removed(ws-cytd-hit)
               move 0           to ws-cy-draw-recovered(ws-cytd-hit)
               move 0           to ws-cy-adjusted(ws-cytd-hit)
               move "y"         to ws-cytd-found
           end-if.
      *
           if not branch-found
               move "y" to ws-sales-error
           end-if.
      *
      *a record that passed the edits is checked against the rep's
      *commission plan - the plan, not the extract, is the record
      *of what the rep was promised
           move "n" to ws-plan-error.
           if ws-sales-error is equal to "n"
             and not comm-plans-missing
               perform 307-check-commission-plan
           end-if.
      *
      *the extract's rate, minimum and maximum must match the plan
      *row in effect on the business date
       307-check-commission-plan.
      *
           perform 114-lookup-rep-plan.
      *
           if ws-lookup-plan is equal to spaces
               move "a" to ws-plan-error
           else
               if not plan-in-effect
                   move "e" to ws-plan-error
               else
                   if sr-rate is not equal to ws-pl-rate(ws-plan-hit)
                     or sr-min is not equal to ws-pl-min(ws-plan-hit)
                     or sr-max is not equal to ws-pl-max(ws-plan-hit)
                       move "d" to ws-plan-error
                   end-if
               end-if
           end-if.
      *
           if plan-in-error
               move "y" to ws-sales-error
           end-if.
      *
       306-write-exception.
      *
           move sr-sman-num to ex-sman-num.
           move sr-name     to ex-name.
      *
           if ws-plan-error is equal to "a"
               move no-plan-err to ex-reason
           else
           if ws-plan-error is equal to "e"
               move plan-date-err to ex-reason
           else
           if ws-plan-error is equal to "d"
               move plan-diff-err to ex-reason
           else
           if not branch-found
               move branch-err to ex-reason
           else
                   end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
           write exception-line.
      *
       300-calculations.
      *
      *the rep's plan sets the bonus threshold - with no plan in
      *effect (or no plan master) the house cutoff still applies
           move ws-commission-cutoff to ws-rep-cutoff.
           if not comm-plans-missing
               perform 114-lookup-rep-plan
               if plan-in-effect
                   move ws-pl-threshold(ws-plan-hit) to ws-rep-cutoff
               end-if
           end-if.
      *
           perform 400-calculate-earned-commission.
           perform 500-calculate-paid.
      *
               by ws-percent-adjust
           giving ws-math-rate.

           if sr-sales is less than or equal to ws-rep-cutoff
             then
               multiply sr-sales
                     by ws-math-rate
                 giving ws-math-earned rounded
           else
               if sr-sales is greater than ws-rep-cutoff
                 then

                   subtract ws-rep-cutoff
                       from sr-sales
                     giving ws-math-above

                   multiply ws-rep-cutoff
                         by ws-math-rate
                     giving ws-math-earned rounded

               add ws-math-earned to ws-cy-earned(ws-cytd-hit)
               add ws-math-paid   to ws-cy-paid(ws-cytd-hit)
               add 1              to ws-cy-periods(ws-cytd-hit)
               add ws-annual-removed
                to ws-cy-cap-removed(ws-cytd-hit)
               add ws-draw-recovered
                to ws-cy-draw-recovered(ws-cytd-hit)
               if adjustment-applied
                   add ws-adj-this-rep to ws-cy-adjusted(ws-cytd-hit)
               end-if
           end-if.
      *
      *folds any adjustment rows for this rep into the paid figure
      *
       510-sales-over-cutoff.
      *
           if sr-sales is greater than ws-rep-cutoff
             then
               move ws-math-earned      to ws-math-paid
               move ws-bonus-earned     to ws-bonus
      *
       520-sales-under-cutoff.
      *
           if sr-sales less than or equal to ws-rep-cutoff
             then
               move ws-math-earned      to ws-math-paid
               move ws-bonus-not-earned to ws-bonus
      *
       530-earned-over-max.
      *
           if sr-sales is greater than ws-rep-cutoff and
             ws-math-earned is greater than sr-max
             then
               move sr-max              to ws-math-paid
           end-if.
       540-earned-under-min.
      *
           if sr-sales less than or equal to ws-rep-cutoff and
             ws-math-earned is less than sr-min
             then
               move sr-min              to ws-math-paid
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
      *one journal row - the caller sets account, centre, side and
           move ws-cy-earned(ws-cytd-x)  to cy-earned-ytd.
           move ws-cy-paid(ws-cytd-x)    to cy-paid-ytd.
           move ws-cy-periods(ws-cytd-x) to cy-periods.
           move ws-cy-cap-removed(ws-cytd-x)    to cy-cap-removed-ytd.
           move ws-cy-draw-recovered(ws-cytd-x)
             to cy-draw-recovered-ytd.
           move ws-cy-adjusted(ws-cytd-x)       to cy-adjusted-ytd.
           write comm-ytd-rec.
      *
       800-close-files.
