       identification division.
       program-id. A3-SalesExtract.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *builds A3.dat from the A2 customer orders.  the extract
      *commission is paid on used to arrive from outside the
      *system, so the sales a rep was paid on never tied to the
      *sales A2 billed.  this run totals the month's invoices (net
      *of discount, before freight and tax) less the month's
      *credit memos by customer, rolls each customer up to the
      *salesperson and branch A2-CustomerMaster.dat assigns it
      *to, and writes one 42-byte A3 record per rep per branch -
      *an S record per rep pair and split percent where a
      *customer is shared.  the rate, minimum and maximum come
      *off the rep's commission plan in effect on the business
      *date, so A3-SalesComm's plan check passes by construction.
      *the month is the business date's unless A3-ExtractMonth.dat
      *names another (yyyymm).  the report lists every record
      *written and reconciles A2's net sales to the totals read
      *back off the new A3.dat, with sales for customers no rep
      *is assigned to, whole-dollar rounding and any net that
      *could not be carried shown as reconciling items.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select customer-master-file
               assign to "../../../data/A2-CustomerMaster.dat"
               organization is line sequential
               file status is ws-customer-file-status.
      *
           select invoice-file
               assign to "../../../data/A2-Invoices.dat"
               organization is line sequential
               file status is ws-invoice-file-status.
      *
           select credit-memo-file
               assign to "../../../data/A2-CreditMemos.dat"
               organization is line sequential
               file status is ws-memo-file-status.
      *
      *the employee master supplies the short name and the plan
      *code, the plan master the rate, minimum and maximum
           select employee-master-file
               assign to "../../../data/A3-EmployeeMaster.dat"
               organization is line sequential
               file status is ws-employee-file-status.
      *
           select comm-plan-file
               assign to "../../../data/A3-CommPlans.dat"
               organization is line sequential
               file status is ws-comm-plan-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *optional month card - yyyymm
           select month-file
               assign to "../../../data/A3-ExtractMonth.dat"
               organization is line sequential
               file status is ws-month-file-status.
      *
           select extract-file
               assign to "../../../data/A3.dat"
               organization is line sequential.
      *
           select report-file
               assign to "../../../data/A3-SalesExtract.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *same layout A2-ItemList reads - the rep assignment is on
      *the end.  cm-sman-num-2 and cm-split-pct are blank unless
      *the customer is shared, cm-split-pct being the first rep's
      *share
       fd customer-master-file
           data record is customer-master-rec
           record contains 49 characters.
      *
       01 customer-master-rec.
           05 cm-number                pic 9(4).
           05 cm-name                  pic x(20).
           05 cm-status                pic x.
           05 cm-credit-limit          pic 9(7)v99.
           05 cm-credit-hold           pic x.
           05 cm-tax-jurisdiction      pic xx.
           05 cm-branch                pic x(3).
           05 cm-sman-num              pic 999.
           05 cm-sman-num-2            pic 999.
           05 cm-split-pct             pic 999.
      *
      *same layout A2-ItemList writes
       fd invoice-file
           data record is invoice-rec
           record contains 94 characters.
      *
       01 invoice-rec.
           05 in-invoice-num           pic 9(6).
           05 in-date                  pic 9(8).
           05 in-date-r redefines in-date.
               10 in-yyyymm            pic 9(6).
               10 in-dd                pic 99.
           05 in-customer              pic 9(4).
           05 in-item-count            pic 9(4).
           05 in-gross                 pic 9(8)v99.
           05 in-discount              pic 9(8)v99.
           05 in-freight               pic 9(8)v99.
           05 in-amount                pic 9(8)v99.
           05 in-jurisdiction          pic xx.
           05 in-taxable               pic 9(8)v99.
           05 in-exempt                pic 9(8)v99.
           05 in-tax                   pic 9(8)v99.
      *
      *same layout A2-ItemList writes
       fd credit-memo-file
           data record is credit-memo-rec
           record contains 64 characters.
      *
       01 credit-memo-rec.
           05 mo-memo-num              pic 9(6).
           05 mo-date                  pic 9(8).
           05 mo-date-r redefines mo-date.
               10 mo-yyyymm            pic 9(6).
               10 mo-dd                pic 99.
           05 mo-customer              pic 9(4).
           05 mo-item                  pic 9(4).
           05 mo-qty                   pic 999.
           05 mo-reason                pic x.
           05 mo-sale-date             pic 9(8).
           05 mo-net                   pic 9(8)v99.
           05 mo-tax                   pic 9(8)v99.
           05 mo-amount                pic 9(8)v99.
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
       fd comm-plan-file
           data record is comm-plan-rec
           record contains 33 characters.
      *
       01 comm-plan-rec.
           05 pl-code                  pic x(4).
           05 pl-rate                  pic 99v9.
           05 pl-min                   pic 9(6).
           05 pl-max                   pic 9(6).
           05 pl-threshold             pic 9(6).
           05 pl-effective             pic 9(8).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd month-file
           data record is month-rec
           record contains 6 characters.
      *
       01 month-rec.
           05 mc-yyyymm                pic 9(6).
      *
      *A3-SalesComm's input layout
       fd extract-file
           data record is sales-rec
           record contains 42 characters.
      *
       01 sales-rec.
           05 sr-branch                pic x(3).
           05 sr-sman-num              pic 999.
           05 sr-name                  pic x(8).
           05 sr-sales                 pic 9(6).
           05 sr-min                   pic 9(6).
           05 sr-max                   pic 9(6).
           05 sr-rate                  pic 99v9.
           05 sr-rec-type              pic x.
           05 sr-sman-num-2            pic 999.
           05 sr-split-pct             pic 999.
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
      *
       working-storage section.
      *
      *customer assignments, loaded once
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 500 times
                   depending on ws-cust-count.
               10 ws-cu-number          pic 9(4).
               10 ws-cu-branch          pic x(3).
               10 ws-cu-sman            pic 999.
               10 ws-cu-sman-2          pic 999.
               10 ws-cu-pct             pic 999.
      *
       01 ws-cust-count                pic 999    value 0.
      *
       01 ws-cust-subs.
           05 ws-cust-x                pic 999    value 0.
           05 ws-cust-hit              pic 999    value 0.
      *
       01 ws-cust-flags.
           05 ws-cust-found            pic x      value "n".
               88 customer-found        value "y".
      *set when the customer master would not fit the table
           05 ws-cust-overflow         pic x      value "n".
      *
      *one row per branch, rep, second rep and split percent - the
      *A3 records to be written
       01 ws-xt-table.
           05 ws-xt-entry occurs 1 to 500 times
                   depending on ws-xt-count.
               10 ws-xt-branch          pic x(3).
               10 ws-xt-sman            pic 999.
               10 ws-xt-sman-2          pic 999.
               10 ws-xt-pct             pic 999.
               10 ws-xt-net             pic s9(9)v99.
      *
       01 ws-xt-count                  pic 999    value 0.
      *
       01 ws-xt-subs.
           05 ws-xt-x                  pic 999    value 0.
           05 ws-xt-hit                pic 999    value 0.
      *
       01 ws-xt-flags.
           05 ws-xt-found              pic x      value "n".
               88 extract-row-found     value "y".
      *set when the month's reps would not fit the table
           05 ws-xt-overflow           pic x      value "n".
      *
      *employee names and plan codes
       01 ws-emp-table.
           05 ws-emp-entry occurs 1 to 200 times
                   depending on ws-emp-count.
               10 ws-em-num             pic 999.
               10 ws-em-name            pic x(30).
               10 ws-em-plan            pic x(4).
      *
       01 ws-emp-count                 pic 999    value 0.
      *
       01 ws-emp-subs.
           05 ws-emp-x                 pic 999    value 0.
           05 ws-emp-hit               pic 999    value 0.
      *
       01 ws-emp-flags.
           05 ws-emp-found             pic x      value "n".
               88 employee-found        value "y".
      *
      *every row of the plan master - the row in effect is the
      *latest one dated on or before the business date
       01 ws-plan-table.
           05 ws-plan-entry occurs 1 to 200 times
                   depending on ws-plan-count.
               10 ws-pl-code            pic x(4).
               10 ws-pl-rate            pic 99v9.
               10 ws-pl-min             pic 9(6).
               10 ws-pl-max             pic 9(6).
               10 ws-pl-effective       pic 9(8).
      *
       01 ws-plan-count                pic 9(3)   value 0.
      *
       01 ws-plan-subs.
           05 ws-plan-x                pic 9(3)   value 0.
           05 ws-plan-hit              pic 9(3)   value 0.
      *
       01 ws-plan-flags.
           05 ws-plan-found            pic x      value "n".
               88 plan-in-effect        value "y".
      *
       77 ws-lookup-plan               pic x(4)   value spaces.
      *
       77 ws-customer-file-status      pic xx     value spaces.
       77 ws-invoice-file-status       pic xx     value spaces.
       77 ws-memo-file-status          pic xx     value spaces.
       77 ws-employee-file-status      pic xx     value spaces.
       77 ws-comm-plan-file-status     pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-month-file-status         pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyymm             pic 9(6).
           05 ws-rd-dd                 pic 99.
      *
      *the month being extracted
       01 ws-extract-month             pic 9(6)   value 0.
       01 ws-extract-month-r redefines ws-extract-month.
           05 ws-xm-yyyy               pic 9(4).
           05 ws-xm-mm                 pic 99.
      *
      *the customer and signed net amount being posted
       77 ws-post-customer             pic 9(4)   value 0.
       77 ws-post-net                  pic s9(9)v99 value 0.
      *
      *one extract row's whole-dollar figure and what was held
      *back from it
       01 ws-write-work.
           05 ws-ww-dollars            pic s9(9)  value 0.
           05 ws-ww-note               pic x(24)  value spaces.
      *
      *reconciliation totals
       01 ws-recon.
           05 ws-rc-invoiced           pic s9(9)v99 value 0.
           05 ws-rc-credits            pic s9(9)v99 value 0.
           05 ws-rc-a2-net             pic s9(9)v99 value 0.
           05 ws-rc-a3-total           pic s9(9)v99 value 0.
           05 ws-rc-rounding           pic s9(9)v99 value 0.
           05 ws-rc-not-carried        pic s9(9)v99 value 0.
           05 ws-rc-unassigned         pic s9(9)v99 value 0.
           05 ws-rc-accounted          pic s9(9)v99 value 0.
           05 ws-rc-difference         pic s9(9)v99 value 0.
      *
       01 ws-counters.
           05 ws-cntr-invoices         pic 9(6)   value 0.
           05 ws-cntr-memos            pic 9(6)   value 0.
           05 ws-cntr-unassigned       pic 9(6)   value 0.
           05 ws-cntr-written          pic 9(5)   value 0.
           05 ws-cntr-read-back        pic 9(5)   value 0.
           05 ws-cntr-no-plan          pic 9(5)   value 0.
           05 ws-cntr-bad-split        pic 9(5)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
                       "A3 SALES EXTRACT FROM A2 - MON".
           05 filler                   pic x(4)   value "TH  ".
           05 hd-yyyy                  pic 9(4).
           05 filler                   pic x      value "/".
           05 hd-mm                    pic 99.
           05 filler                   pic x(6)   value "  RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(45)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(30)  value
               "BR  REP NAME      REP2  PCT   ".
           05 filler                   pic x(30)  value
               "     A2 NET SALES    A3 SALES ".
           05 filler                   pic x(40)  value
               " NOTE".
      *
       01 ws-detail-line.
           05 dl-branch                pic x(3).
           05 filler                   pic x      value spaces.
           05 dl-sman                  pic 999.
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-sman-2                pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-pct                   pic x(3).
           05 filler                   pic x(3)   value spaces.
           05 dl-net                   pic ----,---,--9.99.
           05 filler                   pic x(3)   value spaces.
           05 dl-a3-sales              pic zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(24).
           05 filler                   pic x(20)  value spaces.
      *
       01 ws-recon-line.
           05 rl-label                 pic x(40).
           05 rl-amount                pic ----,---,--9.99.
           05 filler                   pic x(2)   value spaces.
           05 rl-note                  pic x(43).
      *
       01 ws-message-line.
           05 ml-text                  pic x(100).
      *
      *counts as printed on the reconciliation lines
       77 ws-count-edit                pic zzz,zz9.
      *
      *notes on the detail and reconciliation lines
       77 note-no-plan                 pic x(24)  value
           "NO PLAN - WILL REJECT".
       77 note-negative                pic x(24)  value
           "NET NEGATIVE - WRITTEN 0".
       77 note-oversize                pic x(24)  value
           "OVER 999,999 - CAPPED".
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-set-extract-month.
           perform 120-load-comm-plans.
      *
      *the rate, minimum and maximum on every record come off the
      *plan master - without it there is nothing to write them from
           if ws-comm-plan-file-status is equal to "35"
               display "A3-SALESEXTRACT: A3-CommPlans.dat MISSING "
                       "- RUN REFUSED, A3.DAT UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 130-load-employees.
           perform 140-load-customers.
      *
           if ws-customer-file-status is equal to "35"
               display "A3-SALESEXTRACT: A2-CustomerMaster.dat "
                       "MISSING - RUN REFUSED, A3.DAT UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           if ws-cust-overflow is equal to "y"
               display "A3-SALESEXTRACT: CUSTOMER MASTER EXCEEDS "
                       "500 ROWS - RUN REFUSED, A3.DAT UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 200-total-invoices.
           perform 300-total-credit-memos.
      *
      *a short table would write a short extract that still looked
      *complete - refused before A3.dat is opened
           if ws-xt-overflow is equal to "y"
               display "A3-SALESEXTRACT: MORE THAN 500 REP/BRANCH "
                       "ROWS - RUN REFUSED, A3.DAT UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
           move ws-xm-yyyy  to hd-yyyy.
           move ws-xm-mm    to hd-mm.
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 500-write-extract.
           perform 600-read-back-extract.
           perform 700-print-reconciliation.
      *
           close report-file.
      *
      *a reconciliation that does not balance, or records that
      *A3-SalesComm will reject, warn the chain without stopping it
           if ws-rc-difference is not equal to 0
             or ws-cntr-no-plan is greater than 0
             or ws-cntr-unassigned is greater than 0
             or ws-cntr-bad-split is greater than 0
               move 4 to return-code
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
       110-set-extract-month.
      *
           move ws-rd-yyyymm to ws-extract-month.
      *
           open input month-file.
      *
           if ws-month-file-status is not equal to "35"
               read month-file
                   at end
                       continue
                   not at end
                       if mc-yyyymm is numeric
                         and mc-yyyymm is greater than 0
                           move mc-yyyymm to ws-extract-month
                       end-if
               end-read
           end-if.
      *
           close month-file.
      *
       120-load-comm-plans.
      *
           open input comm-plan-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-comm-plan-file-status is not equal to "35"
               perform 121-read-comm-plan
               perform 122-add-plan-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-plan-count is equal to 200
           end-if.
      *
           close comm-plan-file.
      *
       121-read-comm-plan.
           read comm-plan-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-plan-entry.
      *
           add 1 to ws-plan-count.
           move pl-code      to ws-pl-code(ws-plan-count).
           move pl-rate      to ws-pl-rate(ws-plan-count).
           move pl-min       to ws-pl-min(ws-plan-count).
           move pl-max       to ws-pl-max(ws-plan-count).
           move pl-effective to ws-pl-effective(ws-plan-count).
      *
           perform 121-read-comm-plan.
      *
       130-load-employees.
      *
           open input employee-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-employee-file-status is not equal to "35"
               perform 131-read-employee
               perform 132-add-employee
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-emp-count is equal to 200
           end-if.
      *
           close employee-master-file.
      *
       131-read-employee.
           read employee-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-employee.
      *
           add 1 to ws-emp-count.
           move em-sman-num  to ws-em-num(ws-emp-count).
           move em-full-name to ws-em-name(ws-emp-count).
           move em-plan-code to ws-em-plan(ws-emp-count).
      *
           perform 131-read-employee.
      *
      *a customer with no rep, or a second rep with a split
      *percent outside 1-99, is still loaded - its sales are shown
      *unassigned, or go wholly to the first rep, on the report
       140-load-customers.
      *
           open input customer-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-customer-file-status is not equal to "35"
               perform 141-read-customer
               perform 142-add-customer
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-cust-count is equal to 500
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-cust-overflow
               end-if
           end-if.
      *
           close customer-master-file.
      *
       141-read-customer.
           read customer-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-add-customer.
      *
           add 1 to ws-cust-count.
           move cm-number to ws-cu-number(ws-cust-count).
           move cm-branch to ws-cu-branch(ws-cust-count).
      *
           if cm-sman-num is numeric
               move cm-sman-num to ws-cu-sman(ws-cust-count)
           else
               move 0 to ws-cu-sman(ws-cust-count)
           end-if.
      *
           move 0 to ws-cu-sman-2(ws-cust-count).
           move 0 to ws-cu-pct(ws-cust-count).
           if cm-sman-num-2 is numeric
             and cm-sman-num-2 is greater than 0
               if cm-split-pct is numeric
                 and cm-split-pct is greater than 0
                 and cm-split-pct is less than 100
                   move cm-sman-num-2 to ws-cu-sman-2(ws-cust-count)
                   move cm-split-pct  to ws-cu-pct(ws-cust-count)
               else
                   add 1 to ws-cntr-bad-split
                   display "A3-SALESEXTRACT: CUSTOMER " cm-number
                           " SPLIT PERCENT NOT 1-99 - SALES GO TO "
                           "THE FIRST REP"
               end-if
           end-if.
      *
           perform 141-read-customer.
      *
      *invoiced sales net of discount - freight and tax are not
      *sales commission is paid on
       200-total-invoices.
      *
           open input invoice-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-invoice-file-status is not equal to "35"
               perform 210-read-invoice
               perform 220-post-one-invoice
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close invoice-file.
      *
       210-read-invoice.
           read invoice-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       220-post-one-invoice.
      *
           if in-yyyymm is equal to ws-extract-month
             and in-gross is numeric
             and in-discount is numeric
               add 1 to ws-cntr-invoices
               move in-customer to ws-post-customer
               subtract in-discount from in-gross
                   giving ws-post-net
               add ws-post-net to ws-rc-invoiced
               perform 400-post-to-rep
           end-if.
      *
           perform 210-read-invoice.
      *
      *a return comes off the sales of the rep the customer is
      *assigned to in the month the credit memo is raised
       300-total-credit-memos.
      *
           open input credit-memo-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-memo-file-status is not equal to "35"
               perform 310-read-memo
               perform 320-post-one-memo
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close credit-memo-file.
      *
       310-read-memo.
           read credit-memo-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       320-post-one-memo.
      *
           if mo-yyyymm is equal to ws-extract-month
             and mo-net is numeric
               add 1 to ws-cntr-memos
               move mo-customer to ws-post-customer
               add mo-net to ws-rc-credits
               compute ws-post-net = 0 - mo-net
               perform 400-post-to-rep
           end-if.
      *
           perform 310-read-memo.
      *
      *posts ws-post-net for ws-post-customer to its rep's row,
      *or to the unassigned total when no rep has the customer
       400-post-to-rep.
      *
           perform 410-find-customer.
      *
           if not customer-found
               add 1 to ws-cntr-unassigned
               add ws-post-net to ws-rc-unassigned
           else
               if ws-cu-sman(ws-cust-hit) is equal to 0
                   add 1 to ws-cntr-unassigned
                   add ws-post-net to ws-rc-unassigned
               else
                   perform 420-find-extract-row
                   if extract-row-found
                       add ws-post-net to ws-xt-net(ws-xt-hit)
                   end-if
               end-if
           end-if.
      *
       410-find-customer.
      *
           move "n" to ws-cust-found.
           perform 415-match-customer
               varying ws-cust-x from 1 by 1
               until ws-cust-x is greater than ws-cust-count
               or customer-found.
      *
       415-match-customer.
      *
           if ws-cu-number(ws-cust-x) is equal to ws-post-customer
               move "y" to ws-cust-found
               move ws-cust-x to ws-cust-hit
           end-if.
      *
      *finds (or creates) the row for the customer's branch, rep,
      *second rep and split percent
       420-find-extract-row.
      *
           move "n" to ws-xt-found.
           perform 425-match-extract-row
               varying ws-xt-x from 1 by 1
               until ws-xt-x is greater than ws-xt-count
               or extract-row-found.
      *
           if not extract-row-found
               if ws-xt-count is less than 500
                   add 1 to ws-xt-count
                   move ws-xt-count to ws-xt-hit
                   move ws-cu-branch(ws-cust-hit)
                                       to ws-xt-branch(ws-xt-hit)
                   move ws-cu-sman(ws-cust-hit)
                                       to ws-xt-sman(ws-xt-hit)
                   move ws-cu-sman-2(ws-cust-hit)
                                       to ws-xt-sman-2(ws-xt-hit)
                   move ws-cu-pct(ws-cust-hit)
                                       to ws-xt-pct(ws-xt-hit)
                   move 0              to ws-xt-net(ws-xt-hit)
                   move "y"            to ws-xt-found
               else
                   move "y" to ws-xt-overflow
               end-if
           end-if.
      *
       425-match-extract-row.
      *
           if ws-xt-branch(ws-xt-x) is equal to
                                       ws-cu-branch(ws-cust-hit)
             and ws-xt-sman(ws-xt-x) is equal to
                                       ws-cu-sman(ws-cust-hit)
             and ws-xt-sman-2(ws-xt-x) is equal to
                                       ws-cu-sman-2(ws-cust-hit)
             and ws-xt-pct(ws-xt-x) is equal to
                                       ws-cu-pct(ws-cust-hit)
               move "y" to ws-xt-found
               move ws-xt-x to ws-xt-hit
           end-if.
      *
       500-write-extract.
      *
           open output extract-file.
      *
           perform 510-write-one-row
               varying ws-xt-x from 1 by 1
               until ws-xt-x is greater than ws-xt-count.
      *
           close extract-file.
      *
      *sales go to whole dollars; a negative month (returns beyond
      *sales) writes zero, and a figure past the field is capped -
      *the difference in either case is a reconciling item
       510-write-one-row.
      *
           move spaces to sales-rec.
           move spaces to ws-ww-note.
      *
           compute ws-ww-dollars rounded = ws-xt-net(ws-xt-x).
      *
           if ws-ww-dollars is less than 0
               move 0 to ws-ww-dollars
               move note-negative to ws-ww-note
           else
               if ws-ww-dollars is greater than 999999
                   move 999999 to ws-ww-dollars
                   move note-oversize to ws-ww-note
               end-if
           end-if.
      *
           if ws-ww-note is equal to spaces
               compute ws-rc-rounding = ws-rc-rounding
                   + ws-xt-net(ws-xt-x) - ws-ww-dollars
           else
               compute ws-rc-not-carried = ws-rc-not-carried
                   + ws-xt-net(ws-xt-x) - ws-ww-dollars
           end-if.
      *
           move ws-xt-branch(ws-xt-x) to sr-branch.
           move ws-xt-sman(ws-xt-x)   to sr-sman-num.
           move ws-ww-dollars         to sr-sales.
      *
           perform 520-find-employee.
           if employee-found
               move ws-em-name(ws-emp-hit) to sr-name
               move ws-em-plan(ws-emp-hit) to ws-lookup-plan
               perform 530-find-plan-in-effect
           else
               move "n" to ws-plan-found
           end-if.
      *
           if plan-in-effect
               move ws-pl-min(ws-plan-hit)  to sr-min
               move ws-pl-max(ws-plan-hit)  to sr-max
               move ws-pl-rate(ws-plan-hit) to sr-rate
           else
               move 0 to sr-min
               move 0 to sr-max
               move 0 to sr-rate
               add 1 to ws-cntr-no-plan
               move note-no-plan to ws-ww-note
           end-if.
      *
           if ws-xt-sman-2(ws-xt-x) is greater than 0
               move "S"                    to sr-rec-type
               move ws-xt-sman-2(ws-xt-x)  to sr-sman-num-2
               move ws-xt-pct(ws-xt-x)     to sr-split-pct
           end-if.
      *
           write sales-rec.
           add 1 to ws-cntr-written.
      *
           perform 540-print-detail.
      *
       520-find-employee.
      *
           move "n" to ws-emp-found.
           perform 525-match-employee
               varying ws-emp-x from 1 by 1
               until ws-emp-x is greater than ws-emp-count
               or employee-found.
      *
       525-match-employee.
      *
           if ws-em-num(ws-emp-x) is equal to ws-xt-sman(ws-xt-x)
               move "y" to ws-emp-found
               move ws-emp-x to ws-emp-hit
           end-if.
      *
      *the plan row in effect on the business date for the code in
      *ws-lookup-plan, left in ws-plan-hit
       530-find-plan-in-effect.
      *
           move "n" to ws-plan-found.
           move 0   to ws-plan-hit.
           if ws-lookup-plan is not equal to spaces
               perform 535-match-plan
                   varying ws-plan-x from 1 by 1
                   until ws-plan-x is greater than ws-plan-count
           end-if.
      *
       535-match-plan.
      *
           if ws-pl-code(ws-plan-x) is equal to ws-lookup-plan
             and ws-pl-effective(ws-plan-x) is not greater than
                                               ws-run-date
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
       540-print-detail.
      *
           move sr-branch             to dl-branch.
           move sr-sman-num           to dl-sman.
           move sr-name               to dl-name.
           if sr-rec-type is equal to "S"
               move sr-sman-num-2 to dl-sman-2
               move sr-split-pct  to dl-pct
           else
               move spaces to dl-sman-2
               move spaces to dl-pct
           end-if.
           move ws-xt-net(ws-xt-x)    to dl-net.
           move sr-sales              to dl-a3-sales.
           move ws-ww-note            to dl-note.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *totals the sales back off the file just written, so the
      *reconciliation proves what A3-SalesComm will actually read
       600-read-back-extract.
      *
           open input extract-file.
           move ws-eof-N to ws-eof-flag.
      *
           perform 610-read-extract.
           perform 620-total-one-record
               until ws-eof-flag is equal to ws-eof-Y.
      *
           close extract-file.
      *
       610-read-extract.
           read extract-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       620-total-one-record.
      *
           add 1        to ws-cntr-read-back.
           add sr-sales to ws-rc-a3-total.
      *
           perform 610-read-extract.
      *
       700-print-reconciliation.
      *
           subtract ws-rc-credits from ws-rc-invoiced
               giving ws-rc-a2-net.
           compute ws-rc-accounted = ws-rc-a3-total
               + ws-rc-rounding + ws-rc-not-carried
               + ws-rc-unassigned.
           subtract ws-rc-accounted from ws-rc-a2-net
               giving ws-rc-difference.
      *
           move spaces to ws-message-line.
           write report-line from ws-message-line
             after advancing 1 line.
           move "RECONCILIATION - A2 CUSTOMER-ORDER SALES TO A3.DAT"
               to ml-text.
           write report-line from ws-message-line
             after advancing 1 line.
      *
           move spaces to ws-recon-line.
           move "A2 INVOICED SALES, NET OF DISCOUNT" to rl-label.
           move ws-rc-invoiced to rl-amount.
           move ws-cntr-invoices to ws-count-edit.
           string ws-count-edit " INVOICES"
               delimited by size into rl-note.
           perform 710-write-recon-line.
      *
           move "LESS CREDIT MEMOS" to rl-label.
           move ws-rc-credits to rl-amount.
           move ws-cntr-memos to ws-count-edit.
           string ws-count-edit " MEMOS"
               delimited by size into rl-note.
           perform 710-write-recon-line.
      *
           move "A2 NET CUSTOMER-ORDER SALES" to rl-label.
           move ws-rc-a2-net to rl-amount.
           perform 710-write-recon-line.
      *
           move "A3.DAT SALES AS READ BACK" to rl-label.
           move ws-rc-a3-total to rl-amount.
           move ws-cntr-read-back to ws-count-edit.
           string ws-count-edit " RECORDS"
               delimited by size into rl-note.
           perform 710-write-recon-line.
      *
           move "PLUS ROUNDING TO WHOLE DOLLARS" to rl-label.
           move ws-rc-rounding to rl-amount.
           perform 710-write-recon-line.
      *
           move "PLUS NET NOT CARRIED (NEGATIVE/CAPPED)" to rl-label.
           move ws-rc-not-carried to rl-amount.
           perform 710-write-recon-line.
      *
           move "PLUS CUSTOMERS WITH NO REP ASSIGNED" to rl-label.
           move ws-rc-unassigned to rl-amount.
           move ws-cntr-unassigned to ws-count-edit.
           string ws-count-edit " INVOICES/MEMOS"
               delimited by size into rl-note.
           perform 710-write-recon-line.
      *
           move "A3 SIDE ACCOUNTED FOR" to rl-label.
           move ws-rc-accounted to rl-amount.
           perform 710-write-recon-line.
      *
           move "DIFFERENCE" to rl-label.
           move ws-rc-difference to rl-amount.
           if ws-rc-difference is equal to 0
               move "IN BALANCE" to rl-note
           else
               move "*** OUT OF BALANCE" to rl-note
           end-if.
           perform 710-write-recon-line.
      *
           if ws-cntr-no-plan is greater than 0
               move spaces to ws-message-line
               move ws-cntr-no-plan to ws-count-edit
               string "*** " ws-count-edit " RECORD(S) WRITTEN "
                      "WITH NO COMMISSION PLAN IN EFFECT - "
                      "A3-SALESCOMM WILL REJECT THEM"
                   delimited by size into ml-text
               write report-line from ws-message-line
                 after advancing 2 lines
           end-if.
      *
           if ws-cntr-read-back is not equal to ws-cntr-written
               move spaces to ws-message-line
               string "*** " ws-cntr-written " RECORDS WRITTEN BUT "
                      ws-cntr-read-back " READ BACK"
                   delimited by size into ml-text
               write report-line from ws-message-line
                 after advancing 1 line
               move 1 to ws-rc-difference
           end-if.
      *
       710-write-recon-line.
      *
           write report-line from ws-recon-line
             after advancing 1 line.
           move spaces to ws-recon-line.
      *
       end program A3-SalesExtract.
