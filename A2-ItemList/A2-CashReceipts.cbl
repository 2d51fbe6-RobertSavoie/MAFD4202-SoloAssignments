       identification division.
       program-id. A2-CashReceipts.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *cash receipts against the a/r open items.  A2-ItemList
      *bills each customer's orders at the customer break and
      *opens an item on A2-AROpenItems.dat for every invoice.
      *this step applies the day's payments to those items: a
      *payment naming an invoice pays that invoice, a payment with
      *invoice zero pays the customer's oldest items first.  a
      *payment is never applied in part - one that names the wrong
      *customer, an invoice that is not open, or more than is owed
      *is refused whole and shows on the log so it is chased with
      *the customer, not left as a stray credit.  paid-up items
      *drop off the open-item file when it is rewritten.  the
      *transaction file empties once processed, so a rerun cannot
      *post the same cheque twice.
      *
      *a credit memo A2-ItemList queues for a return (invoice zero,
      *reference "CM" and the memo number) has already credited the
      *receivable in the ledger, so it is never dropped: one that
      *finds nothing open to take it, or more credit than the
      *customer owes, is logged as held and stays on the
      *transaction file until the customer's next invoices can
      *absorb it.  return code 4 when a payment is refused or a
      *credit held.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *payments received - customer, invoice (zero for oldest
      *first), amount and the cheque or remittance reference
           select trans-file
               assign to "../../../data/A2-CashReceiptsTrans.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *
      *a/r open items - maintained in place
           select ar-open-file
               assign to "../../../data/A2-AROpenItems.dat"
               organization is line sequential
               file status is ws-ar-open-file-status.
      *
      *posting log - one row per invoice paid or payment refused
           select log-file
               assign to "../../../data/A2-CashReceipts.out"
               organization is line sequential.
      *
      *business-date control file - stamps the log
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd trans-file
           data record is trans-rec
           record contains 28 characters.
      *
       01 trans-rec.
           05 cr-customer              pic 9(4).
           05 cr-invoice-num           pic 9(6).
           05 cr-amount                pic 9(8)v99.
           05 cr-reference             pic x(8).
      *
      *same layout A2-ItemList writes
       fd ar-open-file
           data record is ar-open-rec
           record contains 38 characters.
      *
       01 ar-open-rec.
           05 ar-customer              pic 9(4).
           05 ar-invoice-num           pic 9(6).
           05 ar-invoice-date          pic 9(8).
           05 ar-original              pic 9(8)v99.
           05 ar-balance               pic 9(8)v99.
      *
       fd log-file
           data record is log-line
           record contains 80 characters.
      *
       01 log-line.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x.
           05 lg-action                pic x(8).
           05 filler                   pic x.
           05 lg-customer              pic 9(4).
           05 filler                   pic x.
           05 lg-invoice-num           pic 9(6).
           05 filler                   pic x.
           05 lg-amount                pic zzzzzzz9.99.
           05 filler                   pic x.
           05 lg-balance               pic zzzzzzz9.99.
           05 filler                   pic x.
           05 lg-note                  pic x(25).
           05 filler                   pic x.
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
      *open items, maintained in place and rewritten - the file
      *is appended in invoice order, so table order is oldest
      *first
       01 ws-ar-table.
           05 ws-ar-entry occurs 1 to 500 times
                   depending on ws-ar-count.
               10 ws-ar-customer        pic 9(4).
               10 ws-ar-invoice-num     pic 9(6).
               10 ws-ar-invoice-date    pic 9(8).
               10 ws-ar-original        pic 9(8)v99.
               10 ws-ar-balance         pic 9(8)v99.
      *
       01 ws-ar-count                  pic 9(3)   value 0.
      *
      *credit memos that could not be applied - written back to
      *the transaction file once it has been emptied
       01 ws-held-table.
           05 ws-held-entry occurs 1 to 200 times
                   depending on ws-held-count.
               10 ws-hd-row             pic x(28).
      *
       01 ws-held-count                pic 9(3)   value 0.
       01 ws-held-x                    pic 9(3)   value 0.
       77 ws-cntr-memos                pic 9(4)   value 0.
      *
       01 ws-ar-subs.
           05 ws-ar-x                  pic 9(3)   value 0.
           05 ws-ar-hit                pic 9(3)   value 0.
      *
       01 ws-ar-flags.
           05 ws-ar-found              pic x      value "n".
               88 ar-found              value "y".
      *
      *what the customer owes across all open items, and what is
      *left of an oldest-first payment still to spread
       77 ws-cust-open                 pic 9(9)v99 value 0.
       77 ws-unapplied                 pic 9(9)v99 value 0.
       77 ws-apply-amount              pic 9(8)v99 value 0.
      *
       77 ws-trans-file-status         pic xx     value spaces.
       77 ws-ar-open-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *set when the open-item file would not fit its table - the
      *run is refused rather than rewriting a truncated file
       77 ws-ar-overflow               pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *counters
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-posted           pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-paid-off         pic 9(4)   value 0.
           05 ws-cntr-held             pic 9(4)   value 0.
           05 ws-cash-posted           pic 9(9)v99 value 0.
      *
      *reject notes
       77 note-bad-amount              pic x(25)  value
           "AMOUNT NOT NUMERIC/ZERO".
       77 note-not-open                pic x(25)  value
           "INVOICE NOT OPEN".
       77 note-wrong-cust              pic x(25)  value
           "INVOICE IS ANOTHER CUST".
       77 note-over-invoice            pic x(25)  value
           "EXCEEDS INVOICE BALANCE".
       77 note-no-items                pic x(25)  value
           "CUSTOMER HAS NO OPEN A/R".
       77 note-over-cust               pic x(25)  value
           "EXCEEDS CUSTOMER BALANCE".
       77 note-paid-off                pic x(25)  value
           "INVOICE PAID IN FULL".
      *
      *the reference a return's credit memo is queued under
       77 cnst-credit-memo-prefix      pic xx     value "CM".
      *
       01 ws-log-heading.
           05 filler                   pic x(26)  value
                               "CASH RECEIPTS POSTING     ".
           05 filler                   pic x(4)   value "RUN ".
           05 lh-run-date              pic 9(8).
           05 filler                   pic x(42)  value spaces.
      *
       01 ws-log-columns.
           05 filler                   pic x(40)  value
               "DATE     ACTION   CUST INVOIC     AMOUNT".
           05 filler                   pic x(40)  value
               "     BALANCE NOTE                       ".
      *
       01 ws-summary-line.
           05 filler                   pic x(6)   value "READ: ".
           05 sm-read                  pic zzz9.
           05 filler                   pic x(9)   value " POSTED: ".
           05 sm-posted                pic zzz9.
           05 filler                   pic x(6)   value " REJ: ".
           05 sm-rejected              pic zzz9.
           05 filler                   pic x(11)  value " PAID OFF: ".
           05 sm-paid-off              pic zzz9.
           05 filler                   pic x(7)   value " CASH: ".
           05 sm-cash                  pic zzz,zzz,zz9.99.
           05 filler                   pic x(7)   value " HELD: ".
           05 sm-held                  pic zzz9.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-open-items.
      *
           if ws-ar-overflow is equal to "y"
               display "A2-CASHRECEIPTS: A2-AROpenItems.dat EXCEEDS "
                       "500 ITEMS - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
      *every credit memo might be held, so there has to be room to
      *write them all back before a single receipt is applied
           perform 120-count-credit-memos.
      *
           if ws-cntr-memos is greater than 200
               display "A2-CASHRECEIPTS: " ws-cntr-memos
                       " CREDIT MEMOS QUEUED, OVER 200 - RUN "
                       "REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input trans-file.
           open output log-file.
      *
           move ws-run-date to lh-run-date.
           write log-line from ws-log-heading.
           write log-line from ws-log-columns.
           move spaces to log-line.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-trans-file-status is equal to "35"
               display "A2-CASHRECEIPTS: NO RECEIPTS FILE - "
                       "NOTHING POSTED"
           else
               perform 130-read-trans
               perform 200-apply-one-receipt
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close trans-file.
      *
      *the receipts have all been posted - empty the file so a
      *rerun cannot post the same cheque again, keeping only the
      *credit memos held for a later run
           if ws-trans-file-status is not equal to "35"
               open output trans-file
               perform 910-keep-one-held
                   varying ws-held-x from 1 by 1
                   until ws-held-x is greater than ws-held-count
               close trans-file
           end-if.
      *
           perform 800-write-log-summary.
           close log-file.
      *
           if ws-cntr-posted is greater than 0
               perform 900-rewrite-open-items
           end-if.
      *
           if ws-cntr-rejected is greater than 0
             or ws-cntr-held is greater than 0
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
      *a missing open-item file just means nothing is owed yet
       110-load-open-items.
      *
           open input ar-open-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-ar-open-file-status is not equal to "35"
               perform 111-read-open-item
               perform 112-add-ar-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-ar-count is equal to 500
      *the table rewrites the file at end of run, so a load that
      *stopped with rows still unread must refuse to run
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-ar-overflow
               end-if
           end-if.
      *
           close ar-open-file.
      *
       111-read-open-item.
           read ar-open-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-ar-entry.
      *
           add 1 to ws-ar-count.
           move ar-customer     to ws-ar-customer(ws-ar-count).
           move ar-invoice-num  to ws-ar-invoice-num(ws-ar-count).
           move ar-invoice-date to ws-ar-invoice-date(ws-ar-count).
           move ar-original     to ws-ar-original(ws-ar-count).
           move ar-balance      to ws-ar-balance(ws-ar-count).
      *
           perform 111-read-open-item.
      *
      *counts the credit memos waiting on the transaction file
       120-count-credit-memos.
      *
           open input trans-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-trans-file-status is not equal to "35"
               perform 130-read-trans
               perform 121-count-one-memo
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close trans-file.
      *
       121-count-one-memo.
      *
           if cr-reference(1:2) is equal to cnst-credit-memo-prefix
               add 1 to ws-cntr-memos
           end-if.
      *
           perform 130-read-trans.
      *
       130-read-trans.
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       200-apply-one-receipt.
      *
           add 1 to ws-cntr-read.
           move spaces to lg-note.
      *
           if cr-amount is not numeric
             or cr-amount is equal to 0
               move note-bad-amount to lg-note
               perform 400-log-rejected
           else
               if cr-invoice-num is numeric
                 and cr-invoice-num is greater than 0
                   perform 300-pay-named-invoice
               else
                   perform 310-pay-oldest-first
               end-if
           end-if.
      *
           perform 130-read-trans.
      *
      *a payment against a named invoice must belong to that
      *invoice's customer and may not exceed what it still owes
       300-pay-named-invoice.
      *
           perform 320-lookup-invoice.
      *
           if (not ar-found) then
               move note-not-open to lg-note
           else if (ws-ar-customer(ws-ar-hit) is not equal to
                                               cr-customer) then
               move note-wrong-cust to lg-note
               else if (cr-amount is greater than
                                   ws-ar-balance(ws-ar-hit)) then
                   move note-over-invoice to lg-note
               end-if.
      *
           if lg-note is not equal to spaces
               perform 400-log-rejected
           else
               move cr-amount to ws-apply-amount
               perform 330-apply-to-item
               add 1 to ws-cntr-posted
               add cr-amount to ws-cash-posted
           end-if.
      *
      *an unallocated payment pays the customer's items in the
      *order they were billed until the money is spent
       310-pay-oldest-first.
      *
           move 0 to ws-cust-open.
           perform 315-sum-customer-open
               varying ws-ar-x from 1 by 1
               until ws-ar-x is greater than ws-ar-count.
      *
           if (ws-cust-open is equal to 0) then
               move note-no-items to lg-note
           else if (cr-amount is greater than ws-cust-open) then
               move note-over-cust to lg-note
           end-if.
      *
           if lg-note is not equal to spaces
               if cr-reference(1:2) is equal to cnst-credit-memo-prefix
                   perform 420-hold-credit-memo
               else
                   perform 400-log-rejected
               end-if
           else
               move cr-amount to ws-unapplied
               perform 316-spread-payment
                   varying ws-ar-x from 1 by 1
                   until ws-ar-x is greater than ws-ar-count
                   or ws-unapplied is equal to 0
               add 1 to ws-cntr-posted
               add cr-amount to ws-cash-posted
           end-if.
      *
       315-sum-customer-open.
      *
           if ws-ar-customer(ws-ar-x) is equal to cr-customer
               add ws-ar-balance(ws-ar-x) to ws-cust-open
           end-if.
      *
       316-spread-payment.
      *
           if ws-ar-customer(ws-ar-x) is equal to cr-customer
             and ws-ar-balance(ws-ar-x) is greater than 0
               if ws-unapplied is greater than ws-ar-balance(ws-ar-x)
                   move ws-ar-balance(ws-ar-x) to ws-apply-amount
               else
                   move ws-unapplied to ws-apply-amount
               end-if
               subtract ws-apply-amount from ws-unapplied
               move ws-ar-x to ws-ar-hit
               perform 330-apply-to-item
           end-if.
      *
       320-lookup-invoice.
      *
           move "n" to ws-ar-found.
           perform 325-match-invoice
               varying ws-ar-x from 1 by 1
               until ws-ar-x is greater than ws-ar-count
               or ar-found.
      *
       325-match-invoice.
      *
           if ws-ar-invoice-num(ws-ar-x) is equal to cr-invoice-num
             and ws-ar-balance(ws-ar-x) is greater than 0
               move "y" to ws-ar-found
               move ws-ar-x to ws-ar-hit
           end-if.
      *
      *relieves ws-apply-amount from the item at ws-ar-hit and
      *logs it
       330-apply-to-item.
      *
           subtract ws-apply-amount from ws-ar-balance(ws-ar-hit).
      *
           move spaces to lg-note.
           if ws-ar-balance(ws-ar-hit) is equal to 0
               add 1 to ws-cntr-paid-off
               move note-paid-off to lg-note
           end-if.
      *
           move "APPLIED"                  to lg-action.
           move ws-ar-invoice-num(ws-ar-hit) to lg-invoice-num.
           move ws-apply-amount            to lg-amount.
           move ws-ar-balance(ws-ar-hit)   to lg-balance.
           perform 410-write-log-row.
      *
       400-log-rejected.
      *
           add 1 to ws-cntr-rejected.
           move "REJECTED" to lg-action.
           move 0          to lg-invoice-num.
           if cr-invoice-num is numeric
               move cr-invoice-num to lg-invoice-num
           end-if.
           move 0          to lg-amount.
           if cr-amount is numeric
               move cr-amount to lg-amount
           end-if.
           move 0          to lg-balance.
           perform 410-write-log-row.
      *
      *a credit memo the customer's balance cannot take yet is
      *logged and kept for the next run
       420-hold-credit-memo.
      *
           add 1 to ws-cntr-held.
           add 1 to ws-held-count.
           move trans-rec to ws-hd-row(ws-held-count).
      *
           move "HELD"    to lg-action.
           move 0         to lg-invoice-num.
           move cr-amount to lg-amount.
           move 0         to lg-balance.
           perform 410-write-log-row.
      *
       410-write-log-row.
      *
           move ws-run-date to lg-run-date.
           move cr-customer to lg-customer.
           write log-line.
      *
       800-write-log-summary.
      *
           move ws-cntr-read     to sm-read.
           move ws-cntr-posted   to sm-posted.
           move ws-cntr-rejected to sm-rejected.
           move ws-cntr-paid-off to sm-paid-off.
           move ws-cash-posted   to sm-cash.
           move ws-cntr-held     to sm-held.
           write log-line from ws-summary-line.
      *
      *paid-up items are dropped - the file carries only what is
      *still owed
       900-rewrite-open-items.
      *
           open output ar-open-file.
      *
           perform 905-write-one-item
               varying ws-ar-x from 1 by 1
               until ws-ar-x is greater than ws-ar-count.
      *
           close ar-open-file.
      *
       905-write-one-item.
      *
           if ws-ar-balance(ws-ar-x) is greater than 0
               move ws-ar-customer(ws-ar-x)     to ar-customer
               move ws-ar-invoice-num(ws-ar-x)  to ar-invoice-num
               move ws-ar-invoice-date(ws-ar-x) to ar-invoice-date
               move ws-ar-original(ws-ar-x)     to ar-original
               move ws-ar-balance(ws-ar-x)      to ar-balance
               write ar-open-rec
           end-if.
      *
       910-keep-one-held.
      *
           move ws-hd-row(ws-held-x) to trans-rec.
           write trans-rec.
