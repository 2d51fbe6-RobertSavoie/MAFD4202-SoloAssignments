       identification division.
       program-id. A2-ARAging.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *aged a/r trial balance.  reads what is still owed on
      *A2-AROpenItems.dat - opened by A2-ItemList's invoices and
      *relieved by A2-CashReceipts - and ages each open item by
      *its invoice date against the business date into current,
      *30, 60 and 90+ day columns.  one line per customer that
      *owes anything, named from A2-CustomerMaster.dat in master
      *order; a customer on the open items but missing from the
      *master still prints, flagged, at the foot of the list so
      *its money is not hidden.  the total line should agree with
      *the open-item file to the cent.
      *
      *modification history:
      *  Oct 15/2026 - RS - the customer master carries the branch
      *                     and salesperson assignment for the A3
      *                     sales extract - read past here.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select ar-open-file
               assign to "../../../data/A2-AROpenItems.dat"
               organization is line sequential
               file status is ws-ar-open-file-status.
      *
      *the customer master supplies the names and the order
           select customer-master-file
               assign to "../../../data/A2-CustomerMaster.dat"
               organization is line sequential
               file status is ws-cust-master-file-status.
      *
           select report-file
               assign to "../../../data/A2-ARAging.out"
               organization is line sequential.
      *
      *business-date control file - the aging counts back from it
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
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
           05 ar-invoice-date-r redefines ar-invoice-date.
               10 ar-id-yyyy           pic 9(4).
               10 ar-id-mm             pic 99.
               10 ar-id-dd             pic 99.
           05 ar-original              pic 9(8)v99.
           05 ar-balance               pic 9(8)v99.
      *
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
      *branch, salesperson and split - read by A3-SalesExtract
           05 filler                   pic x(12).
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
      *one entry per customer, master order first, with the aged
      *balances accumulated as the open items are read
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 300 times
                   depending on ws-cust-count.
               10 ws-cu-number          pic 9(4).
               10 ws-cu-name            pic x(20).
               10 ws-cu-current         pic 9(9)v99.
               10 ws-cu-30              pic 9(9)v99.
               10 ws-cu-60              pic 9(9)v99.
               10 ws-cu-90              pic 9(9)v99.
               10 ws-cu-total           pic 9(9)v99.
      *
       01 ws-cust-count                pic 9(3)   value 0.
      *
       01 ws-cust-subs.
           05 ws-cust-x                pic 9(3)   value 0.
           05 ws-cust-hit              pic 9(3)   value 0.
      *
       01 ws-cust-flags.
           05 ws-cust-found            pic x      value "n".
               88 customer-found        value "y".
      *
       77 ws-ar-open-file-status       pic xx     value spaces.
       77 ws-cust-master-file-status   pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 ws-rd-dd                 pic 99.
      *
      *aging arithmetic - whole-month day numbers are plenty
       01 ws-age-math.
           05 ws-run-days              pic 9(8)   value 0.
           05 ws-invoice-days          pic 9(8)   value 0.
           05 ws-age-days              pic s9(8)  value 0.
      *
      *grand totals, and the open items that found no room in
      *the customer table
       01 ws-totals.
           05 ws-tot-current           pic 9(9)v99 value 0.
           05 ws-tot-30                pic 9(9)v99 value 0.
           05 ws-tot-60                pic 9(9)v99 value 0.
           05 ws-tot-90                pic 9(9)v99 value 0.
           05 ws-tot-total             pic 9(9)v99 value 0.
           05 ws-tot-items             pic 9(5)   value 0.
           05 ws-tot-customers         pic 9(4)   value 0.
           05 ws-tot-unlisted          pic 9(5)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
                       "AGED A/R TRIAL BALANCE - AS OF".
           05 filler                   pic x      value spaces.
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(61)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(26)  value
               "CUST  NAME                ".
           05 filler                   pic x(14)  value
               "       CURRENT".
           05 filler                   pic x(14)  value
               "       30 DAYS".
           05 filler                   pic x(14)  value
               "       60 DAYS".
           05 filler                   pic x(14)  value
               "      90+ DAYS".
           05 filler                   pic x(14)  value
               "         TOTAL".
           05 filler                   pic x(4)   value spaces.
      *
       01 ws-detail-line.
           05 dl-customer              pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-name                  pic x(20).
           05 filler                   pic x      value spaces.
           05 dl-current               pic zz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 dl-30                    pic zz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 dl-60                    pic zz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 dl-90                    pic zz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 dl-total                 pic zz,zzz,zz9.99.
           05 filler                   pic x(4)   value spaces.
      *
       01 ws-count-line.
           05 filler                   pic x(16)  value
                       "OPEN ITEMS:     ".
           05 cl-items                 pic zzzz9.
           05 filler                   pic x(16)  value
                       "   CUSTOMERS:   ".
           05 cl-customers             pic zzz9.
           05 filler                   pic x(59)  value spaces.
      *
       01 ws-unlisted-line.
           05 filler                   pic x(40)  value
               "*** OPEN ITEMS FOR CUSTOMERS BEYOND THE ".
           05 filler                   pic x(30)  value
               "TABLE - IN THE TOTALS ONLY:   ".
           05 ul-items                 pic zzzz9.
           05 filler                   pic x(25)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-customers.
           perform 200-age-open-items.
      *
           open output report-file.
      *
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 300-print-one-customer
               varying ws-cust-x from 1 by 1
               until ws-cust-x is greater than ws-cust-count.
      *
           perform 400-print-totals.
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
           compute ws-run-days =
               ws-rd-yyyy * 372 + ws-rd-mm * 31 + ws-rd-dd.
      *
      *a missing master just means every customer prints flagged
       110-load-customers.
      *
           open input customer-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-cust-master-file-status is not equal to "35"
               perform 111-read-customer
               perform 112-add-customer-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-cust-count is equal to 300
           end-if.
      *
           close customer-master-file.
      *
       111-read-customer.
           read customer-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-customer-entry.
      *
           add 1 to ws-cust-count.
           move cm-number to ws-cu-number(ws-cust-count).
           move cm-name   to ws-cu-name(ws-cust-count).
           perform 115-zero-customer-balances.
      *
           perform 111-read-customer.
      *
       115-zero-customer-balances.
      *
           move 0 to ws-cu-current(ws-cust-count).
           move 0 to ws-cu-30(ws-cust-count).
           move 0 to ws-cu-60(ws-cust-count).
           move 0 to ws-cu-90(ws-cust-count).
           move 0 to ws-cu-total(ws-cust-count).
      *
       200-age-open-items.
      *
           open input ar-open-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-ar-open-file-status is equal to "35"
               display "A2-ARAGING: NO OPEN-ITEM FILE - NOTHING "
                       "OWED"
           else
               perform 210-read-open-item
               perform 220-age-one-item
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close ar-open-file.
      *
       210-read-open-item.
           read ar-open-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       220-age-one-item.
      *
           if ar-balance is numeric
             and ar-balance is greater than 0
               add 1 to ws-tot-items
               perform 230-find-customer
               perform 240-bucket-item
           end-if.
      *
           perform 210-read-open-item.
      *
      *a customer not on the master gets an entry of its own at
      *the foot of the table
       230-find-customer.
      *
           move "n" to ws-cust-found.
           perform 235-match-customer
               varying ws-cust-x from 1 by 1
               until ws-cust-x is greater than ws-cust-count
               or customer-found.
      *
           if not customer-found
             and ws-cust-count is less than 300
               add 1 to ws-cust-count
               move ar-customer       to ws-cu-number(ws-cust-count)
               move "(NOT ON MASTER)" to ws-cu-name(ws-cust-count)
               perform 115-zero-customer-balances
               move ws-cust-count     to ws-cust-hit
               move "y"               to ws-cust-found
           end-if.
      *
       235-match-customer.
      *
           if ws-cu-number(ws-cust-x) is equal to ar-customer
               move "y" to ws-cust-found
               move ws-cust-x to ws-cust-hit
           end-if.
      *
      *ages the item off its invoice date - a date past the run
      *date counts as current
       240-bucket-item.
      *
           compute ws-invoice-days =
               ar-id-yyyy * 372 + ar-id-mm * 31 + ar-id-dd.
           compute ws-age-days = ws-run-days - ws-invoice-days.
      *
           if not customer-found
               add 1 to ws-tot-unlisted
           else
               add ar-balance to ws-cu-total(ws-cust-hit)
           end-if.
           add ar-balance to ws-tot-total.
      *
           if (ws-age-days is less than 30) then
               add ar-balance to ws-tot-current
               if customer-found
                   add ar-balance to ws-cu-current(ws-cust-hit)
               end-if
           else if (ws-age-days is less than 60) then
               add ar-balance to ws-tot-30
               if customer-found
                   add ar-balance to ws-cu-30(ws-cust-hit)
               end-if
               else if (ws-age-days is less than 90) then
                   add ar-balance to ws-tot-60
                   if customer-found
                       add ar-balance to ws-cu-60(ws-cust-hit)
                   end-if
                   else
                       add ar-balance to ws-tot-90
                       if customer-found
                           add ar-balance to ws-cu-90(ws-cust-hit)
                       end-if
                   end-if.
      *
      *only customers that owe something print
       300-print-one-customer.
      *
           if ws-cu-total(ws-cust-x) is greater than 0
               add 1 to ws-tot-customers
               move ws-cu-number(ws-cust-x)  to dl-customer
               move ws-cu-name(ws-cust-x)    to dl-name
               move ws-cu-current(ws-cust-x) to dl-current
               move ws-cu-30(ws-cust-x)      to dl-30
               move ws-cu-60(ws-cust-x)      to dl-60
               move ws-cu-90(ws-cust-x)      to dl-90
               move ws-cu-total(ws-cust-x)   to dl-total
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
       400-print-totals.
      *
           move spaces          to dl-customer.
           move "ALL CUSTOMERS" to dl-name.
           move ws-tot-current  to dl-current.
           move ws-tot-30       to dl-30.
           move ws-tot-60       to dl-60.
           move ws-tot-90       to dl-90.
           move ws-tot-total    to dl-total.
           write report-line from ws-detail-line
             after advancing 2 lines.
      *
           move ws-tot-items     to cl-items.
           move ws-tot-customers to cl-customers.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           if ws-tot-unlisted is greater than 0
               move ws-tot-unlisted to ul-items
               write report-line from ws-unlisted-line
                 after advancing 1 line
           end-if.
