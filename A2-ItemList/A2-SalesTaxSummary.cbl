       identification division.
       program-id. A2-SalesTaxSummary.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *monthly sales tax summary for filing.  A2-ItemList taxes
      *each customer order at its customer's jurisdiction rate and
      *carries the taxable sales, exempt sales and tax onto the
      *invoice it writes to A2-Invoices.dat.  this report reads
      *the month's invoices and totals them by jurisdiction, named
      *and rated from A2-TaxJurisdictions.dat - what the return
      *for each jurisdiction asks for.  invoices under a code the
      *table does not know, or under no code at all, still print
      *on a line of their own so the sales are not lost from the
      *filing.  the month is the business date's unless
      *A2-TaxMonth.dat names another (yyyymm), so a closed month
      *can be filed in the first days of the next.
      *
      *the month's credit memos (A2-CreditMemos.dat - returned
      *sales A2-ItemList refunded with their tax) are netted off
      *the jurisdiction of the customer they were raised for, off
      *A2-CustomerMaster.dat, so the filing agrees with the sales
      *tax account the refunds were journaled to.  a memo's net
      *comes off exempt sales when it carried no tax under a
      *jurisdiction that charges it - the item's class was exempt
      *- and off taxable sales otherwise.  a customer master past
      *500 rows refuses the run with return code 8.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select invoice-file
               assign to "../../../data/A2-Invoices.dat"
               organization is line sequential
               file status is ws-invoice-file-status.
      *
      *the jurisdiction table supplies the names and rates
           select tax-jurisdiction-file
               assign to "../../../data/A2-TaxJurisdictions.dat"
               organization is line sequential
               file status is ws-tax-jur-file-status.
      *
      *optional month card - yyyymm
           select month-file
               assign to "../../../data/A2-TaxMonth.dat"
               organization is line sequential
               file status is ws-month-file-status.
      *
      *returned sales refunded, and the customers they were for
           select credit-memo-file
               assign to "../../../data/A2-CreditMemos.dat"
               organization is line sequential
               file status is ws-memo-file-status.
      *
           select customer-master-file
               assign to "../../../data/A2-CustomerMaster.dat"
               organization is line sequential
               file status is ws-customer-file-status.
      *
           select report-file
               assign to "../../../data/A2-SalesTaxSummary.out"
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
       fd tax-jurisdiction-file
           data record is tax-jurisdiction-rec
           record contains 27 characters.
      *
       01 tax-jurisdiction-rec.
           05 tj-code                  pic xx.
           05 tj-name                  pic x(20).
           05 tj-rate                  pic v9(5).
      *
       fd month-file
           data record is month-rec
           record contains 6 characters.
      *
       01 month-rec.
           05 mc-yyyymm                pic 9(6).
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
      *one row per jurisdiction - registered off the table, and
      *topped up by any code on the invoices the table lacks
       01 ws-jur-table.
           05 ws-jur-entry occurs 1 to 60 times
                   depending on ws-jur-count.
               10 ws-jr-code            pic xx.
               10 ws-jr-name            pic x(20).
               10 ws-jr-rate            pic v9(5).
               10 ws-jr-invoices        pic 9(5).
               10 ws-jr-taxable         pic s9(9)v99.
               10 ws-jr-exempt          pic s9(9)v99.
               10 ws-jr-tax             pic s9(9)v99.
      *
       01 ws-jur-count                 pic 99     value 0.
      *
       01 ws-jur-subs.
           05 ws-jur-x                 pic 99     value 0.
           05 ws-jur-hit               pic 99     value 0.
      *
       01 ws-jur-flags.
           05 ws-jur-found             pic x      value "n".
               88 jur-found             value "y".
      *
      *the code being looked for - an invoice's, or the customer's
      *for a credit memo
       77 ws-find-jurisdiction         pic xx     value spaces.
      *
      *each customer's jurisdiction, for the credit memos
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 500 times
                   depending on ws-cust-count.
               10 ws-cu-number          pic 9(4).
               10 ws-cu-jurisdiction    pic xx.
      *
       01 ws-cust-count                pic 999    value 0.
      *
       01 ws-cust-subs.
           05 ws-cust-x                pic 999    value 0.
           05 ws-cust-hit              pic 999    value 0.
           05 ws-cust-overflow         pic x      value "n".
      *
       77 ws-invoice-file-status       pic xx     value spaces.
       77 ws-tax-jur-file-status       pic xx     value spaces.
       77 ws-month-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-memo-file-status          pic xx     value spaces.
       77 ws-customer-file-status      pic xx     value spaces.
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
      *the month being summarized
       01 ws-tax-month                 pic 9(6)   value 0.
       01 ws-tax-month-r redefines ws-tax-month.
           05 ws-tm-yyyy               pic 9(4).
           05 ws-tm-mm                 pic 99.
      *
      *totals across every jurisdiction
       01 ws-totals.
           05 ws-tot-invoices          pic 9(6)   value 0.
           05 ws-tot-taxable           pic s9(9)v99 value 0.
           05 ws-tot-exempt            pic s9(9)v99 value 0.
           05 ws-tot-tax               pic s9(9)v99 value 0.
           05 ws-tot-unlisted          pic 9(5)   value 0.
           05 ws-tot-memos             pic 9(5)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(26)  value
                       "SALES TAX SUMMARY - MONTH ".
           05 hd-yyyy                  pic 9(4).
           05 filler                   pic x      value "/".
           05 hd-mm                    pic 99.
           05 filler                   pic x(6)   value "  RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(53)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(26)  value
               "CD  JURISDICTION          ".
           05 filler                   pic x(8)   value
               "   RATE ".
           05 filler                   pic x(8)   value
               "INVOICES".
           05 filler                   pic x(16)  value
               "   TAXABLE SALES".
           05 filler                   pic x(16)  value
               "    EXEMPT SALES".
           05 filler                   pic x(16)  value
               "   TAX COLLECTED".
           05 filler                   pic x(10)  value spaces.
      *
       01 ws-detail-line.
           05 dl-code                  pic xx.
           05 filler                   pic x(2)   value spaces.
           05 dl-name                  pic x(20).
           05 filler                   pic x(2)   value spaces.
           05 dl-rate                  pic zz9.999 blank when zero.
           05 dl-percent               pic x      value "%".
           05 filler                   pic x(3)   value spaces.
           05 dl-invoices              pic zzzz9.
           05 filler                   pic x(3)   value spaces.
           05 dl-taxable               pic zz,zzz,zz9.99-.
           05 filler                   pic x(2)   value spaces.
           05 dl-exempt                pic zz,zzz,zz9.99-.
           05 filler                   pic x(2)   value spaces.
           05 dl-tax                   pic zz,zzz,zz9.99-.
           05 filler                   pic x(9)   value spaces.
      *
       01 ws-unlisted-line.
           05 filler                   pic x(40)  value
               "*** INVOICES FOR JURISDICTIONS BEYOND TH".
           05 filler                   pic x(30)  value
               "E TABLE - IN THE TOTALS ONLY: ".
           05 ul-invoices              pic zzzz9.
           05 filler                   pic x(25)  value spaces.
      *
       01 ws-memo-line.
           05 filler                   pic x(39)  value
               "*** CREDIT MEMOS NETTED AGAINST SALES: ".
           05 ml-memos                 pic zzzz9.
           05 filler                   pic x(56)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-set-tax-month.
           perform 120-load-jurisdictions.
           perform 130-load-customers.
      *
           if ws-cust-overflow is equal to "y"
               display "A2-SALESTAXSUMMARY: CUSTOMER MASTER EXCEEDS "
                       "500 ROWS - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 200-total-invoices.
           perform 250-net-credit-memos.
      *
           open output report-file.
      *
           move ws-tm-yyyy  to hd-yyyy.
           move ws-tm-mm    to hd-mm.
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 300-print-one-jurisdiction
               varying ws-jur-x from 1 by 1
               until ws-jur-x is greater than ws-jur-count.
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
       110-set-tax-month.
      *
           move ws-rd-yyyymm to ws-tax-month.
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
                           move mc-yyyymm to ws-tax-month
                       end-if
               end-read
           end-if.
      *
           close month-file.
      *
       120-load-jurisdictions.
      *
           open input tax-jurisdiction-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-tax-jur-file-status is not equal to "35"
               perform 121-read-jurisdiction
               perform 122-add-jurisdiction
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-jur-count is equal to 50
           end-if.
      *
           close tax-jurisdiction-file.
      *
       121-read-jurisdiction.
           read tax-jurisdiction-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-jurisdiction.
      *
           add 1 to ws-jur-count.
           move tj-code to ws-jr-code(ws-jur-count).
           move tj-name to ws-jr-name(ws-jur-count).
           if tj-rate is numeric
               move tj-rate to ws-jr-rate(ws-jur-count)
           else
               move 0 to ws-jr-rate(ws-jur-count)
           end-if.
           perform 125-zero-jurisdiction.
      *
           perform 121-read-jurisdiction.
      *
       125-zero-jurisdiction.
      *
           move 0 to ws-jr-invoices(ws-jur-count).
           move 0 to ws-jr-taxable(ws-jur-count).
           move 0 to ws-jr-exempt(ws-jur-count).
           move 0 to ws-jr-tax(ws-jur-count).
      *
       130-load-customers.
      *
           open input customer-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-customer-file-status is not equal to "35"
               perform 131-read-customer
               perform 132-add-customer
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-cust-count is equal to 500
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-cust-overflow
               end-if
           end-if.
      *
           close customer-master-file.
      *
       131-read-customer.
           read customer-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-customer.
      *
           add 1 to ws-cust-count.
           move cm-number           to ws-cu-number(ws-cust-count).
           move cm-tax-jurisdiction
             to ws-cu-jurisdiction(ws-cust-count).
      *
           perform 131-read-customer.
      *
      *an invoice written before tax was carried has no tax
      *fields and is passed over
       200-total-invoices.
      *
           open input invoice-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-invoice-file-status is equal to "35"
               display "A2-SALESTAXSUMMARY: NO INVOICE FILE - "
                       "NOTHING TO FILE"
           else
               perform 210-read-invoice
               perform 220-total-one-invoice
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
       220-total-one-invoice.
      *
           if in-yyyymm is equal to ws-tax-month
             and in-taxable is numeric
             and in-exempt is numeric
             and in-tax is numeric
               move in-jurisdiction to ws-find-jurisdiction
               perform 230-find-jurisdiction
               add 1          to ws-tot-invoices
               add in-taxable to ws-tot-taxable
               add in-exempt  to ws-tot-exempt
               add in-tax     to ws-tot-tax
               if jur-found
                   add 1          to ws-jr-invoices(ws-jur-hit)
                   add in-taxable to ws-jr-taxable(ws-jur-hit)
                   add in-exempt  to ws-jr-exempt(ws-jur-hit)
                   add in-tax     to ws-jr-tax(ws-jur-hit)
               else
                   add 1 to ws-tot-unlisted
               end-if
           end-if.
      *
           perform 210-read-invoice.
      *
      *a code the table lacks gets a row of its own at the foot
      *of the table
       230-find-jurisdiction.
      *
           move "n" to ws-jur-found.
           perform 235-match-jurisdiction
               varying ws-jur-x from 1 by 1
               until ws-jur-x is greater than ws-jur-count
               or jur-found.
      *
           if not jur-found
             and ws-jur-count is less than 60
               add 1 to ws-jur-count
               move ws-find-jurisdiction to ws-jr-code(ws-jur-count)
               if ws-find-jurisdiction is equal to spaces
                   move "(NO JURISDICTION)" to ws-jr-name(ws-jur-count)
               else
                   move "(NOT IN TABLE)" to ws-jr-name(ws-jur-count)
               end-if
               move 0 to ws-jr-rate(ws-jur-count)
               perform 125-zero-jurisdiction
               move ws-jur-count to ws-jur-hit
               move "y" to ws-jur-found
           end-if.
      *
       235-match-jurisdiction.
      *
           if ws-jr-code(ws-jur-x) is equal to ws-find-jurisdiction
               move "y" to ws-jur-found
               move ws-jur-x to ws-jur-hit
           end-if.
      *
      *the month's credit memos come off the jurisdiction of the
      *customer they were raised for - a customer not on the
      *master nets off the no-jurisdiction line
       250-net-credit-memos.
      *
           open input credit-memo-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-memo-file-status is not equal to "35"
               perform 251-read-memo
               perform 252-net-one-memo
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close credit-memo-file.
      *
       251-read-memo.
           read credit-memo-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       252-net-one-memo.
      *
           if mo-yyyymm is equal to ws-tax-month
             and mo-net is numeric
             and mo-tax is numeric
               move spaces to ws-find-jurisdiction
               move 0 to ws-cust-hit
               perform 253-match-customer
                   varying ws-cust-x from 1 by 1
                   until ws-cust-x is greater than ws-cust-count
                   or ws-cust-hit is greater than 0
               if ws-cust-hit is greater than 0
                   move ws-cu-jurisdiction(ws-cust-hit)
                     to ws-find-jurisdiction
               end-if
               perform 230-find-jurisdiction
      *
               add 1 to ws-tot-memos
               subtract mo-tax from ws-tot-tax
               if jur-found
                 and mo-tax is equal to 0
                 and ws-jr-rate(ws-jur-hit) is greater than 0
                   subtract mo-net from ws-tot-exempt
                   subtract mo-net from ws-jr-exempt(ws-jur-hit)
               else
                   subtract mo-net from ws-tot-taxable
                   if jur-found
                       subtract mo-net from ws-jr-taxable(ws-jur-hit)
                   end-if
               end-if
               if jur-found
                   subtract mo-tax from ws-jr-tax(ws-jur-hit)
               end-if
           end-if.
      *
           perform 251-read-memo.
      *
       253-match-customer.
      *
           if ws-cu-number(ws-cust-x) is equal to mo-customer
               move ws-cust-x to ws-cust-hit
           end-if.
      *
      *every jurisdiction on the table prints, so a nil return
      *is visible as one
       300-print-one-jurisdiction.
      *
           move ws-jr-code(ws-jur-x)     to dl-code.
           move ws-jr-name(ws-jur-x)     to dl-name.
           compute dl-rate = ws-jr-rate(ws-jur-x) * 100.
           if ws-jr-rate(ws-jur-x) is greater than 0
               move "%"                  to dl-percent
           else
               move space                to dl-percent
           end-if.
           move ws-jr-invoices(ws-jur-x) to dl-invoices.
           move ws-jr-taxable(ws-jur-x)  to dl-taxable.
           move ws-jr-exempt(ws-jur-x)   to dl-exempt.
           move ws-jr-tax(ws-jur-x)      to dl-tax.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       400-print-totals.
      *
           move spaces              to dl-code.
           move "ALL JURISDICTIONS" to dl-name.
           move 0                   to dl-rate.
           move space               to dl-percent.
           move ws-tot-invoices     to dl-invoices.
           move ws-tot-taxable      to dl-taxable.
           move ws-tot-exempt       to dl-exempt.
           move ws-tot-tax          to dl-tax.
           write report-line from ws-detail-line
             after advancing 2 lines.
      *
           if ws-tot-unlisted is greater than 0
               move ws-tot-unlisted to ul-invoices
               write report-line from ws-unlisted-line
                 after advancing 1 line
           end-if.
      *
           if ws-tot-memos is greater than 0
               move ws-tot-memos to ml-memos
               write report-line from ws-memo-line
                 after advancing 1 line
           end-if.
