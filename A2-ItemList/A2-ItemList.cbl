      *                     exception listing - a mistyped number
      *                     used to quietly become its own
      *                     subtotal.
      *  Oct 15/2026 - RS - read the open transfers A2-StockTransfer
      *                     keeps on A2-Transfers.dat and show the
      *                     units in transit to each warehouse on
      *                     the warehouse summary, so stock between
      *                     sites is neither counted twice nor lost.
      *  Oct 15/2026 - RS - the open-PO row grew a vendor and a
      *                     promised date - the record widens to
      *                     match.
      *  Oct 15/2026 - RS - bill each customer-order group at its
      *                     customer break - one numbered invoice
      *                     per customer per run on A2-Invoices.dat,
      *                     dated from the business date, with a
      *                     matching open item on A2-AROpenItems.dat
      *                     for A2-CashReceipts and A2-ARAging.
      *  Oct 15/2026 - RS - added a credit limit and credit-hold
      *                     flag to the customer master. a customer
      *                     order from a held customer, or one that
      *                     would take the customer past its limit
      *                     less its open a/r, is held - written to
      *                     A2-HeldOrders.dat and a HELD ORDERS
      *                     section - instead of being priced and
      *                     relieved from stock.
      *  Oct 15/2026 - RS - sales tax on customer orders - each
      *                     customer carries a tax jurisdiction and
      *                     each item class a taxable/exempt flag;
      *                     the jurisdiction's rate from
      *                     A2-TaxJurisdictions.dat prints a tax
      *                     line under each customer order and its
      *                     subtotal, and the invoice carries the
      *                     taxable, exempt and tax amounts for
      *                     A2-SalesTaxSummary.
      *  Oct 15/2026 - RS - journal the night's sales to the shared
      *                     GLInterface.dat feed - revenue, freight,
      *                     sales tax, receivable or cash, and cost
      *                     of goods relieved from inventory - as
      *                     balanced D rows and a T trailer, with
      *                     the accounts and standard cost taken
      *                     from A2-GLAccountMap.dat by item class
      *                     and warehouse, and log the handoff on
      *                     ChainControl.dat for A0-ChainRecon.
      *  Oct 15/2026 - RS - added a customer-return record type (an
      *                     R, customer, item, quantity, reason code
      *                     and original sale date). a return is
      *                     priced at the net the original sale
      *                     carried on A2-SalesHistory.dat, goes
      *                     back on hand - or to
      *                     A2-DamagedStock.dat for a damaged
      *                     reason - and is credited to the
      *                     customer on a numbered credit memo on
      *                     A2-CreditMemos.dat, applied to the
      *                     customer's open a/r by the next
      *                     A2-CashReceipts run; a CUSTOMER RETURNS
      *                     section totals them by reason.
      *  Oct 15/2026 - RS - the customer master carries the branch
      *                     and salesperson assignment for the A3
      *                     sales extract - read past here.
      *  Oct 15/2026 - RS - the drift check finds an item's part
      *                     through the A2-ItemPartXref.dat cross-
      *                     reference instead of taking the item
      *                     number as the part number - an item
      *                     with no mapping is not checked.  with
      *                     no cross-reference file at all the old
      *                     item-equals-part match still applies.
      *  Oct 15/2026 - RS - the CUSTOMER RETURNS section says how
      *                     many returns it could not list once its
      *                     200-row table is full, and a credit
      *                     memo the customer's open a/r cannot
      *                     take yet waits on the receipts queue.
      *  Oct 15/2026 - RS - a restart folds the checkpoint-skipped
      *                     customer orders back into their
      *                     customer's subtotal and tax, so a group
      *                     that spans the checkpoint is invoiced
      *                     and opened on a/r at its full amount.
      *
       environment division.
       configuration section.
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
      *item-part-xref-file declaration - the item-to-part cross-
      *reference A2-ItemPartMaint keeps, naming the part master
      *row each item's price is checked against
      *
           select item-part-xref-file
               assign to "../../../data/A2-ItemPartXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *price-disc-file declaration - one row per item whose unit
      *price differs from the part master by more than the
      *tolerance
               organization is line sequential
               file status is ws-open-po-file-status.
      *
      *transfers between warehouses kept by A2-StockTransfer -
      *the rows still in transit feed the warehouse summary
           select transfer-file
               assign to "../../../data/A2-Transfers.dat"
               organization is line sequential
               file status is ws-transfer-file-status.
      *
      *open back-orders - one row per flagged shortfall, appended
      *here and relieved by A2-BackOrderUpdate
           select back-order-file
               assign to "../../../data/A2-CustomerMaster.dat"
               organization is line sequential
               file status is ws-cust-master-file-status.
      *
      *sales tax rate per jurisdiction, and which item classes are
      *taxable - either file missing leaves orders untaxed or every
      *class taxable respectively
           select tax-jurisdiction-file
               assign to "../../../data/A2-TaxJurisdictions.dat"
               organization is line sequential
               file status is ws-tax-jur-file-status.
      *
           select tax-class-file
               assign to "../../../data/A2-TaxClasses.dat"
               organization is line sequential
               file status is ws-tax-class-file-status.
      *
      *held customer orders - one row per order held for credit,
      *appended run after run for the credit desk to work
           select held-order-file
               assign to "../../../data/A2-HeldOrders.dat"
               organization is line sequential
               file status is ws-held-order-file-status.
      *
      *invoices - one row per customer billed per run, appended
      *run after run
           select invoice-file
               assign to "../../../data/A2-Invoices.dat"
               organization is line sequential
               file status is ws-invoice-file-status.
      *
      *a/r open items - each invoice opens one here, relieved by
      *A2-CashReceipts
           select ar-open-file
               assign to "../../../data/A2-AROpenItems.dat"
               organization is line sequential
               file status is ws-ar-open-file-status.
      *
      *return reasons - code, description, and whether the goods
      *go back on hand (R) or to the damaged bucket (D)
           select return-reason-file
               assign to "../../../data/A2-ReturnReasons.dat"
               organization is line sequential
               file status is ws-return-reason-file-status.
      *
      *damaged stock - returned units not fit to sell, by item and
      *warehouse, maintained in place
           select damaged-stock-file
               assign to "../../../data/A2-DamagedStock.dat"
               organization is line sequential
               file status is ws-damaged-file-status.
      *
      *the sales history again, read-only - a return is priced at
      *the net its original sale carried
           select return-history-file
               assign to "../../../data/A2-SalesHistory.dat"
               organization is line sequential
               file status is ws-return-history-file-status.
      *
      *credit memos - one row per return credited, appended run
      *after run
           select credit-memo-file
               assign to "../../../data/A2-CreditMemos.dat"
               organization is line sequential
               file status is ws-credit-memo-file-status.
      *
      *cash receipts transactions - each credit memo is queued
      *here so A2-CashReceipts applies it to the customer's open
      *a/r, oldest first
           select receipt-trans-file
               assign to "../../../data/A2-CashReceiptsTrans.dat"
               organization is line sequential
               file status is ws-receipt-trans-file-status.
      *
      *GL account map - revenue, cost-of-goods and inventory
      *accounts by item class and warehouse, with the standard
      *cost as a percentage of list price
           select gl-map-file
               assign to "../../../data/A2-GLAccountMap.dat"
               organization is line sequential
               file status is ws-gl-map-file-status.
      *
      *shared GL interface feed - the night's sales journal is
      *appended with its balancing trailer for GL-AccountPost
           select gl-file
               assign to "../../../data/GLInterface.dat"
               organization is line sequential
               file status is ws-gl-file-status.
      *
      *shared chain control file - the journal handoff is logged
      *for the end-of-chain reconciliation
           select chain-control-file
               assign to "../../../data/ChainControl.dat"
               organization is line sequential
               file status is ws-chain-control-file-status.
      *
       data division.
       file section.
      *
       fd input-file
           data record is sales-trans-rec
           record contains 24 characters.
      *
      *a plain sale - item and quantity sold
       01 sales-trans-rec.
           05 st-item                  pic 9(4).
           05 st-qty                   pic 999.
           05 filler                   pic x(17).
      *
      *customer-order transaction - a C in column one and the
      *customer number ahead of the item and quantity
           05 co-customer-number       pic 9(4).
           05 co-item                  pic 9(4).
           05 co-qty                   pic 999.
           05 filler                   pic x(12).
      *
      *customer return - an R in column one, the customer, the
      *item and quantity coming back, the reason code and the
      *date of the sale being returned
       01 trans-return-rec redefines sales-trans-rec.
           05 rt-marker                pic x.
               88 return-order-rec      value "R".
           05 rt-customer              pic 9(4).
           05 rt-item                  pic 9(4).
           05 rt-qty                   pic 999.
           05 rt-reason                pic x.
           05 rt-sale-date             pic 9(8).
           05 filler                   pic x(3).
      *
      *trailer record - identified by a 9999 item number, carries
      *the expected record count and extended price total for
      *this run so a short file can be caught instead of quietly
      *producing an under-stated report - returns count as records
      *but carry no extended price into the total
       01 trans-trailer-rec redefines sales-trans-rec.
           05 tr-marker                pic 9(4).
           05 tr-expected-count        pic 9(4).
           05 tr-expected-ext-total    pic 9(6)v99.
           05 filler                   pic x(8).
      *
       fd item-master-file
           data record is item-master-rec
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
       fd tax-jurisdiction-file
           data record is tax-jurisdiction-rec
           record contains 27 characters.
      *
       01 tax-jurisdiction-rec.
           05 tj-code                  pic xx.
           05 tj-name                  pic x(20).
           05 tj-rate                  pic v9(5).
      *
       fd tax-class-file
           data record is tax-class-rec
           record contains 2 characters.
      *
       01 tax-class-rec.
           05 tc-class                 pic x.
           05 tc-taxable               pic x.
      *
       fd held-order-file
           data record is held-order-rec
           record contains 49 characters.
      *
       01 held-order-rec.
           05 ho-date                  pic 9(8).
           05 ho-customer              pic 9(4).
           05 ho-item                  pic 9(4).
           05 ho-qty                   pic 999.
           05 ho-value                 pic 9(7)v99.
           05 ho-exposure              pic 9(9)v99.
           05 ho-credit-limit          pic 9(7)v99.
           05 ho-reason                pic x.
      *
       fd open-po-file
           data record is open-po-rec
           record contains 38 characters.
      *
       01 open-po-rec.
           05 op-po-num                pic 9(5).
           05 op-qty-received          pic 999.
           05 op-date-opened           pic 9(8).
           05 op-status                pic x.
           05 op-vendor                pic 9(6).
           05 op-promised              pic 9(8).
      *
       fd transfer-file
           data record is transfer-rec
           record contains 33 characters.
      *
       01 transfer-rec.
           05 tf-transfer-num          pic 9(5).
           05 tf-item                  pic 9(4).
           05 tf-from-whse             pic x.
           05 tf-to-whse               pic x.
           05 tf-qty                   pic 9(5).
           05 tf-date-shipped          pic 9(8).
           05 tf-date-received         pic 9(8).
           05 tf-status                pic x.
      *
      *part master - same layout A6-DataValidation maintains
       fd part-master-file
           05 pm-prt-desc              pic x(10).
           05 pm-prt-price             pic 99v99.
           05 pm-prt-vend-num          pic 9(6).
      *
      *item-to-part cross-reference - one row per mapped item
       fd item-part-xref-file
           data record is item-part-xref-rec
           record contains 7 characters.
      *
       01 item-part-xref-rec.
           05 xp-item                  pic 9(4).
           05 xp-part                  pic 999.
      *
       fd price-disc-file
           data record is price-disc-line
           record contains 102 characters.
      *
       01 csv-line                     pic x(102) value spaces.
      *
       fd invoice-file
           data record is invoice-rec
           record contains 94 characters.
      *
       01 invoice-rec.
           05 in-invoice-num           pic 9(6).
           05 in-date                  pic 9(8).
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
       fd return-reason-file
           data record is return-reason-rec
           record contains 22 characters.
      *
       01 return-reason-rec.
           05 rs-code                  pic x.
           05 rs-desc                  pic x(20).
           05 rs-disposition           pic x.
      *
       fd damaged-stock-file
           data record is damaged-stock-rec
           record contains 10 characters.
      *
       01 damaged-stock-rec.
           05 dg-item                  pic 9(4).
           05 dg-warehouse             pic x.
           05 dg-qty                   pic 9(5).
      *
       fd return-history-file
           data record is return-history-rec
           record contains 35 characters.
      *
       01 return-history-rec.
           05 hx-date                  pic 9(8).
           05 hx-item                  pic 9(4).
           05 hx-qty                   pic 999.
           05 hx-ext                   pic 9(8)v99.
           05 hx-net                   pic 9(8)v99.
      *
       fd credit-memo-file
           data record is credit-memo-rec
           record contains 64 characters.
      *
       01 credit-memo-rec.
           05 mo-memo-num              pic 9(6).
           05 mo-date                  pic 9(8).
           05 mo-customer              pic 9(4).
           05 mo-item                  pic 9(4).
           05 mo-qty                   pic 999.
           05 mo-reason                pic x.
           05 mo-sale-date             pic 9(8).
           05 mo-net                   pic 9(8)v99.
           05 mo-tax                   pic 9(8)v99.
           05 mo-amount                pic 9(8)v99.
      *
      *same layout A2-CashReceipts reads - no invoice number, so
      *the credit goes against the oldest open items first
       fd receipt-trans-file
           data record is receipt-trans-rec
           record contains 28 characters.
      *
       01 receipt-trans-rec.
           05 cr-customer              pic 9(4).
           05 cr-invoice-num           pic 9(6).
           05 cr-amount                pic 9(8)v99.
           05 cr-reference             pic x(8).
      *
       fd gl-map-file
           data record is gl-map-rec
           record contains 35 characters.
      *
       01 gl-map-rec.
           05 gm-class                 pic x.
           05 gm-warehouse             pic x.
           05 gm-revenue-acct          pic x(8).
           05 gm-cogs-acct             pic x(8).
           05 gm-inventory-acct        pic x(8).
           05 gm-cost-center           pic x(4).
           05 gm-cost-pct              pic 999v99.
      *
       fd gl-file
           data record is gl-line
           record contains 53 characters.
      *
       01 gl-line                      pic x(53).
      *
       fd chain-control-file
           data record is chain-control-rec
           record contains 76 characters.
      *
       01 chain-control-rec.
           05 cc-program               pic x(20).
           05 cc-file                  pic x(30).
           05 cc-role                  pic x.
           05 cc-date                  pic 9(8).
           05 cc-count                 pic 9(6).
           05 cc-dollars               pic 9(9)v99.
      *
       working-storage section.
      *
           05 ws-cust-discount         pic 9(10)v9999 value 0.
           05 ws-cust-net              pic 9(10)v9999 value 0.
           05 ws-cust-trans            pic 9(10)v9999 value 0.
           05 ws-cust-taxable          pic 9(10)v9999 value 0.
           05 ws-cust-exempt           pic 9(10)v9999 value 0.
           05 ws-cust-tax              pic 9(8)v99    value 0.
      *
      *customer subtotal line
       01 ws-cust-subtotal-line.
           05 ws-whse-other-ext        pic 9(10)v9999 value 0.
           05 ws-whse-other-trans      pic 9(10)v9999 value 0.
      *
      *units shipped and not yet received, by the warehouse they
      *are headed for
       01 ws-whse-transit.
           05 ws-whse-1-transit        pic 9(7)      value 0.
           05 ws-whse-2-transit        pic 9(7)      value 0.
           05 ws-whse-3-transit        pic 9(7)      value 0.
           05 ws-whse-other-transit    pic 9(7)      value 0.
      *
      *warehouse summary heading and line
       01 ws-whse-summary-title.
           05 filler                   pic x(37) value spaces.
           05 filler                   pic x(8)  value "EXTENDED".
           05 filler                   pic x(7)  value spaces.
           05 filler                   pic x(9)  value "TRANSPORT".
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(10) value "IN TRANSIT".
           05 filler                   pic x(25) value spaces.
      *
       01 ws-whse-summary-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-ws-ext                pic z,zzz,zz9.99.
           05 filler                   pic x(4)  value spaces.
           05 ws-ws-trans              pic z,zzz,zz9.99.
           05 filler                   pic x(6)  value spaces.
           05 ws-ws-transit            pic zzz,zz9.
           05 filler                   pic x(28) value spaces.
      *
       01 ws-cnsts.
           05 ws-transport-A           pic 99v9  value 12.5.
       77 ws-part-master-file-status     pic xx   value spaces.
       77 ws-part-master-absent          pic x    value "n".
      *
      *the item-to-part cross-reference, loaded at start - absent
      *means no file, so items still match parts by number
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 300 times
                   depending on ws-xref-count.
               10 ws-xr-item            pic 9(4).
               10 ws-xr-part            pic 999.
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
       01 ws-xref-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-xref-eof              pic x      value "n".
           05 ws-xref-absent           pic x      value "n".
      *
       77 ws-xref-file-status          pic xx     value spaces.
      *
      *a unit price may drift this far from the part master before
      *it lands on the discrepancy listing
       77 price-drift-tolerance         pic 9v99  value 0.50.
               10 ws-cm-number          pic 9(4).
               10 ws-cm-name            pic x(20).
               10 ws-cm-status          pic x.
               10 ws-cm-credit-limit    pic 9(7)v99.
               10 ws-cm-credit-hold     pic x.
               10 ws-cm-exposure        pic 9(9)v99.
               10 ws-cm-jurisdiction    pic xx.
      *
       01 ws-cust-table-count          pic 9(3)   value 0.
      *
       77 ws-cust-lookup               pic 9(4)   value 0.
      *
       77 ws-cust-master-file-status   pic xx     value spaces.
      *
      *sales tax - rates by jurisdiction and the exempt classes,
      *loaded once at startup
       01 ws-tax-jur-table.
           05 ws-tax-jur-entry occurs 1 to 50 times
                   depending on ws-tax-jur-count.
               10 ws-tj-code            pic xx.
               10 ws-tj-rate            pic v9(5).
      *
       01 ws-tax-jur-count             pic 99     value 0.
      *
       01 ws-tax-class-table.
           05 ws-tax-class-entry occurs 1 to 20 times
                   depending on ws-tax-class-count.
               10 ws-tc-class           pic x.
               10 ws-tc-taxable         pic x.
      *
       01 ws-tax-class-count           pic 99     value 0.
      *
       01 ws-tax-subs.
           05 ws-tax-x                 pic 99     value 0.
           05 ws-tax-jur-hit           pic 99     value 0.
           05 ws-tax-jur-found         pic x      value "n".
               88 tax-jur-found         value "y".
           05 ws-tax-class-found       pic x      value "n".
               88 tax-class-found       value "y".
           05 ws-tax-exempt            pic x      value "n".
               88 class-tax-exempt      value "y".
      *
       77 ws-tax-jur-file-status       pic xx     value spaces.
       77 ws-tax-class-file-status     pic xx     value spaces.
       77 ws-tax-eof                   pic x      value "n".
       77 ws-tax-jurisdiction          pic xx     value spaces.
       77 ws-store-tax                 pic 9(8)v99 value 0.
      *
      *tax line under each customer order
       01 ws-tax-line.
           05 filler                   pic x(6)  value spaces.
           05 filler                   pic x(11) value "SALES TAX: ".
           05 ws-tx-jurisdiction       pic xx.
           05 filler                   pic x(3)  value spaces.
           05 ws-tx-rate               pic zz9.999.
           05 filler                   pic x(2)  value "% ".
           05 filler                   pic x(9)  value " TAXABLE ".
           05 ws-tx-taxable            pic zzz,zz9.99.
           05 filler                   pic x(6)  value " TAX: ".
           05 ws-tx-amount             pic zz,zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-tx-note               pic x(20).
           05 filler                   pic x(45) value spaces.
      *
      *tax line under each customer subtotal
       01 ws-cust-tax-line.
           05 filler                   pic x(15) value spaces.
           05 filler                   pic x(11) value "SALES TAX: ".
           05 ws-ct-jurisdiction       pic xx.
           05 filler                   pic x(11) value "  TAXABLE:".
           05 ws-ct-taxable            pic z,zzz,zz9.99.
           05 filler                   pic x(9)  value "  EXEMPT:".
           05 ws-ct-exempt             pic z,zzz,zz9.99.
           05 filler                   pic x(6)  value "  TAX:".
           05 ws-ct-tax                pic zzz,zz9.99.
           05 filler                   pic x(16) value
                                       "  INVOICE TOTAL:".
           05 ws-ct-total              pic z,zzz,zz9.99.
           05 filler                   pic x(16) value spaces.
      *
      *credit checking - a customer's exposure starts at its open
      *a/r and grows by each order accepted tonight; a limit of
      *zero means no limit has been set
       77 ws-held-order-file-status    pic xx     value spaces.
       77 ws-ar-eof                    pic x      value "n".
       77 ws-order-value               pic 9(7)v99 value 0.
       77 ws-credit-held               pic x      value "n".
           88 order-credit-held         value "y".
       77 ws-held-reason               pic x      value space.
       77 ws-held-ext-total            pic 9(10)v9999 value 0.
       77 credit-hold-flag             pic x      value "H".
      *
       01 ws-held-table.
           05 ws-held-entry occurs 1 to 200 times
                   depending on ws-held-count.
               10 ws-ht-customer        pic 9(4).
               10 ws-ht-item            pic 9(4).
               10 ws-ht-qty             pic 999.
               10 ws-ht-value           pic 9(7)v99.
               10 ws-ht-available       pic s9(9)v99.
               10 ws-ht-reason          pic x.
      *
       01 ws-held-count                pic 9(3)   value 0.
       01 ws-held-sub                  pic 9(3)   value 0.
      *
      *held orders report section heading and lines
       01 ws-held-title.
           05 filler                   pic x(37) value spaces.
           05 filler                   pic x(11) value
                                       "HELD ORDERS".
           05 filler                   pic x(60) value spaces.
      *
       01 ws-held-heading.
           05 filler                   pic x     value spaces.
           05 filler                   pic x(4)  value "CUST".
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value "ITEM".
           05 filler                   pic x(3)  value spaces.
           05 filler                   pic x(3)  value "QTY".
           05 filler                   pic x(5)  value spaces.
           05 filler                   pic x(11) value "ORDER VALUE".
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(16) value
                                       "CREDIT AVAILABLE".
           05 filler                   pic x(3)  value spaces.
           05 filler                   pic x(6)  value "REASON".
           05 filler                   pic x(46) value spaces.
      *
       01 ws-held-line.
           05 filler                   pic x     value spaces.
           05 ws-hl-customer           pic 9(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-hl-item               pic 9(4).
           05 filler                   pic x(3)  value spaces.
           05 ws-hl-qty                pic zz9.
           05 filler                   pic x(4)  value spaces.
           05 ws-hl-value              pic z,zzz,zz9.99.
           05 filler                   pic x(4)  value spaces.
           05 ws-hl-available          pic ----,---,--9.99.
           05 filler                   pic x(4)  value spaces.
           05 ws-hl-reason             pic x(15).
           05 filler                   pic x(37) value spaces.
      *
      *invoicing - the next number follows the highest on file;
      *a restarted run remembers who was already billed today so
      *a customer is never invoiced twice for the one run
       77 ws-invoice-file-status       pic xx     value spaces.
       77 ws-ar-open-file-status       pic xx     value spaces.
       77 ws-invoice-eof               pic x      value "n".
       77 ws-high-invoice              pic 9(6)   value 0.
       77 ws-cntr-invoices             pic 9(4)   value 0.
      *
       01 ws-billed-table.
           05 ws-billed-entry occurs 1 to 200 times
                   depending on ws-billed-count.
               10 ws-billed-customer    pic 9(4).
      *
       01 ws-billed-count              pic 9(3)   value 0.
      *
       01 ws-billed-subs.
           05 ws-billed-x              pic 9(3)   value 0.
           05 ws-billed-found          pic x      value "n".
               88 already-billed        value "y".
      *
       77 cust-err                     pic x(40)  value
           "CUSTOMER NUMBER NOT ON MASTER".
      *
       77 ws-open-po-file-status       pic xx     value spaces.
      *
      *a missing transfer file just means nothing is in transit
       77 ws-transfer-file-status      pic xx     value spaces.
       77 ws-transfer-eof              pic x      value "n".
      *
      *first-ever run starts the back-order file fresh
       77 ws-back-order-file-status    pic xx     value spaces.
      *
      *
       77 ctl-status-ok                pic x(9) value "OK".
       77 ctl-status-mismatch          pic x(9) value "MISMATCH".
      *
      *customer returns - the reason table, the return being
      *worked, the damaged-stock balances and the night's returns
      *for the report section
       01 ws-reason-table.
           05 ws-reason-entry occurs 1 to 30 times
                   depending on ws-reason-count.
               10 ws-rs-code            pic x.
               10 ws-rs-desc            pic x(20).
               10 ws-rs-disposition     pic x.
      *
       01 ws-reason-count              pic 99     value 0.
      *
      *the reasons used when no reason file has been set up
       01 ws-default-reasons.
           05 filler                   pic x(22)  value
               "WWRONG ITEM SHIPPED  R".
           05 filler                   pic x(22)  value
               "NNO LONGER NEEDED    R".
           05 filler                   pic x(22)  value
               "DDAMAGED IN TRANSIT  D".
           05 filler                   pic x(22)  value
               "FDEFECTIVE           D".
       01 ws-default-reasons-r redefines ws-default-reasons.
           05 ws-default-reason        pic x(22)  occurs 4 times.
      *
       01 ws-reason-subs.
           05 ws-reason-x              pic 99     value 0.
           05 ws-reason-hit            pic 99     value 0.
           05 ws-reason-found          pic x      value "n".
               88 reason-found          value "y".
      *
       77 ws-return-reason-file-status pic xx     value spaces.
       77 ws-return-history-file-status pic xx    value spaces.
       77 ws-credit-memo-file-status   pic xx     value spaces.
       77 ws-receipt-trans-file-status pic xx     value spaces.
       77 ws-damaged-file-status       pic xx     value spaces.
       77 ws-return-eof                pic x      value "n".
      *
      *set by the read when the record is a customer return
       77 ws-return-flag               pic x      value "n".
           88 return-record             value "y".
      *
      *the return being worked
       01 ws-return-work.
           05 ws-ret-customer          pic 9(4)   value 0.
           05 ws-ret-reason            pic x      value space.
           05 ws-ret-sale-date         pic 9(8)   value 0.
           05 ws-ret-error             pic x(40)  value spaces.
           05 ws-ret-hist-qty          pic 9(7)   value 0.
           05 ws-ret-hist-net          pic 9(9)v99 value 0.
           05 ws-ret-unit-net          pic 9(5)v9999 value 0.
           05 ws-ret-net               pic 9(7)v99 value 0.
           05 ws-ret-tax               pic 9(7)v99 value 0.
           05 ws-ret-amount            pic 9(7)v99 value 0.
           05 ws-ret-cost              pic 9(7)v99 value 0.
           05 ws-ret-memo              pic 9(6)   value 0.
           05 ws-ret-note              pic x(17)  value spaces.
      *
       77 ws-high-memo                 pic 9(6)   value 0.
       77 ws-memo-eof                  pic x      value "n".
       77 damaged-disposition          pic x      value "D".
       77 damaged-stock-acct           pic x(8)   value "DMGSTOCK".
      *
       77 ret-err-customer             pic x(40)  value
           "RETURN CUSTOMER MISSING OR NOT ON MASTER".
       77 ret-err-reason               pic x(40)  value
           "RETURN REASON CODE NOT ON FILE".
       77 ret-err-sale-date            pic x(40)  value
           "RETURN ORIGINAL SALE DATE MISSING".
       77 ret-err-damaged-full         pic x(40)  value
           "DAMAGED STOCK FILE FULL".
      *
       01 ws-damaged-table.
           05 ws-damaged-entry occurs 1 to 300 times
                   depending on ws-damaged-count.
               10 ws-dg-item            pic 9(4).
               10 ws-dg-whse            pic x.
               10 ws-dg-qty             pic 9(5).
      *
       01 ws-damaged-count             pic 9(3)   value 0.
      *
       01 ws-damaged-subs.
           05 ws-damaged-x             pic 9(3)   value 0.
           05 ws-damaged-hit           pic 9(3)   value 0.
           05 ws-damaged-found         pic x      value "n".
               88 damaged-found         value "y".
      *
      *set when the damaged-stock file would not fit its table -
      *the run is refused rather than rewriting a truncated file
       77 ws-damaged-overflow          pic x      value "n".
           88 damaged-stock-overflowed  value "y".
       77 ws-damaged-changed           pic x      value "n".
      *
       01 ws-returns-table.
           05 ws-returns-entry occurs 1 to 200 times
                   depending on ws-returns-count.
               10 ws-rn-reason          pic x.
               10 ws-rn-customer        pic 9(4).
               10 ws-rn-item            pic 9(4).
               10 ws-rn-desc            pic x(13).
               10 ws-rn-qty             pic 999.
               10 ws-rn-sale-date       pic 9(8).
               10 ws-rn-disposition     pic x.
               10 ws-rn-memo            pic 9(6).
               10 ws-rn-net             pic 9(7)v99.
               10 ws-rn-tax             pic 9(7)v99.
               10 ws-rn-note            pic x(17).
      *
       01 ws-returns-count             pic 9(3)   value 0.
       01 ws-returns-x                 pic 9(3)   value 0.
      *
      *returns posted but past the report table - counted so the
      *section says it is short
       77 ws-returns-dropped           pic 9(4)   value 0.
      *
       01 ws-returns-truncated-line.
           05 filler                   pic x(6)  value spaces.
           05 filler                   pic x(27) value
                                       "RETURNS REPORT TRUNCATED - ".
           05 ws-rx-dropped            pic zzz9.
           05 filler                   pic x(44) value
               " RETURN(S) POSTED BUT NOT LISTED ABOVE".
           05 filler                   pic x(51) value spaces.
      *
       01 ws-reason-totals.
           05 ws-rsn-count             pic 9(4)   value 0.
           05 ws-rsn-qty               pic 9(5)   value 0.
           05 ws-rsn-credit            pic 9(8)v99 value 0.
      *
      *customer returns report section heading and lines
       01 ws-returns-title.
           05 filler                   pic x(35) value spaces.
           05 filler                   pic x(16) value
                                       "CUSTOMER RETURNS".
           05 filler                   pic x(81) value spaces.
      *
       01 ws-returns-heading.
           05 filler                   pic x(40) value
               " CUST  ITEM  DESCRIPTION    QTY  SOLD   ".
           05 filler                   pic x(40) value
               "      DISPOSITION    MEMO    NET CREDIT ".
           05 filler                   pic x(40) value
               "        TAX  NOTE                       ".
           05 filler                   pic x(12) value spaces.
      *
       01 ws-reason-line.
           05 filler                   pic x(8)  value "REASON: ".
           05 ws-rl-code               pic x.
           05 filler                   pic x(3)  value " - ".
           05 ws-rl-desc               pic x(20).
           05 filler                   pic x(100) value spaces.
      *
       01 ws-return-line.
           05 filler                   pic x     value spaces.
           05 ws-rl-customer           pic 9(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-item               pic 9(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-item-desc          pic x(13).
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-qty                pic zz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-sale-date          pic 9(8).
           05 filler                   pic x(5)  value spaces.
           05 ws-rl-disposition        pic x(11).
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-memo               pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-net                pic z,zzz,zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-tax                pic zzz,zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-rl-note               pic x(17).
           05 filler                   pic x(22) value spaces.
      *
       01 ws-reason-total-line.
           05 filler                   pic x(6)  value spaces.
           05 filler                   pic x(16) value
                                       "REASON TOTAL:   ".
           05 ws-rq-returns            pic zzz9.
           05 filler                   pic x(10) value " RETURNS  ".
           05 ws-rq-units              pic zzzz9.
           05 filler                   pic x(17) value
                                       " UNITS   CREDIT: ".
           05 ws-rq-credit             pic zz,zzz,zz9.99.
           05 filler                   pic x(61) value spaces.
      *
      *GL account map, loaded once at startup - a class and
      *warehouse with no row of its own falls to the class's row
      *with a blank warehouse, then to the blank/blank row, then
      *to the built-in accounts below
       01 ws-gl-map-table.
           05 ws-gl-map-entry occurs 1 to 30 times
                   depending on ws-gl-map-count.
               10 ws-gm-class           pic x.
               10 ws-gm-whse            pic x.
               10 ws-gm-revenue         pic x(8).
               10 ws-gm-cogs            pic x(8).
               10 ws-gm-inventory       pic x(8).
               10 ws-gm-centre          pic x(4).
               10 ws-gm-cost-pct        pic 999v99.
      *
       01 ws-gl-map-count              pic 99     value 0.
      *
       01 ws-gl-map-subs.
           05 ws-gl-map-x              pic 99     value 0.
           05 ws-gl-map-found          pic x      value "n".
               88 gl-map-found          value "y".
      *
       77 ws-gl-map-file-status        pic xx     value spaces.
       77 ws-gl-map-eof                pic x      value "n".
      *
      *the accounts resolved for the sale being journaled
       01 ws-gl-accounts.
           05 ws-ga-class              pic x.
           05 ws-ga-whse               pic x.
           05 ws-ga-try-class          pic x.
           05 ws-ga-try-whse           pic x.
           05 ws-ga-revenue            pic x(8).
           05 ws-ga-cogs               pic x(8).
           05 ws-ga-inventory          pic x(8).
           05 ws-ga-centre             pic x(4).
           05 ws-ga-cost-pct           pic 999v99.
      *
       77 default-revenue-acct         pic x(8)  value "SALESREV".
       77 default-cogs-acct            pic x(8)  value "COGS    ".
       77 default-inventory-acct       pic x(8)  value "INVENTRY".
       77 default-inv-centre           pic x(4)  value "INV ".
       77 default-cost-pct             pic 999v99 value 100.
       77 receivable-acct              pic x(8)  value "ACCTSREC".
       77 cash-sale-acct               pic x(8)  value "CASHSALE".
       77 freight-acct                 pic x(8)  value "FRTREV  ".
       77 sales-tax-acct               pic x(8)  value "SALESTAX".
       77 sales-centre                 pic x(4)  value "SLS ".
      *
      *the night's journal, summed by account, centre and side
      *until end of run - every sale posts both sides, so the
      *table always balances
       01 ws-journal-table.
           05 ws-journal-entry occurs 1 to 100 times
                   depending on ws-journal-count.
               10 ws-jn-account         pic x(8).
               10 ws-jn-centre          pic x(4).
               10 ws-jn-dr-cr           pic x.
               10 ws-jn-amount          pic 9(9)v99.
      *
       01 ws-journal-count             pic 9(3)   value 0.
      *
       01 ws-journal-subs.
           05 ws-journal-x             pic 9(3)   value 0.
           05 ws-journal-hit           pic 9(3)   value 0.
           05 ws-journal-found         pic x      value "n".
               88 journal-found         value "y".
      *
      *set when the journal outgrows its table - no journal is
      *written rather than an unbalanced one
       77 ws-journal-overflow          pic x      value "n".
      *
      *one posting into the journal table
       01 ws-journal-post.
           05 ws-jp-account            pic x(8).
           05 ws-jp-centre             pic x(4).
           05 ws-jp-dr-cr              pic x.
           05 ws-jp-amount             pic 9(9)v99.
      *
      *one sale's amounts, each rounded to the cent before it
      *posts so debits and credits agree to the penny
       01 ws-journal-amounts.
           05 ws-ja-net                pic 9(9)v99 value 0.
           05 ws-ja-freight            pic 9(9)v99 value 0.
           05 ws-ja-tax                pic 9(9)v99 value 0.
           05 ws-ja-cost               pic 9(9)v99 value 0.
           05 ws-ja-receivable         pic 9(9)v99 value 0.
      *
      *GL feed row, layout header, and balancing totals
       01 ws-gl-row.
           05 gl-rec-type              pic x.
           05 gl-account               pic x(8).
           05 gl-cost-center           pic x(4).
           05 gl-dr-cr                 pic x.
           05 gl-amount                pic 9(9)v99.
           05 gl-date                  pic 9(8).
           05 gl-source                pic x(20).
      *
       01 ws-gl-totals.
           05 ws-gl-row-count          pic 9(4)    value 0.
           05 ws-gl-debit-total        pic 9(9)v99 value 0.
      *
       77 ws-gl-file-status            pic xx     value spaces.
      *
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
       77 ws-chain-control-file-status pic xx     value spaces.
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
       procedure division.
      *
           if ws-back-order-file-status is equal to "35"
               open output back-order-file
           end-if.
      *
           open extend held-order-file.
           if ws-held-order-file-status is equal to "35"
               open output held-order-file
           end-if.
      *
      *without the master nothing can be priced - refuse the run
      *the way A3 refuses a missing branch master
               close input-file discount-table-file output-file
                     exception-file csv-file suggested-po-file
                     price-disc-file sales-history-file
                     back-order-file held-order-file
               move 8 to return-code
               goback
           end-if.
               close input-file discount-table-file output-file
                     exception-file csv-file suggested-po-file
                     price-disc-file sales-history-file
                     back-order-file held-order-file
               move 8 to return-code
               goback
           end-if.
      *
           perform 102E-load-damaged-stock.
      *
           if damaged-stock-overflowed
               display "A2-ITEMLIST: A2-DamagedStock.dat EXCEEDS "
                       "300 ROWS - RUN REFUSED, FILE UNTOUCHED"
               close input-file discount-table-file output-file
                     exception-file csv-file suggested-po-file
                     price-disc-file sales-history-file
                     back-order-file held-order-file
               move 8 to return-code
               goback
           end-if.
           end-if.
      *
           perform 105-load-discount-table.
      *
           perform 101-load-tax-jurisdictions.
           perform 101C-load-tax-classes.
      *
           perform 101F-load-gl-map.
      *
           perform 101J-load-return-reasons.
      *
           perform 104-load-open-pos.
      *
           perform 104E-load-in-transit.
      *
           perform 103-load-customer-master.
      *
           perform 103E-load-open-ar.
      *
           perform 109-load-part-master.
      *
           if ws-last-checkpoint is equal to 0
               perform 100-write-headings
           end-if.
      *
      *the run date is settled by now - the invoice pass needs it
      *to tell which customers a restarted run already billed
           perform 103H-load-invoices.
      *
           open extend invoice-file.
           if ws-invoice-file-status is equal to "35"
               open output invoice-file
           end-if.
      *
           open extend ar-open-file.
           if ws-ar-open-file-status is equal to "35"
               open output ar-open-file
           end-if.
      *
           perform 103K-load-high-memo.
      *
           open extend credit-memo-file.
           if ws-credit-memo-file-status is equal to "35"
               open output credit-memo-file
           end-if.
      *
           open extend receipt-trans-file.
           if ws-receipt-trans-file-status is equal to "35"
               open output receipt-trans-file
           end-if.
      *
           perform 200-process-file
               until ws-eof-flag is equal to ws-eof-yes.
           perform 403-scan-master-checks.
      *
           perform 405-print-reorder-report.
      *
           perform 407-print-held-orders.
      *
           perform 409-print-returns.
      *
           perform 410-check-control-totals.
      *
           perform 860-write-gl-journal.
      *
           perform 900-rewrite-item-master.
      *
           perform 910-rewrite-damaged-stock.
      *
           close sales-history-file.
           close back-order-file.
           close held-order-file.
           close invoice-file.
           close ar-open-file.
           close credit-memo-file.
           close receipt-trans-file.
           if ws-part-master-absent is not equal to "y"
               close part-master-file
           end-if.
      *
      *loads the item master whole - the night's sales relieve the
      *balances in this table and it rewrites at end of run
      *loads the sales tax rate for each jurisdiction
       101-load-tax-jurisdictions.
      *
           open input tax-jurisdiction-file.
           move "n" to ws-tax-eof.
      *
           if ws-tax-jur-file-status is not equal to "35"
               perform 101A-read-jurisdiction
               perform 101B-add-jurisdiction
                   until ws-tax-eof is equal to "y"
                   or ws-tax-jur-count is equal to 50
           end-if.
      *
           close tax-jurisdiction-file.
      *
       101A-read-jurisdiction.
           read tax-jurisdiction-file
               at end
                   move "y" to ws-tax-eof.
      *
       101B-add-jurisdiction.
      *
           add 1 to ws-tax-jur-count.
           move tj-code to ws-tj-code(ws-tax-jur-count).
           if tj-rate is numeric
               move tj-rate to ws-tj-rate(ws-tax-jur-count)
           else
               move 0 to ws-tj-rate(ws-tax-jur-count)
           end-if.
      *
           perform 101A-read-jurisdiction.
      *
      *loads the item classes' taxable/exempt flags - a class the
      *file doesn't name is taxable
       101C-load-tax-classes.
      *
           open input tax-class-file.
           move "n" to ws-tax-eof.
      *
           if ws-tax-class-file-status is not equal to "35"
               perform 101D-read-tax-class
               perform 101E-add-tax-class
                   until ws-tax-eof is equal to "y"
                   or ws-tax-class-count is equal to 20
           end-if.
      *
           close tax-class-file.
      *
       101D-read-tax-class.
           read tax-class-file
               at end
                   move "y" to ws-tax-eof.
      *
       101E-add-tax-class.
      *
           add 1 to ws-tax-class-count.
           move tc-class   to ws-tc-class(ws-tax-class-count).
           move tc-taxable to ws-tc-taxable(ws-tax-class-count).
      *
           perform 101D-read-tax-class.
      *
      *a missing map journals every sale to the built-in accounts
      *at full list price as cost
       101F-load-gl-map.
      *
           open input gl-map-file.
           move "n" to ws-gl-map-eof.
      *
           if ws-gl-map-file-status is not equal to "35"
               perform 101G-read-gl-map
               perform 101H-add-gl-map-entry
                   until ws-gl-map-eof is equal to "y"
                   or ws-gl-map-count is equal to 30
           end-if.
      *
           close gl-map-file.
      *
       101G-read-gl-map.
           read gl-map-file
               at end
                   move "y" to ws-gl-map-eof.
      *
       101H-add-gl-map-entry.
      *
           add 1 to ws-gl-map-count.
           move gm-class          to ws-gm-class(ws-gl-map-count).
           move gm-warehouse      to ws-gm-whse(ws-gl-map-count).
           move gm-revenue-acct   to ws-gm-revenue(ws-gl-map-count).
           move gm-cogs-acct      to ws-gm-cogs(ws-gl-map-count).
           move gm-inventory-acct
             to ws-gm-inventory(ws-gl-map-count).
           move gm-cost-center    to ws-gm-centre(ws-gl-map-count).
           if gm-cost-pct is numeric
               move gm-cost-pct   to ws-gm-cost-pct(ws-gl-map-count)
           else
               move default-cost-pct
                 to ws-gm-cost-pct(ws-gl-map-count)
           end-if.
      *
           perform 101G-read-gl-map.
      *
      *loads the return reason codes - with no reason file the
      *standard four are used
       101J-load-return-reasons.
      *
           open input return-reason-file.
           move "n" to ws-return-eof.
      *
           if ws-return-reason-file-status is equal to "35"
               perform 101L-add-default-reason
                   varying ws-reason-x from 1 by 1
                   until ws-reason-x is greater than 4
           else
               perform 101K-read-return-reason
               perform 101M-add-return-reason
                   until ws-return-eof is equal to "y"
                   or ws-reason-count is equal to 30
           end-if.
      *
           close return-reason-file.
      *
       101K-read-return-reason.
           read return-reason-file
               at end
                   move "y" to ws-return-eof.
      *
       101L-add-default-reason.
      *
           move ws-default-reason(ws-reason-x) to return-reason-rec.
           add 1 to ws-reason-count.
           move rs-code        to ws-rs-code(ws-reason-count).
           move rs-desc        to ws-rs-desc(ws-reason-count).
           move rs-disposition to ws-rs-disposition(ws-reason-count).
      *
       101M-add-return-reason.
      *
           add 1 to ws-reason-count.
           move rs-code        to ws-rs-code(ws-reason-count).
           move rs-desc        to ws-rs-desc(ws-reason-count).
           move rs-disposition to ws-rs-disposition(ws-reason-count).
      *
           perform 101K-read-return-reason.
      *
       102-load-item-master.
      *
           open input item-master-file.
      *
           perform 102A-read-item-master.
      *
      *loads the damaged-stock balances - the table rewrites the
      *file at end of run, so it must hold every row
       102E-load-damaged-stock.
      *
           open input damaged-stock-file.
           move "n" to ws-return-eof.
      *
           if ws-damaged-file-status is not equal to "35"
               perform 102F-read-damaged-stock
               perform 102G-add-damaged-entry
                   until ws-return-eof is equal to "y"
                   or ws-damaged-count is equal to 300
               if ws-return-eof is not equal to "y"
                   move "y" to ws-damaged-overflow
               end-if
           end-if.
      *
           close damaged-stock-file.
      *
       102F-read-damaged-stock.
           read damaged-stock-file
               at end
                   move "y" to ws-return-eof.
      *
       102G-add-damaged-entry.
      *
           add 1 to ws-damaged-count.
           move dg-item      to ws-dg-item(ws-damaged-count).
           move dg-warehouse to ws-dg-whse(ws-damaged-count).
           move dg-qty       to ws-dg-qty(ws-damaged-count).
      *
           perform 102F-read-damaged-stock.
      *
      *searches the master for il-item-number, leaving the hit
      *subscript on the matched row
       102C-lookup-item-master.
           move cm-number to ws-cm-number(ws-cust-table-count).
           move cm-name   to ws-cm-name(ws-cust-table-count).
           move cm-status to ws-cm-status(ws-cust-table-count).
      *a row from before the credit fields carries no limit
           if cm-credit-limit is numeric
               move cm-credit-limit
                 to ws-cm-credit-limit(ws-cust-table-count)
           else
               move 0 to ws-cm-credit-limit(ws-cust-table-count)
           end-if.
           move cm-credit-hold
             to ws-cm-credit-hold(ws-cust-table-count).
           move cm-tax-jurisdiction
             to ws-cm-jurisdiction(ws-cust-table-count).
           move 0 to ws-cm-exposure(ws-cust-table-count).
      *
           perform 103A-read-customer.
      *
      *starts each customer's exposure at what it already owes -
      *a restarted run leaves out tonight's own invoices, since
      *replaying the skipped orders counts them again
       103E-load-open-ar.
      *
           open input ar-open-file.
      *
           if ws-ar-open-file-status is not equal to "35"
               perform 103F-read-open-ar
               perform 103G-add-open-ar
                   until ws-ar-eof is equal to "y"
           end-if.
      *
           close ar-open-file.
      *
       103F-read-open-ar.
           read ar-open-file
               at end
                   move "y" to ws-ar-eof.
      *
       103G-add-open-ar.
      *
           move ar-customer to ws-cust-lookup.
           perform 103C-lookup-customer.
      *
           if customer-found
             and ar-balance is numeric
               if ws-last-checkpoint is equal to 0
                 or ar-invoice-date is not equal to ws-std-run-date
                   add ar-balance to ws-cm-exposure(ws-cust-hit)
               end-if
           end-if.
      *
           perform 103F-read-open-ar.
      *
      *searches the customer master for ws-cust-lookup
       103C-lookup-customer.
      *
               move ws-cust-x to ws-cust-hit
           end-if.
      *
      *finds the highest credit memo number on file so the
      *night's memos number on from it
       103K-load-high-memo.
      *
           open input credit-memo-file.
           move "n" to ws-memo-eof.
      *
           if ws-credit-memo-file-status is not equal to "35"
               perform 103L-read-memo
                   until ws-memo-eof is equal to "y"
           end-if.
      *
           close credit-memo-file.
      *
       103L-read-memo.
           read credit-memo-file
               at end
                   move "y" to ws-memo-eof
               not at end
                   if mo-memo-num is greater than ws-high-memo
                       move mo-memo-num to ws-high-memo
                   end-if
           end-read.
      *
      *finds the highest invoice number on file, and on a
      *restart the customers already billed under today's date
       103H-load-invoices.
      *
           open input invoice-file.
      *
           if ws-invoice-file-status is not equal to "35"
               perform 103I-read-invoice
               perform 103J-add-invoice-entry
                   until ws-invoice-eof is equal to "y"
           end-if.
      *
           close invoice-file.
      *
       103I-read-invoice.
           read invoice-file
               at end
                   move "y" to ws-invoice-eof.
      *
       103J-add-invoice-entry.
      *
           if in-invoice-num is greater than ws-high-invoice
               move in-invoice-num to ws-high-invoice
           end-if.
      *
           if ws-last-checkpoint is greater than 0
             and in-date is equal to ws-std-run-date
             and ws-billed-count is less than 200
               add 1 to ws-billed-count
               move in-customer to ws-billed-customer(ws-billed-count)
           end-if.
      *
           perform 103I-read-invoice.
      *
      *loads the items with an order still open, so tonight's
      *suggestions skip what purchasing has already ordered
       104-load-open-pos.
           if ws-oo-item(ws-onorder-x) is equal to il-item-number
               move "y" to ws-onorder-found
           end-if.
      *
      *totals the units still on the road between warehouses by
      *the warehouse they are headed for
       104E-load-in-transit.
      *
           open input transfer-file.
      *
           if ws-transfer-file-status is not equal to "35"
               perform 104F-read-transfer
               perform 104G-add-transit-units
                   until ws-transfer-eof is equal to "y"
           end-if.
      *
           close transfer-file.
      *
       104F-read-transfer.
           read transfer-file
               at end
                   move "y" to ws-transfer-eof.
      *
       104G-add-transit-units.
      *
           if tf-status is equal to "T"
             and tf-qty is numeric
               perform 104H-accumulate-transit
           end-if.
      *
           perform 104F-read-transfer.
      *
       104H-accumulate-transit.
      *
           if (tf-to-whse is equal to ws-whse-1) then
               add tf-qty to ws-whse-1-transit
      *
           else if (tf-to-whse is equal to ws-whse-2) then
               add tf-qty to ws-whse-2-transit
      *
               else if (tf-to-whse is equal to ws-whse-3) then
                   add tf-qty to ws-whse-3-transit
      *
                   else
                       add tf-qty to ws-whse-other-transit
                   end-if.
      *
       105-load-discount-table.
      *
           if ws-part-master-file-status is equal to "35"
               move "y" to ws-part-master-absent
           end-if.
      *
           perform 109A-load-item-part-xref.
      *
      *loads the item-to-part cross-reference into its table
       109A-load-item-part-xref.
      *
           open input item-part-xref-file.
      *
           if ws-xref-file-status is equal to "35"
               move "y" to ws-xref-absent
           else
               perform 109B-read-item-part-xref
               perform 109C-add-item-part-xref
                   until ws-xref-eof is equal to "y"
                   or ws-xref-count is equal to 300
           end-if.
      *
           close item-part-xref-file.
      *
       109B-read-item-part-xref.
           read item-part-xref-file
               at end
                   move "y" to ws-xref-eof.
      *
       109C-add-item-part-xref.
      *
           add 1 to ws-xref-count.
           move xp-item to ws-xr-item(ws-xref-count).
           move xp-part to ws-xr-part(ws-xref-count).
      *
           perform 109B-read-item-part-xref.
      *
       110-read-input-file.
           move "n" to ws-return-flag.
           read input-file
               at end
                   move ws-eof-yes to ws-eof-flag
      *
      *a customer-order transaction carries the customer number
      *ahead of the item and quantity; a 9999 item number marks
      *the trailer, whose control totals end the run.  a return
      *carries its own customer and does not break the customer
      *group it falls in
      *
           if ws-eof-flag is not equal to ws-eof-yes
             and cust-order-rec
               move co-item            to il-item-number
               move co-qty             to il-qty
               perform 111-fill-from-master
           else
           if ws-eof-flag is not equal to ws-eof-yes
             and return-order-rec
               move "y"                 to ws-return-flag
               move ws-current-customer to ws-new-customer
               move rt-customer         to ws-ret-customer
               move rt-reason           to ws-ret-reason
               move rt-sale-date        to ws-ret-sale-date
               move rt-item             to il-item-number
               move rt-qty              to il-qty
               perform 111-fill-from-master
           else
               move 0 to ws-new-customer
      *
                       perform 111-fill-from-master
                   end-if
               end-if
           end-if
           end-if.
      *
      *the item's standing data comes off the master - a sale for
      *restarted run
      *
           if il-item-number is less than or equal to ws-last-checkpoint
               if return-record
                   perform 389-redo-skipped-return
               else
                   perform 201-accumulate-checkpoint-total
               end-if
               perform 110-read-input-file
           else
               if return-record
                   perform 380-process-return
               else
                   perform 202-process-sale
               end-if
      *
               perform 308-update-checkpoint
      *
      *read next record from input-file
      *
               perform 110-read-input-file
           end-if.
      *
      *prices, reports and journals one sale or customer order -
      *or sends it to the exception or held-order listing
       202-process-sale.
      *
           perform 305-edit-item.
           perform 303-check-credit.
      *
           if item-in-error
               perform 306-write-exception
           else
           if order-credit-held
               perform 304-write-held-order
           else
               perform 310-calculate-ext-price
      *
      *move detail output data
               move il-item-number     to ws-item-number
               move il-desc            to ws-desc
               move il-qty             to ws-qty
               move il-price-per-unit  to ws-price-per-unit
               move il-product-class   to ws-product-class
               move ws-percent-symbol  to ws-percent
               move il-on-hand-qty     to ws-on-hand-qty
      *
               perform 315-check-back-order
      *
               perform 320-calculate-discount
               perform 330-calculate-trans-charge
               perform 340-calculate-net-price
               perform 345-accumulate-class-totals
               perform 347-accumulate-whse-totals
               perform 348-accumulate-customer-totals
               perform 349-calculate-sales-tax
               perform 360-journal-sale
      *
               move ws-store-trans     to ws-trans-charge
               move ws-store-discount  to ws-discount-amount
               move ws-store-ext       to ws-ext-price
               move ws-store-net       to ws-net-price
      *
      *write detail output
      *
               if ws-current-customer is greater than 0
                   write output-line from ws-general
                       before advancing 1 lines
                   write output-line from ws-tax-line
                       before advancing 2 lines
               else
                   write output-line from ws-general
                       before advancing 2 lines
               end-if
      *
               perform 307-write-csv-line
               perform 309-write-sales-history
               perform 313-relieve-on-hand
           end-if
           end-if.
      *
      *a customer order from a held customer, or one whose value
      *would take the customer's exposure past its credit limit,
      *is held; an order that passes adds to the exposure so the
      *customer's later orders tonight are checked against it
       303-check-credit.
      *
           move "n"   to ws-credit-held.
           move space to ws-held-reason.
      *
           if ws-new-customer is greater than 0
             and cust-master-loaded
             and not item-in-error
               multiply il-qty by il-price-per-unit
                   giving ws-order-value
               if ws-cm-credit-hold(ws-cust-hit) is equal to
                                                   credit-hold-flag
                   move "y" to ws-credit-held
                   move "H" to ws-held-reason
               else
                   if ws-cm-credit-limit(ws-cust-hit) is greater than 0
                     and ws-cm-exposure(ws-cust-hit) + ws-order-value
                       is greater than ws-cm-credit-limit(ws-cust-hit)
                       move "y" to ws-credit-held
                       move "L" to ws-held-reason
                   else
                       add ws-order-value
                         to ws-cm-exposure(ws-cust-hit)
                   end-if
               end-if
           end-if.
      *
      *a held order goes to the held-orders file and the report's
      *HELD ORDERS section; its value still counts toward the
      *trailer reconciliation
       304-write-held-order.
      *
           add ws-order-value to ws-held-ext-total.
      *
           move ws-std-run-date  to ho-date.
           move ws-new-customer  to ho-customer.
           move il-item-number   to ho-item.
           move il-qty           to ho-qty.
           move ws-order-value   to ho-value.
           move ws-cm-exposure(ws-cust-hit)     to ho-exposure.
           move ws-cm-credit-limit(ws-cust-hit) to ho-credit-limit.
           move ws-held-reason   to ho-reason.
           write held-order-rec.
      *
           if ws-held-count is less than 200
               add 1 to ws-held-count
               move ws-new-customer to ws-ht-customer(ws-held-count)
               move il-item-number  to ws-ht-item(ws-held-count)
               move il-qty          to ws-ht-qty(ws-held-count)
               move ws-order-value  to ws-ht-value(ws-held-count)
               compute ws-ht-available(ws-held-count) =
                   ws-cm-credit-limit(ws-cust-hit)
                   - ws-cm-exposure(ws-cust-hit)
               move ws-held-reason  to ws-ht-reason(ws-held-count)
           end-if.
      *
      *folds a checkpoint-skipped record's extended price back into
       201-accumulate-checkpoint-total.
      *
           perform 305-edit-item.
           perform 303-check-credit.
      *
           if item-in-error
               if il-qty is numeric and il-price-per-unit is numeric
                       giving ws-reject-ext-item
                   add ws-reject-ext-item to ws-reject-ext-total
               end-if
           else
           if order-credit-held
               add ws-order-value to ws-held-ext-total
           else
               multiply il-qty
                     by il-price-per-unit
      *persisted its reliefs, so a restart has to relieve the
      *skipped records' quantities again
               perform 313-relieve-on-hand
      *nor did it write its journal, which is only written at
      *end of run - the skipped sale is priced again for it
               perform 361-price-skipped-record
      *and its customer group is invoiced at the end of the group,
      *so the skipped line goes back into the group's totals
               perform 364-accumulate-skipped-customer
           end-if
           end-if.
      *
      *takes the night's sale out of the master balance - the
               end-if
           end-if.
      *
      *keyed read against the part master for the part the cross-
      *reference maps this item to.  with no cross-reference file
      *the item number is taken as the part number - part numbers
      *run to three digits, so a four-digit item can never match
       319-lookup-part.
      *
           move "n" to ws-part-found.
           move 0   to ws-xref-hit.
      *
           if ws-xref-absent is equal to "y"
               if il-item-number is not greater than 999
                   move il-item-number to pm-prt-num
                   move 1 to ws-xref-hit
               end-if
           else
               perform 319A-match-item-part-xref
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
                   or ws-xref-hit is not equal to 0
               if ws-xref-hit is not equal to 0
                   move ws-xr-part(ws-xref-hit) to pm-prt-num
               end-if
           end-if.
      *
           if ws-part-master-absent is not equal to "y"
             and ws-xref-hit is not equal to 0
               read part-master-file
                   invalid key
                       continue
                       move "y" to ws-part-found
               end-read
           end-if.
      *
       319A-match-item-part-xref.
      *
           if ws-xr-item(ws-xref-x) is equal to il-item-number
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       320-calculate-discount.
      *
               move ws-cust-net         to ws-cu-net
               move ws-cust-trans       to ws-cu-trans
               write output-line from ws-cust-subtotal-line
                 before advancing 1 lines
               move ws-tax-jurisdiction to ws-ct-jurisdiction
               move ws-cust-taxable     to ws-ct-taxable
               move ws-cust-exempt      to ws-ct-exempt
               move ws-cust-tax         to ws-ct-tax
               compute ws-ct-total rounded =
                   ws-cust-net + ws-cust-trans + ws-cust-tax
               write output-line from ws-cust-tax-line
                 before advancing 2 lines
               perform 291-write-invoice
           end-if.
      *
           move 0 to ws-cust-item-count.
           move 0 to ws-cust-discount.
           move 0 to ws-cust-net.
           move 0 to ws-cust-trans.
           move 0 to ws-cust-taxable.
           move 0 to ws-cust-exempt.
           move 0 to ws-cust-tax.
           move ws-new-customer to ws-current-customer.
      *
      *bills the customer group just closed - net of discount
      *plus freight - and opens the matching a/r item; a customer
      *a restarted run already billed today is not billed again
       291-write-invoice.
      *
           move "n" to ws-billed-found.
           perform 292-match-billed
               varying ws-billed-x from 1 by 1
               until ws-billed-x is greater than ws-billed-count
               or already-billed.
      *
           if not already-billed
               add 1 to ws-high-invoice
               add 1 to ws-cntr-invoices
               move ws-high-invoice     to in-invoice-num
               move ws-std-run-date     to in-date
               move ws-current-customer to in-customer
               move ws-cust-item-count  to in-item-count
               compute in-gross rounded    = ws-cust-ext
               compute in-discount rounded = ws-cust-discount
               compute in-freight rounded  = ws-cust-trans
               compute in-amount rounded   =
                   ws-cust-net + ws-cust-trans + ws-cust-tax
               move ws-tax-jurisdiction to in-jurisdiction
               compute in-taxable rounded  = ws-cust-taxable
               compute in-exempt rounded   = ws-cust-exempt
               move ws-cust-tax         to in-tax
               write invoice-rec
      *
               move ws-current-customer to ar-customer
               move ws-high-invoice     to ar-invoice-num
               move ws-std-run-date     to ar-invoice-date
               move in-amount           to ar-original
               move in-amount           to ar-balance
               write ar-open-rec
           end-if.
      *
       292-match-billed.
      *
           if ws-billed-customer(ws-billed-x) is equal to
                                               ws-current-customer
               move "y" to ws-billed-found
           end-if.
      *
      *rolls a customer order's amounts into the running subtotal
      *for its customer
       348-accumulate-customer-totals.
               add ws-store-trans    to ws-cust-trans
           end-if.
      *
      *taxes a customer order's net price at its customer's
      *jurisdiction rate unless the item's class is exempt, and
      *fills the tax line printed under it
       349-calculate-sales-tax.
      *
           move 0 to ws-store-tax.
           move spaces to ws-tx-note.
           move spaces to ws-tax-jurisdiction.
      *
           if ws-current-customer is greater than 0
               if cust-master-loaded
                   move ws-cm-jurisdiction(ws-cust-hit)
                     to ws-tax-jurisdiction
               end-if
      *
               move "n" to ws-tax-jur-found
               perform 349A-match-jurisdiction
                   varying ws-tax-x from 1 by 1
                   until ws-tax-x is greater than ws-tax-jur-count
                   or tax-jur-found
      *
               move "n" to ws-tax-class-found
               move "n" to ws-tax-exempt
               perform 349B-match-tax-class
                   varying ws-tax-x from 1 by 1
                   until ws-tax-x is greater than ws-tax-class-count
                   or tax-class-found
      *
               perform 349C-apply-tax-rate
      *
               add ws-store-tax to ws-cust-tax
               move ws-tax-jurisdiction to ws-tx-jurisdiction
               move ws-store-tax        to ws-tx-amount
               if class-tax-exempt
                   move 0 to ws-tx-taxable
               else
                   move ws-store-net to ws-tx-taxable
               end-if
           end-if.
      *
      *an exempt class or an unknown jurisdiction carries no tax
       349C-apply-tax-rate.
      *
           move 0 to ws-tx-rate.
      *
           if (class-tax-exempt) then
               add ws-store-net to ws-cust-exempt
               move "EXEMPT CLASS" to ws-tx-note
      *
           else if (not tax-jur-found) then
               add ws-store-net to ws-cust-taxable
               move "NO JURISDICTION" to ws-tx-note
      *
               else
                   add ws-store-net to ws-cust-taxable
                   compute ws-store-tax rounded =
                       ws-store-net * ws-tj-rate(ws-tax-jur-hit)
                   compute ws-tx-rate =
                       ws-tj-rate(ws-tax-jur-hit) * 100
               end-if.
      *
       349A-match-jurisdiction.
      *
           if ws-tj-code(ws-tax-x) is equal to ws-tax-jurisdiction
             and ws-tax-jurisdiction is not equal to spaces
               move "y" to ws-tax-jur-found
               move ws-tax-x to ws-tax-jur-hit
           end-if.
      *
       349B-match-tax-class.
      *
           if ws-tc-class(ws-tax-x) is equal to ws-product-class
               move "y" to ws-tax-class-found
               if ws-tc-taxable(ws-tax-x) is equal to "E"
                   move "y" to ws-tax-exempt
               end-if
           end-if.
      *
      *rolls the current item's ext/trans amounts into the totals
      *for its warehouse
       347-accumulate-whse-totals.
                       add ws-store-ext   to ws-whse-other-ext
                       add ws-store-trans to ws-whse-other-trans
                   end-if.
      *
      *journals one sale - the receivable (or cash, for a plain
      *sale) against revenue, freight and sales tax, and the
      *standard cost out of inventory into cost of goods
       360-journal-sale.
      *
           move il-product-class to ws-ga-class.
           move il-warehouse     to ws-ga-whse.
           perform 370-resolve-gl-accounts.
      *
           compute ws-ja-net rounded     = ws-store-net.
           compute ws-ja-freight rounded = ws-store-trans.
           move ws-store-tax to ws-ja-tax.
           compute ws-ja-cost rounded =
               il-qty * il-price-per-unit * ws-ga-cost-pct / 100.
           compute ws-ja-receivable =
               ws-ja-net + ws-ja-freight + ws-ja-tax.
      *
           if ws-current-customer is greater than 0
               move receivable-acct to ws-jp-account
           else
               move cash-sale-acct  to ws-jp-account
           end-if.
           move sales-centre     to ws-jp-centre.
           move "D"              to ws-jp-dr-cr.
           move ws-ja-receivable to ws-jp-amount.
           perform 375-post-journal.
      *
           move ws-ga-revenue    to ws-jp-account.
           move ws-ga-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ja-net        to ws-jp-amount.
           perform 375-post-journal.
      *
           move freight-acct     to ws-jp-account.
           move sales-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ja-freight    to ws-jp-amount.
           perform 375-post-journal.
      *
           move sales-tax-acct   to ws-jp-account.
           move sales-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ja-tax        to ws-jp-amount.
           perform 375-post-journal.
      *
           move ws-ga-cogs       to ws-jp-account.
           move ws-ga-centre     to ws-jp-centre.
           move "D"              to ws-jp-dr-cr.
           move ws-ja-cost       to ws-jp-amount.
           perform 375-post-journal.
      *
           move ws-ga-inventory  to ws-jp-account.
           move ws-ga-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ja-cost       to ws-jp-amount.
           perform 375-post-journal.
      *
      *prices a checkpoint-skipped sale the way the main path
      *does - discount tier, freight and tax - without touching
      *the report's running totals, then journals it
       361-price-skipped-record.
      *
           move il-product-class to ws-product-class.
           move il-qty           to ws-qty.
      *
           move 0.0 to ws-store-discount.
           move "n" to ws-disc-found.
           set ws-disc-idx to 1.
           perform 322-search-discount-tier
               until discount-tier-found
               or ws-disc-idx is greater than ws-disc-table-count.
      *
           perform 330-calculate-trans-charge.
      *
           subtract ws-store-discount
               from ws-store-ext
             giving ws-store-net.
      *
           perform 362-tax-skipped-record.
      *
           perform 360-journal-sale.
      *
       362-tax-skipped-record.
      *
           move 0 to ws-store-tax.
      *
           if ws-current-customer is greater than 0
             and cust-master-loaded
               perform 363-tax-at-customer-rate
           end-if.
      *
      *taxes ws-store-net at the ws-cust-hit customer's rate for
      *ws-product-class
       363-tax-at-customer-rate.
      *
           move ws-cm-jurisdiction(ws-cust-hit) to ws-tax-jurisdiction.
      *
           move "n" to ws-tax-jur-found.
           perform 349A-match-jurisdiction
               varying ws-tax-x from 1 by 1
               until ws-tax-x is greater than ws-tax-jur-count
               or tax-jur-found.
      *
           move "n" to ws-tax-class-found.
           move "n" to ws-tax-exempt.
           perform 349B-match-tax-class
               varying ws-tax-x from 1 by 1
               until ws-tax-x is greater than ws-tax-class-count
               or tax-class-found.
      *
           if tax-jur-found
             and not class-tax-exempt
               compute ws-store-tax rounded =
                   ws-store-net * ws-tj-rate(ws-tax-jur-hit)
           end-if.
      *
      *rolls a skipped customer order into its group's subtotal
      *and tax the way 348 and 349 do for a processed one
       364-accumulate-skipped-customer.
      *
           if ws-current-customer is greater than 0
               perform 348-accumulate-customer-totals
      *
               if not cust-master-loaded
                   move spaces to ws-tax-jurisdiction
                   move "n" to ws-tax-class-found
                   move "n" to ws-tax-exempt
                   perform 349B-match-tax-class
                       varying ws-tax-x from 1 by 1
                       until ws-tax-x is greater than
                                               ws-tax-class-count
                       or tax-class-found
               end-if
      *
               if class-tax-exempt
                   add ws-store-net to ws-cust-exempt
               else
                   add ws-store-net to ws-cust-taxable
               end-if
               add ws-store-tax to ws-cust-tax
           end-if.
      *
      *finds the sale's accounts - its class and warehouse, then
      *its class in any warehouse, then the default row
       370-resolve-gl-accounts.
      *
           move default-revenue-acct   to ws-ga-revenue.
           move default-cogs-acct      to ws-ga-cogs.
           move default-inventory-acct to ws-ga-inventory.
           move default-inv-centre     to ws-ga-centre.
           move default-cost-pct       to ws-ga-cost-pct.
      *
           move ws-ga-class to ws-ga-try-class.
           move ws-ga-whse  to ws-ga-try-whse.
           perform 371-search-gl-map.
      *
           if not gl-map-found
               move space to ws-ga-try-whse
               perform 371-search-gl-map
           end-if.
      *
           if not gl-map-found
               move space to ws-ga-try-class
               perform 371-search-gl-map
           end-if.
      *
       371-search-gl-map.
      *
           move "n" to ws-gl-map-found.
           perform 372-match-gl-map
               varying ws-gl-map-x from 1 by 1
               until ws-gl-map-x is greater than ws-gl-map-count
               or gl-map-found.
      *
       372-match-gl-map.
      *
           if ws-gm-class(ws-gl-map-x) is equal to ws-ga-try-class
             and ws-gm-whse(ws-gl-map-x) is equal to ws-ga-try-whse
               move "y" to ws-gl-map-found
               move ws-gm-revenue(ws-gl-map-x)   to ws-ga-revenue
               move ws-gm-cogs(ws-gl-map-x)      to ws-ga-cogs
               move ws-gm-inventory(ws-gl-map-x) to ws-ga-inventory
               move ws-gm-centre(ws-gl-map-x)    to ws-ga-centre
               move ws-gm-cost-pct(ws-gl-map-x)  to ws-ga-cost-pct
           end-if.
      *
      *adds one posting to its account/centre/side line - a zero
      *amount posts nothing
       375-post-journal.
      *
           if ws-jp-amount is greater than 0
               move "n" to ws-journal-found
               perform 376-match-journal
                   varying ws-journal-x from 1 by 1
                   until ws-journal-x is greater than
                                               ws-journal-count
                   or journal-found
               if not journal-found
                 and ws-journal-count is less than 100
                   add 1 to ws-journal-count
                   move ws-journal-count to ws-journal-hit
                   move ws-jp-account to ws-jn-account(ws-journal-hit)
                   move ws-jp-centre  to ws-jn-centre(ws-journal-hit)
                   move ws-jp-dr-cr   to ws-jn-dr-cr(ws-journal-hit)
                   move 0             to ws-jn-amount(ws-journal-hit)
                   move "y"           to ws-journal-found
               end-if
               if journal-found
                   add ws-jp-amount to ws-jn-amount(ws-journal-hit)
               else
                   move "y" to ws-journal-overflow
               end-if
           end-if.
      *
       376-match-journal.
      *
           if ws-jn-account(ws-journal-x) is equal to ws-jp-account
             and ws-jn-centre(ws-journal-x) is equal to ws-jp-centre
             and ws-jn-dr-cr(ws-journal-x) is equal to ws-jp-dr-cr
               move "y" to ws-journal-found
               move ws-journal-x to ws-journal-hit
           end-if.
      *
      *a customer return - edited, priced at what the original
      *sale netted, put back on hand or into damaged stock,
      *credited on a memo and journalled
       380-process-return.
      *
           perform 381-edit-return.
      *
           if ws-ret-error is not equal to spaces
               perform 382-write-return-exception
           else
               perform 383-price-return
               perform 384-tax-return
               perform 385-dispose-return
               perform 386-write-credit-memo
               perform 387-journal-return
               perform 388-add-return-entry
           end-if.
      *
      *the first check a return fails is the one reported
       381-edit-return.
      *
           move spaces to ws-ret-error.
      *
           move "n" to ws-cust-found.
           if ws-ret-customer is numeric
             and ws-ret-customer is greater than 0
               if cust-master-loaded
                   move ws-ret-customer to ws-cust-lookup
                   perform 103C-lookup-customer
               else
                   move "y" to ws-cust-found
               end-if
           end-if.
      *
           move "n" to ws-reason-found.
           perform 381A-match-reason
               varying ws-reason-x from 1 by 1
               until ws-reason-x is greater than ws-reason-count
               or reason-found.
      *
           move "n" to ws-damaged-found.
           if item-master-found
               perform 381B-match-damaged
                   varying ws-damaged-x from 1 by 1
                   until ws-damaged-x is greater than ws-damaged-count
                   or damaged-found
           end-if.
      *
           if not item-master-found
               move item-err to ws-ret-error
           end-if.
      *
           if ws-ret-error is equal to spaces
             and (il-qty is not numeric
                  or il-qty is not greater than 0)
               move qty-err to ws-ret-error
           end-if.
      *
           if ws-ret-error is equal to spaces
             and not customer-found
               move ret-err-customer to ws-ret-error
           end-if.
      *
           if ws-ret-error is equal to spaces
             and not reason-found
               move ret-err-reason to ws-ret-error
           end-if.
      *
           if ws-ret-error is equal to spaces
             and (ws-ret-sale-date is not numeric
                  or ws-ret-sale-date is equal to 0)
               move ret-err-sale-date to ws-ret-error
           end-if.
      *
      *a damaged return for an item and warehouse not yet in the
      *damaged-stock table needs a free row
           if ws-ret-error is equal to spaces
             and ws-rs-disposition(ws-reason-hit) is equal to
                                               damaged-disposition
             and not damaged-found
             and ws-damaged-count is equal to 300
               move ret-err-damaged-full to ws-ret-error
           end-if.
      *
       381A-match-reason.
      *
           if ws-rs-code(ws-reason-x) is equal to ws-ret-reason
               move "y" to ws-reason-found
               move ws-reason-x to ws-reason-hit
           end-if.
      *
       381B-match-damaged.
      *
           if ws-dg-item(ws-damaged-x) is equal to il-item-number
             and ws-dg-whse(ws-damaged-x) is equal to il-warehouse
               move "y" to ws-damaged-found
               move ws-damaged-x to ws-damaged-hit
           end-if.
      *
       382-write-return-exception.
      *
           add 1 to ws-total-exceptions.
      *
           move il-item-number to el-item-number.
           move il-desc        to el-desc.
           move ws-ret-error   to el-reason.
      *
           write exception-line.
      *
      *the credit is the net per unit the item sold at on the
      *original sale date - discount tier and all - times the
      *quantity returned.  a sale too old to be on the history
      *is priced at today's list and tier, and noted as such
       383-price-return.
      *
           move 0      to ws-ret-hist-qty.
           move 0      to ws-ret-hist-net.
           move spaces to ws-ret-note.
      *
           open input return-history-file.
           move "n" to ws-return-eof.
      *
           if ws-return-history-file-status is not equal to "35"
               perform 383A-read-return-history
               perform 383B-add-return-history
                   until ws-return-eof is equal to "y"
           end-if.
      *
           close return-history-file.
      *
           if ws-ret-hist-qty is greater than 0
               compute ws-ret-unit-net rounded =
                   ws-ret-hist-net / ws-ret-hist-qty
               compute ws-ret-net rounded =
                   ws-ret-unit-net * il-qty
           else
               perform 383C-price-at-current-tier
               move "PRICED AT CURRENT" to ws-ret-note
           end-if.
      *
       383A-read-return-history.
           read return-history-file
               at end
                   move "y" to ws-return-eof.
      *
       383B-add-return-history.
      *
           if hx-date is equal to ws-ret-sale-date
             and hx-item is equal to il-item-number
               add hx-qty to ws-ret-hist-qty
               add hx-net to ws-ret-hist-net
           end-if.
      *
           perform 383A-read-return-history.
      *
       383C-price-at-current-tier.
      *
           move il-product-class to ws-product-class.
      *
           multiply il-qty
                 by il-price-per-unit
             giving ws-store-ext.
      *
           move 0.0 to ws-store-discount.
           move "n" to ws-disc-found.
           set ws-disc-idx to 1.
           perform 322-search-discount-tier
               until discount-tier-found
               or ws-disc-idx is greater than ws-disc-table-count.
      *
           subtract ws-store-discount
               from ws-store-ext
             giving ws-store-net.
      *
           compute ws-ret-net rounded = ws-store-net.
      *
      *the tax refunded is the customer's rate on the credit
       384-tax-return.
      *
           move il-product-class to ws-product-class.
           move ws-ret-net       to ws-store-net.
           move 0 to ws-store-tax.
      *
           if cust-master-loaded
               perform 363-tax-at-customer-rate
           end-if.
      *
           move ws-store-tax to ws-ret-tax.
           add ws-ret-net ws-ret-tax giving ws-ret-amount.
      *
      *a restockable return goes back on the master's on-hand; a
      *damaged one goes to the damaged bucket for its warehouse
       385-dispose-return.
      *
           if ws-rs-disposition(ws-reason-hit) is equal to
                                               damaged-disposition
               if not damaged-found
                   add 1 to ws-damaged-count
                   move ws-damaged-count to ws-damaged-hit
                   move il-item-number to ws-dg-item(ws-damaged-hit)
                   move il-warehouse   to ws-dg-whse(ws-damaged-hit)
                   move 0              to ws-dg-qty(ws-damaged-hit)
               end-if
               add il-qty to ws-dg-qty(ws-damaged-hit)
               move "y" to ws-damaged-changed
           else
               add il-qty to ws-im-on-hand(ws-im-hit)
           end-if.
      *
      *the memo goes on file, and onto the cash receipts queue as
      *a payment with no invoice so A2-CashReceipts takes it off
      *the customer's oldest open items - or holds it there until
      *they owe enough to take it
       386-write-credit-memo.
      *
           add 1 to ws-high-memo.
           move ws-high-memo     to ws-ret-memo.
      *
           move ws-ret-memo      to mo-memo-num.
           move ws-std-run-date  to mo-date.
           move ws-ret-customer  to mo-customer.
           move il-item-number   to mo-item.
           move il-qty           to mo-qty.
           move ws-ret-reason    to mo-reason.
           move ws-ret-sale-date to mo-sale-date.
           move ws-ret-net       to mo-net.
           move ws-ret-tax       to mo-tax.
           move ws-ret-amount    to mo-amount.
           write credit-memo-rec.
      *
           move ws-ret-customer  to cr-customer.
           move 0                to cr-invoice-num.
           move ws-ret-amount    to cr-amount.
           move spaces           to cr-reference.
           string "CM" ws-ret-memo delimited by size
               into cr-reference.
           write receipt-trans-rec.
      *
      *reverses the sale - revenue and tax debited, the
      *receivable credited - and the standard cost back out of
      *cost of goods into inventory, or into damaged stock
       387-journal-return.
      *
           move il-product-class to ws-ga-class.
           move il-warehouse     to ws-ga-whse.
           perform 370-resolve-gl-accounts.
      *
           compute ws-ret-cost rounded =
               il-qty * il-price-per-unit * ws-ga-cost-pct / 100.
      *
           move ws-ga-revenue    to ws-jp-account.
           move ws-ga-centre     to ws-jp-centre.
           move "D"              to ws-jp-dr-cr.
           move ws-ret-net       to ws-jp-amount.
           perform 375-post-journal.
      *
           move sales-tax-acct   to ws-jp-account.
           move sales-centre     to ws-jp-centre.
           move "D"              to ws-jp-dr-cr.
           move ws-ret-tax       to ws-jp-amount.
           perform 375-post-journal.
      *
           move receivable-acct  to ws-jp-account.
           move sales-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ret-amount    to ws-jp-amount.
           perform 375-post-journal.
      *
           if ws-rs-disposition(ws-reason-hit) is equal to
                                               damaged-disposition
               move damaged-stock-acct to ws-jp-account
           else
               move ws-ga-inventory    to ws-jp-account
           end-if.
           move ws-ga-centre     to ws-jp-centre.
           move "D"              to ws-jp-dr-cr.
           move ws-ret-cost      to ws-jp-amount.
           perform 375-post-journal.
      *
           move ws-ga-cogs       to ws-jp-account.
           move ws-ga-centre     to ws-jp-centre.
           move "C"              to ws-jp-dr-cr.
           move ws-ret-cost      to ws-jp-amount.
           perform 375-post-journal.
      *
       388-add-return-entry.
      *
           if ws-returns-count is less than 200
               add 1 to ws-returns-count
               move ws-ret-reason    to ws-rn-reason(ws-returns-count)
               move ws-ret-customer
                 to ws-rn-customer(ws-returns-count)
               move il-item-number   to ws-rn-item(ws-returns-count)
               move il-desc          to ws-rn-desc(ws-returns-count)
               move il-qty           to ws-rn-qty(ws-returns-count)
               move ws-ret-sale-date
                 to ws-rn-sale-date(ws-returns-count)
               move ws-rs-disposition(ws-reason-hit)
                 to ws-rn-disposition(ws-returns-count)
               move ws-ret-memo      to ws-rn-memo(ws-returns-count)
               move ws-ret-net       to ws-rn-net(ws-returns-count)
               move ws-ret-tax       to ws-rn-tax(ws-returns-count)
               move ws-ret-note      to ws-rn-note(ws-returns-count)
           else
               add 1 to ws-returns-dropped
           end-if.
      *
      *a return the aborted run already credited - its memo and
      *exception were written then, but the stock it moved and
      *its journal only land at end of run, so they are redone
       389-redo-skipped-return.
      *
           perform 381-edit-return.
      *
           if ws-ret-error is equal to spaces
               perform 383-price-return
               perform 384-tax-return
               perform 385-dispose-return
               perform 387-journal-return
           end-if.
      *
       350-calculate-without-discount.
      *    
           move ws-cntr-whse-1         to ws-ws-count.
           move ws-whse-1-ext          to ws-ws-ext.
           move ws-whse-1-trans        to ws-ws-trans.
           move ws-whse-1-transit      to ws-ws-transit.
           write output-line from ws-whse-summary-line
             before advancing 1 lines.
      *
           move ws-cntr-whse-2         to ws-ws-count.
           move ws-whse-2-ext          to ws-ws-ext.
           move ws-whse-2-trans        to ws-ws-trans.
           move ws-whse-2-transit      to ws-ws-transit.
           write output-line from ws-whse-summary-line
             before advancing 1 lines.
      *
           move ws-cntr-whse-3         to ws-ws-count.
           move ws-whse-3-ext          to ws-ws-ext.
           move ws-whse-3-trans        to ws-ws-trans.
           move ws-whse-3-transit      to ws-ws-transit.
           write output-line from ws-whse-summary-line
             before advancing 1 lines.
      *
           move ws-cntr-whse-other     to ws-ws-count.
           move ws-whse-other-ext      to ws-ws-ext.
           move ws-whse-other-trans    to ws-ws-trans.
           move ws-whse-other-transit  to ws-ws-transit.
           write output-line from ws-whse-summary-line
             before advancing 1 lines.
      *
      *
           write output-line from ws-reorder-line
             before advancing 1 lines.
      *
       407-print-held-orders.
      *
           write output-line from ws-held-title
             before advancing 3 lines.
           write output-line from ws-held-heading
             before advancing 2 lines.
      *
           perform 408-print-one-held-line
               varying ws-held-sub from 1 by 1
               until ws-held-sub is greater than ws-held-count.
      *
       408-print-one-held-line.
      *
           move ws-ht-customer(ws-held-sub)  to ws-hl-customer.
           move ws-ht-item(ws-held-sub)      to ws-hl-item.
           move ws-ht-qty(ws-held-sub)       to ws-hl-qty.
           move ws-ht-value(ws-held-sub)     to ws-hl-value.
           if ws-ht-reason(ws-held-sub) is equal to "H"
               move 0 to ws-hl-available
               move "CREDIT HOLD" to ws-hl-reason
           else
               move ws-ht-available(ws-held-sub) to ws-hl-available
               move "OVER LIMIT" to ws-hl-reason
           end-if.
      *
           write output-line from ws-held-line
             before advancing 1 lines.
      *
      *the night's returns, grouped under their reason codes in
      *reason-file order with a count, units and credit for each
       409-print-returns.
      *
           write output-line from ws-returns-title
             before advancing 3 lines.
           write output-line from ws-returns-heading
             before advancing 2 lines.
      *
           perform 409A-print-one-reason
               varying ws-reason-x from 1 by 1
               until ws-reason-x is greater than ws-reason-count.
      *
           if ws-returns-dropped is greater than 0
               move ws-returns-dropped to ws-rx-dropped
               write output-line from ws-returns-truncated-line
                 before advancing 2 lines
               display "A2-ITEMLIST: RETURNS REPORT TRUNCATED - "
                       ws-returns-dropped " RETURN(S) NOT LISTED"
           end-if.
      *
       409A-print-one-reason.
      *
           move 0 to ws-rsn-count.
           move 0 to ws-rsn-qty.
           move 0 to ws-rsn-credit.
           perform 409B-total-one-return
               varying ws-returns-x from 1 by 1
               until ws-returns-x is greater than ws-returns-count.
      *
           if ws-rsn-count is greater than 0
               move ws-rs-code(ws-reason-x) to ws-rl-code
               move ws-rs-desc(ws-reason-x) to ws-rl-desc
               write output-line from ws-reason-line
                 before advancing 1 lines
               perform 409C-print-one-return
                   varying ws-returns-x from 1 by 1
                   until ws-returns-x is greater than ws-returns-count
               move ws-rsn-count  to ws-rq-returns
               move ws-rsn-qty    to ws-rq-units
               move ws-rsn-credit to ws-rq-credit
               write output-line from ws-reason-total-line
                 before advancing 2 lines
           end-if.
      *
       409B-total-one-return.
      *
           if ws-rn-reason(ws-returns-x) is equal to
                                           ws-rs-code(ws-reason-x)
               add 1 to ws-rsn-count
               add ws-rn-qty(ws-returns-x) to ws-rsn-qty
               add ws-rn-net(ws-returns-x) ws-rn-tax(ws-returns-x)
                 to ws-rsn-credit
           end-if.
      *
       409C-print-one-return.
      *
           if ws-rn-reason(ws-returns-x) is equal to
                                           ws-rs-code(ws-reason-x)
               move ws-rn-customer(ws-returns-x)  to ws-rl-customer
               move ws-rn-item(ws-returns-x)      to ws-rl-item
               move ws-rn-desc(ws-returns-x)      to ws-rl-item-desc
               move ws-rn-qty(ws-returns-x)       to ws-rl-qty
               move ws-rn-sale-date(ws-returns-x) to ws-rl-sale-date
               if ws-rn-disposition(ws-returns-x) is equal to
                                               damaged-disposition
                   move "DAMAGED"  to ws-rl-disposition
               else
                   move "RESTOCKED" to ws-rl-disposition
               end-if
               move ws-rn-memo(ws-returns-x)      to ws-rl-memo
               move ws-rn-net(ws-returns-x)       to ws-rl-net
               move ws-rn-tax(ws-returns-x)       to ws-rl-tax
               move ws-rn-note(ws-returns-x)      to ws-rl-note
               write output-line from ws-return-line
                 before advancing 1 lines
           end-if.
      *
      *hands the night's journal to the GL feed - one D row per
      *account, centre and side, then the balancing trailer - and
      *logs the handoff on the chain control file
       860-write-gl-journal.
      *
           if ws-journal-overflow is equal to "y"
               display "A2-ITEMLIST: GL JOURNAL EXCEEDS 100 LINES - "
                       "NO JOURNAL WRITTEN"
               move 8 to return-code
           else
               if ws-journal-count is greater than 0
                   perform 861-open-gl-feed
                   perform 865-write-one-journal-line
                       varying ws-journal-x from 1 by 1
                       until ws-journal-x is greater than
                                               ws-journal-count
                   perform 880-write-gl-trailer
                   perform 890-write-chain-control
               end-if
           end-if.
      *
      *opens the shared GL feed for append
       861-open-gl-feed.
      *
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
       865-write-one-journal-line.
      *
           move spaces to ws-gl-row.
           move ws-jn-account(ws-journal-x) to gl-account.
           move ws-jn-centre(ws-journal-x)  to gl-cost-center.
           move ws-jn-dr-cr(ws-journal-x)   to gl-dr-cr.
           move ws-jn-amount(ws-journal-x)  to gl-amount.
           perform 870-write-gl-row.
      *
      *one journal row - debits roll into the balancing total
       870-write-gl-row.
      *
           move "D"             to gl-rec-type.
           move ws-std-run-date to gl-date.
           perform 875-stamp-gl-source.
           write gl-line from ws-gl-row.
      *
           add 1 to ws-gl-row-count.
           if gl-dr-cr is equal to "D"
               add gl-amount to ws-gl-debit-total
           end-if.
      *
      *the business date rides in the source column so finance
      *can tie each GL batch back to its night
       875-stamp-gl-source.
      *
           move spaces to gl-source.
           string "A2-ItemList " ws-std-run-date
               delimited by size into gl-source.
      *
      *the balancing trailer - the row count in the account column
      *and the debit total (which must equal the credits) as its
      *amount
       880-write-gl-trailer.
      *
           move spaces             to ws-gl-row.
           move "T"                to gl-rec-type.
           move ws-gl-row-count    to gl-account.
           move ws-gl-debit-total  to gl-amount.
           move ws-std-run-date    to gl-date.
           perform 875-stamp-gl-source.
           write gl-line from ws-gl-row.
      *
           close gl-file.
      *
      *the journal is a producer handoff - GL-AccountPost logs
      *the consumer side when it reads the batch
       890-write-chain-control.
      *
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           move "A2-ItemList"                 to cc-program.
           move "GLInterface.dat/A2-ItemList" to cc-file.
           move "P"                           to cc-role.
           move ws-std-run-date               to cc-date.
           move ws-gl-row-count               to cc-count.
           move ws-gl-debit-total             to cc-dollars.
           write chain-control-rec.
      *
           close chain-control-file.
      *
      *writes the relieved balances back as the new master
       900-rewrite-item-master.
           move ws-im-reorder-qty(ws-im-x)   to im-reorder-qty.
           move ws-im-whse(ws-im-x)          to im-warehouse.
           write item-master-rec.
      *
      *the damaged-stock balances go back out only when a return
      *moved them
       910-rewrite-damaged-stock.
      *
           if ws-damaged-changed is equal to "y"
               open output damaged-stock-file
               perform 911-write-one-damaged-row
                   varying ws-damaged-x from 1 by 1
                   until ws-damaged-x is greater than ws-damaged-count
               close damaged-stock-file
           end-if.
      *
       911-write-one-damaged-row.
      *
           move ws-dg-item(ws-damaged-x) to dg-item.
           move ws-dg-whse(ws-damaged-x) to dg-warehouse.
           move ws-dg-qty(ws-damaged-x)  to dg-qty.
           write damaged-stock-rec.
      *
       410-check-control-totals.
      *
           end-if.
      *
      *the expected total on the trailer covers every record on
      *the file, including business-rule rejects and credit holds,
      *so it has to be compared against accepted-plus-rejected-
      *plus-held extended price, not the accepted-only figure
      *that feeds the printed report
           add ws-store-ext-total ws-reject-ext-total
               ws-held-ext-total
               giving ws-ctl-actual-ext-total.
      *
           move ws-expected-ext-total     to ws-ctl-expected-ext.
