      *A2-BackOrderUpdate, which reads the same transactions to
      *relieve back-orders and then empties the file - so neither
      *step can ever re-apply the same cards.
      *
      *modification history:
      *  Oct 15/2026 - RS - an accept names the vendor, checked
      *                     active on A6-VendorMasterFull.dat, and
      *                     the promised delivery date, both kept
      *                     on the open-PO row; a new X action
      *                     closes a PO short when the vendor will
      *                     not ship the balance; every receipt
      *                     and short close is appended to
      *                     A2-POReceipts.dat for the vendor
      *                     scorecard.
      *  Oct 15/2026 - RS - reset the eof flag before the
      *                     transaction pass - it was left set by
      *                     the item master load, so no
      *                     transaction was ever applied.
      *  Oct 15/2026 - RS - journal each receipt into inventory at
      *                     standard cost - inventory debit against
      *                     the received-not-invoiced accrual - on
      *                     the shared GLInterface.dat feed with a
      *                     balancing trailer, accounts from
      *                     A2-GLAccountMap.dat by item class and
      *                     warehouse, and log the handoff on
      *                     ChainControl.dat for A0-ChainRecon.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *transactions - A accepts a suggestion (item, quantity,
      *vendor and promised date), R receives against an open PO
      *number, X closes an open PO short
           select trans-file
               assign to "../../../data/A2-POTrans.dat"
               organization is line sequential
               organization is line sequential
               file status is ws-item-file-status.
      *
      *full vendor master A6-VendorMaint keeps - an accept must
      *name a vendor active on the run date
           select vendor-full-file
               assign to "../../../data/A6-VendorMasterFull.dat"
               organization is line sequential
               file status is ws-vendor-file-status.
      *
      *receipt history - appended, one row per receipt or short
      *close, read by A2-VendorScorecard
           select receipt-file
               assign to "../../../data/A2-POReceipts.dat"
               organization is line sequential
               file status is ws-receipt-file-status.
      *
      *GL account map - inventory account and standard cost by
      *item class and warehouse, shared with A2-ItemList
           select gl-map-file
               assign to "../../../data/A2-GLAccountMap.dat"
               organization is line sequential
               file status is ws-gl-map-file-status.
      *
      *shared GL interface feed - the run's receipts journal is
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
      *posting log - one row per applied or rejected transaction
           select log-file
               assign to "../../../data/A2-POUpdate-Log.out"
      *
       fd trans-file
           data record is trans-rec
           record contains 27 characters.
      *
       01 trans-rec.
           05 pt-action                pic x.
               88 pt-action-accept      value "A".
               88 pt-action-receipt     value "R".
               88 pt-action-close-short value "X".
           05 pt-po-num                pic 9(5).
           05 pt-item                  pic 9(4).
           05 pt-qty                   pic 999.
           05 pt-vendor                pic 9(6).
           05 pt-promised              pic 9(8).
      *
      *rows written before the vendor and promised date were kept
      *end at the status byte and read as vendor zero
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
       fd vendor-full-file
           data record is vendor-full-rec
           record contains 35 characters.
      *
       01 vendor-full-rec.
           05 vf-vend-num              pic 9(6).
           05 vf-name                  pic x(20).
           05 vf-status                pic x.
           05 vf-effective-date        pic 9(8).
      *
       fd receipt-file
           data record is receipt-rec
           record contains 35 characters.
      *
       01 receipt-rec.
           05 rh-date                  pic 9(8).
           05 rh-type                  pic x.
           05 rh-po-num                pic 9(5).
           05 rh-vendor                pic 9(6).
           05 rh-item                  pic 9(4).
           05 rh-qty                   pic 999.
           05 rh-promised              pic 9(8).
      *
      *item master records held whole, so the file rewrites
      *verbatim apart from the on-hand field
           record contains 36 characters.
      *
       01 item-rec                     pic x(36).
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
       fd log-file
           data record is log-line
                   15 ws-po-op-mm       pic 99.
                   15 ws-po-op-dd       pic 99.
               10 ws-po-status          pic x.
               10 ws-po-vendor          pic 9(6).
               10 ws-po-promised        pic 9(8).
      *
       01 ws-po-count                  pic 9(3)   value 0.
      *
           05 ws-po-found              pic x      value "n".
               88 po-found              value "y".
      *
      *vendors active on the run date
       01 ws-vendor-table.
           05 ws-vendor-entry occurs 1 to 500 times
                   depending on ws-vendor-count.
               10 ws-vn-num             pic 9(6).
      *
       01 ws-vendor-count              pic 9(3)   value 0.
      *
       01 ws-vendor-subs.
           05 ws-vendor-x              pic 9(3)   value 0.
      *
       01 ws-vendor-flags.
           05 ws-vendor-found          pic x      value "n".
               88 vendor-found          value "y".
      *
      *highest PO number on file - an accept takes the next one
       77 ws-high-po                   pic 9(5)   value 0.
      *
       77 ws-open-po-file-status       pic xx     value spaces.
       77 ws-item-file-status          pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-vendor-file-status        pic xx     value spaces.
       77 ws-receipt-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each load pass
       77 ws-eof-flag                  pic x      value "n".
           05 ws-cntr-received         pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-receipts-applied pic 9(4)   value 0.
           05 ws-cntr-closed-short     pic 9(4)   value 0.
      *
      *reject notes
       77 note-bad-action              pic x(30)  value
           "ACTION CODE NOT A, R OR X".
       77 note-bad-qty                 pic x(30)  value
           "QUANTITY NOT NUMERIC OR ZERO".
       77 note-po-missing              pic x(30)  value
           "OPEN-PO FILE IS FULL".
       77 note-item-missing            pic x(30)  value
           "ITEM NOT ON THE ITEM FILE".
       77 note-vendor-bad              pic x(30)  value
           "VENDOR NOT ACTIVE ON MASTER".
       77 note-promised-bad            pic x(30)  value
           "PROMISED DATE MISSING OR PAST".
       77 note-nothing-short           pic x(30)  value
           "PO ALREADY FULLY RECEIVED".
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
      *
      *the accounts resolved for the receipt being journaled
       01 ws-gl-accounts.
           05 ws-ga-class              pic x.
           05 ws-ga-whse               pic x.
           05 ws-ga-try-class          pic x.
           05 ws-ga-try-whse           pic x.
           05 ws-ga-inventory          pic x(8).
           05 ws-ga-centre             pic x(4).
           05 ws-ga-cost-pct           pic 999v99.
      *
       77 default-inventory-acct       pic x(8)  value "INVENTRY".
       77 default-inv-centre           pic x(4)  value "INV ".
       77 default-cost-pct             pic 999v99 value 100.
       77 receipt-accrual-acct         pic x(8)  value "APACCRUE".
       77 purchasing-centre            pic x(4)  value "PUR ".
      *
      *the run's journal, summed by account, centre and side
      *until end of run - every receipt posts both sides, so the
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
      *one receipt's value, rounded to the cent
       77 ws-receipt-cost              pic 9(9)v99 value 0.
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
      *aging report lines
       01 ws-aging-heading.
      *
           perform 110-load-open-pos.
           perform 120-load-item-file.
           perform 140-load-vendors.
           perform 150-load-gl-map.
      *
           if ws-po-overflow is equal to "y"
             or ws-item-overflow is equal to "y"
      *
           move spaces to log-line.
      *
           open extend receipt-file.
           if ws-receipt-file-status is equal to "35"
               open output receipt-file
           end-if.
      *
           move ws-eof-N to ws-eof-flag.
           if ws-trans-file-status is equal to "35"
               display "A2-POUPDATE: NO TRANSACTION FILE - "
                       "AGING ONLY"
           end-if.
      *
           close trans-file.
           close receipt-file.
      *
           perform 800-write-log-summary.
           close log-file.
           if ws-cntr-receipts-applied is greater than 0
               perform 910-rewrite-item-file
           end-if.
      *
           perform 860-write-gl-journal.
      *
           perform 700-print-aging-report.
      *
           move op-qty-received to ws-po-received(ws-po-count).
           move op-date-opened  to ws-po-opened(ws-po-count).
           move op-status       to ws-po-status(ws-po-count).
           if op-vendor is numeric
               move op-vendor   to ws-po-vendor(ws-po-count)
           else
               move 0           to ws-po-vendor(ws-po-count)
           end-if.
           if op-promised is numeric
               move op-promised to ws-po-promised(ws-po-count)
           else
               move 0           to ws-po-promised(ws-po-count)
           end-if.
      *
           if op-po-num is greater than ws-high-po
               move op-po-num to ws-high-po
           move item-rec to ws-it-rec(ws-item-count).
      *
           perform 121-read-item.
      *
      *only vendors active on the run date are loaded, by the
      *same effective-date rule as A6-VendorMaint's extract
       140-load-vendors.
      *
           open input vendor-full-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-vendor-file-status is not equal to "35"
               perform 141-read-vendor
               perform 142-add-vendor-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-vendor-count is equal to 500
           end-if.
      *
           close vendor-full-file.
      *
       141-read-vendor.
           read vendor-full-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-add-vendor-entry.
      *
           if (vf-status is equal to "A"
                 and vf-effective-date is not greater
                                             than ws-run-date)
             or (vf-status is equal to "I"
                 and vf-effective-date is greater
                                             than ws-run-date)
               add 1 to ws-vendor-count
               move vf-vend-num to ws-vn-num(ws-vendor-count)
           end-if.
      *
           perform 141-read-vendor.
      *
      *a missing map journals every receipt to the built-in
      *accounts at full list price as cost
       150-load-gl-map.
      *
           open input gl-map-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-gl-map-file-status is not equal to "35"
               perform 151-read-gl-map
               perform 152-add-gl-map-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-gl-map-count is equal to 30
           end-if.
      *
           close gl-map-file.
      *
       151-read-gl-map.
           read gl-map-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       152-add-gl-map-entry.
      *
           add 1 to ws-gl-map-count.
           move gm-class          to ws-gm-class(ws-gl-map-count).
           move gm-warehouse      to ws-gm-whse(ws-gl-map-count).
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
           perform 151-read-gl-map.
      *
       130-read-trans.
           read trans-file
      *
           if not pt-action-accept
             and not pt-action-receipt
             and not pt-action-close-short
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
               if pt-action-close-short
                   perform 340-apply-close-short
               else
                   if pt-qty is not numeric
                     or pt-qty is equal to 0
                       move note-bad-qty to lg-note
                       perform 400-log-rejected
                   else
                       if pt-action-accept
                           perform 300-apply-accept
                       else
                           perform 310-apply-receipt
                       end-if
                   end-if
               end-if
           end-if.
      *an accepted suggestion opens a PO under the next number
       300-apply-accept.
      *
           perform 305-lookup-vendor.
      *
           move spaces to lg-note.
           if (not vendor-found) then
               move note-vendor-bad to lg-note
           else if (pt-promised is not numeric
                 or pt-promised is less than ws-run-date) then
               move note-promised-bad to lg-note
               else if (ws-po-count is equal to 200) then
                   move note-po-full to lg-note
               end-if.
      *
           if lg-note is not equal to spaces
               perform 400-log-rejected
           else
               add 1 to ws-po-count
               move 0           to ws-po-received(ws-po-count)
               move ws-run-date to ws-po-opened(ws-po-count)
               move "O"         to ws-po-status(ws-po-count)
               move pt-vendor   to ws-po-vendor(ws-po-count)
               move pt-promised to ws-po-promised(ws-po-count)
      *
               add 1 to ws-cntr-accepted
               move "ACCEPT"    to lg-action
               move ws-high-po  to lg-po-num
               perform 410-write-log-row
           end-if.
      *
       305-lookup-vendor.
      *
           move "n" to ws-vendor-found.
           if pt-vendor is numeric
               perform 306-match-vendor
                   varying ws-vendor-x from 1 by 1
                   until ws-vendor-x is greater than ws-vendor-count
                   or vendor-found
           end-if.
      *
       306-match-vendor.
      *
           if ws-vn-num(ws-vendor-x) is equal to pt-vendor
               move "y" to ws-vendor-found
           end-if.
      *
      *a receipt relieves its open PO and adds to the item's
      *on-hand; a PO fully received closes
               end-if
      *
               perform 330-add-to-on-hand
      *
               move "R"    to rh-type
               move pt-qty to rh-qty
               perform 350-write-receipt-history
      *
               add 1 to ws-cntr-received
               move "RECEIPT"   to lg-action
               add pt-qty to wi-on-hand-qty
               move ws-item-work to ws-it-rec(ws-item-hit)
               add 1 to ws-cntr-receipts-applied
               perform 360-journal-receipt
           else
               move note-item-missing to lg-note
           end-if.
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
      *the received units go into inventory at standard cost
      *against the received-not-invoiced accrual
       360-journal-receipt.
      *
           move wi-class     to ws-ga-class.
           move wi-warehouse to ws-ga-whse.
           perform 370-resolve-gl-accounts.
      *
           compute ws-receipt-cost rounded =
               pt-qty * wi-price * ws-ga-cost-pct / 100.
      *
           move ws-ga-inventory      to ws-jp-account.
           move ws-ga-centre         to ws-jp-centre.
           move "D"                  to ws-jp-dr-cr.
           move ws-receipt-cost      to ws-jp-amount.
           perform 375-post-journal.
      *
           move receipt-accrual-acct to ws-jp-account.
           move purchasing-centre    to ws-jp-centre.
           move "C"                  to ws-jp-dr-cr.
           move ws-receipt-cost      to ws-jp-amount.
           perform 375-post-journal.
      *
      *finds the item's accounts - its class and warehouse, then
      *its class in any warehouse, then the default row
       370-resolve-gl-accounts.
      *
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
      *the vendor will not ship the balance - the PO closes and
      *the balance goes on the history as short-shipped
       340-apply-close-short.
      *
           perform 320-lookup-open-po.
      *
           if not po-found
               move note-po-missing to lg-note
               perform 400-log-rejected
           else
               if ws-po-received(ws-po-hit) is not less than
                                       ws-po-ordered(ws-po-hit)
                   move note-nothing-short to lg-note
                   perform 400-log-rejected
               else
                   move "C" to ws-po-status(ws-po-hit)
                   move "S" to rh-type
                   subtract ws-po-received(ws-po-hit)
                       from ws-po-ordered(ws-po-hit)
                       giving rh-qty
                   perform 350-write-receipt-history
      *
                   add 1 to ws-cntr-closed-short
                   move "SHORT"   to lg-action
                   move pt-po-num to lg-po-num
                   move ws-po-item(ws-po-hit) to pt-item
                   move rh-qty    to pt-qty
                   move spaces    to lg-note
                   perform 410-write-log-row
               end-if
           end-if.
      *
       350-write-receipt-history.
      *
           move ws-run-date              to rh-date.
           move ws-po-num(ws-po-hit)      to rh-po-num.
           move ws-po-vendor(ws-po-hit)   to rh-vendor.
           move ws-po-item(ws-po-hit)     to rh-item.
           move ws-po-promised(ws-po-hit) to rh-promised.
           write receipt-rec.
      *
       400-log-rejected.
      *
           move ws-cntr-received to sm-received.
           move ws-cntr-rejected to sm-rejected.
           write log-line from ws-summary-line.
      *
      *hands the run's receipts journal to the GL feed - one D row
      *per account, centre and side, then the balancing trailer -
      *and logs the handoff on the chain control file
       860-write-gl-journal.
      *
           if ws-journal-overflow is equal to "y"
               display "A2-POUPDATE: GL JOURNAL EXCEEDS 100 LINES - "
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
           move "D"         to gl-rec-type.
           move ws-run-date to gl-date.
           perform 875-stamp-gl-source.
           write gl-line from ws-gl-row.
      *
           add 1 to ws-gl-row-count.
           if gl-dr-cr is equal to "D"
               add gl-amount to ws-gl-debit-total
           end-if.
      *
      *the business date rides in the source column so finance
      *can tie each GL batch back to its run
       875-stamp-gl-source.
      *
           move spaces to gl-source.
           string "A2-POUpdate " ws-run-date
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
           move ws-run-date        to gl-date.
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
           move "A2-POUpdate"                 to cc-program.
           move "GLInterface.dat/A2-POUpdate" to cc-file.
           move "P"                           to cc-role.
           move ws-run-date                   to cc-date.
           move ws-gl-row-count               to cc-count.
           move ws-gl-debit-total             to cc-dollars.
           write chain-control-rec.
      *
           close chain-control-file.
      *
       900-rewrite-open-pos.
      *
           move ws-po-received(ws-po-x) to op-qty-received.
           move ws-po-opened(ws-po-x)   to op-date-opened.
           move ws-po-status(ws-po-x)   to op-status.
           move ws-po-vendor(ws-po-x)   to op-vendor.
           move ws-po-promised(ws-po-x) to op-promised.
           write open-po-rec.
      *
       910-rewrite-item-file.
