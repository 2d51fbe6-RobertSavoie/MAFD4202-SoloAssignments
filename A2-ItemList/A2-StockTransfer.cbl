       identification division.
       program-id. A2-StockTransfer.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *stock transfers between warehouses.  the only way to move
      *stock from one site to another was hand-editing the item
      *master.  this step applies a transfer transaction file: a
      *shipment relieves the item's on-hand at the from-warehouse
      *- never below zero - and opens an in-transit row on
      *A2-Transfers.dat; a receipt closes the transfer and adds
      *the quantity at the to-warehouse.  the item master carries
      *one row per item per warehouse, so the first receipt of an
      *item at a site that has never stocked it adds a row there,
      *copying the item's standing data from the shipping row.
      *A2-ItemList reads the open transfers so stock on the road
      *shows on its warehouse summary instead of vanishing
      *between sites.  whatever is still in transit is aged on
      *A2-InTransit.out.  the transaction file empties once
      *processed, so a rerun cannot ship the same stock twice.
      *a received transfer stays on the file for the run that
      *received it and is left off by the next run, so closed
      *transfers do not fill the file - all but the one holding
      *the highest transfer number, which stays so the numbering
      *carries on from it.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *transactions - S ships an item between warehouses, R
      *receives against an in-transit transfer number
           select trans-file
               assign to "../../../data/A2-TransferTrans.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *
      *transfer file - one row per transfer, maintained in place
           select transfer-file
               assign to "../../../data/A2-Transfers.dat"
               organization is line sequential
               file status is ws-transfer-file-status.
      *
      *the item master - shipments and receipts move its on-hand
      *balances
           select item-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-file-status.
      *
      *posting log - one row per applied or rejected transaction
           select log-file
               assign to "../../../data/A2-StockTransfer-Log.out"
               organization is line sequential.
      *
      *in-transit aging report
           select report-file
               assign to "../../../data/A2-InTransit.out"
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
       fd trans-file
           data record is trans-rec
           record contains 17 characters.
      *
       01 trans-rec.
           05 st-action                pic x.
               88 st-action-ship        value "S".
               88 st-action-receipt     value "R".
           05 st-transfer-num          pic 9(5).
           05 st-item                  pic 9(4).
           05 st-from-whse             pic x.
           05 st-to-whse               pic x.
           05 st-qty                   pic 9(5).
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
      *item master records held whole, so the file rewrites
      *verbatim apart from the on-hand field
       fd item-file
           data record is item-rec
           record contains 36 characters.
      *
       01 item-rec                     pic x(36).
      *
       fd log-file
           data record is log-line
           record contains 80 characters.
      *
       01 log-line.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x.
           05 lg-action                pic x(8).
           05 filler                   pic x(5).
           05 lg-transfer-num          pic 9(5).
           05 filler                   pic x(7).
           05 lg-item                  pic 9(4).
           05 filler                   pic x.
           05 lg-from-whse             pic x.
           05 lg-arrow                 pic x(2).
           05 lg-to-whse               pic x.
           05 filler                   pic x(6).
           05 lg-qty                   pic 9(5).
           05 filler                   pic x.
           05 lg-note                  pic x(25).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
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
      *transfers, maintained in place and rewritten
       01 ws-tf-table.
           05 ws-tf-entry occurs 1 to 200 times
                   depending on ws-tf-count.
               10 ws-tf-num             pic 9(5).
               10 ws-tf-item            pic 9(4).
               10 ws-tf-from            pic x.
               10 ws-tf-to              pic x.
               10 ws-tf-qty             pic 9(5).
               10 ws-tf-shipped         pic 9(8).
               10 ws-tf-shipped-r redefines ws-tf-shipped.
                   15 ws-tf-sh-yyyy     pic 9(4).
                   15 ws-tf-sh-mm       pic 99.
                   15 ws-tf-sh-dd       pic 99.
               10 ws-tf-received        pic 9(8).
               10 ws-tf-status          pic x.
      *
       01 ws-tf-count                  pic 9(3)   value 0.
      *
       01 ws-tf-subs.
           05 ws-tf-x                  pic 9(3)   value 0.
           05 ws-tf-hit                pic 9(3)   value 0.
      *
       01 ws-tf-flags.
           05 ws-tf-found              pic x      value "n".
               88 tf-found              value "y".
      *
      *highest transfer number on file - a shipment takes the
      *next one
       77 ws-high-transfer             pic 9(5)   value 0.
      *
      *the item master held whole, with the fields of the row
      *being moved viewed through a work area
       01 ws-item-table.
           05 ws-item-entry occurs 1 to 300 times
                   depending on ws-item-count.
               10 ws-it-rec             pic x(36).
      *
       01 ws-item-count                pic 9(3)   value 0.
      *
       01 ws-item-subs.
           05 ws-item-x                pic 9(3)   value 0.
           05 ws-item-hit              pic 9(3)   value 0.
      *
       01 ws-item-flags.
           05 ws-item-found            pic x      value "n".
               88 item-found            value "y".
      *
      *item and warehouse the master lookup searches for
       01 ws-item-key.
           05 ws-key-item              pic 9(4)   value 0.
           05 ws-key-whse              pic x      value space.
      *
      *work view of one master record for the on-hand update
       01 ws-item-work.
           05 wi-item-number           pic 9(4).
           05 wi-class                 pic x.
           05 wi-desc                  pic x(13).
           05 wi-price                 pic 9(4)v99.
           05 wi-on-hand-qty           pic 9(5).
           05 wi-reorder-point         pic 999.
           05 wi-reorder-qty           pic 999.
           05 wi-warehouse             pic x.
      *
       77 ws-trans-file-status         pic xx     value spaces.
       77 ws-transfer-file-status      pic xx     value spaces.
       77 ws-item-file-status          pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each load pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *set when the transfer file or the item master would not
      *fit its table - the run is refused rather than rewriting a
      *truncated file
       77 ws-tf-overflow               pic x      value "n".
       77 ws-item-overflow             pic x      value "n".
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
           05 ws-ship-days             pic 9(8)   value 0.
           05 ws-age-days              pic s9(8)  value 0.
      *
      *stock on the road longer than this is overdue
       77 overdue-cutoff-days          pic 99     value 7.
      *
      *counters
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-shipped          pic 9(4)   value 0.
           05 ws-cntr-received         pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-in-transit       pic 9(4)   value 0.
           05 ws-cntr-units-in-transit pic 9(7)   value 0.
           05 ws-cntr-purged           pic 9(4)   value 0.
      *
      *reject notes
       77 note-bad-action              pic x(25)  value
           "ACTION CODE NOT S OR R".
       77 note-bad-qty                 pic x(25)  value
           "QTY NOT NUMERIC OR ZERO".
       77 note-same-whse               pic x(25)  value
           "FROM AND TO ARE THE SAME".
       77 note-no-to-whse              pic x(25)  value
           "NO TO-WAREHOUSE".
       77 note-not-stocked             pic x(25)  value
           "ITEM NOT AT FROM-WHSE".
       77 note-short                   pic x(25)  value
           "QTY EXCEEDS ON-HAND".
       77 note-tf-full                 pic x(25)  value
           "TRANSFER FILE IS FULL".
       77 note-tf-missing              pic x(25)  value
           "TRANSFER NOT IN TRANSIT".
       77 note-qty-differs             pic x(25)  value
           "QTY DIFFERS FROM SHIPPED".
       77 note-item-full               pic x(25)  value
           "ITEM MASTER IS FULL".
       77 note-new-row                 pic x(25)  value
           "NEW ROW AT TO-WAREHOUSE".
      *
      *in-transit report lines
       01 ws-transit-heading.
           05 filler                   pic x(26)  value
                               "STOCK IN TRANSIT REPORT   ".
           05 filler                   pic x(4)   value "RUN ".
           05 th-run-date              pic 9(8).
           05 filler                   pic x(42)  value spaces.
      *
       01 ws-transit-line.
           05 filler                   pic x(10)  value "TRANSFER: ".
           05 tl-transfer-num          pic 9(5).
           05 filler                   pic x(7)   value " ITEM: ".
           05 tl-item                  pic 9(4).
           05 filler                   pic x(2)   value spaces.
           05 tl-from-whse             pic x.
           05 filler                   pic x(4)   value " TO ".
           05 tl-to-whse               pic x.
           05 filler                   pic x(6)   value " QTY: ".
           05 tl-qty                   pic zzzz9.
           05 filler                   pic x(7)   value " DAYS: ".
           05 tl-days                  pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-flag                  pic x(8).
           05 filler                   pic x(14)  value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(6)   value "READ: ".
           05 sm-read                  pic zzz9.
           05 filler                   pic x(7)   value " SHIP: ".
           05 sm-shipped               pic zzz9.
           05 filler                   pic x(7)   value " RECV: ".
           05 sm-received              pic zzz9.
           05 filler                   pic x(6)   value " REJ: ".
           05 sm-rejected              pic zzz9.
           05 filler                   pic x(10)  value " ON ROAD: ".
           05 sm-in-transit            pic zzz9.
           05 filler                   pic x(8)   value " UNITS: ".
           05 sm-units                 pic zzzzzz9.
           05 filler                   pic x(9)   value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-transfers.
           perform 120-load-item-file.
      *
           if ws-tf-overflow is equal to "y"
             or ws-item-overflow is equal to "y"
               display "A2-STOCKTRANSFER: TRANSFER FILE OR ITEM "
                       "MASTER EXCEEDS ITS TABLE - RUN REFUSED, "
                       "FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input trans-file.
           open output log-file.
      *
           move spaces to log-line.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-trans-file-status is equal to "35"
               display "A2-STOCKTRANSFER: NO TRANSACTION FILE - "
                       "AGING ONLY"
           else
               perform 130-read-trans
               perform 200-apply-one-trans
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close trans-file.
      *
      *the transactions have all been posted - empty the file so
      *a rerun cannot ship or receive the same stock again
           if ws-trans-file-status is not equal to "35"
               open output trans-file
               close trans-file
           end-if.
      *
           perform 700-print-transit-report.
      *
           perform 800-write-log-summary.
           close log-file.
      *
           perform 900-rewrite-transfers.
      *
      *the item file only rewrites when a balance actually moved
           if ws-cntr-shipped is greater than 0
             or ws-cntr-received is greater than 0
               perform 910-rewrite-item-file
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
           compute ws-run-days =
               ws-rd-yyyy * 372 + ws-rd-mm * 31 + ws-rd-dd.
      *
      *a missing transfer file is a cold start - the shipments
      *build a new one
       110-load-transfers.
      *
           open input transfer-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-transfer-file-status is not equal to "35"
               perform 111-read-transfer
               perform 112-add-tf-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-tf-count is equal to 200
      *the table rewrites the file at end of run, so a load that
      *stopped with rows still unread must refuse to run
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-tf-overflow
               end-if
           end-if.
      *
           close transfer-file.
      *
       111-read-transfer.
           read transfer-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-tf-entry.
      *
           add 1 to ws-tf-count.
           move tf-transfer-num  to ws-tf-num(ws-tf-count).
           move tf-item          to ws-tf-item(ws-tf-count).
           move tf-from-whse     to ws-tf-from(ws-tf-count).
           move tf-to-whse       to ws-tf-to(ws-tf-count).
           move tf-qty           to ws-tf-qty(ws-tf-count).
           move tf-date-shipped  to ws-tf-shipped(ws-tf-count).
           move tf-date-received to ws-tf-received(ws-tf-count).
           move tf-status        to ws-tf-status(ws-tf-count).
      *
           if tf-transfer-num is greater than ws-high-transfer
               move tf-transfer-num to ws-high-transfer
           end-if.
      *
           perform 111-read-transfer.
      *
       120-load-item-file.
      *
           open input item-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-item-file-status is not equal to "35"
               perform 121-read-item
               perform 122-add-item-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-item-count is equal to 300
      *the table rewrites the master when stock moves, so a load
      *that stopped with rows still unread must refuse to run -
      *rewriting from a short table would destroy them
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-item-overflow
               end-if
           end-if.
      *
           close item-file.
      *
       121-read-item.
           read item-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-item-entry.
      *
           add 1 to ws-item-count.
           move item-rec to ws-it-rec(ws-item-count).
      *
           perform 121-read-item.
      *
       130-read-trans.
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       200-apply-one-trans.
      *
           add 1 to ws-cntr-read.
      *
           if not st-action-ship
             and not st-action-receipt
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
               if st-qty is not numeric
                 or st-qty is equal to 0
                   move note-bad-qty to lg-note
                   perform 400-log-rejected
               else
                   if st-action-ship
                       perform 300-apply-ship
                   else
                       perform 310-apply-receipt
                   end-if
               end-if
           end-if.
      *
           perform 130-read-trans.
      *
      *a shipment relieves the from-warehouse row and opens the
      *transfer under the next number - a quantity the shelf
      *cannot cover is refused outright, never shipped short
       300-apply-ship.
      *
           move st-item      to ws-key-item.
           move st-from-whse to ws-key-whse.
           perform 330-lookup-item-row.
      *
           move spaces to lg-note.
           if (st-to-whse is equal to spaces) then
               move note-no-to-whse to lg-note
           else if (st-to-whse is equal to st-from-whse) then
               move note-same-whse to lg-note
               else if (not item-found) then
                   move note-not-stocked to lg-note
                   else if (st-qty is greater than wi-on-hand-qty) then
                       move note-short to lg-note
                       else if (ws-tf-count is equal to 200) then
                           move note-tf-full to lg-note
                       end-if.
      *
           if lg-note is not equal to spaces
               perform 400-log-rejected
           else
               subtract st-qty from wi-on-hand-qty
               move ws-item-work to ws-it-rec(ws-item-hit)
      *
               add 1 to ws-tf-count
               add 1 to ws-high-transfer
               move ws-high-transfer to ws-tf-num(ws-tf-count)
               move st-item          to ws-tf-item(ws-tf-count)
               move st-from-whse     to ws-tf-from(ws-tf-count)
               move st-to-whse       to ws-tf-to(ws-tf-count)
               move st-qty           to ws-tf-qty(ws-tf-count)
               move ws-run-date      to ws-tf-shipped(ws-tf-count)
               move 0                to ws-tf-received(ws-tf-count)
               move "T"              to ws-tf-status(ws-tf-count)
      *
               add 1 to ws-cntr-shipped
               move "SHIP"           to lg-action
               move ws-high-transfer to lg-transfer-num
               perform 410-write-log-row
           end-if.
      *
      *a receipt closes its transfer and adds the shipped
      *quantity at the to-warehouse - a count that differs is
      *refused so the difference is chased, not absorbed
       310-apply-receipt.
      *
           perform 320-lookup-transfer.
      *
           if not tf-found
               move note-tf-missing to lg-note
               perform 400-log-rejected
           else
               if st-qty is not equal to ws-tf-qty(ws-tf-hit)
                   move note-qty-differs to lg-note
                   perform 400-log-rejected
               else
                   perform 340-add-at-to-whse
               end-if
           end-if.
      *
       320-lookup-transfer.
      *
           move "n" to ws-tf-found.
           perform 325-match-transfer
               varying ws-tf-x from 1 by 1
               until ws-tf-x is greater than ws-tf-count
               or tf-found.
      *
       325-match-transfer.
      *
           if ws-tf-num(ws-tf-x) is equal to st-transfer-num
             and ws-tf-status(ws-tf-x) is equal to "T"
               move "y" to ws-tf-found
               move ws-tf-x to ws-tf-hit
           end-if.
      *
      *the master row for ws-key-item at ws-key-whse, left in
      *the work area when found
       330-lookup-item-row.
      *
           move "n" to ws-item-found.
           perform 335-match-item-row
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count
               or item-found.
      *
           if item-found
               move ws-it-rec(ws-item-hit) to ws-item-work
           end-if.
      *
       335-match-item-row.
      *
           move ws-it-rec(ws-item-x) to ws-item-work.
           if wi-item-number is numeric
             and wi-item-number is equal to ws-key-item
             and wi-warehouse is equal to ws-key-whse
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
      *a site that has never stocked the item gets a row of its
      *own, carrying the shipping row's standing data
       340-add-at-to-whse.
      *
           move spaces to lg-note.
           move ws-tf-item(ws-tf-hit) to ws-key-item.
           move ws-tf-to(ws-tf-hit)   to ws-key-whse.
           perform 330-lookup-item-row.
      *
           if not item-found
               move ws-tf-from(ws-tf-hit) to ws-key-whse
               perform 330-lookup-item-row
               if not item-found
                   move note-not-stocked to lg-note
               else
                   if ws-item-count is equal to 300
                       move "n" to ws-item-found
                       move note-item-full to lg-note
                   else
                       add 1 to ws-item-count
                       move ws-item-count       to ws-item-hit
                       move ws-tf-to(ws-tf-hit) to wi-warehouse
                       move 0                   to wi-on-hand-qty
                       move note-new-row        to lg-note
                   end-if
               end-if
           end-if.
      *
           if not item-found
               perform 400-log-rejected
           else
               add ws-tf-qty(ws-tf-hit) to wi-on-hand-qty
               move ws-item-work to ws-it-rec(ws-item-hit)
      *
               move "R"         to ws-tf-status(ws-tf-hit)
               move ws-run-date to ws-tf-received(ws-tf-hit)
      *
               add 1 to ws-cntr-received
               move "RECEIPT"       to lg-action
               move st-transfer-num to lg-transfer-num
               perform 410-write-log-row
           end-if.
      *
       400-log-rejected.
      *
           add 1 to ws-cntr-rejected.
           move "REJECTED"      to lg-action.
           move st-transfer-num to lg-transfer-num.
           perform 410-write-log-row.
      *
       410-write-log-row.
      *
           move ws-run-date  to lg-run-date.
           move st-item      to lg-item.
           move st-from-whse to lg-from-whse.
           move "->"         to lg-arrow.
           move st-to-whse   to lg-to-whse.
           move st-qty       to lg-qty.
           if st-action-receipt
             and tf-found
               move ws-tf-item(ws-tf-hit) to lg-item
               move ws-tf-from(ws-tf-hit) to lg-from-whse
               move ws-tf-to(ws-tf-hit)   to lg-to-whse
           end-if.
           write log-line.
      *
      *the summary line is filled by the in-transit report,
      *which runs first so the road counts are complete
       800-write-log-summary.
      *
           write log-line from ws-summary-line.
      *
       900-rewrite-transfers.
      *
           open output transfer-file.
      *
           perform 905-write-one-transfer
               varying ws-tf-x from 1 by 1
               until ws-tf-x is greater than ws-tf-count.
      *
           close transfer-file.
      *
           if ws-cntr-purged is greater than 0
               display "A2-STOCKTRANSFER: " ws-cntr-purged
                       " RECEIVED TRANSFER(S) CLOSED OFF THE FILE"
           end-if.
      *
      *a transfer received before today is closed and left off
       905-write-one-transfer.
      *
           if ws-tf-status(ws-tf-x) is equal to "R"
             and ws-tf-received(ws-tf-x) is less than ws-run-date
             and ws-tf-num(ws-tf-x) is not equal to ws-high-transfer
               add 1 to ws-cntr-purged
           else
               move ws-tf-num(ws-tf-x)      to tf-transfer-num
               move ws-tf-item(ws-tf-x)     to tf-item
               move ws-tf-from(ws-tf-x)     to tf-from-whse
               move ws-tf-to(ws-tf-x)       to tf-to-whse
               move ws-tf-qty(ws-tf-x)      to tf-qty
               move ws-tf-shipped(ws-tf-x)  to tf-date-shipped
               move ws-tf-received(ws-tf-x) to tf-date-received
               move ws-tf-status(ws-tf-x)   to tf-status
               write transfer-rec
           end-if.
      *
       910-rewrite-item-file.
      *
           open output item-file.
      *
           perform 915-write-one-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           close item-file.
      *
       915-write-one-item.
      *
           write item-rec from ws-it-rec(ws-item-x).
      *
      *ages whatever is still on the road so the oldest
      *shipments get chased first
       700-print-transit-report.
      *
           open output report-file.
      *
           move ws-run-date to th-run-date.
           write report-line from ws-transit-heading
             after advancing 1 line.
      *
           perform 710-age-one-transfer
               varying ws-tf-x from 1 by 1
               until ws-tf-x is greater than ws-tf-count.
      *
           move ws-cntr-read     to sm-read.
           move ws-cntr-shipped  to sm-shipped.
           move ws-cntr-received to sm-received.
           move ws-cntr-rejected to sm-rejected.
           move ws-cntr-in-transit       to sm-in-transit.
           move ws-cntr-units-in-transit to sm-units.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
      *
       710-age-one-transfer.
      *
           if ws-tf-status(ws-tf-x) is equal to "T"
               compute ws-ship-days =
                   ws-tf-sh-yyyy(ws-tf-x) * 372
                   + ws-tf-sh-mm(ws-tf-x) * 31
                   + ws-tf-sh-dd(ws-tf-x)
               subtract ws-ship-days from ws-run-days
                   giving ws-age-days
      *
               add 1 to ws-cntr-in-transit
               add ws-tf-qty(ws-tf-x) to ws-cntr-units-in-transit
      *
               move ws-tf-num(ws-tf-x)  to tl-transfer-num
               move ws-tf-item(ws-tf-x) to tl-item
               move ws-tf-from(ws-tf-x) to tl-from-whse
               move ws-tf-to(ws-tf-x)   to tl-to-whse
               move ws-tf-qty(ws-tf-x)  to tl-qty
               move ws-age-days         to tl-days
               if ws-age-days is greater than overdue-cutoff-days
                   move "OVERDUE" to tl-flag
               else
                   move spaces to tl-flag
               end-if
               write report-line from ws-transit-line
                 after advancing 1 line
           end-if.
      *
       end program A2-StockTransfer.
