       identification division.
       program-id. A2-ItemMaint.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *maintenance for A2-ItemMaster.dat.  only on-hand was ever
      *posted by a program - items were added, and descriptions,
      *classes, prices, warehouses and reorder settings changed,
      *by hand-editing the 36-byte file.  modeled on A6-VendorMaint
      *and A2-DiscountMaint: add/change/discontinue transactions,
      *keyed and approved under dual control through
      *A0-MaintApproval, with edits (known class and warehouse,
      *a price above zero, reorder settings that can actually
      *reorder, no duplicate item numbers) and an audit log of
      *every change.
      *
      *the master carries one row per item per warehouse - an add
      *opens the item's first row at nothing on hand, and
      *A2-StockTransfer opens any others.  a change applies to
      *every row the item has; fields left blank on the
      *transaction keep their current value.  a warehouse change
      *is only taken for an item stocked in one warehouse with
      *nothing on hand - stock moves by transfer, not by edit.
      *a discontinue drops every row for the item, and is refused
      *while the item has stock on hand, an open purchase order
      *on A2-OpenPO.dat or an open back-order on
      *A2-BackOrders.dat.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-master-file-status.
      *
      *maintenance transactions - one action per record, the item
      *identified by its number.  approved rows are appended by
      *A0-MaintApproval and the file empties once processed
           select trans-file
               assign to "../../../data/A2-ItemMaint-Trans.dat"
               organization is line sequential.
      *
      *audit log - one row per applied or rejected transaction
           select log-file
               assign to "../../../data/A2-ItemMaint-Log.out"
               organization is line sequential.
      *
      *open purchase orders - a discontinue is checked against
      *them
           select open-po-file
               assign to "../../../data/A2-OpenPO.dat"
               organization is line sequential
               file status is ws-open-po-file-status.
      *
      *back-orders - a discontinue is checked against the open
      *ones
           select back-order-file
               assign to "../../../data/A2-BackOrders.dat"
               organization is line sequential
               file status is ws-back-order-file-status.
      *
       data division.
       file section.
      *
       fd item-master-file
           data record is item-master-rec
           record contains 36 characters.
      *
       01 item-master-rec.
           05 im-item                  pic 9(4).
           05 im-class                 pic x.
           05 im-desc                  pic x(13).
           05 im-price                 pic 9(4)v99.
           05 im-on-hand               pic 9(5).
           05 im-reorder-point         pic 999.
           05 im-reorder-qty           pic 999.
           05 im-warehouse             pic x.
      *
       fd trans-file
           data record is trans-line
           record contains 48 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
               88 tl-action-valid       value "A", "C", "D".
               88 tl-action-add         value "A".
               88 tl-action-change      value "C".
               88 tl-action-discontinue value "D".
           05 tl-item                  pic 9(4).
           05 tl-class                 pic x.
               88 tl-class-valid        value "A", "B", "F".
           05 tl-desc                  pic x(13).
           05 tl-price                 pic 9(4)v99.
           05 tl-price-x redefines tl-price
                                       pic x(6).
           05 tl-reorder-point         pic 999.
           05 tl-reorder-point-x redefines tl-reorder-point
                                       pic x(3).
           05 tl-reorder-qty           pic 999.
           05 tl-reorder-qty-x redefines tl-reorder-qty
                                       pic x(3).
           05 tl-warehouse             pic x.
               88 tl-warehouse-valid    value "1", "2", "3".
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd log-file
           data record is log-line
           record contains 155 characters.
      *
       01 log-line                     pic x(155).
      *
       fd open-po-file
           data record is open-po-rec
           record contains 38 characters.
      *
       01 open-po-rec.
           05 op-po-num                pic 9(5).
           05 op-item                  pic 9(4).
           05 op-qty-ordered           pic 999.
           05 op-qty-received          pic 999.
           05 op-date-opened           pic 9(8).
           05 op-status                pic x.
           05 op-vendor                pic 9(6).
           05 op-promised              pic 9(8).
      *
       fd back-order-file
           data record is back-order-rec
           record contains 20 characters.
      *
       01 back-order-rec.
           05 bo-date                  pic 9(8).
           05 bo-item                  pic 9(4).
           05 bo-customer              pic 9(4).
           05 bo-shortfall             pic 999.
           05 bo-status                pic x.
      *
       working-storage section.
      *
      *item master, maintained in place and rewritten - a
      *discontinued item's rows are flagged and left off the
      *rewrite
       01 ws-item-table.
           05 ws-item-entry occurs 1 to 300 times
                   depending on ws-item-count.
               10 ws-it-item            pic 9(4).
               10 ws-it-class           pic x.
               10 ws-it-desc            pic x(13).
               10 ws-it-price           pic 9(4)v99.
               10 ws-it-on-hand         pic 9(5).
               10 ws-it-reorder-point   pic 999.
               10 ws-it-reorder-qty     pic 999.
               10 ws-it-whse            pic x.
               10 ws-it-dropped         pic x.
      *
       01 ws-item-count                pic 9(3)   value 0.
      *
       01 ws-item-subs.
           05 ws-item-x                pic 9(3)   value 0.
           05 ws-item-hit              pic 9(3)   value 0.
      *
       01 ws-item-flags.
           05 ws-item-eof              pic x      value "n".
           05 ws-item-found            pic x      value "n".
               88 item-found            value "y".
      *set when the master would not fit the table - the run is
      *refused rather than rewriting a truncated file
           05 ws-item-overflow         pic x      value "n".
      *
      *the rows the transaction's item has, and its stock across
      *them
       01 ws-item-totals.
           05 ws-item-rows             pic 9(3)   value 0.
           05 ws-item-on-hand          pic 9(7)   value 0.
      *
      *the reorder pair a change leaves the item with
       01 ws-new-reorder.
           05 ws-new-reorder-point     pic 999    value 0.
           05 ws-new-reorder-qty       pic 999    value 0.
      *
      *open purchase orders and back-orders found for a
      *discontinue
       01 ws-open-counts.
           05 ws-open-pos              pic 9(4)   value 0.
           05 ws-open-bos              pic 9(4)   value 0.
           05 ws-open-eof              pic x      value "n".
      *
       77 ws-item-master-file-status   pic xx     value spaces.
       77 ws-open-po-file-status       pic xx     value spaces.
       77 ws-back-order-file-status    pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *run date, stamped on every audit row
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the note an edit left, spaces when the transaction passed
       77 ws-edit-note                 pic x(28)  value spaces.
      *
      *counters for the audit trailer
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
      *
      *audit log row - a change also carries what the first row
      *held before it
       01 ws-log-row.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 lg-action                pic x(10).
           05 filler                   pic x      value spaces.
           05 lg-item                  pic 9(4).
           05 filler                   pic x      value spaces.
           05 lg-desc                  pic x(13).
           05 filler                   pic x(5)   value " CL: ".
           05 lg-class                 pic x.
           05 filler                   pic x(5)   value " WH: ".
           05 lg-whse                  pic x.
           05 filler                   pic x(8)   value " PRICE: ".
           05 lg-price                 pic 9(4).99.
           05 filler                   pic x(6)   value " ROP: ".
           05 lg-reorder-point         pic 999.
           05 filler                   pic x(6)   value " ROQ: ".
           05 lg-reorder-qty           pic 999.
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(28).
           05 filler                   pic x      value spaces.
           05 lg-keyer-id              pic x(8).
           05 filler                   pic x      value "/".
           05 lg-approver-id           pic x(8).
           05 lg-was-label             pic x(6).
           05 lg-was.
               10 lg-was-class          pic x.
               10 filler                pic x      value spaces.
               10 lg-was-whse           pic x.
               10 filler                pic x      value spaces.
               10 lg-was-price          pic 9(4).99.
               10 filler                pic x      value spaces.
               10 lg-was-reorder-point  pic 999.
               10 filler                pic x      value spaces.
               10 lg-was-reorder-qty    pic 999.
      *
      *audit trailer
       01 ws-log-summary.
           05 filler                   pic x(7)   value "READ: ".
           05 ws-sm-read               pic zzz9.
           05 filler                   pic x(10)  value "  APPLIED:".
           05 ws-sm-applied            pic zzz9.
           05 filler                   pic x(11)  value "  REJECTED:".
           05 ws-sm-rejected           pic zzz9.
           05 filler                   pic x(115) value spaces.
      *
      *reject notes
       77 note-bad-action              pic x(28)  value
           "ACTION CODE NOT A, C OR D".
       77 note-not-approved            pic x(28)  value
           "NOT APPROVED BY A SECOND ID".
       77 note-bad-item                pic x(28)  value
           "ITEM NUMBER ZERO OR INVALID".
       77 note-dup                     pic x(28)  value
           "ITEM ALREADY ON MASTER".
       77 note-missing                 pic x(28)  value
           "ITEM NOT ON MASTER".
       77 note-bad-class               pic x(28)  value
           "CLASS NOT A, B OR F".
       77 note-bad-whse                pic x(28)  value
           "WAREHOUSE NOT 1, 2 OR 3".
       77 note-no-desc                 pic x(28)  value
           "DESCRIPTION IS BLANK".
       77 note-bad-price               pic x(28)  value
           "PRICE ZERO OR INVALID".
       77 note-bad-reorder             pic x(28)  value
           "REORDER POINT/QTY INVALID".
       77 note-no-change               pic x(28)  value
           "NOTHING TO CHANGE".
       77 note-whse-stocked            pic x(28)  value
           "STOCKED - MOVE BY TRANSFER".
       77 note-full                    pic x(28)  value
           "ITEM MASTER IS FULL".
       77 note-on-hand                 pic x(28)  value
           "STOCK STILL ON HAND".
       77 note-open-po                 pic x(28)  value
           "OPEN PURCHASE ORDER ON FILE".
       77 note-open-bo                 pic x(28)  value
           "OPEN BACK-ORDER ON FILE".
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-load-item-master.
      *
           if ws-item-overflow is equal to "y"
               display "A2-ITEMMAINT: ITEM MASTER EXCEEDS "
                       "300 ROWS - RUN REFUSED, FILE UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input trans-file.
           open output log-file.
      *
           perform 110-read-trans.
           perform 200-apply-one-trans
               until ws-eof-flag is equal to ws-eof-Y.
      *
           perform 800-write-log-summary.
      *
           perform 900-rewrite-item-master.
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
      *loads the item master - a missing file is a cold start and
      *the adds build a new one
       100-load-item-master.
      *
           open input item-master-file.
      *
           if ws-item-master-file-status is not equal to "35"
               perform 105-read-item
               perform 106-add-item-entry
                   until ws-item-eof is equal to "y"
                   or ws-item-count is equal to 300
      *the table rewrites the master at end of run, so a load
      *that stopped with rows still unread must refuse to run -
      *rewriting from a short table would destroy the overflow
               if ws-item-eof is not equal to "y"
                   move "y" to ws-item-overflow
               end-if
           end-if.
      *
           close item-master-file.
      *
       105-read-item.
           read item-master-file
               at end
                   move "y" to ws-item-eof.
      *
       106-add-item-entry.
      *
           add 1 to ws-item-count.
           move im-item          to ws-it-item(ws-item-count).
           move im-class         to ws-it-class(ws-item-count).
           move im-desc          to ws-it-desc(ws-item-count).
           move im-price         to ws-it-price(ws-item-count).
           move im-on-hand       to ws-it-on-hand(ws-item-count).
           move im-reorder-point
             to ws-it-reorder-point(ws-item-count).
           move im-reorder-qty   to ws-it-reorder-qty(ws-item-count).
           move im-warehouse     to ws-it-whse(ws-item-count).
           move "n"              to ws-it-dropped(ws-item-count).
      *
           perform 105-read-item.
      *
       110-read-trans.
      *
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       200-apply-one-trans.
      *
           add 1 to ws-cntr-read.
      *
           perform 210-lookup-item.
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
           if tl-item is not numeric
             or tl-item is equal to 0
               move note-bad-item to lg-note
               perform 400-log-rejected
           else
               if tl-action-add
                   perform 300-apply-add
               else
                   if tl-action-change
                       perform 310-apply-change
                   else
                       perform 320-apply-discontinue
                   end-if
               end-if
           end-if
           end-if
           end-if.
      *
           perform 110-read-trans.
      *
      *finds the item's first live row, and counts its rows and
      *the stock across them
       210-lookup-item.
      *
           move "n" to ws-item-found.
           move 0   to ws-item-rows.
           move 0   to ws-item-on-hand.
      *
           perform 220-match-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
       220-match-item.
      *
           if ws-it-item(ws-item-x) is equal to tl-item
             and ws-it-dropped(ws-item-x) is equal to "n"
               if not item-found
                   move "y" to ws-item-found
                   move ws-item-x to ws-item-hit
               end-if
               add 1 to ws-item-rows
               add ws-it-on-hand(ws-item-x) to ws-item-on-hand
           end-if.
      *
      *an add carries every field; a change only the ones it sets
      *- a blank field is left as it is
       230-edit-fields.
      *
           move spaces to ws-edit-note.
      *
           if tl-class is not equal to spaces or tl-action-add
               if not tl-class-valid
                   move note-bad-class to ws-edit-note
               end-if
           end-if.
      *
           if ws-edit-note is equal to spaces
             and (tl-warehouse is not equal to spaces
               or tl-action-add)
               if not tl-warehouse-valid
                   move note-bad-whse to ws-edit-note
               end-if
           end-if.
      *
           if ws-edit-note is equal to spaces
             and tl-action-add
             and tl-desc is equal to spaces
               move note-no-desc to ws-edit-note
           end-if.
      *
           if ws-edit-note is equal to spaces
             and (tl-price-x is not equal to spaces
               or tl-action-add)
               if tl-price is not numeric
                 or tl-price is equal to 0
                   move note-bad-price to ws-edit-note
               end-if
           end-if.
      *
           if ws-edit-note is equal to spaces
               perform 240-edit-reorder
           end-if.
      *
      *a reorder point needs a quantity to order when it trips -
      *the point and quantity are edited as the pair the item
      *will carry once the transaction is applied
       240-edit-reorder.
      *
           if tl-reorder-point-x is not equal to spaces
             or tl-action-add
               if tl-reorder-point is not numeric
                   move note-bad-reorder to ws-edit-note
               end-if
           end-if.
      *
           if tl-reorder-qty-x is not equal to spaces
             or tl-action-add
               if tl-reorder-qty is not numeric
                   move note-bad-reorder to ws-edit-note
               end-if
           end-if.
      *
           if ws-edit-note is equal to spaces
               if tl-action-add
                   if tl-reorder-point is greater than 0
                     and tl-reorder-qty is equal to 0
                       move note-bad-reorder to ws-edit-note
                   end-if
               else
                   perform 245-edit-changed-reorder
               end-if
           end-if.
      *
       245-edit-changed-reorder.
      *
           move ws-it-reorder-point(ws-item-hit)
             to ws-new-reorder-point.
           move ws-it-reorder-qty(ws-item-hit)
             to ws-new-reorder-qty.
      *
           if tl-reorder-point-x is not equal to spaces
               move tl-reorder-point to ws-new-reorder-point
           end-if.
           if tl-reorder-qty-x is not equal to spaces
               move tl-reorder-qty to ws-new-reorder-qty
           end-if.
      *
           if ws-new-reorder-point is greater than 0
             and ws-new-reorder-qty is equal to 0
               move note-bad-reorder to ws-edit-note
           end-if.
      *
      *an add for an item number already on the master would give
      *every program that loads it two rows for the same item
       300-apply-add.
      *
           if item-found
               move note-dup to lg-note
               perform 400-log-rejected
           else
               perform 230-edit-fields
               if ws-edit-note is not equal to spaces
                   move ws-edit-note to lg-note
                   perform 400-log-rejected
               else
                   if ws-item-count is equal to 300
                       move note-full to lg-note
                       perform 400-log-rejected
                   else
                       perform 305-add-item-row
                   end-if
               end-if
           end-if.
      *
       305-add-item-row.
      *
           add 1 to ws-item-count.
           move ws-item-count    to ws-item-hit.
           move tl-item          to ws-it-item(ws-item-hit).
           move tl-class         to ws-it-class(ws-item-hit).
           move tl-desc          to ws-it-desc(ws-item-hit).
           move tl-price         to ws-it-price(ws-item-hit).
           move 0                to ws-it-on-hand(ws-item-hit).
           move tl-reorder-point to ws-it-reorder-point(ws-item-hit).
           move tl-reorder-qty   to ws-it-reorder-qty(ws-item-hit).
           move tl-warehouse     to ws-it-whse(ws-item-hit).
           move "n"              to ws-it-dropped(ws-item-hit).
      *
           add 1 to ws-cntr-applied.
           move "ADDED" to lg-action.
           move spaces  to lg-note.
           perform 420-write-item-log-row.
      *
       310-apply-change.
      *
           if not item-found
               move note-missing to lg-note
               perform 400-log-rejected
           else
               perform 230-edit-fields
               if ws-edit-note is equal to spaces
                 and tl-class is equal to spaces
                 and tl-desc is equal to spaces
                 and tl-price-x is equal to spaces
                 and tl-reorder-point-x is equal to spaces
                 and tl-reorder-qty-x is equal to spaces
                 and tl-warehouse is equal to spaces
                   move note-no-change to ws-edit-note
               end-if
               if ws-edit-note is equal to spaces
                 and tl-warehouse is not equal to spaces
                 and tl-warehouse is not equal to
                                       ws-it-whse(ws-item-hit)
                 and (ws-item-rows is greater than 1
                   or ws-item-on-hand is greater than 0)
                   move note-whse-stocked to ws-edit-note
               end-if
               if ws-edit-note is not equal to spaces
                   move ws-edit-note to lg-note
                   perform 400-log-rejected
               else
                   perform 315-change-item-rows
               end-if
           end-if.
      *
      *the log carries what the item's first row held before
       315-change-item-rows.
      *
           move " WAS: " to lg-was-label.
           move ws-it-class(ws-item-hit)  to lg-was-class.
           move ws-it-whse(ws-item-hit)   to lg-was-whse.
           move ws-it-price(ws-item-hit)  to lg-was-price.
           move ws-it-reorder-point(ws-item-hit)
             to lg-was-reorder-point.
           move ws-it-reorder-qty(ws-item-hit)
             to lg-was-reorder-qty.
      *
           perform 316-change-one-row
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           add 1 to ws-cntr-applied.
           move "CHANGED" to lg-action.
           move spaces    to lg-note.
           perform 420-write-item-log-row.
      *
       316-change-one-row.
      *
           if ws-it-item(ws-item-x) is equal to tl-item
             and ws-it-dropped(ws-item-x) is equal to "n"
               if tl-class is not equal to spaces
                   move tl-class to ws-it-class(ws-item-x)
               end-if
               if tl-desc is not equal to spaces
                   move tl-desc to ws-it-desc(ws-item-x)
               end-if
               if tl-price-x is not equal to spaces
                   move tl-price to ws-it-price(ws-item-x)
               end-if
               if tl-reorder-point-x is not equal to spaces
                   move tl-reorder-point
                     to ws-it-reorder-point(ws-item-x)
               end-if
               if tl-reorder-qty-x is not equal to spaces
                   move tl-reorder-qty
                     to ws-it-reorder-qty(ws-item-x)
               end-if
               if tl-warehouse is not equal to spaces
                   move tl-warehouse to ws-it-whse(ws-item-x)
               end-if
           end-if.
      *
      *an item still carrying stock, or with a purchase order or
      *back-order still open against it, would be left with
      *nowhere to land - the discontinue waits until they clear
       320-apply-discontinue.
      *
           if not item-found
               move note-missing to lg-note
               perform 400-log-rejected
           else
               perform 330-count-open-pos
               perform 340-count-open-bos
               if ws-item-on-hand is greater than 0
                   move note-on-hand to lg-note
                   perform 400-log-rejected
               else
               if ws-open-pos is greater than 0
                   move note-open-po to lg-note
                   perform 400-log-rejected
               else
               if ws-open-bos is greater than 0
                   move note-open-bo to lg-note
                   perform 400-log-rejected
               else
                   perform 325-drop-item-rows
               end-if
               end-if
               end-if
           end-if.
      *
       325-drop-item-rows.
      *
           add 1 to ws-cntr-applied.
           move "DISCONT" to lg-action.
           move spaces    to lg-note.
           perform 420-write-item-log-row.
      *
           perform 326-drop-one-row
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
       326-drop-one-row.
      *
           if ws-it-item(ws-item-x) is equal to tl-item
               move "y" to ws-it-dropped(ws-item-x)
           end-if.
      *
       330-count-open-pos.
      *
           move 0   to ws-open-pos.
           move "n" to ws-open-eof.
      *
           open input open-po-file.
      *
           if ws-open-po-file-status is not equal to "35"
               perform 331-read-open-po
               perform 332-tally-open-po
                   until ws-open-eof is equal to "y"
           end-if.
      *
           close open-po-file.
      *
       331-read-open-po.
           read open-po-file
               at end
                   move "y" to ws-open-eof.
      *
       332-tally-open-po.
      *
           if op-item is equal to tl-item
             and op-status is equal to "O"
               add 1 to ws-open-pos
           end-if.
      *
           perform 331-read-open-po.
      *
       340-count-open-bos.
      *
           move 0   to ws-open-bos.
           move "n" to ws-open-eof.
      *
           open input back-order-file.
      *
           if ws-back-order-file-status is not equal to "35"
               perform 341-read-back-order
               perform 342-tally-back-order
                   until ws-open-eof is equal to "y"
           end-if.
      *
           close back-order-file.
      *
       341-read-back-order.
           read back-order-file
               at end
                   move "y" to ws-open-eof.
      *
       342-tally-back-order.
      *
           if bo-item is equal to tl-item
             and bo-status is equal to "O"
               add 1 to ws-open-bos
           end-if.
      *
           perform 341-read-back-order.
      *
      *a rejected row logs the transaction as keyed
       400-log-rejected.
      *
           add 1 to ws-cntr-rejected.
           move "REJECTED" to lg-action.
           move spaces     to lg-was-label.
           move spaces     to lg-was.
      *
           if tl-item is numeric
               move tl-item to lg-item
           else
               move 0 to lg-item
           end-if.
           move tl-desc      to lg-desc.
           move tl-class     to lg-class.
           move tl-warehouse to lg-whse.
           if tl-price is numeric
               move tl-price to lg-price
           else
               move 0 to lg-price
           end-if.
           if tl-reorder-point is numeric
               move tl-reorder-point to lg-reorder-point
           else
               move 0 to lg-reorder-point
           end-if.
           if tl-reorder-qty is numeric
               move tl-reorder-qty to lg-reorder-qty
           else
               move 0 to lg-reorder-qty
           end-if.
      *
           perform 410-write-log-row.
      *
       410-write-log-row.
      *
           move ws-run-date    to lg-run-date.
           move tl-keyer-id    to lg-keyer-id.
           move tl-approver-id to lg-approver-id.
      *
           write log-line from ws-log-row.
      *
      *an applied row logs the item as it now stands
       420-write-item-log-row.
      *
           if lg-action is not equal to "CHANGED"
               move spaces to lg-was-label
               move spaces to lg-was
           end-if.
      *
           move ws-it-item(ws-item-hit)          to lg-item.
           move ws-it-desc(ws-item-hit)          to lg-desc.
           move ws-it-class(ws-item-hit)         to lg-class.
           move ws-it-whse(ws-item-hit)          to lg-whse.
           move ws-it-price(ws-item-hit)         to lg-price.
           move ws-it-reorder-point(ws-item-hit) to lg-reorder-point.
           move ws-it-reorder-qty(ws-item-hit)   to lg-reorder-qty.
      *
           perform 410-write-log-row.
      *
       800-write-log-summary.
      *
           move ws-cntr-read     to ws-sm-read.
           move ws-cntr-applied  to ws-sm-applied.
           move ws-cntr-rejected to ws-sm-rejected.
           write log-line from ws-log-summary.
      *
       900-rewrite-item-master.
      *
           open output item-master-file.
      *
           perform 910-write-one-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           close item-master-file.
      *
       910-write-one-item.
      *
           if ws-it-dropped(ws-item-x) is equal to "n"
               move ws-it-item(ws-item-x)          to im-item
               move ws-it-class(ws-item-x)         to im-class
               move ws-it-desc(ws-item-x)          to im-desc
               move ws-it-price(ws-item-x)         to im-price
               move ws-it-on-hand(ws-item-x)       to im-on-hand
               move ws-it-reorder-point(ws-item-x)
                 to im-reorder-point
               move ws-it-reorder-qty(ws-item-x)   to im-reorder-qty
               move ws-it-whse(ws-item-x)          to im-warehouse
               write item-master-rec
           end-if.
      *
       end program A2-ItemMaint.
