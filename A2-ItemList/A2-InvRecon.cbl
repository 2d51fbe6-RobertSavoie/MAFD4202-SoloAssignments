       identification division.
       program-id. A2-InvRecon.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *inventory master reconciliation.  the stock we sell is held
      *twice - on A2-ItemMaster.dat, kept by the A2 item jobs, and
      *on T2-02-InvMaster.dat, kept by T2-02-InvUpdate - and both
      *carry an on-hand and a unit price.  A2-InvCodeXref.dat ties
      *each A2 item number to the T2 inventory code it is.  this
      *report lists the A2 items that have no T2 code (or map to a
      *code T2 does not hold), the T2 codes no A2 item maps to, and
      *the matched pairs whose on-hand or unit price differ by more
      *than the tolerances below, each with the dollar value of
      *the difference.  the A2 master holds one row per item per
      *warehouse, so an item's on-hand is the sum of its rows and
      *its price is the price on its first row.  the totals give
      *both valuations and how far apart they are, broken down so
      *the pieces foot to the difference.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select xref-file
               assign to "../../../data/A2-InvCodeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-master-file-status.
      *
           select inv-master-file
               assign to "../../../data/T2-02-InvMaster.dat"
               organization is line sequential
               file status is ws-inv-master-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to "../../../data/A2-InvRecon.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *one row per A2 item - the T2 inventory code it is
       fd xref-file
           data record is xref-rec
           record contains 7 characters.
      *
       01 xref-rec.
           05 xc-item                  pic 9(4).
           05 xc-inv-code              pic 999.
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
      *the T2 inventory master exactly as T2-02-InvUpdate writes it
       fd inv-master-file
           data record is inv-master-rec
           record contains 23 characters.
      *
       01 inv-master-rec.
           05 iv-inv-code              pic 999.
           05 iv-product-name          pic x(10).
           05 iv-type                  pic x.
           05 iv-class                 pic x.
           05 iv-unit-price            pic 999v99.
           05 iv-qty-on-hand           pic 999.
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd report-file
           data record is report-line
           record contains 110 characters.
      *
       01 report-line                  pic x(110).
      *
       working-storage section.
      *
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-item-master-file-status   pic xx     value spaces.
       77 ws-inv-master-file-status    pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *a matched pair is listed only when it differs by more than
      *one of these - units either way, and unit price either way
       77 tolerance-units              pic 9(5)   value 2.
       77 tolerance-price              pic 9(4)v99 value 0.05.
      *
      *the cross-reference, item to code
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 300 times
                   depending on ws-xref-count.
               10 ws-xr-item            pic 9(4).
               10 ws-xr-inv-code        pic 999.
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
       01 ws-xref-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-xref-eof              pic x      value "n".
      *
      *the T2 master, each code marked off when an A2 item claims it
       01 ws-t2-table.
           05 ws-t2-entry occurs 1 to 500 times
                   depending on ws-t2-count.
               10 ws-t2-code            pic 999.
               10 ws-t2-name            pic x(10).
               10 ws-t2-price           pic 999v99.
               10 ws-t2-qty             pic 999.
               10 ws-t2-matched         pic x.
      *
       01 ws-t2-count                  pic 9(3)   value 0.
      *
       01 ws-t2-subs.
           05 ws-t2-x                  pic 9(3)   value 0.
           05 ws-t2-hit                pic 9(3)   value 0.
           05 ws-t2-eof                pic x      value "n".
      *
      *the A2 master rolled up to one entry per item - on-hand
      *summed over the warehouses and the value built row by row
      *at each row's own price
       01 ws-a2-table.
           05 ws-a2-entry occurs 1 to 300 times
                   depending on ws-a2-count.
               10 ws-a2-item            pic 9(4).
               10 ws-a2-desc            pic x(13).
               10 ws-a2-price           pic 9(4)v99.
               10 ws-a2-qty             pic 9(6).
               10 ws-a2-value           pic 9(9)v99.
               10 ws-a2-t2-hit          pic 9(3).
      *
       01 ws-a2-count                  pic 9(3)   value 0.
      *
       01 ws-a2-subs.
           05 ws-a2-x                  pic 9(3)   value 0.
           05 ws-a2-hit                pic 9(3)   value 0.
      *
      *differences for one matched pair, A2 less T2
       01 ws-pair-work.
           05 ws-diff-units            pic s9(6)  value 0.
           05 ws-diff-price            pic s9(4)v99 value 0.
           05 ws-t2-value              pic 9(7)v99 value 0.
           05 ws-diff-value            pic s9(9)v99 value 0.
           05 ws-units-out             pic x      value "n".
           05 ws-price-out             pic x      value "n".
      *
       01 ws-counters.
           05 ws-cntr-a2-only          pic 9(4)   value 0.
           05 ws-cntr-t2-only          pic 9(4)   value 0.
           05 ws-cntr-matched          pic 9(4)   value 0.
           05 ws-cntr-disagree         pic 9(4)   value 0.
      *
      *valuations and the pieces of the difference between them
       01 ws-totals.
           05 ws-tot-a2-value          pic 9(9)v99 value 0.
           05 ws-tot-t2-value          pic 9(9)v99 value 0.
           05 ws-tot-difference        pic s9(9)v99 value 0.
           05 ws-tot-a2-only           pic 9(9)v99 value 0.
           05 ws-tot-t2-only           pic 9(9)v99 value 0.
           05 ws-tot-disagree          pic s9(9)v99 value 0.
           05 ws-tot-within            pic s9(9)v99 value 0.
      *
      *set when a table filled before its file ran out
       77 ws-table-overflow            pic x      value "n".
      *
      *line notes
       77 note-no-xref                 pic x(20)  value
           "NO CROSS-REFERENCE".
       77 note-code-not-on-t2          pic x(20)  value
           "CODE NOT ON T2".
       77 note-code-taken              pic x(20)  value
           "CODE ALREADY MATCHED".
       77 note-no-item                 pic x(20)  value
           "NO A2 ITEM MAPS HERE".
       77 note-units                   pic x(20)  value
           "ON-HAND".
       77 note-price                   pic x(20)  value
           "UNIT PRICE".
       77 note-both                    pic x(20)  value
           "ON-HAND AND PRICE".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(35)  value
                   "A2 / T2 INVENTORY RECONCILIATION - ".
           05 filler                   pic x(6)   value "AS OF ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(20)  value
                       "   TOLERANCE: UNITS ".
           05 hl-tol-units             pic zzzz9.
           05 filler                   pic x(8)   value "  PRICE ".
           05 hl-tol-price             pic z,zz9.99.
           05 filler                   pic x(20)  value spaces.
      *
       01 ws-section-line.
           05 sl-title                 pic x(40).
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(48)  value
               "ITEM  DESCRIPTION    CODE NAME        A2 QTY T2 ".
           05 filler                   pic x(43)  value
               "QTY  A2 PRICE  T2 PRICE    DIFFERENCE  NOTE".
           05 filler                   pic x(19)  value spaces.
      *
       01 ws-detail-line.
           05 dl-item                  pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-desc                  pic x(13).
           05 filler                   pic x(2)   value spaces.
           05 dl-code                  pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-name                  pic x(10).
           05 filler                   pic x(2)   value spaces.
           05 dl-a2-qty                pic zzzzz9.
           05 filler                   pic x(1)   value spaces.
           05 dl-t2-qty                pic zzzzz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-a2-price              pic z,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-t2-price              pic z,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-value                 pic -,---,--9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(20).
           05 filler                   pic x(3)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(4)   value "NONE".
           05 filler                   pic x(106) value spaces.
      *
       01 ws-count-line.
           05 ws-cl-label              pic x(36).
           05 ws-cl-count              pic zzz9.
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-amount-line.
           05 ws-al-label              pic x(36).
           05 ws-al-amount             pic -,---,---,--9.99.
           05 filler                   pic x(58)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-xref.
           perform 130-load-t2-master.
           perform 150-load-a2-master.
      *
           if ws-table-overflow is equal to "y"
               move 8 to return-code
           end-if.
      *
           open output report-file.
      *
           move ws-run-date     to hl-run-date.
           move tolerance-units to hl-tol-units.
           move tolerance-price to hl-tol-price.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           perform 200-a2-items-not-on-t2.
           perform 300-t2-codes-not-on-a2.
           perform 400-items-that-disagree.
      *
           perform 500-print-totals.
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
      *loads the cross-reference - a report off a short table
      *would call the overflow's items unmatched, so it is flagged
       110-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               perform 115-read-xref
               perform 120-add-xref-entry
                   until ws-xref-eof is equal to "y"
                   or ws-xref-count is equal to 300
               if ws-xref-eof is not equal to "y"
                   display "A2-INVRECON: OVER 300 CROSS-REFERENCE "
                           "ROWS - REPORT USES THE FIRST 300"
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close xref-file.
      *
       115-read-xref.
           read xref-file
               at end
                   move "y" to ws-xref-eof.
      *
       120-add-xref-entry.
      *
           add 1 to ws-xref-count.
           move xc-item     to ws-xr-item(ws-xref-count).
           move xc-inv-code to ws-xr-inv-code(ws-xref-count).
      *
           perform 115-read-xref.
      *
      *the whole T2 master goes into the table and onto the T2
      *valuation
       130-load-t2-master.
      *
           open input inv-master-file.
      *
           if ws-inv-master-file-status is not equal to "35"
               perform 135-read-t2
               perform 140-add-t2-entry
                   until ws-t2-eof is equal to "y"
                   or ws-t2-count is equal to 500
               if ws-t2-eof is not equal to "y"
                   display "A2-INVRECON: T2 MASTER OVER 500 ROWS - "
                           "REPORT USES THE FIRST 500"
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close inv-master-file.
      *
       135-read-t2.
           read inv-master-file
               at end
                   move "y" to ws-t2-eof.
      *
       140-add-t2-entry.
      *
           add 1 to ws-t2-count.
           move iv-inv-code     to ws-t2-code(ws-t2-count).
           move iv-product-name to ws-t2-name(ws-t2-count).
           move iv-unit-price   to ws-t2-price(ws-t2-count).
           move iv-qty-on-hand  to ws-t2-qty(ws-t2-count).
           move "n"             to ws-t2-matched(ws-t2-count).
      *
           compute ws-tot-t2-value = ws-tot-t2-value
               + iv-unit-price * iv-qty-on-hand.
      *
           perform 135-read-t2.
      *
      *the A2 master rolled up by item - every row lands on the
      *A2 valuation at its own price
       150-load-a2-master.
      *
           open input item-master-file.
      *
           if ws-item-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 155-read-item
               perform 160-add-item-row
                   until ws-eof-flag is equal to ws-eof-Y
               close item-master-file
           end-if.
      *
       155-read-item.
           read item-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       160-add-item-row.
      *
           move 0 to ws-a2-hit.
           perform 165-match-item
               varying ws-a2-x from 1 by 1
               until ws-a2-x is greater than ws-a2-count
               or ws-a2-hit is not equal to 0.
      *
           if ws-a2-hit is equal to 0
               if ws-a2-count is equal to 300
                   if ws-table-overflow is not equal to "y"
                       display "A2-INVRECON: OVER 300 A2 ITEMS - "
                               "REPORT USES THE FIRST 300"
                   end-if
                   move "y" to ws-table-overflow
               else
                   add 1 to ws-a2-count
                   move ws-a2-count to ws-a2-hit
                   move im-item  to ws-a2-item(ws-a2-hit)
                   move im-desc  to ws-a2-desc(ws-a2-hit)
                   move im-price to ws-a2-price(ws-a2-hit)
                   move 0        to ws-a2-qty(ws-a2-hit)
                   move 0        to ws-a2-value(ws-a2-hit)
                   move 0        to ws-a2-t2-hit(ws-a2-hit)
               end-if
           end-if.
      *
           if ws-a2-hit is not equal to 0
               add im-on-hand to ws-a2-qty(ws-a2-hit)
               compute ws-a2-value(ws-a2-hit) =
                   ws-a2-value(ws-a2-hit) + im-price * im-on-hand
               compute ws-tot-a2-value = ws-tot-a2-value
                   + im-price * im-on-hand
           end-if.
      *
           perform 155-read-item.
      *
       165-match-item.
      *
           if ws-a2-item(ws-a2-x) is equal to im-item
               move ws-a2-x to ws-a2-hit
           end-if.
      *
      *each A2 item is carried to its T2 code - an item with no
      *mapping, or one whose code T2 does not hold or another
      *item has already claimed, is listed at its full A2 value
       200-a2-items-not-on-t2.
      *
           move "A2 ITEMS NOT ON THE T2 MASTER" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           perform 210-match-one-item
               varying ws-a2-x from 1 by 1
               until ws-a2-x is greater than ws-a2-count.
      *
           if ws-cntr-a2-only is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       210-match-one-item.
      *
           move 0 to ws-xref-hit.
           perform 215-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or ws-xref-hit is not equal to 0.
      *
           move 0 to ws-t2-hit.
           if ws-xref-hit is not equal to 0
               perform 220-match-code
                   varying ws-t2-x from 1 by 1
                   until ws-t2-x is greater than ws-t2-count
                   or ws-t2-hit is not equal to 0
           end-if.
      *
           move spaces to ws-detail-line.
      *
           if ws-xref-hit is equal to 0
               move note-no-xref to dl-note
           else
           if ws-t2-hit is equal to 0
               move note-code-not-on-t2 to dl-note
           else
           if ws-t2-matched(ws-t2-hit) is equal to "y"
               move note-code-taken to dl-note
           else
               move "y"       to ws-t2-matched(ws-t2-hit)
               move ws-t2-hit to ws-a2-t2-hit(ws-a2-x)
           end-if
           end-if
           end-if.
      *
           if dl-note is not equal to spaces
               move ws-a2-item(ws-a2-x)  to dl-item
               move ws-a2-desc(ws-a2-x)  to dl-desc
               if ws-xref-hit is not equal to 0
                   move ws-xr-inv-code(ws-xref-hit) to dl-code
               end-if
               move ws-a2-qty(ws-a2-x)   to dl-a2-qty
               move ws-a2-price(ws-a2-x) to dl-a2-price
               move ws-a2-value(ws-a2-x) to dl-value
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-a2-only
               add ws-a2-value(ws-a2-x) to ws-tot-a2-only
           end-if.
      *
       215-match-xref.
      *
           if ws-xr-item(ws-xref-x) is equal to ws-a2-item(ws-a2-x)
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       220-match-code.
      *
           if ws-t2-code(ws-t2-x) is equal to
              ws-xr-inv-code(ws-xref-hit)
               move ws-t2-x to ws-t2-hit
           end-if.
      *
      *a T2 code no A2 item claimed is listed at its T2 value,
      *which counts against the A2 side
       300-t2-codes-not-on-a2.
      *
           move "T2 CODES NOT ON THE A2 MASTER" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           perform 310-check-one-code
               varying ws-t2-x from 1 by 1
               until ws-t2-x is greater than ws-t2-count.
      *
           if ws-cntr-t2-only is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       310-check-one-code.
      *
           if ws-t2-matched(ws-t2-x) is not equal to "y"
               compute ws-t2-value =
                   ws-t2-price(ws-t2-x) * ws-t2-qty(ws-t2-x)
               compute ws-diff-value = 0 - ws-t2-value
               move spaces to ws-detail-line
               move ws-t2-code(ws-t2-x)  to dl-code
               move ws-t2-name(ws-t2-x)  to dl-name
               move ws-t2-qty(ws-t2-x)   to dl-t2-qty
               move ws-t2-price(ws-t2-x) to dl-t2-price
               move ws-diff-value        to dl-value
               move note-no-item         to dl-note
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-t2-only
               add ws-t2-value to ws-tot-t2-only
           end-if.
      *
      *every matched pair weighed against the tolerances - the
      *difference is the A2 value less the T2 value, and a pair
      *inside both tolerances still carries its few cents into
      *the totals so they foot
       400-items-that-disagree.
      *
           move "ITEMS THAT DISAGREE" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           perform 410-weigh-one-pair
               varying ws-a2-x from 1 by 1
               until ws-a2-x is greater than ws-a2-count.
      *
           if ws-cntr-disagree is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       410-weigh-one-pair.
      *
           if ws-a2-t2-hit(ws-a2-x) is not equal to 0
               move ws-a2-t2-hit(ws-a2-x) to ws-t2-hit
               add 1 to ws-cntr-matched
               perform 420-compare-pair
           end-if.
      *
       420-compare-pair.
      *
           compute ws-diff-units =
               ws-a2-qty(ws-a2-x) - ws-t2-qty(ws-t2-hit).
           compute ws-diff-price =
               ws-a2-price(ws-a2-x) - ws-t2-price(ws-t2-hit).
           compute ws-t2-value =
               ws-t2-price(ws-t2-hit) * ws-t2-qty(ws-t2-hit).
           compute ws-diff-value =
               ws-a2-value(ws-a2-x) - ws-t2-value.
      *
           move "n" to ws-units-out.
           if ws-diff-units is greater than tolerance-units
             or ws-diff-units is less than 0 - tolerance-units
               move "y" to ws-units-out
           end-if.
      *
           move "n" to ws-price-out.
           if ws-diff-price is greater than tolerance-price
             or ws-diff-price is less than 0 - tolerance-price
               move "y" to ws-price-out
           end-if.
      *
           move spaces to ws-detail-line.
      *
           if ws-units-out is equal to "y"
             and ws-price-out is equal to "y"
               move note-both to dl-note
           else
           if ws-units-out is equal to "y"
               move note-units to dl-note
           else
           if ws-price-out is equal to "y"
               move note-price to dl-note
           end-if
           end-if
           end-if.
      *
           if dl-note is equal to spaces
               add ws-diff-value to ws-tot-within
           else
               move ws-a2-item(ws-a2-x)    to dl-item
               move ws-a2-desc(ws-a2-x)    to dl-desc
               move ws-t2-code(ws-t2-hit)  to dl-code
               move ws-t2-name(ws-t2-hit)  to dl-name
               move ws-a2-qty(ws-a2-x)     to dl-a2-qty
               move ws-t2-qty(ws-t2-hit)   to dl-t2-qty
               move ws-a2-price(ws-a2-x)   to dl-a2-price
               move ws-t2-price(ws-t2-hit) to dl-t2-price
               move ws-diff-value          to dl-value
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-disagree
               add ws-diff-value to ws-tot-disagree
           end-if.
      *
      *counts, then the two valuations and the pieces that make
      *up the difference between them
       500-print-totals.
      *
           move "A2 ITEMS NOT ON T2:" to ws-cl-label.
           move ws-cntr-a2-only to ws-cl-count.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           move "T2 CODES NOT ON A2:" to ws-cl-label.
           move ws-cntr-t2-only to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "ITEMS MATCHED:" to ws-cl-label.
           move ws-cntr-matched to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "ITEMS THAT DISAGREE:" to ws-cl-label.
           move ws-cntr-disagree to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "A2 INVENTORY VALUATION:" to ws-al-label.
           move ws-tot-a2-value to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 2 lines.
      *
           move "T2 INVENTORY VALUATION:" to ws-al-label.
           move ws-tot-t2-value to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 1 line.
      *
           compute ws-tot-difference =
               ws-tot-a2-value - ws-tot-t2-value.
           move "DIFFERENCE (A2 LESS T2):" to ws-al-label.
           move ws-tot-difference to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 1 line.
      *
           move "  A2 ITEMS NOT ON T2" to ws-al-label.
           move ws-tot-a2-only to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 2 lines.
      *
           compute ws-diff-value = 0 - ws-tot-t2-only.
           move "  T2 CODES NOT ON A2" to ws-al-label.
           move ws-diff-value to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 1 line.
      *
           move "  ITEMS THAT DISAGREE" to ws-al-label.
           move ws-tot-disagree to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 1 line.
      *
           move "  MATCHED WITHIN TOLERANCE" to ws-al-label.
           move ws-tot-within to ws-al-amount.
           write report-line from ws-amount-line
             after advancing 1 line.
      *
       end program A2-InvRecon.
