       identification division.
       program-id. A6-CatalogCompare.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *vendor price catalog import and comparison.  vendors send
      *their full price lists, and A6-MassPriceChange can only move
      *a whole vendor or series by one percent, so line prices were
      *being checked against A6-PartMaster.dat by eye.  this program
      *imports one vendor's catalog (vendor part number, description
      *and price), ties it to our parts through the vendor part
      *number cross-reference A6-VendorPartXref.dat, and reports
      *  - our parts whose catalog price differs from ours,
      *  - our parts the vendor has dropped from the catalog (or
      *    that have no vendor part number to look them up by), and
      *  - catalog lines we do not carry.
      *the buyer reviews the differences and lists the parts whose
      *new price is accepted on A6-CatalogAccept.dat; each accepted
      *difference is generated as a change transaction in the
      *standard layout under a batch header, ready to be fed as
      *A6.dat through A6-DataValidation's edits and the update step.
      *a catalog line that will not import (blank vendor part
      *number, price not numeric) is counted and left out.
      *
      *return code 8 when the request is missing or bad, or a table
      *fills - the comparison would be incomplete.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *the request - vendor whose catalog this is, and the batch
      *number to generate accepted changes under
           select request-file
               assign to "../../../data/A6-CatalogReq.dat"
               organization is line sequential
               file status is ws-request-file-status.
      *
           select catalog-file
               assign to "../../../data/A6-VendorCatalog.dat"
               organization is line sequential
               file status is ws-catalog-file-status.
      *
      *vendor part number cross-reference - our part, the vendor,
      *and the vendor's own number for it
           select xref-file
               assign to "../../../data/A6-VendorPartXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *parts whose catalog price the buyer has accepted
           select accept-file
               assign to "../../../data/A6-CatalogAccept.dat"
               organization is line sequential
               file status is ws-accept-file-status.
      *
           select part-master-file
               assign to "../../../data/A6-PartMaster.dat"
               organization is indexed
               access is sequential
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *the generated batch, ready to be fed as A6.dat
           select trans-file
               assign to "../../../data/A6-CatalogChanges.dat"
               organization is line sequential.
      *
           select report-file
               assign to "../../../data/A6-CatalogCompare.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd request-file
           data record is request-rec
           record contains 12 characters.
      *
       01 request-rec.
           05 cr-vend-num              pic 9(6).
           05 cr-batch-num             pic 9(6).
      *
       fd catalog-file
           data record is catalog-rec
           record contains 41 characters.
      *
       01 catalog-rec.
           05 vc-vend-part             pic x(15).
           05 vc-desc                  pic x(20).
           05 vc-price                 pic 9(4)v99.
      *
       fd xref-file
           data record is xref-rec
           record contains 24 characters.
      *
       01 xref-rec.
           05 vx-prt-num               pic 999.
           05 vx-vend-num              pic 9(6).
           05 vx-vend-part             pic x(15).
      *
       fd accept-file
           data record is accept-rec
           record contains 3 characters.
      *
       01 accept-rec.
           05 ac-prt-num               pic 999.
      *
       fd part-master-file
           data record is part-master-rec
           record contains 23 characters.
      *
       01 part-master-rec.
           05 pm-prt-num               pic 999.
           05 pm-prt-desc              pic x(10).
           05 pm-prt-price             pic 99v99.
           05 pm-prt-vend-num          pic 9(6).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
      *change transactions in the standard layout - the effective
      *date stays blank, so an accepted price applies when fed
       fd trans-file
           data record is trans-rec
           record contains 32 characters.
      *
       01 trans-rec.
           05 tr-mnt-code              pic x.
           05 tr-prt-num               pic 999.
           05 tr-prt-desc              pic x(10).
           05 tr-prt-price             pic 99v99.
           05 tr-prt-vend-num          pic 9(6).
           05 tr-eff-date              pic x(8).
      *
       01 batch-header-rec redefines trans-rec.
           05 bh-marker                pic x.
           05 bh-batch-num             pic 9(6).
           05 bh-date                  pic 9(8).
           05 bh-count                 pic 9(4).
           05 filler                   pic x(13).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       working-storage section.
      *
       77 ws-request-file-status       pic xx     value spaces.
       77 ws-catalog-file-status       pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-accept-file-status        pic xx     value spaces.
       77 ws-part-master-file-status   pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the request as read - zero until a record is there
       01 ws-request.
           05 ws-req-vend-num          pic 9(6)   value 0.
           05 ws-req-batch-num         pic 9(6)   value 0.
      *
       01 ws-run-flags.
           05 ws-run-stopped           pic x      value "n".
               88 run-stopped           value "y".
           05 ws-stop-reason           pic x(50)  value spaces.
      *
      *the vendor's catalog lines, flagged as our parts claim them
       01 ws-catalog-table.
           05 ws-cat-entry occurs 1 to 1000 times
                   depending on ws-cat-count.
               10 ws-ct-vend-part       pic x(15).
               10 ws-ct-desc            pic x(20).
               10 ws-ct-price           pic 9(4)v99.
               10 ws-ct-claimed         pic x.
      *
       01 ws-cat-count                 pic 9(4)   value 0.
      *
      *this vendor's cross-reference rows
       01 ws-xref-table.
           05 ws-xr-entry occurs 1 to 500 times
                   depending on ws-xr-count.
               10 ws-xr-prt-num         pic 999.
               10 ws-xr-vend-part       pic x(15).
      *
       01 ws-xr-count                  pic 9(3)   value 0.
      *
      *parts whose catalog price is accepted
       01 ws-accept-table.
           05 ws-ac-entry occurs 1 to 500 times
                   depending on ws-ac-count.
               10 ws-ac-prt-num         pic 999.
      *
       01 ws-ac-count                  pic 9(3)   value 0.
      *
      *our parts supplied by this vendor, each with what the
      *catalog said about it - status S same price, P price
      *differs, D dropped by the vendor, X no vendor part number
       01 ws-part-table.
           05 ws-pt-entry occurs 1 to 500 times
                   depending on ws-pt-count.
               10 ws-pt-prt-num         pic 999.
               10 ws-pt-prt-desc        pic x(10).
               10 ws-pt-prt-price       pic 99v99.
               10 ws-pt-vend-part       pic x(15).
               10 ws-pt-cat-price       pic 9(4)v99.
               10 ws-pt-status          pic x.
                   88 pt-same            value "S".
                   88 pt-differs         value "P".
                   88 pt-dropped         value "D".
                   88 pt-no-xref         value "X".
      *
       01 ws-pt-count                  pic 9(3)   value 0.
      *
       01 ws-subs.
           05 ws-cat-x                 pic 9(4)   value 0.
           05 ws-cat-hit               pic 9(4)   value 0.
           05 ws-xr-x                  pic 9(3)   value 0.
           05 ws-xr-hit                pic 9(3)   value 0.
           05 ws-ac-x                  pic 9(3)   value 0.
           05 ws-pt-x                  pic 9(3)   value 0.
           05 ws-gen-x                 pic 9(3)   value 0.
      *
       01 ws-match-flags.
           05 ws-accepted              pic x      value "n".
               88 price-accepted        value "y".
      *
      *the generated change records are collected here first -
      *the batch header needs the count before the rows go out
       01 ws-gen-table.
           05 ws-gen-entry occurs 1 to 500 times
                   depending on ws-gen-count.
               10 ws-gn-rec             pic x(32).
      *
       01 ws-gen-count                 pic 9(3)   value 0.
      *
      *build area for one generated record
       01 ws-gen-work.
           05 gw-mnt-code              pic x.
           05 gw-prt-num               pic 999.
           05 gw-prt-desc              pic x(10).
           05 gw-prt-price             pic 99v99.
           05 gw-prt-vend-num          pic 9(6).
           05 gw-eff-date              pic x(8).
      *
       01 ws-counters.
           05 ws-cntr-cat-read         pic 9(4)   value 0.
           05 ws-cntr-cat-rejected     pic 9(4)   value 0.
           05 ws-cntr-differs          pic 9(4)   value 0.
           05 ws-cntr-dropped          pic 9(4)   value 0.
           05 ws-cntr-no-xref          pic 9(4)   value 0.
           05 ws-cntr-not-carried      pic 9(4)   value 0.
           05 ws-cntr-generated        pic 9(4)   value 0.
           05 ws-cntr-too-high         pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(34)  value
                   "VENDOR CATALOG COMPARISON - VENDOR".
           05 filler                   pic x      value spaces.
           05 hl-vend-num              pic 9(6).
           05 filler                   pic x(9)   value "  BATCH: ".
           05 hl-batch-num             pic 9(6).
           05 filler                   pic x(9)   value "   DATE: ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(7)   value spaces.
      *
       01 ws-section-line.
           05 sl-title                 pic x(40).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(5)   value "PART".
           05 filler                   pic x(17)  value "VENDOR PART".
           05 filler                   pic x(22)  value "DESCRIPTION".
           05 filler                   pic x(8)   value "  OURS".
           05 filler                   pic x(9)   value "CATALOG".
           05 filler                   pic x(19)  value "NOTE".
      *
       01 ws-detail-line.
           05 dl-prt-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-vend-part             pic x(15).
           05 filler                   pic x(2)   value spaces.
           05 dl-desc                  pic x(20).
           05 filler                   pic x(2)   value spaces.
           05 dl-our-price             pic zz9.99 blank when zero.
           05 filler                   pic x(2)   value spaces.
           05 dl-cat-price             pic zzz9.99 blank when zero.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(19).
      *
       01 ws-none-line.
           05 filler                   pic x(10)  value "  (NONE)".
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-stopped-line.
           05 filler                   pic x(14)  value
                   "RUN STOPPED - ".
           05 sp-reason                pic x(50).
           05 filler                   pic x(16)  value spaces.
      *
       01 ws-total-line.
           05 ws-tl-label              pic x(30).
           05 ws-tl-count              pic zzz9.
           05 filler                   pic x(46)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-read-request.
      *
           if not run-stopped
               perform 150-load-catalog
           end-if.
      *
           if not run-stopped
               perform 160-load-xref
           end-if.
      *
           if not run-stopped
               perform 170-load-accepts
           end-if.
      *
           if not run-stopped
               perform 200-scan-part-master
           end-if.
      *
           open output report-file.
      *
           move ws-req-vend-num  to hl-vend-num.
           move ws-req-batch-num to hl-batch-num.
           move ws-run-date  to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           if run-stopped
               move ws-stop-reason to sp-reason
               write report-line from ws-stopped-line
                 after advancing 2 lines
               close report-file
               display "A6-CATALOGCOMPARE: " ws-stop-reason
               move 8 to return-code
               goback
           end-if.
      *
           perform 300-report-differences.
           perform 400-report-dropped.
           perform 500-report-not-carried.
      *
           perform 800-write-batch.
      *
           perform 900-print-totals.
      *
           close report-file.
      *
           display "A6-CATALOGCOMPARE: " ws-cntr-generated
                   " CHANGE(S) GENERATED UNDER BATCH "
                   ws-req-batch-num.
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
       110-read-request.
      *
           open input request-file.
      *
           if ws-request-file-status is equal to "35"
               move "y" to ws-run-stopped
               move "NO REQUEST RECORD" to ws-stop-reason
           else
               read request-file into ws-request
                   at end
                       move "y" to ws-run-stopped
                       move "REQUEST FILE IS EMPTY" to ws-stop-reason
               end-read
               close request-file
           end-if.
      *
           if not run-stopped
             and (ws-req-vend-num is not numeric
               or ws-req-batch-num is not numeric)
               move "y" to ws-run-stopped
               move "VENDOR OR BATCH NUMBER NOT NUMERIC"
                 to ws-stop-reason
           end-if.
      *
      *loads the catalog - a line that will not import is counted
      *straight away and left out of the comparison
       150-load-catalog.
      *
           open input catalog-file.
      *
           if ws-catalog-file-status is equal to "35"
               move "y" to ws-run-stopped
               move "NO VENDOR CATALOG FILE" to ws-stop-reason
           else
               move "n" to ws-eof-flag
               perform 151-read-catalog
               perform 152-load-one-line
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
               close catalog-file
           end-if.
      *
       151-read-catalog.
           read catalog-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       152-load-one-line.
      *
           add 1 to ws-cntr-cat-read.
      *
           if vc-vend-part is equal to spaces
             or vc-price is not numeric
               add 1 to ws-cntr-cat-rejected
           else
               if ws-cat-count is less than 1000
                   add 1 to ws-cat-count
                   move vc-vend-part to ws-ct-vend-part(ws-cat-count)
                   move vc-desc      to ws-ct-desc(ws-cat-count)
                   move vc-price     to ws-ct-price(ws-cat-count)
                   move "n"          to ws-ct-claimed(ws-cat-count)
               else
                   move "y" to ws-run-stopped
                   move "OVER 1000 CATALOG LINES" to ws-stop-reason
               end-if
           end-if.
      *
           perform 151-read-catalog.
      *
      *only this vendor's cross-reference rows are kept
       160-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 161-read-xref
               perform 162-load-one-xref
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
               close xref-file
           end-if.
      *
       161-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       162-load-one-xref.
      *
           if vx-vend-num is equal to ws-req-vend-num
               if ws-xr-count is less than 500
                   add 1 to ws-xr-count
                   move vx-prt-num   to ws-xr-prt-num(ws-xr-count)
                   move vx-vend-part to ws-xr-vend-part(ws-xr-count)
               else
                   move "y" to ws-run-stopped
                   move "OVER 500 CROSS-REFERENCE ROWS"
                     to ws-stop-reason
               end-if
           end-if.
      *
           perform 161-read-xref.
      *
       170-load-accepts.
      *
           open input accept-file.
      *
           if ws-accept-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 171-read-accept
               perform 172-load-one-accept
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
               close accept-file
           end-if.
      *
       171-read-accept.
           read accept-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       172-load-one-accept.
      *
           if ac-prt-num is numeric
               if ws-ac-count is less than 500
                   add 1 to ws-ac-count
                   move ac-prt-num to ws-ac-prt-num(ws-ac-count)
               else
                   move "y" to ws-run-stopped
                   move "OVER 500 ACCEPTED PARTS" to ws-stop-reason
               end-if
           end-if.
      *
           perform 171-read-accept.
      *
      *walks the part master for this vendor's parts and settles
      *each one against the catalog through its vendor part number
       200-scan-part-master.
      *
           open input part-master-file.
      *
           if ws-part-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 201-read-part
               perform 210-settle-one-part
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
               close part-master-file
           end-if.
      *
       201-read-part.
           read part-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       210-settle-one-part.
      *
           if pm-prt-vend-num is equal to ws-req-vend-num
               if ws-pt-count is less than 500
                   add 1 to ws-pt-count
                   perform 220-settle-part
               else
                   move "y" to ws-run-stopped
                   move "OVER 500 PARTS FOR THE VENDOR"
                     to ws-stop-reason
               end-if
           end-if.
      *
           perform 201-read-part.
      *
       220-settle-part.
      *
           move pm-prt-num   to ws-pt-prt-num(ws-pt-count).
           move pm-prt-desc  to ws-pt-prt-desc(ws-pt-count).
           move pm-prt-price to ws-pt-prt-price(ws-pt-count).
           move spaces       to ws-pt-vend-part(ws-pt-count).
           move 0            to ws-pt-cat-price(ws-pt-count).
      *
           move 0 to ws-xr-hit.
           perform 230-match-xref
               varying ws-xr-x from 1 by 1
               until ws-xr-x is greater than ws-xr-count
               or ws-xr-hit is greater than 0.
      *
           if ws-xr-hit is equal to 0
               move "X" to ws-pt-status(ws-pt-count)
               add 1 to ws-cntr-no-xref
           else
               move ws-xr-vend-part(ws-xr-hit)
                 to ws-pt-vend-part(ws-pt-count)
               move 0 to ws-cat-hit
               perform 240-match-catalog
                   varying ws-cat-x from 1 by 1
                   until ws-cat-x is greater than ws-cat-count
                   or ws-cat-hit is greater than 0
               if ws-cat-hit is equal to 0
                   move "D" to ws-pt-status(ws-pt-count)
                   add 1 to ws-cntr-dropped
               else
                   move "y" to ws-ct-claimed(ws-cat-hit)
                   move ws-ct-price(ws-cat-hit)
                     to ws-pt-cat-price(ws-pt-count)
                   if ws-ct-price(ws-cat-hit) is equal to pm-prt-price
                       move "S" to ws-pt-status(ws-pt-count)
                   else
                       move "P" to ws-pt-status(ws-pt-count)
                       add 1 to ws-cntr-differs
                   end-if
               end-if
           end-if.
      *
       230-match-xref.
      *
           if ws-xr-prt-num(ws-xr-x) is equal to pm-prt-num
               move ws-xr-x to ws-xr-hit
           end-if.
      *
       240-match-catalog.
      *
           if ws-ct-vend-part(ws-cat-x) is equal to
              ws-xr-vend-part(ws-xr-hit)
               move ws-cat-x to ws-cat-hit
           end-if.
      *
      *every price that differs, with the accepted ones queued as
      *change transactions - a catalog price past what the
      *master's 99v99 picture can hold is never generated
       300-report-differences.
      *
           move "PRICE DIFFERENCES" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           if ws-cntr-differs is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           else
               perform 310-report-one-difference
                   varying ws-pt-x from 1 by 1
                   until ws-pt-x is greater than ws-pt-count
           end-if.
      *
       310-report-one-difference.
      *
           if pt-differs(ws-pt-x)
               perform 320-build-part-line
               perform 330-check-accepted
               if price-accepted
                   if ws-pt-cat-price(ws-pt-x) is greater than 99.99
                       add 1 to ws-cntr-too-high
                       move "ACCEPTED - TOO HIGH" to dl-note
                   else
                       perform 340-queue-change
                       move "CHANGE GENERATED" to dl-note
                   end-if
               else
                   move "PRICE DIFFERS" to dl-note
               end-if
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
       320-build-part-line.
      *
           move ws-pt-prt-num(ws-pt-x)   to dl-prt-num.
           move ws-pt-vend-part(ws-pt-x) to dl-vend-part.
           move ws-pt-prt-desc(ws-pt-x)  to dl-desc.
           move ws-pt-prt-price(ws-pt-x) to dl-our-price.
           move ws-pt-cat-price(ws-pt-x) to dl-cat-price.
           move spaces                   to dl-note.
      *
       330-check-accepted.
      *
           move "n" to ws-accepted.
           perform 335-match-accept
               varying ws-ac-x from 1 by 1
               until ws-ac-x is greater than ws-ac-count
               or price-accepted.
      *
       335-match-accept.
      *
           if ws-ac-prt-num(ws-ac-x) is equal to ws-pt-prt-num(ws-pt-x)
               move "y" to ws-accepted
           end-if.
      *
      *the description and vendor ride through unchanged so the
      *record passes the full edit set downstream
       340-queue-change.
      *
           move "C"                      to gw-mnt-code.
           move ws-pt-prt-num(ws-pt-x)   to gw-prt-num.
           move ws-pt-prt-desc(ws-pt-x)  to gw-prt-desc.
           move ws-pt-cat-price(ws-pt-x) to gw-prt-price.
           move ws-req-vend-num          to gw-prt-vend-num.
           move spaces                   to gw-eff-date.
      *
           add 1 to ws-gen-count.
           move ws-gen-work to ws-gn-rec(ws-gen-count).
           add 1 to ws-cntr-generated.
      *
      *our parts the catalog no longer lists, and those with no
      *vendor part number to find them by
       400-report-dropped.
      *
           move "PARTS NOT ON THE CATALOG" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           if ws-cntr-dropped is equal to 0
             and ws-cntr-no-xref is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           else
               perform 410-report-one-dropped
                   varying ws-pt-x from 1 by 1
                   until ws-pt-x is greater than ws-pt-count
           end-if.
      *
       410-report-one-dropped.
      *
           if pt-dropped(ws-pt-x)
             or pt-no-xref(ws-pt-x)
               perform 320-build-part-line
               if pt-dropped(ws-pt-x)
                   move "DROPPED BY VENDOR" to dl-note
               else
                   move "NO VENDOR PART NO" to dl-note
               end-if
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
      *catalog lines no part of ours claimed
       500-report-not-carried.
      *
           move "CATALOG LINES NOT CARRIED" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           perform 510-report-one-line
               varying ws-cat-x from 1 by 1
               until ws-cat-x is greater than ws-cat-count.
      *
           if ws-cntr-not-carried is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       510-report-one-line.
      *
           if ws-ct-claimed(ws-cat-x) is equal to "n"
               add 1 to ws-cntr-not-carried
               move spaces                   to dl-prt-num
               move ws-ct-vend-part(ws-cat-x) to dl-vend-part
               move ws-ct-desc(ws-cat-x)     to dl-desc
               move 0                        to dl-our-price
               move ws-ct-price(ws-cat-x)    to dl-cat-price
               move "NOT CARRIED"            to dl-note
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
      *writes the batch header (record count known now) and the
      *queued change records - only when something was accepted
       800-write-batch.
      *
           if ws-gen-count is greater than 0
               open output trans-file
      *
               move spaces       to trans-rec
               move "B"          to bh-marker
               move ws-req-batch-num to bh-batch-num
               move ws-run-date  to bh-date
               move ws-gen-count to bh-count
               write trans-rec
      *
               perform 810-write-one-record
                   varying ws-gen-x from 1 by 1
                   until ws-gen-x is greater than ws-gen-count
      *
               close trans-file
           end-if.
      *
       810-write-one-record.
      *
           write trans-rec from ws-gn-rec(ws-gen-x).
      *
       900-print-totals.
      *
           move "CATALOG LINES READ:" to ws-tl-label.
           move ws-cntr-cat-read to ws-tl-count.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           move "CATALOG LINES NOT IMPORTED:" to ws-tl-label.
           move ws-cntr-cat-rejected to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "PRICES THAT DIFFER:" to ws-tl-label.
           move ws-cntr-differs to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "CHANGES GENERATED:" to ws-tl-label.
           move ws-cntr-generated to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "ACCEPTED BUT OVER 99.99:" to ws-tl-label.
           move ws-cntr-too-high to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "DROPPED BY VENDOR:" to ws-tl-label.
           move ws-cntr-dropped to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "NO VENDOR PART NUMBER:" to ws-tl-label.
           move ws-cntr-no-xref to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "CATALOG LINES NOT CARRIED:" to ws-tl-label.
           move ws-cntr-not-carried to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
       end program A6-CatalogCompare.
