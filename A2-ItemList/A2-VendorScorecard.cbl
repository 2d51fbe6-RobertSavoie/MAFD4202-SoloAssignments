       identification division.
       program-id. A2-VendorScorecard.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *monthly vendor scorecard.  purchasing had nothing but
      *memory to go on when deciding which vendor gets the next
      *order.  A2-POUpdate appends every receipt and every PO
      *closed short to A2-POReceipts.dat with the vendor and the
      *promised date off the open-PO row; this report reads the
      *month's rows and shows, per vendor, the deliveries, how
      *many arrived on or before the promised date, the on-time
      *rate, the average days late across the late ones, the
      *units received and the quantity short-shipped.  the month
      *is the business date's unless A2-ScorecardMonth.dat names
      *another (yyyymm), so the scorecard for a closed month can
      *be run in the first days of the next.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select receipt-file
               assign to "../../../data/A2-POReceipts.dat"
               organization is line sequential
               file status is ws-receipt-file-status.
      *
      *the vendor master supplies the names
           select vendor-full-file
               assign to "../../../data/A6-VendorMasterFull.dat"
               organization is line sequential
               file status is ws-vendor-file-status.
      *
      *optional month card - yyyymm
           select month-file
               assign to "../../../data/A2-ScorecardMonth.dat"
               organization is line sequential
               file status is ws-month-file-status.
      *
           select report-file
               assign to "../../../data/A2-VendorScorecard.out"
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
       fd receipt-file
           data record is receipt-rec
           record contains 35 characters.
      *
       01 receipt-rec.
           05 rh-date                  pic 9(8).
           05 rh-date-r redefines rh-date.
               10 rh-yyyymm            pic 9(6).
               10 rh-dd                pic 99.
           05 rh-type                  pic x.
               88 rh-type-receipt       value "R".
               88 rh-type-short         value "S".
           05 rh-po-num                pic 9(5).
           05 rh-vendor                pic 9(6).
           05 rh-item                  pic 9(4).
           05 rh-qty                   pic 999.
           05 rh-promised              pic 9(8).
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
       fd month-file
           data record is month-rec
           record contains 6 characters.
      *
       01 month-rec.
           05 mc-yyyymm                pic 9(6).
      *
       fd report-file
           data record is report-line
           record contains 110 characters.
      *
       01 report-line                  pic x(110).
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
      *one row per vendor - registered off the vendor master, and
      *topped up by any vendor on the history the master no
      *longer carries
       01 ws-vendor-table.
           05 ws-vendor-entry occurs 1 to 500 times
                   depending on ws-vendor-count.
               10 ws-vn-num             pic 9(6).
               10 ws-vn-name            pic x(20).
               10 ws-vn-deliveries      pic 9(5).
               10 ws-vn-on-time         pic 9(5).
               10 ws-vn-late            pic 9(5).
               10 ws-vn-days-late       pic 9(7).
               10 ws-vn-units           pic 9(7).
               10 ws-vn-short-qty       pic 9(7).
               10 ws-vn-short-pos       pic 9(5).
      *
       01 ws-vendor-count              pic 9(3)   value 0.
      *
       01 ws-vendor-subs.
           05 ws-vendor-x              pic 9(3)   value 0.
           05 ws-vendor-hit            pic 9(3)   value 0.
      *
       01 ws-vendor-flags.
           05 ws-vendor-found          pic x      value "n".
               88 vendor-found          value "y".
      *
       77 ws-receipt-file-status       pic xx     value spaces.
       77 ws-vendor-file-status        pic xx     value spaces.
       77 ws-month-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
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
      *the month being scored
       01 ws-score-month               pic 9(6)   value 0.
       01 ws-score-month-r redefines ws-score-month.
           05 ws-sm-yyyy               pic 9(4).
           05 ws-sm-mm                 pic 99.
      *
      *lateness arithmetic - whole-month day numbers are plenty,
      *as on the PO aging
       01 ws-late-math.
           05 ws-work-date             pic 9(8)   value 0.
           05 ws-work-date-r redefines ws-work-date.
               10 ws-wd-yyyy           pic 9(4).
               10 ws-wd-mm             pic 99.
               10 ws-wd-dd             pic 99.
           05 ws-received-days         pic 9(8)   value 0.
           05 ws-promised-days         pic 9(8)   value 0.
           05 ws-days-late             pic 9(5)   value 0.
           05 ws-on-time-pct           pic 999v9  value 0.
           05 ws-avg-days-late         pic 9(4)v9 value 0.
      *
      *totals across every vendor
       01 ws-totals.
           05 ws-tot-deliveries        pic 9(6)   value 0.
           05 ws-tot-on-time           pic 9(6)   value 0.
           05 ws-tot-late              pic 9(6)   value 0.
           05 ws-tot-days-late         pic 9(8)   value 0.
           05 ws-tot-units             pic 9(8)   value 0.
           05 ws-tot-short-qty         pic 9(8)   value 0.
           05 ws-tot-vendors           pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(25)  value
                       "VENDOR SCORECARD - MONTH ".
           05 hd-yyyy                  pic 9(4).
           05 filler                   pic x      value "/".
           05 hd-mm                    pic 99.
           05 filler                   pic x(6)   value "  RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(64)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "VENDOR  NAME                   DELIVERIE".
           05 filler                   pic x(40)  value
               "S  ON-TIME   RATE  LATE  AVG DAYS LATE  ".
           05 filler                   pic x(30)  value
               " UNITS RECD   SHORT-SHIPPED   ".
      *
       01 ws-detail-line.
           05 dl-vendor                pic x(6).
           05 filler                   pic x(2)   value spaces.
           05 dl-name                  pic x(20).
           05 filler                   pic x(7)   value spaces.
           05 dl-deliveries            pic zzzz9.
           05 filler                   pic x(4)   value spaces.
           05 dl-on-time               pic zzzz9.
           05 filler                   pic x      value spaces.
           05 dl-rate                  pic zz9.9.
           05 filler                   pic x      value "%".
           05 filler                   pic x      value spaces.
           05 dl-late                  pic zzzz9.
           05 filler                   pic x(9)   value spaces.
           05 dl-avg-late              pic zzz9.9.
           05 filler                   pic x(4)   value spaces.
           05 dl-units                 pic z,zzz,zz9.
           05 filler                   pic x(7)   value spaces.
           05 dl-short                 pic z,zzz,zz9.
           05 filler                   pic x(4)   value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-set-score-month.
           perform 120-load-vendors.
           perform 200-score-receipts.
      *
           open output report-file.
      *
           move ws-sm-yyyy  to hd-yyyy.
           move ws-sm-mm    to hd-mm.
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 300-print-one-vendor
               varying ws-vendor-x from 1 by 1
               until ws-vendor-x is greater than ws-vendor-count.
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
       110-set-score-month.
      *
           move ws-rd-yyyymm to ws-score-month.
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
                           move mc-yyyymm to ws-score-month
                       end-if
               end-read
           end-if.
      *
           close month-file.
      *
       120-load-vendors.
      *
           open input vendor-full-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-vendor-file-status is not equal to "35"
               perform 121-read-vendor
               perform 122-add-vendor-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-vendor-count is equal to 500
           end-if.
      *
           close vendor-full-file.
      *
       121-read-vendor.
           read vendor-full-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-vendor-entry.
      *
           if vf-vend-num is numeric
               add 1 to ws-vendor-count
               move ws-vendor-count to ws-vendor-hit
               move vf-vend-num to ws-vn-num(ws-vendor-hit)
               move vf-name     to ws-vn-name(ws-vendor-hit)
               perform 125-clear-vendor-counts
           end-if.
      *
           perform 121-read-vendor.
      *
       125-clear-vendor-counts.
      *
           move 0 to ws-vn-deliveries(ws-vendor-hit)
                     ws-vn-on-time(ws-vendor-hit)
                     ws-vn-late(ws-vendor-hit)
                     ws-vn-days-late(ws-vendor-hit)
                     ws-vn-units(ws-vendor-hit)
                     ws-vn-short-qty(ws-vendor-hit)
                     ws-vn-short-pos(ws-vendor-hit).
      *
       200-score-receipts.
      *
           open input receipt-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-receipt-file-status is not equal to "35"
               perform 201-read-receipt
               perform 210-score-one-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close receipt-file.
      *
       201-read-receipt.
           read receipt-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a row outside the month, or not numeric, is passed over
       210-score-one-row.
      *
           if rh-date is numeric
             and rh-yyyymm is equal to ws-score-month
             and rh-vendor is numeric
             and rh-qty is numeric
               perform 220-lookup-vendor
               if vendor-found
                   if rh-type-receipt
                       perform 230-score-delivery
                   else
                       if rh-type-short
                           add rh-qty to ws-vn-short-qty(ws-vendor-hit)
                           add 1 to ws-vn-short-pos(ws-vendor-hit)
                       end-if
                   end-if
               end-if
           end-if.
      *
           perform 201-read-receipt.
      *
      *a vendor no longer on the master is registered nameless;
      *POs that predate the vendor number score under 000000
       220-lookup-vendor.
      *
           move "n" to ws-vendor-found.
           perform 225-match-vendor
               varying ws-vendor-x from 1 by 1
               until ws-vendor-x is greater than ws-vendor-count
               or vendor-found.
      *
           if not vendor-found
             and ws-vendor-count is less than 500
               add 1 to ws-vendor-count
               move ws-vendor-count to ws-vendor-hit
               move rh-vendor to ws-vn-num(ws-vendor-hit)
               if rh-vendor is equal to 0
                   move "NO VENDOR RECORDED"
                     to ws-vn-name(ws-vendor-hit)
               else
                   move "NOT ON VENDOR MASTER"
                     to ws-vn-name(ws-vendor-hit)
               end-if
               perform 125-clear-vendor-counts
               move "y" to ws-vendor-found
           end-if.
      *
       225-match-vendor.
      *
           if ws-vn-num(ws-vendor-x) is equal to rh-vendor
               move "y" to ws-vendor-found
               move ws-vendor-x to ws-vendor-hit
           end-if.
      *
      *on time means on or before the promised date - a receipt
      *with no promised date on its PO counts as on time
       230-score-delivery.
      *
           add 1      to ws-vn-deliveries(ws-vendor-hit).
           add rh-qty to ws-vn-units(ws-vendor-hit).
      *
           if rh-promised is not numeric
             or rh-promised is equal to 0
             or rh-date is not greater than rh-promised
               add 1 to ws-vn-on-time(ws-vendor-hit)
           else
               move rh-date to ws-work-date
               compute ws-received-days =
                   ws-wd-yyyy * 372 + ws-wd-mm * 31 + ws-wd-dd
               move rh-promised to ws-work-date
               compute ws-promised-days =
                   ws-wd-yyyy * 372 + ws-wd-mm * 31 + ws-wd-dd
               subtract ws-promised-days from ws-received-days
                   giving ws-days-late
               add 1 to ws-vn-late(ws-vendor-hit)
               add ws-days-late to ws-vn-days-late(ws-vendor-hit)
           end-if.
      *
      *only vendors with a delivery or a short close this month
      *are printed
       300-print-one-vendor.
      *
           if ws-vn-deliveries(ws-vendor-x) is greater than 0
             or ws-vn-short-pos(ws-vendor-x) is greater than 0
               move ws-vn-deliveries(ws-vendor-x) to dl-deliveries
               move ws-vn-on-time(ws-vendor-x)    to dl-on-time
               move ws-vn-late(ws-vendor-x)       to dl-late
               move ws-vn-units(ws-vendor-x)      to dl-units
               move ws-vn-short-qty(ws-vendor-x)  to dl-short
               move ws-vn-num(ws-vendor-x)        to dl-vendor
               move ws-vn-name(ws-vendor-x)       to dl-name
      *
               if ws-vn-deliveries(ws-vendor-x) is greater than 0
                   compute ws-on-time-pct rounded =
                       ws-vn-on-time(ws-vendor-x) * 100
                       / ws-vn-deliveries(ws-vendor-x)
               else
                   move 0 to ws-on-time-pct
               end-if
               if ws-vn-late(ws-vendor-x) is greater than 0
                   compute ws-avg-days-late rounded =
                       ws-vn-days-late(ws-vendor-x)
                       / ws-vn-late(ws-vendor-x)
               else
                   move 0 to ws-avg-days-late
               end-if
               move ws-on-time-pct   to dl-rate
               move ws-avg-days-late to dl-avg-late
      *
               write report-line from ws-detail-line
                 after advancing 1 line
      *
               add 1 to ws-tot-vendors
               add ws-vn-deliveries(ws-vendor-x) to ws-tot-deliveries
               add ws-vn-on-time(ws-vendor-x)    to ws-tot-on-time
               add ws-vn-late(ws-vendor-x)       to ws-tot-late
               add ws-vn-days-late(ws-vendor-x)  to ws-tot-days-late
               add ws-vn-units(ws-vendor-x)      to ws-tot-units
               add ws-vn-short-qty(ws-vendor-x)  to ws-tot-short-qty
           end-if.
      *
       400-print-totals.
      *
           move spaces            to dl-vendor.
           move "ALL VENDORS"     to dl-name.
           move ws-tot-deliveries to dl-deliveries.
           move ws-tot-on-time    to dl-on-time.
           move ws-tot-late       to dl-late.
           move ws-tot-units      to dl-units.
           move ws-tot-short-qty  to dl-short.
      *
           if ws-tot-deliveries is greater than 0
               compute ws-on-time-pct rounded =
                   ws-tot-on-time * 100 / ws-tot-deliveries
           else
               move 0 to ws-on-time-pct
           end-if.
           if ws-tot-late is greater than 0
               compute ws-avg-days-late rounded =
                   ws-tot-days-late / ws-tot-late
           else
               move 0 to ws-avg-days-late
           end-if.
           move ws-on-time-pct   to dl-rate.
           move ws-avg-days-late to dl-avg-late.
      *
           write report-line from ws-detail-line
             after advancing 2 lines.
      *
       end program A2-VendorScorecard.
