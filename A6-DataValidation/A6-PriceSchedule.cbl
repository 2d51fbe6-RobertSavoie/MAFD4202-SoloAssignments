       identification division.
       program-id. A6-PriceSchedule.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *scheduled price change report.  future-dated changes wait on
      *A6-PendingPrice.dat until A6-PartMasterUpdate applies them on
      *their effective date, and purchasing wants to see what is
      *coming before it lands.  this report lists every pending
      *change taking effect within the next 30 days of the business
      *date, in effective-date order, with the part's current price
      *off the master beside the new one.  a pending change dated on
      *or before the business date should already have been applied
      *and is marked PAST DUE; changes further out are only counted.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select pending-price-file
               assign to "../../../data/A6-PendingPrice.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *
           select part-master-file
               assign to "../../../data/A6-PartMaster.dat"
               organization is indexed
               access is random
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select sort-work-file
               assign to "a6pricewk.tmp".
      *
      *effective-date-sorted copy of the changes in the window
           select sorted-file
               assign to "a6pricesch.tmp"
               organization is line sequential.
      *
           select report-file
               assign to "../../../data/A6-PriceSchedule.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *pending changes in the clean file's layout, effective date
      *last
       fd pending-price-file
           data record is pending-price-rec
           record contains 32 characters.
      *
       01 pending-price-rec.
           05 pp-mnt-code              pic x.
           05 pp-prt-num               pic 999.
           05 pp-prt-desc              pic x(10).
           05 pp-prt-price             pic 99v99.
           05 pp-prt-vend-num          pic 9(6).
           05 pp-eff-date              pic 9(8).
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
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-eff-date             pic 9(8).
           05 srt-prt-num              pic 999.
           05 filler                   pic x(21).
      *
       fd sorted-file
           data record is sorted-rec
           record contains 32 characters.
      *
       01 sorted-rec.
           05 sr-eff-date              pic 9(8).
           05 sr-prt-num               pic 999.
           05 sr-prt-desc              pic x(10).
           05 sr-prt-price             pic 99v99.
           05 sr-prt-vend-num          pic 9(6).
           05 filler                   pic x.
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       working-storage section.
      *
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-part-master-file-status   pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
       01 ws-part-flags.
           05 ws-part-found            pic x      value "n".
               88 part-found            value "y".
           05 ws-master-absent         pic x      value "n".
               88 master-absent         value "y".
      *
       77 ws-run-date                  pic 9(8)   value 0.
       77 ws-window-end                pic 9(8)   value 0.
      *
      *sort build area - the pending change keyed by date first
       01 ws-sort-row.
           05 ws-sw-eff-date           pic 9(8).
           05 ws-sw-prt-num            pic 999.
           05 ws-sw-prt-desc           pic x(10).
           05 ws-sw-prt-price          pic 99v99.
           05 ws-sw-prt-vend-num       pic 9(6).
           05 filler                   pic x      value spaces.
      *
      *calendar stepping - the date moved on one day with month
      *and year rolling properly
       01 ws-day-work.
           05 ws-dw-date               pic 9(8)   value 0.
           05 ws-dw-date-r redefines ws-dw-date.
               10 ws-dw-yyyy           pic 9(4).
               10 ws-dw-mm             pic 99.
               10 ws-dw-dd             pic 99.
      *
      *days in each month, february patched for leap years before
      *each rollover check
       01 ws-month-day-values.
           05 filler                   pic x(24)  value
               "312831303130313130313031".
      *
       01 ws-month-day-table redefines ws-month-day-values.
           05 ws-days-in-month         pic 99     occurs 12 times.
      *
       01 ws-leap-math.
           05 ws-leap-quotient         pic 9(4)   value 0.
           05 ws-leap-rem              pic 9      value 0.
      *
       01 ws-counters.
           05 ws-cntr-scheduled        pic 9(4)   value 0.
           05 ws-cntr-past-due         pic 9(4)   value 0.
           05 ws-cntr-beyond           pic 9(4)   value 0.
      *
       77 ws-price-change              pic s99v99 value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(31)  value
                   "SCHEDULED PRICE CHANGES - FROM ".
           05 hl-from-date             pic 9(8).
           05 filler                   pic x(9)   value " THROUGH ".
           05 hl-to-date               pic 9(8).
           05 filler                   pic x(24)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(10)  value "EFFECTIVE".
           05 filler                   pic x(5)   value "PART".
           05 filler                   pic x(12)  value "DESCRIPTION".
           05 filler                   pic x(8)   value "VENDOR".
           05 filler                   pic x(8)   value "CURRENT".
           05 filler                   pic x(8)   value "   NEW".
           05 filler                   pic x(9)   value " CHANGE".
           05 filler                   pic x(20)  value "NOTE".
      *
       01 ws-detail-line.
           05 dl-eff-date              pic 9(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-prt-num               pic 999.
           05 filler                   pic x(2)   value spaces.
           05 dl-prt-desc              pic x(10).
           05 filler                   pic x(2)   value spaces.
           05 dl-prt-vend-num          pic 9(6).
           05 filler                   pic x(2)   value spaces.
           05 dl-current-price         pic zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-new-price             pic zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-price-change          pic -zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(15).
           05 filler                   pic x(5)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(40)  value
                   "NO PRICE CHANGES SCHEDULED IN THE WINDOW".
           05 filler                   pic x(40)  value spaces.
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
      *
      *the window runs 30 calendar days past the business date
           move ws-run-date to ws-dw-date.
           perform 900-step-one-day 30 times.
           move ws-dw-date to ws-window-end.
      *
           open output report-file.
      *
           move ws-run-date   to hl-from-date.
           move ws-window-end to hl-to-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 200-sort-pending.
      *
           if ws-cntr-scheduled is equal to 0
               write report-line from ws-none-line
                 after advancing 2 lines
           else
               perform 300-report-changes
           end-if.
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
      *pending changes inside the window go to the sort in date
      *order - later ones are only counted
       200-sort-pending.
      *
           sort sort-work-file
               on ascending key srt-eff-date
                                srt-prt-num
               input procedure is 210-release-pending
               giving sorted-file.
      *
       210-release-pending.
      *
           open input pending-price-file.
      *
           if ws-pending-file-status is not equal to "35"
               perform 215-read-pending
               perform 220-release-one-pending
                   until ws-eof-flag is equal to ws-eof-Y
               close pending-price-file
           end-if.
      *
       215-read-pending.
           read pending-price-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       220-release-one-pending.
      *
           if pp-eff-date is greater than ws-window-end
               add 1 to ws-cntr-beyond
           else
               add 1 to ws-cntr-scheduled
               move pp-eff-date     to ws-sw-eff-date
               move pp-prt-num      to ws-sw-prt-num
               move pp-prt-desc     to ws-sw-prt-desc
               move pp-prt-price    to ws-sw-prt-price
               move pp-prt-vend-num to ws-sw-prt-vend-num
               release sort-rec from ws-sort-row
           end-if.
      *
           perform 215-read-pending.
      *
      *one line per change in the window, the current price looked
      *up on the master beside it
       300-report-changes.
      *
           open input part-master-file.
           if ws-part-master-file-status is equal to "35"
               move "y" to ws-master-absent
           end-if.
      *
           open input sorted-file.
      *
           move "n" to ws-eof-flag.
           perform 310-read-sorted.
           perform 320-report-one-change
               until ws-eof-flag is equal to ws-eof-Y.
      *
           close sorted-file.
      *
           if not master-absent
               close part-master-file
           end-if.
      *
       310-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       320-report-one-change.
      *
           move sr-eff-date     to dl-eff-date.
           move sr-prt-num      to dl-prt-num.
           move sr-prt-desc     to dl-prt-desc.
           move sr-prt-vend-num to dl-prt-vend-num.
           move sr-prt-price    to dl-new-price.
           move spaces          to dl-note.
      *
           perform 330-lookup-part.
      *
           if part-found
               move pm-prt-price to dl-current-price
               compute ws-price-change = sr-prt-price - pm-prt-price
               move ws-price-change to dl-price-change
           else
               move 0 to dl-current-price
               move 0 to dl-price-change
               move "NOT ON MASTER" to dl-note
           end-if.
      *
           if sr-eff-date is not greater than ws-run-date
               add 1 to ws-cntr-past-due
               move "PAST DUE" to dl-note
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           perform 310-read-sorted.
      *
       330-lookup-part.
      *
           move "n" to ws-part-found.
      *
           if not master-absent
               move sr-prt-num to pm-prt-num
               read part-master-file
                   invalid key
                       continue
                   not invalid key
                       move "y" to ws-part-found
               end-read
           end-if.
      *
       500-print-totals.
      *
           move "CHANGES IN THE NEXT 30 DAYS:" to ws-tl-label.
           move ws-cntr-scheduled to ws-tl-count.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           move "PAST DUE - NOT YET APPLIED:" to ws-tl-label.
           move ws-cntr-past-due to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "PENDING BEYOND THE WINDOW:" to ws-tl-label.
           move ws-cntr-beyond to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
      *moves ws-dw-date on one calendar day - february carries a
      *29th in a leap year
       900-step-one-day.
      *
           divide ws-dw-yyyy by 4
               giving ws-leap-quotient
               remainder ws-leap-rem.
           if ws-leap-rem is equal to 0
               move 29 to ws-days-in-month(2)
           else
               move 28 to ws-days-in-month(2)
           end-if.
      *
           add 1 to ws-dw-dd.
           if ws-dw-mm is not less than 1
             and ws-dw-mm is not greater than 12
             and ws-dw-dd is greater than ws-days-in-month(ws-dw-mm)
               move 1 to ws-dw-dd
               add 1 to ws-dw-mm
               if ws-dw-mm is greater than 12
                   move 1 to ws-dw-mm
                   add 1 to ws-dw-yyyy
               end-if
           end-if.
      *
       end program A6-PriceSchedule.
