       identification division.
       program-id. A2-ReorderReview.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *demand-based reorder review.  the reorder point and reorder
      *quantity on A2-ItemMaster.dat were keyed once and never
      *revisited.  this step reads the real demand off
      *A2-SalesHistory.dat over a window of weeks, works out each
      *item's average weekly demand and its week-to-week standard
      *deviation, and recommends a reorder point covering the
      *lead time plus safety stock at the service-level factor,
      *and a reorder quantity covering the order cycle.  items
      *are classed A, B or C by annual sales value, so the
      *review starts with the items that matter.  the window,
      *lead time, service factor, order cycle and class breaks
      *come from A2-ReorderParms.dat when it is there.
      *
      *nothing changes on the master by itself - each changed
      *recommendation goes to A2-ReorderRecommend.dat with its
      *accept flag at N.  purchasing marks the ones it agrees
      *with Y and hands the file back as A2-ReorderAccept.dat,
      *which the next run applies to every warehouse row of the
      *item before it reviews, then empties.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select sales-history-file
               assign to "../../../data/A2-SalesHistory.dat"
               organization is line sequential
               file status is ws-sales-history-file-status.
      *
           select item-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-file-status.
      *
      *optional parameter card
           select parm-file
               assign to "../../../data/A2-ReorderParms.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *
      *recommendations written for review
           select recommend-file
               assign to "../../../data/A2-ReorderRecommend.dat"
               organization is line sequential.
      *
      *reviewed recommendations handed back - Y rows are applied
           select accept-file
               assign to "../../../data/A2-ReorderAccept.dat"
               organization is line sequential
               file status is ws-accept-file-status.
      *
           select report-file
               assign to "../../../data/A2-ReorderReview.out"
               organization is line sequential.
      *
      *business-date control file - the window counts back from it
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd sales-history-file
           data record is sales-history-rec
           record contains 35 characters.
      *
       01 sales-history-rec.
           05 sh-date                  pic 9(8).
           05 sh-date-r redefines sh-date.
               10 sh-yyyy              pic 9(4).
               10 sh-mm                pic 99.
               10 sh-dd                pic 99.
           05 sh-item                  pic 9(4).
           05 sh-qty                   pic 999.
           05 sh-ext                   pic 9(8)v99.
           05 sh-net                   pic 9(8)v99.
      *
      *item master records held whole, so the file rewrites
      *verbatim apart from the reorder fields
       fd item-file
           data record is item-rec
           record contains 36 characters.
      *
       01 item-rec                     pic x(36).
      *
       fd parm-file
           data record is parm-rec
           record contains 13 characters.
      *
       01 parm-rec.
           05 rp-window-weeks          pic 99.
           05 rp-lead-weeks            pic 99.
           05 rp-service-factor        pic 9v99.
           05 rp-cycle-weeks           pic 99.
           05 rp-a-pct                 pic 99.
           05 rp-b-pct                 pic 99.
      *
      *the recommendation and accept files share one layout
       fd recommend-file
           data record is recommend-rec
           record contains 13 characters.
      *
       01 recommend-rec.
           05 rr-item                  pic 9(4).
           05 rr-reorder-point         pic 999.
           05 rr-reorder-qty           pic 999.
           05 rr-abc-class             pic x.
           05 rr-accept                pic x.
           05 filler                   pic x.
      *
       fd accept-file
           data record is accept-rec
           record contains 13 characters.
      *
       01 accept-rec.
           05 ra-item                  pic 9(4).
           05 ra-reorder-point         pic 999.
           05 ra-reorder-qty           pic 999.
           05 ra-abc-class             pic x.
           05 ra-accept                pic x.
               88 ra-accepted           value "Y".
           05 filler                   pic x.
      *
       fd report-file
           data record is report-line
           record contains 120 characters.
      *
       01 report-line                  pic x(120).
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
      *review parameters - the parameter card overrides any of
      *them it carries as a non-zero number
       77 window-weeks                 pic 99     value 13.
       77 lead-weeks                   pic 99     value 2.
       77 service-factor               pic 9v99   value 1.65.
       77 cycle-weeks                  pic 99     value 4.
       77 class-a-pct                  pic 99     value 80.
       77 class-b-pct                  pic 99     value 95.
      *
      *the item master held whole, with the row being updated
      *viewed through a work area
       01 ws-master-table.
           05 ws-master-entry occurs 1 to 300 times
                   depending on ws-master-count.
               10 ws-ms-rec             pic x(36).
      *
       01 ws-master-count              pic 9(3)   value 0.
       01 ws-master-x                  pic 9(3)   value 0.
      *
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
      *one row per item, whatever its number of warehouse rows,
      *with its demand bucketed by week back from the run date
       01 ws-item-table.
           05 ws-item-entry occurs 1 to 300 times
                   depending on ws-item-count.
               10 ws-it-num             pic 9(4).
               10 ws-it-desc            pic x(13).
               10 ws-it-cur-rop         pic 999.
               10 ws-it-cur-qty         pic 999.
               10 ws-it-window-qty      pic 9(7).
               10 ws-it-window-value    pic 9(9)v99.
               10 ws-it-week-qty        pic 9(5) occurs 52 times.
               10 ws-it-avg             pic 9(5)v99.
               10 ws-it-stddev          pic 9(5)v99.
               10 ws-it-new-rop         pic 9(5).
               10 ws-it-new-qty         pic 9(5).
               10 ws-it-annual          pic 9(9)v99.
               10 ws-it-abc             pic x.
               10 ws-it-ranked          pic x.
      *
       01 ws-item-count                pic 9(3)   value 0.
      *
       01 ws-item-subs.
           05 ws-item-x                pic 9(3)   value 0.
           05 ws-item-hit              pic 9(3)   value 0.
           05 ws-week-x                pic 99     value 0.
      *
       01 ws-item-flags.
           05 ws-item-found            pic x      value "n".
               88 item-found            value "y".
      *
       77 ws-sales-history-file-status pic xx     value spaces.
       77 ws-item-file-status          pic xx     value spaces.
       77 ws-parm-file-status          pic xx     value spaces.
       77 ws-accept-file-status        pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *set when the item master would not fit its table - the
      *run is refused rather than rewriting a truncated file
       77 ws-item-overflow             pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 ws-rd-dd                 pic 99.
      *
      *window arithmetic - whole-month day numbers are plenty,
      *as on the movement report
       01 ws-window-math.
           05 ws-run-days              pic 9(8)   value 0.
           05 ws-row-days              pic 9(8)   value 0.
           05 ws-age-days              pic s9(8)  value 0.
           05 ws-window-days           pic 9(4)   value 0.
           05 ws-week-number           pic 99     value 0.
      *
      *demand statistics
       01 ws-demand-math.
           05 ws-deviation             pic s9(6)v99 value 0.
           05 ws-sum-squares           pic 9(12)v99 value 0.
           05 ws-variance              pic 9(10)v9999 value 0.
           05 ws-safety-stock          pic 9(7)v99 value 0.
           05 ws-work-rop              pic 9(7)   value 0.
           05 ws-work-qty              pic 9(7)   value 0.
      *
      *abc ranking
       01 ws-abc-math.
           05 ws-total-annual          pic 9(11)v99 value 0.
           05 ws-cum-annual            pic 9(11)v99 value 0.
           05 ws-cum-pct               pic 999v99 value 0.
           05 ws-rank-pass             pic 9(3)   value 0.
           05 ws-rank-best-value       pic 9(9)v99 value 0.
           05 ws-rank-best-x           pic 9(3)   value 0.
      *
      *counters
       01 ws-counters.
           05 ws-cntr-reviewed         pic 9(4)   value 0.
           05 ws-cntr-recommended      pic 9(4)   value 0.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-refused          pic 9(4)   value 0.
           05 ws-cntr-rows-updated     pic 9(4)   value 0.
           05 ws-cntr-unknown-sales    pic 9(5)   value 0.
           05 ws-cntr-class-a          pic 9(4)   value 0.
           05 ws-cntr-class-b          pic 9(4)   value 0.
           05 ws-cntr-class-c          pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(26)  value
                       "REORDER PARAMETER REVIEW  ".
           05 filler                   pic x(4)   value "RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(82)  value spaces.
      *
       01 ws-parm-line.
           05 filler                   pic x(8)   value "WINDOW: ".
           05 pl-window                pic z9.
           05 filler                   pic x(15)  value
                                       " WKS  LEAD:    ".
           05 pl-lead                  pic z9.
           05 filler                   pic x(20)  value
                                       " WKS  SERVICE FACTOR".
           05 filler                   pic x(2)   value ": ".
           05 pl-factor                pic 9.99.
           05 filler                   pic x(15)  value
                                       "  ORDER CYCLE: ".
           05 pl-cycle                 pic z9.
           05 filler                   pic x(16)  value
                                       " WKS  A/B BREAK:".
           05 pl-a-pct                 pic zz9.
           05 filler                   pic x      value "/".
           05 pl-b-pct                 pic zz9.
           05 filler                   pic x(27)  value "%".
      *
       01 ws-applied-heading.
           05 filler                   pic x(40)  value
               "ACCEPTED RECOMMENDATIONS APPLIED:       ".
           05 filler                   pic x(80)  value spaces.
      *
       01 ws-applied-line.
           05 filler                   pic x(2)   value spaces.
           05 al-item                  pic 9(4).
           05 filler                   pic x(8)   value "  POINT ".
           05 al-rop                   pic zz9.
           05 filler                   pic x(6)   value "  QTY ".
           05 al-qty                   pic zz9.
           05 filler                   pic x(2)   value spaces.
           05 al-note                  pic x(30).
           05 filler                   pic x(62)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "ITEM  DESCRIPTION    ABC   ANNUAL VALUE ".
           05 filler                   pic x(40)  value
               "   AVG/WK   STD DEV  ROP OLD->NEW  QTY O".
           05 filler                   pic x(40)  value
               "LD->NEW  NOTE                           ".
      *
       01 ws-detail-line.
           05 dl-item                  pic 9(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-desc                  pic x(13).
           05 filler                   pic x(3)   value spaces.
           05 dl-abc                   pic x.
           05 filler                   pic x(3)   value spaces.
           05 dl-annual                pic zz,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-avg                   pic zzzz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-stddev                pic zzzz9.99.
           05 filler                   pic x(4)   value spaces.
           05 dl-cur-rop               pic zz9.
           05 filler                   pic x(4)   value " -> ".
           05 dl-new-rop               pic zz9.
           05 filler                   pic x(4)   value spaces.
           05 dl-cur-qty               pic zz9.
           05 filler                   pic x(4)   value " -> ".
           05 dl-new-qty               pic zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(16).
           05 filler                   pic x(15)  value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(10)  value "REVIEWED: ".
           05 sm-reviewed              pic zzz9.
           05 filler                   pic x(14)  value
                                       "  RECOMMENDED:".
           05 sm-recommended           pic zzz9.
           05 filler                   pic x(11)  value "  APPLIED: ".
           05 sm-applied               pic zzz9.
           05 filler                   pic x(11)  value "  REFUSED: ".
           05 sm-refused               pic zzz9.
           05 filler                   pic x(8)   value "  A/B/C:".
           05 sm-class-a               pic zzz9.
           05 filler                   pic x      value "/".
           05 sm-class-b               pic zzz9.
           05 filler                   pic x      value "/".
           05 sm-class-c               pic zzz9.
           05 filler                   pic x(36)  value spaces.
      *
       01 ws-unknown-line.
           05 filler                   pic x(40)  value
               "*** SALES HISTORY ROWS FOR ITEMS NOT ON ".
           05 filler                   pic x(22)  value
               "THE MASTER - SKIPPED: ".
           05 ul-rows                  pic zzzz9.
           05 filler                   pic x(53)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-read-parms.
           perform 120-load-item-file.
      *
           if ws-item-overflow is equal to "y"
               display "A2-REORDERREVIEW: A2-ItemMaster.dat EXCEEDS "
                       "300 ROWS - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           move window-weeks   to pl-window.
           move lead-weeks     to pl-lead.
           move service-factor to pl-factor.
           move cycle-weeks    to pl-cycle.
           move class-a-pct    to pl-a-pct.
           move class-b-pct    to pl-b-pct.
           write report-line from ws-parm-line
             after advancing 1 line.
      *
      *accepted recommendations go onto the master first, so the
      *review below already shows them as the current values
           perform 130-apply-accepted.
      *
           perform 200-scan-history.
      *
           perform 300-recommend-one-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           perform 400-rank-one-item
               varying ws-rank-pass from 1 by 1
               until ws-rank-pass is greater than ws-item-count.
      *
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           open output recommend-file.
           perform 500-print-one-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
           close recommend-file.
      *
           perform 600-print-summary.
           close report-file.
      *
           if ws-cntr-applied is greater than 0
               perform 900-rewrite-item-file
           end-if.
      *
           if ws-cntr-refused is greater than 0
               move 4 to return-code
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
      *the window can reach back at most a year of weeks
       110-read-parms.
      *
           open input parm-file.
      *
           if ws-parm-file-status is not equal to "35"
               read parm-file
                   at end
                       continue
                   not at end
                       perform 115-take-parms
               end-read
           end-if.
      *
           close parm-file.
      *
           if window-weeks is greater than 52
               move 52 to window-weeks
           end-if.
           compute ws-window-days = window-weeks * 7.
      *
       115-take-parms.
      *
           if rp-window-weeks is numeric
             and rp-window-weeks is greater than 0
               move rp-window-weeks to window-weeks
           end-if.
           if rp-lead-weeks is numeric
             and rp-lead-weeks is greater than 0
               move rp-lead-weeks to lead-weeks
           end-if.
           if rp-service-factor is numeric
             and rp-service-factor is greater than 0
               move rp-service-factor to service-factor
           end-if.
           if rp-cycle-weeks is numeric
             and rp-cycle-weeks is greater than 0
               move rp-cycle-weeks to cycle-weeks
           end-if.
           if rp-a-pct is numeric
             and rp-a-pct is greater than 0
               move rp-a-pct to class-a-pct
           end-if.
           if rp-b-pct is numeric
             and rp-b-pct is greater than 0
               move rp-b-pct to class-b-pct
           end-if.
      *
      *holds the master whole and registers each item once, off
      *its first warehouse row
       120-load-item-file.
      *
           open input item-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-item-file-status is not equal to "35"
               perform 121-read-item
               perform 122-add-master-row
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-master-count is equal to 300
      *the table rewrites the master when a recommendation is
      *applied, so a load that stopped with rows still unread
      *must refuse to run
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
       122-add-master-row.
      *
           add 1 to ws-master-count.
           move item-rec to ws-ms-rec(ws-master-count).
           move item-rec to ws-item-work.
      *
           if wi-item-number is numeric
               perform 230-lookup-item
               if not item-found
                   perform 125-register-item
               end-if
           end-if.
      *
           perform 121-read-item.
      *
       125-register-item.
      *
           add 1 to ws-item-count.
           move ws-item-count    to ws-item-hit.
           move wi-item-number   to ws-it-num(ws-item-hit).
           move wi-desc          to ws-it-desc(ws-item-hit).
           move wi-reorder-point to ws-it-cur-rop(ws-item-hit).
           move wi-reorder-qty   to ws-it-cur-qty(ws-item-hit).
           move 0   to ws-it-window-qty(ws-item-hit).
           move 0   to ws-it-window-value(ws-item-hit).
           move 0   to ws-it-avg(ws-item-hit).
           move 0   to ws-it-stddev(ws-item-hit).
           move 0   to ws-it-new-rop(ws-item-hit).
           move 0   to ws-it-new-qty(ws-item-hit).
           move 0   to ws-it-annual(ws-item-hit).
           move "C" to ws-it-abc(ws-item-hit).
           move "n" to ws-it-ranked(ws-item-hit).
           perform 126-zero-one-week
               varying ws-week-x from 1 by 1
               until ws-week-x is greater than 52.
      *
       126-zero-one-week.
           move 0 to ws-it-week-qty(ws-item-hit, ws-week-x).
      *
      *a missing accept file just means nothing was handed back
       130-apply-accepted.
      *
           open input accept-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-accept-file-status is not equal to "35"
               write report-line from ws-applied-heading
                 after advancing 2 lines
               perform 131-read-accept
               perform 135-apply-one-accept
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close accept-file.
      *
      *the accepted rows are on the master now - empty the file
      *so a rerun cannot apply them over a later change
           if ws-accept-file-status is not equal to "35"
               open output accept-file
               close accept-file
           end-if.
      *
       131-read-accept.
           read accept-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *only Y rows are applied; a row for an item the master no
      *longer carries, or with values that are not numbers, is
      *refused and listed
       135-apply-one-accept.
      *
           if ra-accepted
               move ra-item          to al-item
               move 0                to al-rop
               move 0                to al-qty
               move spaces           to al-note
               move "n"              to ws-item-found
               if ra-item is numeric
                   move ra-item to wi-item-number
                   perform 230-lookup-item
               end-if
               perform 137-apply-or-refuse
               if al-note is not equal to "APPLIED"
                   add 1 to ws-cntr-refused
               end-if
               write report-line from ws-applied-line
                 after advancing 1 line
           end-if.
      *
           perform 131-read-accept.
      *
      *every warehouse row of the item takes the new values
       136-update-master-row.
      *
           move ws-ms-rec(ws-master-x) to ws-item-work.
           if wi-item-number is numeric
             and wi-item-number is equal to ra-item
               move ra-reorder-point to wi-reorder-point
               move ra-reorder-qty   to wi-reorder-qty
               move ws-item-work     to ws-ms-rec(ws-master-x)
               add 1 to ws-cntr-rows-updated
           end-if.
      *
       137-apply-or-refuse.
      *
           if (not item-found) then
               move "REFUSED - ITEM NOT ON MASTER" to al-note
           else if (ra-reorder-point is not numeric
                 or ra-reorder-qty is not numeric) then
               move "REFUSED - POINT/QTY NOT NUMERIC" to al-note
               else
                   move ra-reorder-point to al-rop
                   move ra-reorder-qty   to al-qty
                   move "APPLIED"        to al-note
                   perform 136-update-master-row
                       varying ws-master-x from 1 by 1
                       until ws-master-x is greater than
                                                   ws-master-count
                   move ra-reorder-point to ws-it-cur-rop(ws-item-hit)
                   move ra-reorder-qty   to ws-it-cur-qty(ws-item-hit)
                   add 1 to ws-cntr-applied
               end-if.
      *
      *buckets every history row inside the window into its
      *item's week - week 1 is the seven days ending on the run
      *date
       200-scan-history.
      *
           open input sales-history-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-sales-history-file-status is not equal to "35"
               perform 210-read-history
               perform 220-tally-one-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close sales-history-file.
      *
       210-read-history.
           read sales-history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       220-tally-one-row.
      *
           compute ws-row-days =
               sh-yyyy * 372 + sh-mm * 31 + sh-dd.
           subtract ws-row-days from ws-run-days
               giving ws-age-days.
      *
           if ws-age-days is not less than 0
             and ws-age-days is less than ws-window-days
               move sh-item to wi-item-number
               perform 230-lookup-item
               if item-found
                   compute ws-week-number = ws-age-days / 7 + 1
                   add sh-qty to ws-it-window-qty(ws-item-hit)
                   add sh-qty
                     to ws-it-week-qty(ws-item-hit, ws-week-number)
                   add sh-ext to ws-it-window-value(ws-item-hit)
               else
                   add 1 to ws-cntr-unknown-sales
               end-if
           end-if.
      *
           perform 210-read-history.
      *
      *finds the item held in wi-item-number
       230-lookup-item.
      *
           move "n" to ws-item-found.
           perform 240-match-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count
               or item-found.
      *
       240-match-item.
      *
           if ws-it-num(ws-item-x) is equal to wi-item-number
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
      *average and standard deviation of weekly demand, then the
      *point that covers the lead time with safety stock and the
      *quantity that covers one order cycle
       300-recommend-one-item.
      *
           add 1 to ws-cntr-reviewed.
           move ws-item-x to ws-item-hit.
      *
           compute ws-it-avg(ws-item-x) rounded =
               ws-it-window-qty(ws-item-x) / window-weeks.
      *
           move 0 to ws-sum-squares.
           perform 310-add-one-week-square
               varying ws-week-x from 1 by 1
               until ws-week-x is greater than window-weeks.
           compute ws-variance rounded =
               ws-sum-squares / window-weeks.
           compute ws-it-stddev(ws-item-x) rounded =
               ws-variance ** 0.5.
      *
           compute ws-safety-stock rounded =
               service-factor * ws-it-stddev(ws-item-x)
               * (lead-weeks ** 0.5).
           compute ws-work-rop rounded =
               ws-it-avg(ws-item-x) * lead-weeks + ws-safety-stock.
           compute ws-work-qty rounded =
               ws-it-avg(ws-item-x) * cycle-weeks.
           if ws-work-qty is equal to 0
             and ws-it-window-qty(ws-item-x) is greater than 0
               move 1 to ws-work-qty
           end-if.
           move ws-work-rop to ws-it-new-rop(ws-item-x).
           move ws-work-qty to ws-it-new-qty(ws-item-x).
      *
           compute ws-it-annual(ws-item-x) rounded =
               ws-it-window-value(ws-item-x) * 52 / window-weeks.
           add ws-it-annual(ws-item-x) to ws-total-annual.
      *
       310-add-one-week-square.
      *
           compute ws-deviation =
               ws-it-week-qty(ws-item-x, ws-week-x)
               - ws-it-avg(ws-item-x).
           compute ws-sum-squares =
               ws-sum-squares + ws-deviation * ws-deviation.
      *
      *each pass takes the highest annual value not yet ranked -
      *the items that carry the first class-a-pct of the total
      *are A, up to class-b-pct B, and the rest C
       400-rank-one-item.
      *
           move 0 to ws-rank-best-value.
           move 0 to ws-rank-best-x.
      *
           perform 410-find-best-value
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           if ws-rank-best-x is greater than 0
               move "y" to ws-it-ranked(ws-rank-best-x)
               if ws-total-annual is greater than 0
                   compute ws-cum-pct =
                       ws-cum-annual * 100 / ws-total-annual
               else
                   move 100 to ws-cum-pct
               end-if
               add ws-rank-best-value to ws-cum-annual
               perform 420-set-abc-class
           end-if.
      *
       410-find-best-value.
      *
           if ws-it-ranked(ws-item-x) is not equal to "y"
             and (ws-rank-best-x is equal to 0
               or ws-it-annual(ws-item-x) is greater than
                                               ws-rank-best-value)
               move ws-it-annual(ws-item-x) to ws-rank-best-value
               move ws-item-x to ws-rank-best-x
           end-if.
      *
       420-set-abc-class.
      *
           if (ws-rank-best-value is equal to 0) then
               move "C" to ws-it-abc(ws-rank-best-x)
               add 1 to ws-cntr-class-c
           else if (ws-cum-pct is less than class-a-pct) then
               move "A" to ws-it-abc(ws-rank-best-x)
               add 1 to ws-cntr-class-a
               else if (ws-cum-pct is less than class-b-pct) then
                   move "B" to ws-it-abc(ws-rank-best-x)
                   add 1 to ws-cntr-class-b
                   else
                       move "C" to ws-it-abc(ws-rank-best-x)
                       add 1 to ws-cntr-class-c
                   end-if.
      *
      *an item with no demand in the window keeps its values -
      *the window says nothing about it; a changed recommendation
      *goes to the recommendation file for review
       500-print-one-item.
      *
           move ws-it-num(ws-item-x)     to dl-item.
           move ws-it-desc(ws-item-x)    to dl-desc.
           move ws-it-abc(ws-item-x)     to dl-abc.
           move ws-it-annual(ws-item-x)  to dl-annual.
           move ws-it-avg(ws-item-x)     to dl-avg.
           move ws-it-stddev(ws-item-x)  to dl-stddev.
           move ws-it-cur-rop(ws-item-x) to dl-cur-rop.
           move ws-it-cur-qty(ws-item-x) to dl-cur-qty.
           move spaces                   to dl-note.
      *
           if ws-it-new-rop(ws-item-x) is greater than 999
               move 999 to ws-it-new-rop(ws-item-x)
               move "CAPPED AT 999" to dl-note
           end-if.
           if ws-it-new-qty(ws-item-x) is greater than 999
               move 999 to ws-it-new-qty(ws-item-x)
               move "CAPPED AT 999" to dl-note
           end-if.
      *
           if ws-it-window-qty(ws-item-x) is equal to 0
               move ws-it-cur-rop(ws-item-x) to dl-new-rop
               move ws-it-cur-qty(ws-item-x) to dl-new-qty
               move "NO DEMAND" to dl-note
           else
               move ws-it-new-rop(ws-item-x) to dl-new-rop
               move ws-it-new-qty(ws-item-x) to dl-new-qty
               if ws-it-new-rop(ws-item-x) is equal to
                                           ws-it-cur-rop(ws-item-x)
                 and ws-it-new-qty(ws-item-x) is equal to
                                           ws-it-cur-qty(ws-item-x)
                   move "NO CHANGE" to dl-note
               else
                   perform 510-write-recommendation
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       510-write-recommendation.
      *
           add 1 to ws-cntr-recommended.
           move spaces                   to recommend-rec.
           move ws-it-num(ws-item-x)     to rr-item.
           move ws-it-new-rop(ws-item-x) to rr-reorder-point.
           move ws-it-new-qty(ws-item-x) to rr-reorder-qty.
           move ws-it-abc(ws-item-x)     to rr-abc-class.
           move "N"                      to rr-accept.
           write recommend-rec.
      *
       600-print-summary.
      *
           move ws-cntr-reviewed    to sm-reviewed.
           move ws-cntr-recommended to sm-recommended.
           move ws-cntr-applied     to sm-applied.
           move ws-cntr-refused     to sm-refused.
           move ws-cntr-class-a     to sm-class-a.
           move ws-cntr-class-b     to sm-class-b.
           move ws-cntr-class-c     to sm-class-c.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           if ws-cntr-unknown-sales is greater than 0
               move ws-cntr-unknown-sales to ul-rows
               write report-line from ws-unknown-line
                 after advancing 1 line
           end-if.
      *
       900-rewrite-item-file.
      *
           open output item-file.
      *
           perform 905-write-one-item
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count.
      *
           close item-file.
      *
       905-write-one-item.
      *
           move ws-ms-rec(ws-master-x) to item-rec.
           write item-rec.
