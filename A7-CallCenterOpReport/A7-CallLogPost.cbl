       author. Rob Savoie.
       date-written. Aug 22/2026.
      *
      *month-end posting for A7.dat - rolls the daily call detail
      *the phone system exports (date, hour, operator, answered,
      *abandoned and talk minutes) up into the correct occurrence
      *of each operator's twelve-month answered and abandoned
      *tables, creating rows for new operators, rejecting detail
      *that does not edit, and printing a posting summary.  month
      *slots run 1 to 12 in the file's july-through-june column
      *order.
      *
      *modification history:
      *  Aug 22/2026 - RS - carry the new team code on the operator
      *                     control file closes reported months,
      *                     so a late-arriving log cannot silently
      *                     overwrite them.
      *  Oct 15/2026 - RS - A7.dat opens with a layout header record
      *                     naming its layout version - a version
      *                     this program does not read refuses the
      *                     run, file untouched, and the rewritten
      *                     file carries the header.
      *  Oct 15/2026 - RS - post from the daily call detail file
      *                     (A7-CallDetail.dat, the phone system
      *                     export) instead of the pre-summed call
      *                     log - each open month of the current
      *                     fiscal year that has detail is rebuilt
      *                     from the day-by-day rows, so a rerun
      *                     posts the same totals; detail in closed
      *                     months or another fiscal year is
      *                     counted and left alone.
      *
       environment division.
      *
               organization is line sequential
               file status is ws-emp-file-status.
      *
      *the phone system's daily call detail, one row per day,
      *hour and operator, accumulated through the fiscal year
           select call-detail-file
               assign to '../../../data/A7-CallDetail.dat'
               organization is line sequential
               file status is ws-detail-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to '../../../data/A7-CallLogPost.out'
           05 emp-rec-abn-tbl.
               10 emp-rec-abn-month        pic 999 occurs 12 times.
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it; a file without
      *one predates the header and is read as the current layout
       01 emp-header-rec.
           05 eh-marker                pic x(8).
               88 eh-layout-header      value "*LAYOUT ".
           05 eh-file-id               pic x(10).
           05 eh-version               pic 99.
           05 filler                   pic x(70).
      *
       fd call-detail-file
           data record is call-detail-rec
           record contains 26 characters.
      *
       01 call-detail-rec.
           05 cd-call-date             pic 9(8).
           05 cd-call-date-r redefines cd-call-date.
               10 cd-yyyy              pic 9(4).
               10 cd-mm                pic 99.
               10 cd-dd                pic 99.
           05 cd-hour                  pic 99.
           05 cd-emp-num               pic x(3).
           05 cd-answered              pic 9(4).
           05 cd-abandoned             pic 9(4).
           05 cd-talk-min              pic 9(5).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd control-file
           data record is control-rec
               10 ws-op-calls           pic 999 occurs 12 times.
               10 ws-op-team            pic x(3).
               10 ws-op-abn             pic 999 occurs 12 times.
      *the month's detail as it is rolled up, and whether any
      *detail reached the month at all
               10 ws-op-det-ans         pic 9(5) occurs 12 times.
               10 ws-op-det-abn         pic 9(5) occurs 12 times.
               10 ws-op-det-seen        pic x    occurs 12 times.
      *
       01 ws-op-count                  pic 9(3)   value 0.
      *
               88 operator-found        value "y".
      *
       77 ws-emp-file-status           pic xx     value spaces.
       77 ws-detail-file-status        pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the business date, the fiscal year it falls in, and the
      *fiscal slot and year of the detail row in hand
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 filler                   pic 99.
      *
       01 ws-fiscal-fields.
           05 ws-fy-start-yyyy         pic 9(4)   value 0.
           05 ws-row-fy                pic 9(4)   value 0.
           05 ws-row-slot              pic 99     value 0.
      *
      *set when A7.dat would not fit the table - the run is
      *refused rather than rewriting a truncated file
       77 ws-op-overflow               pic x      value "n".
      *
      *the A7.dat layout version this program reads and writes,
      *the switch set when the file carries any other, and the
      *header the rewritten file opens with
       77 ws-a7-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
       01 ws-a7-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "A7EMP".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(70)  value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
           05 ws-cntr-posted           pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-created          pic 9(4)   value 0.
           05 ws-cntr-closed           pic 9(4)   value 0.
           05 ws-cntr-other-year       pic 9(4)   value 0.
           05 ws-cntr-months           pic 9(4)   value 0.
           05 ws-cntr-over             pic 9(4)   value 0.
      *
      *summary report lines
       01 ws-heading-line.
       01 ws-reject-line.
           05 filler                   pic x(10)  value "REJECTED: ".
           05 ws-rj-num                pic x(3).
           05 filler                   pic x(7)   value "  DATE ".
           05 ws-rj-date               pic x(8).
           05 filler                   pic x(7)   value "  HOUR ".
           05 ws-rj-hour               pic x(2).
           05 filler                   pic x(2)   value spaces.
           05 ws-rj-reason             pic x(24).
           05 filler                   pic x(17)  value spaces.
      *
      *a month whose rolled-up detail will not fit the A7.dat
      *bucket - the bucket is left as it was
       01 ws-over-line.
           05 filler                   pic x(12)  value
                                       "NOT POSTED: ".
           05 ws-ov-num                pic x(3).
           05 filler                   pic x(8)   value "  SLOT ".
           05 ws-ov-slot               pic z9.
           05 filler                   pic x(12)  value
                                       "  ANSWERED ".
           05 ws-ov-ans                pic zzzz9.
           05 filler                   pic x(13)  value
                                       "  ABANDONED ".
           05 ws-ov-abn                pic zzzz9.
           05 filler                   pic x(20)  value
                                       "  OVER 999 A MONTH".
      *
       77 bad-date-reason              pic x(24)  value
           "DATE NOT VALID".
       77 bad-hour-reason              pic x(24)  value
           "HOUR NOT 00-23".
       77 bad-calls-reason             pic x(24)  value
           "COUNTS NOT NUMERIC".
       77 table-full-reason            pic x(24)  value
           "OPERATOR TABLE FULL".
      *
      *the name a new operator's row starts under until
      *supervision names them
       77 new-operator-name            pic x(12)  value
           "NEW OPERATOR".
      *
      *the month slot posting is closed through - zero on a
      *missing control file means everything is open
             after advancing 1 line.
      *
           perform 090-load-post-control.
      *
           perform 095-set-fiscal-year.
      *
           perform 100-load-operators.
      *
           if layout-unknown
               display "A7-CALLLOGPOST: RUN REFUSED, FILE UNTOUCHED"
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           if ws-op-overflow is equal to "y"
               display "A7-CALLLOGPOST: A7.DAT EXCEEDS 500 "
               goback
           end-if.
      *
           open input call-detail-file.
      *
           if ws-detail-file-status is not equal to "35"
               perform 110-read-call-detail
               perform 200-post-one-detail
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close call-detail-file.
      *
           perform 250-roll-up-operator
               varying ws-op-x from 1 by 1
               until ws-op-x is greater than ws-op-count.
      *
           perform 800-write-summary.
      *
      *
           close control-file.
      *
      *the fiscal year of the business date - only detail dated
      *inside it posts to A7.dat
       095-set-fiscal-year.
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
           if ws-rd-mm is not less than 7
               move ws-rd-yyyy to ws-fy-start-yyyy
           else
               subtract 1 from ws-rd-yyyy giving ws-fy-start-yyyy
           end-if.
      *
      *loads every operator row - a missing A7.dat is a cold start
      *and the log's new-operator rows build a fresh one
       100-load-operators.
      *
           if ws-emp-file-status is not equal to "35"
               perform 105-read-emp-record
               perform 108-check-a7-layout
               perform 106-add-op-entry
                   until ws-op-eof-flag is equal to "y"
                   or ws-op-count is equal to 500
             to ws-op-calls(ws-op-count, ws-month-x).
           move emp-rec-abn-month(ws-month-x)
             to ws-op-abn(ws-op-count, ws-month-x).
           move 0   to ws-op-det-ans(ws-op-count, ws-month-x).
           move 0   to ws-op-det-abn(ws-op-count, ws-month-x).
           move "n" to ws-op-det-seen(ws-op-count, ws-month-x).
      *
      *a layout header on the first record is checked and passed
      *over - any other version ends the load before a row is
      *misread
       108-check-a7-layout.
      *
           if ws-op-eof-flag is not equal to "y"
             and eh-layout-header
               if eh-file-id is equal to "A7EMP"
                 and eh-version is equal to ws-a7-version
                   perform 105-read-emp-record
               else
                   move "y" to ws-layout-bad
                   move "y" to ws-op-eof-flag
                   display "A7-CALLLOGPOST: A7.DAT LAYOUT "
                           eh-file-id " VERSION " eh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ")"
               end-if
           end-if.
      *
       110-read-call-detail.
      *
           read call-detail-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *edits one detail row and adds it to its operator's month -
      *detail for a closed month or another fiscal year is only
      *counted, as the file carries the whole year's days
       200-post-one-detail.
      *
           add 1 to ws-cntr-read.
      *
           if cd-call-date is not numeric
             or cd-mm is less than 1
             or cd-mm is greater than 12
             or cd-dd is less than 1
             or cd-dd is greater than 31
               move bad-date-reason to ws-rj-reason
               perform 400-write-reject
           else
           if cd-hour is not numeric
             or cd-hour is greater than 23
               move bad-hour-reason to ws-rj-reason
               perform 400-write-reject
           else
           if cd-answered is not numeric
             or cd-abandoned is not numeric
             or cd-talk-min is not numeric
               move bad-calls-reason to ws-rj-reason
               perform 400-write-reject
           else
               perform 210-set-row-slot
               if ws-row-fy is not equal to ws-fy-start-yyyy
                   add 1 to ws-cntr-other-year
               else
               if ws-row-slot is not greater than ws-closed-thru
                   add 1 to ws-cntr-closed
               else
                   perform 300-post-to-operator
               end-if
               end-if
           end-if
           end-if
           end-if.
      *
           perform 110-read-call-detail.
      *
      *the fiscal year and july-through-june slot of the row's date
       210-set-row-slot.
      *
           if cd-mm is not less than 7
               move cd-yyyy to ws-row-fy
               subtract 6 from cd-mm giving ws-row-slot
           else
               subtract 1 from cd-yyyy giving ws-row-fy
               add 6 cd-mm giving ws-row-slot
           end-if.
      *
      *finds (or creates) the operator row and adds the hour's
      *answered and abandoned calls to the month's detail totals
       300-post-to-operator.
      *
           perform 310-lookup-operator.
               else
                   add 1 to ws-op-count
                   move ws-op-count to ws-op-hit
                   move cd-emp-num  to ws-op-num(ws-op-hit)
                   move new-operator-name to ws-op-name(ws-op-hit)
                   move spaces      to ws-op-team(ws-op-hit)
                   perform 320-zero-one-month
                       varying ws-month-x from 1 by 1
               end-if
           end-if.
      *
           if operator-found
               add cd-answered
                 to ws-op-det-ans(ws-op-hit, ws-row-slot)
               add cd-abandoned
                 to ws-op-det-abn(ws-op-hit, ws-row-slot)
               move "y" to ws-op-det-seen(ws-op-hit, ws-row-slot)
               add 1 to ws-cntr-posted
           end-if.
      *
      *
       315-match-operator.
      *
           if ws-op-num(ws-op-x) is equal to cd-emp-num
               move "y" to ws-op-found
               move ws-op-x to ws-op-hit
           end-if.
      *
       320-zero-one-month.
           move 0   to ws-op-calls(ws-op-count, ws-month-x).
           move 0   to ws-op-abn(ws-op-count, ws-month-x).
           move 0   to ws-op-det-ans(ws-op-count, ws-month-x).
           move 0   to ws-op-det-abn(ws-op-count, ws-month-x).
           move "n" to ws-op-det-seen(ws-op-count, ws-month-x).
      *
      *every month the detail reached is rebuilt from it - the
      *rolled-up totals replace the buckets outright
       250-roll-up-operator.
      *
           perform 255-roll-up-month
               varying ws-month-x from 1 by 1
               until ws-month-x is greater than 12.
      *
       255-roll-up-month.
      *
           if ws-op-det-seen(ws-op-x, ws-month-x) is equal to "y"
               if ws-op-det-ans(ws-op-x, ws-month-x) > 999
                 or ws-op-det-abn(ws-op-x, ws-month-x) > 999
                   perform 410-write-over
               else
                   move ws-op-det-ans(ws-op-x, ws-month-x)
                     to ws-op-calls(ws-op-x, ws-month-x)
                   move ws-op-det-abn(ws-op-x, ws-month-x)
                     to ws-op-abn(ws-op-x, ws-month-x)
                   add 1 to ws-cntr-months
               end-if
           end-if.
      *
       400-write-reject.
      *
           add 1 to ws-cntr-rejected.
      *
           move cd-emp-num   to ws-rj-num.
           move cd-call-date to ws-rj-date.
           move cd-hour      to ws-rj-hour.
      *
           write report-line from ws-reject-line
             after advancing 1 line.
      *
       410-write-over.
      *
           add 1 to ws-cntr-over.
      *
           move ws-op-num(ws-op-x)                to ws-ov-num.
           move ws-month-x                        to ws-ov-slot.
           move ws-op-det-ans(ws-op-x, ws-month-x) to ws-ov-ans.
           move ws-op-det-abn(ws-op-x, ws-month-x) to ws-ov-abn.
      *
           write report-line from ws-over-line
             after advancing 1 line.
      *
       800-write-summary.
      *
           move "DETAIL ROWS READ:       " to ws-dl-label.
           move ws-cntr-read               to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 2 lines.
           move ws-cntr-rejected           to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "IN CLOSED MONTHS:       " to ws-dl-label.
           move ws-cntr-closed             to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "OUTSIDE FISCAL YEAR:    " to ws-dl-label.
           move ws-cntr-other-year         to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "OPERATOR MONTHS POSTED: " to ws-dl-label.
           move ws-cntr-months             to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "MONTHS OVER 999:        " to ws-dl-label.
           move ws-cntr-over               to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "NEW OPERATORS CREATED:  " to ws-dl-label.
           move ws-cntr-created            to ws-dl-count.
       900-rewrite-emp-file.
      *
           open output emp-file.
      *
           write emp-rec from ws-a7-header.
      *
           perform 910-write-one-operator
               varying ws-op-x from 1 by 1
