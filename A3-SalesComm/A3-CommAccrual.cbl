       identification division.
       program-id. A3-CommAccrual.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *month-end commission accrual.  commission earned in one
      *month is paid by A3-PaymentRun in the next, so the month's
      *books were short of it unless finance keyed an accrual by
      *hand.  run at month-end, before GL-PeriodClose, this step
      *totals what is still unpaid - the detail rows on
      *A3-SalesComm-History.dat from runs after the one
      *A3-PaymentRun last paid (A3-LastPaidRun.dat), plus every
      *balance held on A3-HeldPayments.dat - and journals it to
      *GLInterface.dat as its own balanced batch.  the reversing
      *entry, dated the first day of the next month, is kept on
      *A3-AccrualControl.dat with the accrual and released to the
      *feed by the first run on or after that date, so the close
      *of the accrued month cannot sweep it into the wrong
      *period.  a month already on the control file is refused,
      *files untouched, the way GL-PeriodClose refuses a second
      *close, and so is a month the control file has no room left
      *to record.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select history-file
               assign to "../../../data/A3-SalesComm-History.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select held-file
               assign to "../../../data/A3-HeldPayments.dat"
               organization is line sequential
               file status is ws-held-file-status.
      *
      *the run date A3-PaymentRun last paid
           select last-paid-file
               assign to "../../../data/A3-LastPaidRun.dat"
               organization is line sequential
               file status is ws-last-paid-file-status.
      *
      *one row per month accrued, carrying its reversal until the
      *reversal is released
           select control-file
               assign to "../../../data/A3-AccrualControl.dat"
               organization is line sequential
               file status is ws-control-file-status.
      *
           select gl-file
               assign to "../../../data/GLInterface.dat"
               organization is line sequential
               file status is ws-gl-file-status.
      *
           select report-file
               assign to "../../../data/A3-CommAccrual.out"
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
      *history rows exactly as A3-SalesComm writes them
       fd history-file
           data record is history-line
           record contains 32 characters.
      *
       01 history-line.
           05 hd-run-date              pic 9(6).
           05 filler                   pic x.
           05 hd-sman-num              pic 999.
           05 filler                   pic x.
           05 hd-earned                pic 9(7).
           05 filler                   pic x.
           05 hd-paid                  pic 9(7).
           05 filler                   pic x.
           05 hd-row-type              pic x.
               88 hd-detail-row         value "D".
           05 filler                   pic x.
           05 hd-period                pic 999.
      *
       01 history-header-rec.
           05 hh-marker                pic x(8).
               88 hh-layout-header      value "*LAYOUT ".
           05 hh-file-id               pic x(10).
           05 hh-version               pic 99.
           05 filler                   pic x(12).
      *
       fd held-file
           data record is held-rec
           record contains 14 characters.
      *
       01 held-rec.
           05 hp-sman-num              pic 999.
           05 hp-held-amount           pic 9(8).
           05 hp-reason                pic x(3).
      *
       fd last-paid-file
           data record is last-paid-rec
           record contains 6 characters.
      *
       01 last-paid-rec.
           05 lp-run-date              pic 9(6).
      *
       fd control-file
           data record is control-rec
           record contains 34 characters.
      *
       01 control-rec.
           05 ac-period                pic 9(6).
           05 ac-amount                pic 9(9)v99.
           05 ac-accrued-on            pic 9(8).
           05 ac-reverse-date          pic 9(8).
           05 ac-status                pic x.
      *
       fd gl-file
           data record is gl-line
           record contains 53 characters.
      *
       01 gl-line                      pic x(53).
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
      *the accrual control file, maintained in place and rewritten
       01 ws-control-table.
           05 ws-control-entry occurs 1 to 120 times
                   depending on ws-control-count.
               10 ws-ac-period          pic 9(6).
               10 ws-ac-amount          pic 9(9)v99.
               10 ws-ac-accrued-on      pic 9(8).
               10 ws-ac-reverse-date    pic 9(8).
               10 ws-ac-status          pic x.
                   88 ac-reversal-waiting value "A".
                   88 ac-reversed         value "R".
      *
       01 ws-control-count             pic 9(3)   value 0.
      *
       01 ws-control-subs.
           05 ws-control-x             pic 9(3)   value 0.
      *
       01 ws-control-flags.
           05 ws-period-found          pic x      value "n".
               88 period-already-accrued value "y".
      *set when the control file would not fit the table - the run
      *is refused rather than rewriting a truncated file
           05 ws-control-overflow      pic x      value "n".
      *
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-held-file-status          pic xx     value spaces.
       77 ws-last-paid-file-status     pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
       77 ws-gl-file-status            pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the history layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-history-version           pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *business date, and the month it falls in
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyymm             pic 9(6).
           05 ws-rd-dd                 pic 99.
      *
      *first day of the month after the one being accrued
       01 ws-reverse-date              pic 9(8)   value 0.
       01 ws-reverse-date-r redefines ws-reverse-date.
           05 ws-rv-yyyy               pic 9(4).
           05 ws-rv-mm                 pic 99.
           05 ws-rv-dd                 pic 99.
      *
      *the history rows still unpaid are those from runs after
      *the paid-through date - with no record of a payment run,
      *the latest run's rows, the ones A3-PaymentRun pays next
       77 ws-paid-through              pic 9(6)   value 0.
       77 ws-latest-run                pic 9(6)   value 0.
      *
      *accrual amounts
       01 ws-accrual-work.
           05 ws-unpaid-history        pic 9(9)v99 value 0.
           05 ws-unpaid-held           pic 9(9)v99 value 0.
           05 ws-accrual-amount        pic 9(9)v99 value 0.
           05 ws-unpaid-rows           pic 9(5)   value 0.
           05 ws-held-rows             pic 9(5)   value 0.
           05 ws-reversals-released    pic 9(3)   value 0.
      *
      *GL rows - the same layout every producer appends
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
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *the journal's accounts - commission expense against the
      *accrued-commission liability
       77 ws-expense-account           pic x(8)   value "COMMEXP ".
       77 ws-accrual-account           pic x(8)   value "COMMACCR".
       77 ws-cost-center               pic x(4)   value "SLS ".
      *
      *batch being journaled - its date, source, amount and the
      *accounts debited and credited
       01 ws-batch-work.
           05 ws-bw-date               pic 9(8)   value 0.
           05 ws-bw-source             pic x(20)  value spaces.
           05 ws-bw-amount             pic 9(9)v99 value 0.
           05 ws-bw-debit-account      pic x(8)   value spaces.
           05 ws-bw-credit-account     pic x(8)   value spaces.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(27)  value
               "COMMISSION ACCRUAL - MONTH ".
           05 hl-period                pic 9(6).
           05 filler                   pic x(6)   value "  RUN ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(33)  value spaces.
      *
       01 ws-report-detail.
           05 rd-label                 pic x(40).
           05 rd-amount                pic zzz,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 rd-note                  pic x(24).
      *
       01 ws-message-line.
           05 ml-text                  pic x(80).
      *
       77 ws-count-edit                pic zz,zz9.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
      *the history layout is checked before anything is written
           perform 050-check-history-layout.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 110-load-control.
      *
           if ws-control-overflow is equal to "y"
               display "A3-COMMACCRUAL: ACCRUAL CONTROL FILE EXCEEDS "
                       "120 ROWS - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 120-find-period.
      *
           if period-already-accrued
               display "A3-COMMACCRUAL: MONTH " ws-rd-yyyymm
                       " ALREADY ACCRUED - RUN REFUSED"
               move 8 to return-code
           end-if.
      *
      *the month's row must fit on the control table before its
      *accrual is journaled
           if not period-already-accrued
             and ws-control-count is not less than 120
               display "A3-COMMACCRUAL: ACCRUAL CONTROL TABLE FULL "
                       "AT 120 ROWS - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
           move ws-rd-yyyymm to hl-period.
           move ws-run-date  to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           move spaces to ws-message-line.
           write report-line from ws-message-line
             after advancing 1 line.
      *
           perform 860-open-gl-feed.
      *
      *a reversal falls due whether or not this month can accrue
           perform 200-release-one-reversal
               varying ws-control-x from 1 by 1
               until ws-control-x is greater than ws-control-count.
      *
           if not period-already-accrued
               perform 300-total-unpaid
               perform 400-accrue-month
           else
               move "*** MONTH ALREADY ACCRUED - NOTHING ACCRUED"
                   to ml-text
               write report-line from ws-message-line
                 after advancing 1 line
           end-if.
      *
           close gl-file.
           close report-file.
      *
           perform 900-rewrite-control.
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
      *a layout header on the first record must name the version
      *this program reads - an unstamped file is read as the
      *current layout
       050-check-history-layout.
      *
           open input history-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-history-file-status is not equal to "35"
               perform 301-read-history
               if ws-eof-flag is not equal to ws-eof-Y
                 and hh-layout-header
                 and (hh-file-id is not equal to "A3HISTORY"
                   or hh-version is not equal to ws-history-version)
                   move "y" to ws-layout-bad
                   display "A3-COMMACCRUAL: HISTORY FILE LAYOUT "
                           hh-file-id " VERSION " hh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-history-version
                           ") - RUN REFUSED, FILES UNTOUCHED"
               end-if
           end-if.
      *
           close history-file.
      *
       110-load-control.
      *
           open input control-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-control-file-status is not equal to "35"
               perform 111-read-control
               perform 112-add-control-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-control-count is equal to 120
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-control-overflow
               end-if
           end-if.
      *
           close control-file.
      *
       111-read-control.
           read control-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-control-entry.
      *
           add 1 to ws-control-count.
           move ac-period       to ws-ac-period(ws-control-count).
           move ac-amount       to ws-ac-amount(ws-control-count).
           move ac-accrued-on   to ws-ac-accrued-on(ws-control-count).
           move ac-reverse-date
             to ws-ac-reverse-date(ws-control-count).
           move ac-status       to ws-ac-status(ws-control-count).
      *
           perform 111-read-control.
      *
       120-find-period.
      *
           move "n" to ws-period-found.
           perform 121-match-period
               varying ws-control-x from 1 by 1
               until ws-control-x is greater than ws-control-count
               or period-already-accrued.
      *
       121-match-period.
      *
           if ws-ac-period(ws-control-x) is equal to ws-rd-yyyymm
               move "y" to ws-period-found
           end-if.
      *
      *a waiting reversal goes to the feed once its date has come,
      *dated the first of the month it belongs to
       200-release-one-reversal.
      *
           if ac-reversal-waiting(ws-control-x)
             and ws-ac-reverse-date(ws-control-x) is not greater
                                                  than ws-run-date
               move ws-ac-reverse-date(ws-control-x) to ws-bw-date
               move spaces to ws-bw-source
               string "A3-Reversal " ws-ac-period(ws-control-x)
                   delimited by size into ws-bw-source
               move ws-ac-amount(ws-control-x) to ws-bw-amount
               move ws-accrual-account to ws-bw-debit-account
               move ws-expense-account to ws-bw-credit-account
               if ws-bw-amount is greater than 0
                   perform 800-journal-batch
               end-if
               move "R" to ws-ac-status(ws-control-x)
               add 1 to ws-reversals-released
      *
               move spaces to ws-report-detail
               string "REVERSAL OF " ws-ac-period(ws-control-x)
                      " RELEASED"
                   delimited by size into rd-label
               move ws-bw-amount to rd-amount
               move ws-bw-date   to rd-note
               write report-line from ws-report-detail
                 after advancing 1 line
           end-if.
      *
      *history detail rows not yet paid, then every held balance
       300-total-unpaid.
      *
           open input last-paid-file.
      *
           if ws-last-paid-file-status is not equal to "35"
               read last-paid-file
                   at end
                       continue
                   not at end
                       if lp-run-date is numeric
                           move lp-run-date to ws-paid-through
                       end-if
               end-read
           end-if.
      *
           close last-paid-file.
      *
           if ws-last-paid-file-status is equal to "35"
               perform 310-find-latest-run
               if ws-latest-run is greater than 0
                   subtract 1 from ws-latest-run
                       giving ws-paid-through
               end-if
           end-if.
      *
           open input history-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-history-file-status is not equal to "35"
               perform 301-read-history
               perform 320-total-one-history-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close history-file.
      *
           open input held-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-held-file-status is not equal to "35"
               perform 330-read-held
               perform 340-total-one-held
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close held-file.
      *
           add ws-unpaid-history ws-unpaid-held
               giving ws-accrual-amount.
      *
       301-read-history.
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-find-latest-run.
      *
           open input history-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-history-file-status is not equal to "35"
               perform 301-read-history
               perform 311-note-run-date
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close history-file.
      *
       311-note-run-date.
      *
           if hd-detail-row
             and hd-run-date is numeric
             and hd-run-date is greater than ws-latest-run
               move hd-run-date to ws-latest-run
           end-if.
      *
           perform 301-read-history.
      *
       320-total-one-history-row.
      *
           if hd-detail-row
             and hd-run-date is numeric
             and hd-run-date is greater than ws-paid-through
             and hd-paid is numeric
               add hd-paid to ws-unpaid-history
               add 1 to ws-unpaid-rows
           end-if.
      *
           perform 301-read-history.
      *
       330-read-held.
           read held-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       340-total-one-held.
      *
           if hp-held-amount is numeric
               add hp-held-amount to ws-unpaid-held
               add 1 to ws-held-rows
           end-if.
      *
           perform 330-read-held.
      *
      *journals the accrual dated the business date and records
      *it, with its reversal dated the first of next month, on the
      *control file - a month with nothing unpaid is still recorded
      *so it cannot be accrued later by mistake
       400-accrue-month.
      *
           move ws-rd-yyyymm to ws-reverse-date(1:6).
           move 1 to ws-rv-dd.
           if ws-rv-mm is equal to 12
               add 1 to ws-rv-yyyy
               move 1 to ws-rv-mm
           else
               add 1 to ws-rv-mm
           end-if.
      *
           move ws-run-date to ws-bw-date.
           move spaces to ws-bw-source.
           string "A3-Accrual " ws-rd-yyyymm
               delimited by size into ws-bw-source.
           move ws-accrual-amount  to ws-bw-amount.
           move ws-expense-account to ws-bw-debit-account.
           move ws-accrual-account to ws-bw-credit-account.
           if ws-bw-amount is greater than 0
               perform 800-journal-batch
           end-if.
      *
           add 1 to ws-control-count.
           move ws-rd-yyyymm      to ws-ac-period(ws-control-count).
           move ws-accrual-amount to ws-ac-amount(ws-control-count).
           move ws-run-date    to ws-ac-accrued-on(ws-control-count).
           move ws-reverse-date
             to ws-ac-reverse-date(ws-control-count).
           if ws-accrual-amount is greater than 0
               move "A" to ws-ac-status(ws-control-count)
           else
               move "R" to ws-ac-status(ws-control-count)
           end-if.
      *
           perform 410-print-accrual.
      *
       410-print-accrual.
      *
           move spaces to ws-report-detail.
           move "UNPAID COMMISSION ON HISTORY" to rd-label.
           move ws-unpaid-history to rd-amount.
           move ws-unpaid-rows to ws-count-edit.
           string ws-count-edit " ROWS"
               delimited by size into rd-note.
           write report-line from ws-report-detail
             after advancing 1 line.
      *
           move spaces to ws-report-detail.
           move "HELD PAYMENTS" to rd-label.
           move ws-unpaid-held to rd-amount.
           move ws-held-rows to ws-count-edit.
           string ws-count-edit " REPS"
               delimited by size into rd-note.
           write report-line from ws-report-detail
             after advancing 1 line.
      *
           move spaces to ws-report-detail.
           move "ACCRUED - DR COMMEXP / CR COMMACCR" to rd-label.
           move ws-accrual-amount to rd-amount.
           write report-line from ws-report-detail
             after advancing 1 line.
      *
           move spaces to ws-report-detail.
           move "REVERSAL WAITING, DATED" to rd-label.
           move ws-accrual-amount to rd-amount.
           move ws-reverse-date to rd-note.
           write report-line from ws-report-detail
             after advancing 1 line.
      *
      *one balanced batch - a debit row, a credit row and the
      *trailer A3-SalesComm and every other producer writes
       800-journal-batch.
      *
           move 0 to ws-gl-row-count.
           move 0 to ws-gl-debit-total.
      *
           move spaces              to ws-gl-row.
           move ws-bw-debit-account to gl-account.
           move "D"                 to gl-dr-cr.
           perform 870-write-gl-row.
      *
           move spaces               to ws-gl-row.
           move ws-bw-credit-account to gl-account.
           move "C"                  to gl-dr-cr.
           perform 870-write-gl-row.
      *
           perform 880-write-gl-trailer.
      *
      *opens the shared GL feed for append
       860-open-gl-feed.
      *
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
       870-write-gl-row.
      *
           move "D"            to gl-rec-type.
           move ws-cost-center to gl-cost-center.
           move ws-bw-amount   to gl-amount.
           move ws-bw-date     to gl-date.
           move ws-bw-source   to gl-source.
           write gl-line from ws-gl-row.
      *
           add 1 to ws-gl-row-count.
           if gl-dr-cr is equal to "D"
               add gl-amount to ws-gl-debit-total
           end-if.
      *
      *the trailer carries the row count in the account column and
      *the debit total (which must equal the credits) as its amount
       880-write-gl-trailer.
      *
           move spaces             to ws-gl-row.
           move "T"                to gl-rec-type.
           move ws-gl-row-count    to gl-account.
           move ws-gl-debit-total  to gl-amount.
           move ws-bw-date         to gl-date.
           move ws-bw-source       to gl-source.
           write gl-line from ws-gl-row.
      *
       900-rewrite-control.
      *
           open output control-file.
      *
           perform 910-write-one-control
               varying ws-control-x from 1 by 1
               until ws-control-x is greater than ws-control-count.
      *
           close control-file.
      *
       910-write-one-control.
      *
           move ws-ac-period(ws-control-x)       to ac-period.
           move ws-ac-amount(ws-control-x)       to ac-amount.
           move ws-ac-accrued-on(ws-control-x)   to ac-accrued-on.
           move ws-ac-reverse-date(ws-control-x) to ac-reverse-date.
           move ws-ac-status(ws-control-x)       to ac-status.
           write control-rec.
      *
       end program A3-CommAccrual.
