       identification division.
       program-id. MidtermPayCycle.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *pay-cycle driver.  pay day used to mean running the pay,
      *the remittances and the year-end statements by hand, outside
      *any controlled chain.  this driver runs them in order the
      *way A0-NightlyBatch runs the reports: the period control
      *record is checked against the last period posted to the
      *YTD file, the salaried employees' period gross is rebuilt
      *on test2.dat off the salary master (MidtermPayBuild), the
      *pay runs, the pending direct-deposit file is balanced
      *against its trailer and only then released to the bank
      *pickup, and the remittances and year-end statements follow
      *when the pay just posted is the last of its month or year.
      *every deposit row released is also added, with the pay date,
      *period and run type, to MidtermBankFile-History.dat - the
      *record MidtermBankReturns matches the bank's returns against.
      *a returned deposit the pay run put on the pending file again
      *is marked paid ("B") on MidtermBankReturns-Register.dat only
      *here, once the file it is on has gone to the bank, and goes
      *on the history under the pay date, period and run type of
      *the pay it was for rather than this pay's.
      *every step is condition-code checked, written to the shared
      *run log, and recorded in a run-control file so a restart
      *picks up at the step that failed.  a failed pay or
      *an unbalanced deposit file is never released to the bank.
      *a step whose program cannot be loaded fails with condition
      *code 16 like any other failed step.  a step ending with
      *condition code 4 has done its work with a warning on the
      *console (a pay whose GL journal has to be keyed by hand) -
      *it counts as completed, the cycle carries on, and the cycle
      *ends with condition code 4.
      *
      *a period control record marked "O" is an off-cycle run -
      *one-time payments only, checked against the last off-cycle
      *period instead of the last regular one.  the salary rebuild
      *is left out (the regular gross stays as the base the bonus
      *method taxes against), and so are the remittances and the
      *year-end statements: the off-cycle amounts are on the YTD
      *file and reach them with the next regular cycle.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *run-control file - one record per pay-cycle step completed;
      *cleared when the whole cycle completes
           select run-control-file
               assign to '../../../data/MidtermPayCycle-RunControl.dat'
               organization is line sequential
               file status is ws-run-control-file-status.
      *
      *the run log the nightly chain appends to - the pay cycle's
      *rows go alongside, tagged PAYCYC on the batch rows
           select run-log-file
               assign to '../../../data/A0-RunLog.dat'
               organization is line sequential
               file status is ws-run-log-file-status.
      *
      *period control record - the period and pay date this cycle
      *posts
           select period-file
               assign to '../../../data/MidtermPractical2-Period.dat'
               organization is line sequential
               file status is ws-period-file-status.
      *
      *payroll year-to-date file - only the T record's last posted
      *period is read here
           select ytd-file
               assign to '../../../data/MidtermPractical2-YTD.dat'
               organization is line sequential
               file status is ws-ytd-file-status.
      *
      *the pay run's direct-deposit rows and trailer, waiting to be
      *balanced
           select pending-bank-file
               assign to '../../../data/MidtermBankFile-Pending.dat'
               organization is line sequential
               file status is ws-pending-file-status.
      *
      *the file the bank collects - written only from a balanced
      *pending file
           select bank-file
               assign to '../../../data/MidtermBankFile.dat'
               organization is line sequential
               file status is ws-bank-file-status.
      *
      *every deposit row ever released, with the pay it was for
           select bank-history-file
               assign to '../../../data/MidtermBankFile-History.dat'
               organization is line sequential
               file status is ws-bank-history-file-status.
      *
      *the direct-deposit returns register - returns the pay run
      *reissued on the pending file are confirmed paid on release
           select returns-register-file
               assign to
                   '../../../data/MidtermBankReturns-Register.dat'
               organization is line sequential
               file status is ws-register-file-status.
      *
       data division.
       file section.
      *
       fd run-control-file
           data record is run-control-rec
           record contains 30 characters.
      *
       01 run-control-rec.
           05 rc-step-name             pic x(30).
      *
       fd run-log-file
           data record is run-log-line
           record contains 90 characters.
      *
       01 run-log-line                 pic x(90).
      *
       fd period-file
           data record is period-rec
           record contains 12 characters.
      *
       01 period-rec.
           05 pc-period                pic 9(3).
           05 pc-pay-date              pic 9(8).
           05 pc-run-type              pic x.
               88 pc-off-cycle          value "O".
      *
       fd ytd-file
           data record is ytd-record
           record contains 82 characters.
      *
       01 ytd-record.
           05 ytd-rec-type             pic x.
               88 ytd-total-rec         value "T".
           05 filler                   pic x(50).
           05 ytd-last-period          pic 9(3).
           05 ytd-last-offcycle        pic 9(3).
           05 filler                   pic x(25).
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it
       01 ytd-header-rec redefines ytd-record.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
      *
      *deposit rows exactly as the pay run writes them, with the
      *TRL count-and-dollar trailer last
       fd pending-bank-file
           data record is pending-rec
           record contains 33 characters.
      *
       01 pending-rec.
           05 pb-emp-num               pic 9(4).
           05 pb-amount                pic 9(7)v99.
           05 filler                   pic x(20).
      *
       01 pending-trailer-rec redefines pending-rec.
           05 pt-marker                pic x(3).
           05 pt-count                 pic 9(4).
           05 pt-dollars               pic 9(9)v99.
           05 filler                   pic x(15).
      *
       fd bank-file
           data record is bank-rec
           record contains 33 characters.
      *
       01 bank-rec                     pic x(33).
      *
       fd bank-history-file
           data record is bank-history-rec
           record contains 45 characters.
      *
       01 bank-history-rec.
           05 dh-pay-date              pic 9(8).
           05 dh-period                pic 9(3).
           05 dh-run-type              pic x.
           05 dh-bank-row              pic x(33).
      *
      *only the status byte is changed here - the pay a reissue
      *was for is read to keep it on the deposit history
       fd returns-register-file
           data record is register-rec
           record contains 75 characters.
      *
       01 register-rec.
           05 rg-emp-num               pic 9(4).
           05 rg-pay-date              pic 9(8).
           05 rg-period                pic 9(3).
           05 rg-run-type              pic x.
           05 rg-amount                pic 9(7)v99.
           05 filler                   pic x(31).
           05 rg-status                pic x.
               88 rg-pending            value "P".
           05 filler                   pic x(18).
      *
       working-storage section.
      *
      *days from one pay date to the next - a pay whose successor
      *falls in a new month is the month's last, which makes the
      *remittances due; one whose successor falls in a new year
      *makes the year-end statements due
       77 cnst-pay-interval-days       pic 99     value 14.
      *
      *cycle-control switch - once a step fails, no later step is
      *started
       77 ws-cycle-flag                pic x      value "Y".
           88 cycle-ok                  value "Y".
      *
       77 ws-failed-step               pic x(30)  value spaces.
      *
      *set when a step completes with condition code 4
       77 ws-cycle-warned              pic x      value "n".
           88 cycle-warned              value "y".
      *
      *name of the step being driven through the common paragraphs
       77 ws-step-name                 pic x(30)  value spaces.
      *
       77 ws-run-control-file-status   pic xx     value spaces.
       77 ws-run-log-file-status       pic xx     value spaces.
       77 ws-period-file-status        pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-bank-file-status          pic xx     value spaces.
       77 ws-bank-history-file-status  pic xx     value spaces.
       77 ws-register-file-status      pic xx     value spaces.
      *
      *the returns register, loaded whole to confirm the reissues
       01 ws-register-table.
           05 ws-register-entry occurs 1 to 1000 times
                   depending on ws-register-count.
               10 ws-rr-row             pic x(75).
      *
       01 ws-register-count            pic 9(4)   value 0.
      *
       01 ws-register-subs.
           05 ws-rr-x                  pic 9(4)   value 0.
           05 ws-rr-hit                pic 9(4)   value 0.
      *
       77 ws-register-eof              pic x      value "n".
       77 ws-register-overflow         pic x      value "n".
       77 ws-cntr-confirmed            pic 9(4)   value 0.
      *
      *the ytd layout version the pay programs read
       77 ws-ytd-version               pic 99     value 03.
      *
      *steps already completed on a prior, partial run
       01 ws-done-table.
           05 ws-done-entry occurs 1 to 10 times
                   depending on ws-done-count.
               10 ws-dn-step            pic x(30).
      *
       01 ws-done-count                pic 99     value 0.
      *
       01 ws-done-subs.
           05 ws-done-x                pic 99     value 0.
      *
       01 ws-step-flags.
           05 ws-step-done             pic x      value "n".
               88 step-done             value "y".
           05 ws-run-control-eof       pic x      value "n".
           05 ws-period-found          pic x      value "n".
               88 period-found          value "y".
           05 ws-ytd-eof               pic x      value "n".
           05 ws-ytd-layout-bad        pic x      value "n".
               88 ytd-layout-unknown    value "y".
           05 ws-totals-found          pic x      value "n".
               88 totals-found          value "y".
           05 ws-remit-due             pic x      value "n".
               88 remittances-due       value "y".
           05 ws-year-end-due          pic x      value "n".
               88 year-end-due          value "y".
      *
      *this cycle's period control, and the last period posted
       01 ws-period-work.
           05 ws-this-period           pic 9(3)   value 0.
           05 ws-this-pay-date         pic 9(8)   value 0.
           05 ws-this-pay-date-r redefines ws-this-pay-date.
               10 ws-pd-yyyy           pic 9(4).
               10 ws-pd-mm             pic 99.
               10 filler               pic 99.
           05 ws-last-period           pic 9(3)   value 0.
           05 ws-last-offcycle         pic 9(3)   value 0.
           05 ws-run-type              pic x      value "R".
               88 off-cycle-run         value "O".
      *
      *the next pay date, walked forward a real calendar day at a
      *time from this one
       01 ws-next-pay-math.
           05 ws-next-pay-date         pic 9(8)   value 0.
           05 ws-next-pay-date-r redefines ws-next-pay-date.
               10 ws-np-yyyy           pic 9(4).
               10 ws-np-mm             pic 99.
               10 ws-np-dd             pic 99.
           05 ws-day-x                 pic 99     value 0.
      *
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
      *the pending deposit file's own count and dollars, against
      *its trailer
       01 ws-bank-balance.
           05 ws-bb-eof                pic x      value "n".
           05 ws-bb-rows               pic 9(4)   value 0.
           05 ws-bb-dollars            pic 9(9)v99 value 0.
           05 ws-bb-trailers           pic 99     value 0.
           05 ws-bb-after-trailer      pic 9(4)   value 0.
           05 ws-bb-trl-count          pic 9(4)   value 0.
           05 ws-bb-trl-dollars        pic 9(9)v99 value 0.
           05 ws-bb-balanced           pic x      value "n".
               88 bank-balanced         value "y".
           05 ws-bb-copied             pic 9(4)   value 0.
      *
       01 ws-bb-display.
           05 ws-bb-dollars-out        pic $$$,$$$,$$9.99.
           05 ws-bb-trl-dollars-out    pic $$$,$$$,$$9.99.
      *
      *timing capture for the run log - times are hhmmsscc off the
      *clock, elapsed is whole seconds
       01 ws-log-times.
           05 ws-batch-date            pic 9(8)   value 0.
           05 ws-batch-start-time      pic 9(8)   value 0.
           05 ws-batch-end-time        pic 9(8)   value 0.
           05 ws-step-start-time       pic 9(8)   value 0.
           05 ws-step-end-time         pic 9(8)   value 0.
           05 ws-step-rc               pic s9(4)  value 0.
      *
       01 ws-elapsed-math.
           05 ws-time-work             pic 9(8)   value 0.
           05 ws-time-work-r redefines ws-time-work.
               10 ws-tw-hh             pic 99.
               10 ws-tw-mm             pic 99.
               10 ws-tw-ss             pic 99.
               10 filler               pic 99.
           05 ws-start-seconds         pic 9(6)   value 0.
           05 ws-end-seconds           pic 9(6)   value 0.
           05 ws-elapsed-seconds       pic s9(6)  value 0.
      *
      *run-log row layouts, the same as the nightly chain's
       01 ws-log-batch-line.
           05 filler                   pic x(6).
           05 ws-lb-label              pic x(6).
           05 filler                   pic x      value spaces.
           05 ws-lb-date               pic 9(8).
           05 filler                   pic x      value spaces.
           05 ws-lb-time               pic 9(8).
           05 filler                   pic x      value spaces.
           05 ws-lb-note               pic x(40).
           05 filler                   pic x(19)  value spaces.
      *
       01 ws-log-step-line.
           05 filler                   pic x(5)   value "STEP ".
           05 ws-ls-step               pic x(30).
           05 filler                   pic x(7)   value "START: ".
           05 ws-ls-start              pic 9(8).
           05 filler                   pic x(6)   value "  END:".
           05 ws-ls-end                pic 9(8).
           05 filler                   pic x(10)  value "  ELAPSED:".
           05 ws-ls-elapsed            pic zzzz9.
           05 filler                   pic x(5)   value "  RC:".
           05 ws-ls-rc                 pic zzz9.
           05 filler                   pic x(2)   value spaces.
      *
       procedure division.
       000-main.
      *
           perform 040-open-run-log.
      *
           perform 050-load-run-control.
      *
           perform 100-read-period-control.
      *
      *the period is checked before anything is touched - unless
      *the pay already posted it on an earlier, partial run
           perform 110-check-period-control.
      *
           if cycle-ok
             and not off-cycle-run
               move "MidtermPayBuild" to ws-step-name
               perform 800-run-one-program
           end-if.
      *
           if cycle-ok
               move "MidtermPractical2" to ws-step-name
               perform 800-run-one-program
           end-if.
      *
           if cycle-ok
               perform 300-release-bank-file
           end-if.
      *
           if cycle-ok
             and not off-cycle-run
               perform 400-check-remittances-due
           end-if.
      *
           if cycle-ok
             and remittances-due
               move "MidtermRemittance" to ws-step-name
               perform 800-run-one-program
           end-if.
      *
           if cycle-ok
             and remittances-due
               move "MidtermFedRemit" to ws-step-name
               perform 800-run-one-program
           end-if.
      *
           if cycle-ok
             and year-end-due
               move "MidtermYearEnd" to ws-step-name
               perform 800-run-one-program
           end-if.
      *
           perform 070-close-run-log.
      *
           if not cycle-ok
               display "PAY CYCLE ABORTED AFTER: " ws-failed-step
               move 8 to return-code
           else
               if off-cycle-run
                   display "PAY CYCLE COMPLETED SUCCESSFULLY - "
                           "OFF-CYCLE PERIOD " ws-this-period
               else
                   display "PAY CYCLE COMPLETED SUCCESSFULLY - "
                           "PERIOD " ws-this-period
               end-if
      *a completed cycle clears the run control, so the next pay
      *day starts from the top
               perform 060-clear-run-control
               if cycle-warned
                   display "PAY CYCLE: ONE OR MORE STEPS ENDED WITH "
                           "WARNINGS - SEE ABOVE"
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.
      *
           goback.
      *
      *opens the run log for append and stamps the cycle start
       040-open-run-log.
      *
           open extend run-log-file.
           if ws-run-log-file-status is equal to "35"
               open output run-log-file
           end-if.
      *
           accept ws-batch-date from date yyyymmdd.
           accept ws-batch-start-time from time.
      *
           move spaces              to ws-log-batch-line.
           move "PAYCYC"            to ws-lb-label.
           move ws-batch-date       to ws-lb-date.
           move ws-batch-start-time to ws-lb-time.
           move "START"             to ws-lb-note.
           write run-log-line from ws-log-batch-line.
      *
      *loads the steps a prior partial run already completed
       050-load-run-control.
      *
           open input run-control-file.
           if ws-run-control-file-status is not equal to "35"
               perform 051-read-run-control
               perform 052-add-done-entry
                   until ws-run-control-eof is equal to "y"
                   or ws-done-count is equal to 10
           end-if.
           close run-control-file.
      *
       051-read-run-control.
           read run-control-file
               at end
                   move "y" to ws-run-control-eof.
      *
       052-add-done-entry.
      *
           add 1 to ws-done-count.
           move rc-step-name to ws-dn-step(ws-done-count).
      *
           perform 051-read-run-control.
      *
       060-clear-run-control.
      *
           open output run-control-file.
           close run-control-file.
      *
      *stamps the cycle end with its outcome and the failed step
       070-close-run-log.
      *
           accept ws-batch-end-time from time.
      *
           move spaces              to ws-log-batch-line.
           move "PAYCYC"            to ws-lb-label.
           move ws-batch-date       to ws-lb-date.
           move ws-batch-end-time   to ws-lb-time.
           if cycle-ok
               move "END - COMPLETED" to ws-lb-note
           else
               string "END - ABORTED AFTER " ws-failed-step
                   delimited by size into ws-lb-note
           end-if.
           write run-log-line from ws-log-batch-line.
      *
           close run-log-file.
      *
      *reads this cycle's period and pay date - the due checks
      *need the pay date even on a restart past the pay step
       100-read-period-control.
      *
           open input period-file.
      *
           if ws-period-file-status is not equal to "35"
               read period-file
                   at end
                       continue
                   not at end
                       if pc-period is numeric
                         and pc-pay-date is numeric
                           move "y"         to ws-period-found
                           move pc-period   to ws-this-period
                           move pc-pay-date to ws-this-pay-date
                           if pc-off-cycle
                               move "O" to ws-run-type
                           end-if
                       end-if
               end-read
           end-if.
      *
           close period-file.
      *
      *the period has to be readable and later than the last one
      *posted to the YTD file - the same guard the pay run applies,
      *taken here so a refused period stops the cycle before the
      *pay run opens a single output
       110-check-period-control.
      *
           move "PERIOD CONTROL CHECK" to ws-step-name.
           accept ws-step-start-time from time.
           move 0 to ws-step-rc.
      *
           if not period-found
               display "PAY CYCLE: NO USABLE PERIOD CONTROL RECORD"
               move 8 to ws-step-rc
           else
               move "MidtermPractical2" to ws-step-name
               perform 900-check-step-done
               move "PERIOD CONTROL CHECK" to ws-step-name
               if not step-done
                   perform 120-find-last-period
                   if ytd-layout-unknown
                       move 8 to ws-step-rc
                   else
                   if off-cycle-run
                     and ws-this-period is not greater than
                                                   ws-last-offcycle
                       display "PAY CYCLE: OFF-CYCLE PERIOD "
                               ws-this-period " ALREADY POSTED (LAST "
                               ws-last-offcycle ")"
                       move 8 to ws-step-rc
                   else
                   if not off-cycle-run
                     and ws-this-period is not greater than
                                                   ws-last-period
                       display "PAY CYCLE: PERIOD " ws-this-period
                               " ALREADY POSTED (LAST "
                               ws-last-period ")"
                       move 8 to ws-step-rc
                   end-if
                   end-if
                   end-if
               end-if
           end-if.
      *
           accept ws-step-end-time from time.
           perform 920-log-one-step.
      *
           if ws-step-rc is not equal to 0
               move ws-step-name to ws-failed-step
               move "N"          to ws-cycle-flag
           end-if.
      *
      *a YTD file not yet created means nothing has been posted
       120-find-last-period.
      *
           move 0 to ws-last-period.
           move 0 to ws-last-offcycle.
      *
           open input ytd-file.
      *
           if ws-ytd-file-status is not equal to "35"
               perform 121-read-ytd
               if ws-ytd-eof is not equal to "y"
                 and yh-layout-header
                   perform 123-check-ytd-layout
               end-if
               perform 122-check-one-ytd
                   until ws-ytd-eof is equal to "y"
                   or totals-found
           end-if.
      *
           close ytd-file.
      *
       121-read-ytd.
           read ytd-file
               at end
                   move "y" to ws-ytd-eof.
      *
       122-check-one-ytd.
      *
           if ytd-total-rec
               move "y" to ws-totals-found
               if ytd-last-period is numeric
                   move ytd-last-period to ws-last-period
               end-if
               if ytd-last-offcycle is numeric
                   move ytd-last-offcycle to ws-last-offcycle
               end-if
           else
               perform 121-read-ytd
           end-if.
      *
      *a layout header on the first record is passed over when it
      *names the version the pay programs read; any other version
      *ends the search before a record is misread
       123-check-ytd-layout.
      *
           if yh-file-id is equal to "PAYYTD"
             and yh-version is equal to ws-ytd-version
               perform 121-read-ytd
           else
               move "y" to ws-ytd-layout-bad
               move "y" to ws-ytd-eof
               display "PAY CYCLE: YTD FILE LAYOUT " yh-file-id
                       " VERSION " yh-version
                       " NOT SUPPORTED (EXPECTS " ws-ytd-version ")"
           end-if.
      *
      *balances the pending deposit file against its trailer and,
      *only when it balances, copies it to the bank pickup and
      *empties the pending file so it can never be released twice
       300-release-bank-file.
      *
           move "BANK FILE RELEASE" to ws-step-name.
           perform 900-check-step-done.
      *
           if step-done
               display "SKIPPING " ws-step-name
                       "(DONE ON PRIOR RUN)"
           else
               display "STARTING " ws-step-name
               accept ws-step-start-time from time
               perform 310-balance-pending-file
               if bank-balanced
                   perform 320-copy-to-pickup
                   move 0 to ws-step-rc
               else
                   display "PAY CYCLE: DEPOSIT FILE NOT RELEASED "
                           "TO THE BANK"
                   move 8 to ws-step-rc
               end-if
               accept ws-step-end-time from time
               perform 920-log-one-step
               if ws-step-rc is not equal to 0
                   move ws-step-name to ws-failed-step
                   move "N"          to ws-cycle-flag
               else
                   perform 910-mark-step-done
               end-if
           end-if.
      *
      *one trailer, last, whose count and dollars match the rows
      *ahead of it
       310-balance-pending-file.
      *
           move "n" to ws-bb-balanced.
           move "n" to ws-bb-eof.
           move 0   to ws-bb-rows.
           move 0   to ws-bb-dollars.
           move 0   to ws-bb-trailers.
           move 0   to ws-bb-after-trailer.
      *
           open input pending-bank-file.
      *
           if ws-pending-file-status is equal to "35"
               display "PAY CYCLE: NO PENDING DEPOSIT FILE"
           else
               perform 311-read-pending
               perform 312-tally-one-row
                   until ws-bb-eof is equal to "y"
               close pending-bank-file
      *
               move ws-bb-dollars     to ws-bb-dollars-out
               move ws-bb-trl-dollars to ws-bb-trl-dollars-out
               if ws-bb-trailers is not equal to 1
                 or ws-bb-after-trailer is not equal to 0
                   display "PAY CYCLE: DEPOSIT FILE TRAILER MISSING "
                           "OR OUT OF PLACE"
               else
               if ws-bb-rows is not equal to ws-bb-trl-count
                 or ws-bb-dollars is not equal to ws-bb-trl-dollars
                   display "PAY CYCLE: DEPOSIT FILE OUT OF BALANCE - "
                           "ROWS " ws-bb-rows " TRAILER "
                           ws-bb-trl-count
                   display "           DOLLARS " ws-bb-dollars-out
                           " TRAILER " ws-bb-trl-dollars-out
               else
                   move "y" to ws-bb-balanced
                   display "PAY CYCLE: DEPOSIT FILE BALANCED - "
                           ws-bb-rows " ROWS " ws-bb-dollars-out
               end-if
               end-if
           end-if.
      *
       311-read-pending.
           read pending-bank-file
               at end
                   move "y" to ws-bb-eof.
      *
       312-tally-one-row.
      *
           if pt-marker is equal to "TRL"
               add 1 to ws-bb-trailers
               move pt-count   to ws-bb-trl-count
               move pt-dollars to ws-bb-trl-dollars
           else
               if ws-bb-trailers is greater than 0
                   add 1 to ws-bb-after-trailer
               end-if
               add 1         to ws-bb-rows
               add pb-amount to ws-bb-dollars
           end-if.
      *
           perform 311-read-pending.
      *
       320-copy-to-pickup.
      *
           move "n" to ws-bb-eof.
           move 0   to ws-bb-copied.
      *
           perform 330-load-register.
      *
           open input pending-bank-file.
           open output bank-file.
      *
           open extend bank-history-file.
           if ws-bank-history-file-status is equal to "35"
               open output bank-history-file
           end-if.
      *
           perform 311-read-pending.
           perform 321-copy-one-row
               until ws-bb-eof is equal to "y".
      *
           close pending-bank-file.
           close bank-file.
           close bank-history-file.
      *
           open output pending-bank-file.
           close pending-bank-file.
      *
           display "PAY CYCLE: DEPOSIT FILE RELEASED - " ws-bb-copied
                   " RECORDS".
      *
           perform 335-confirm-reissues.
      *
      *a reissue goes on the deposit history under the pay it was
      *for, so a return of the reissue finds that pay's register
      *row - a reissue at the same amount as the employee's own
      *deposit this pay is the same row, and either one takes
      *either key
       321-copy-one-row.
      *
           move pending-rec to bank-rec.
           write bank-rec.
           add 1 to ws-bb-copied.
      *
           if pt-marker is not equal to "TRL"
               move 0 to ws-rr-hit
               if ws-register-overflow is not equal to "y"
                   perform 322-match-reissue
                       varying ws-rr-x from 1 by 1
                       until ws-rr-x is greater than ws-register-count
                       or ws-rr-hit is greater than 0
               end-if
               if ws-rr-hit is greater than 0
                   move ws-rr-row(ws-rr-hit) to register-rec
                   move rg-pay-date      to dh-pay-date
                   move rg-period        to dh-period
                   move rg-run-type      to dh-run-type
                   move "B" to rg-status
                   move register-rec to ws-rr-row(ws-rr-hit)
                   add 1 to ws-cntr-confirmed
               else
                   move ws-this-pay-date to dh-pay-date
                   move ws-this-period   to dh-period
                   move ws-run-type      to dh-run-type
               end-if
               move pending-rec      to dh-bank-row
               write bank-history-rec
           end-if.
      *
           perform 311-read-pending.
      *
       322-match-reissue.
      *
           move ws-rr-row(ws-rr-x) to register-rec.
      *
           if rg-pending
             and rg-emp-num is equal to pb-emp-num
             and rg-amount is equal to pb-amount
               move ws-rr-x to ws-rr-hit
           end-if.
      *
      *the returns register, loaded before the release so each
      *reissue on the file can be matched to its register row
       330-load-register.
      *
           move "n" to ws-register-eof.
           open input returns-register-file.
      *
           if ws-register-file-status is not equal to "35"
               perform 331-read-register
               perform 332-add-register-entry
                   until ws-register-eof is equal to "y"
                   or ws-register-overflow is equal to "y"
           end-if.
      *
           close returns-register-file.
      *
       331-read-register.
           read returns-register-file
               at end
                   move "y" to ws-register-eof.
      *
       332-add-register-entry.
      *
           if ws-register-count is equal to 1000
               move "y" to ws-register-overflow
           else
               add 1 to ws-register-count
               move register-rec to ws-rr-row(ws-register-count)
               perform 331-read-register
           end-if.
      *
       333-confirm-one-reissue.
      *
           move ws-rr-row(ws-rr-x) to register-rec.
      *
           if rg-pending
               move "B" to rg-status
               move register-rec to ws-rr-row(ws-rr-x)
               add 1 to ws-cntr-confirmed
           end-if.
      *
       334-write-one-register.
      *
           move ws-rr-row(ws-rr-x) to register-rec.
           write register-rec.
      *
      *every reissue pending on the register was on the file just
      *released - the pay run rewrites the pending file whole and
      *puts every pending reissue back on it - so each is now paid
       335-confirm-reissues.
      *
           if ws-register-overflow is equal to "y"
               display "PAY CYCLE: RETURNS REGISTER OVER 1000 ROWS - "
                       "REISSUES NOT CONFIRMED, MARK THEM BY HAND"
           else
               perform 333-confirm-one-reissue
                   varying ws-rr-x from 1 by 1
                   until ws-rr-x is greater than ws-register-count
           end-if.
      *
           if ws-cntr-confirmed is greater than 0
               open output returns-register-file
               perform 334-write-one-register
                   varying ws-rr-x from 1 by 1
                   until ws-rr-x is greater than ws-register-count
               close returns-register-file
               display "PAY CYCLE: " ws-cntr-confirmed
                       " RETURNED DEPOSIT(S) CONFIRMED PAID ON THE "
                       "REGISTER"
           end-if.
      *
      *works out the next pay date - when it lands in a new month
      *this pay was the month's last and the remittances are due,
      *and when it lands in a new year the year-end statements are
      *due as well
       400-check-remittances-due.
      *
           move ws-this-pay-date to ws-next-pay-date.
      *
           perform 410-add-one-day
               varying ws-day-x from 1 by 1
               until ws-day-x is greater than cnst-pay-interval-days.
      *
           if ws-np-yyyy is greater than ws-pd-yyyy
               move "y" to ws-remit-due
               move "y" to ws-year-end-due
           else
               if ws-np-mm is greater than ws-pd-mm
                   move "y" to ws-remit-due
               end-if
           end-if.
      *
           if not remittances-due
               display "PAY CYCLE: REMITTANCES NOT DUE - NEXT PAY "
                       ws-next-pay-date " IS IN THE SAME MONTH"
           end-if.
      *
       410-add-one-day.
      *
           divide ws-np-yyyy by 4
               giving ws-leap-quotient
               remainder ws-leap-rem.
           if ws-leap-rem is equal to 0
               move 29 to ws-days-in-month(2)
           else
               move 28 to ws-days-in-month(2)
           end-if.
      *
           add 1 to ws-np-dd.
           if ws-np-dd is greater than ws-days-in-month(ws-np-mm)
               move 1 to ws-np-dd
               add 1 to ws-np-mm
               if ws-np-mm is greater than 12
                   move 1 to ws-np-mm
                   add 1 to ws-np-yyyy
               end-if
           end-if.
      *
      *runs the program named in ws-step-name as a condition-code
      *checked step - skipped when a prior partial run completed it
       800-run-one-program.
      *
           perform 900-check-step-done.
      *
           if step-done
               display "SKIPPING " ws-step-name
                       "(DONE ON PRIOR RUN)"
           else
               display "STARTING " ws-step-name
               accept ws-step-start-time from time
               move 0 to return-code
               call ws-step-name
                   on exception
                       display "PROGRAM NOT FOUND: " ws-step-name
                       move 16 to return-code
               end-call
               move return-code to ws-step-rc
               accept ws-step-end-time from time
               perform 920-log-one-step
               if ws-step-rc is equal to 4
                   display "PAY CYCLE: " ws-step-name
                           " COMPLETED WITH WARNINGS (CONDITION CODE 4)"
                   move "y" to ws-cycle-warned
                   perform 910-mark-step-done
               else
               if ws-step-rc is not equal to 0
                   move ws-step-name to ws-failed-step
                   move "N"          to ws-cycle-flag
               else
                   perform 910-mark-step-done
               end-if
               end-if
           end-if.
      *
      *checks whether the named step already completed on a prior
      *partial run
       900-check-step-done.
      *
           move "n" to ws-step-done.
      *
           perform 901-match-done-step
               varying ws-done-x from 1 by 1
               until ws-done-x is greater than ws-done-count
               or step-done.
      *
       901-match-done-step.
      *
           if ws-dn-step(ws-done-x) is equal to ws-step-name
               move "y" to ws-step-done
           end-if.
      *
      *records the named step as completed so a restart skips it
       910-mark-step-done.
      *
           open extend run-control-file.
           if ws-run-control-file-status is equal to "35"
               open output run-control-file
           end-if.
      *
           move ws-step-name to rc-step-name.
           write run-control-rec.
      *
           close run-control-file.
      *
      *writes one step row with start, end, elapsed seconds and
      *the step's return code
       920-log-one-step.
      *
           move ws-step-start-time to ws-time-work.
           compute ws-start-seconds =
               ws-tw-hh * 3600 + ws-tw-mm * 60 + ws-tw-ss.
           move ws-step-end-time to ws-time-work.
           compute ws-end-seconds =
               ws-tw-hh * 3600 + ws-tw-mm * 60 + ws-tw-ss.
      *
           subtract ws-start-seconds from ws-end-seconds
               giving ws-elapsed-seconds.
      *a step running across midnight wraps the clock
           if ws-elapsed-seconds is less than 0
               add 86400 to ws-elapsed-seconds
           end-if.
      *
           move ws-step-name       to ws-ls-step.
           move ws-step-start-time to ws-ls-start.
           move ws-step-end-time   to ws-ls-end.
           move ws-elapsed-seconds to ws-ls-elapsed.
           move ws-step-rc         to ws-ls-rc.
           write run-log-line from ws-log-step-line.
      *
       end program MidtermPayCycle.
