      *                     file, so the end-of-chain reconciliation
      *                     step can prove the update step read
      *                     everything this program wrote.
      *  Oct 15/2026 - RS - a chain control file this run creates
      *                     opens with a layout header record
      *                     naming its layout version, so the
      *                     reconciliation can refuse a layout it
      *                     does not understand.
      *  Oct 15/2026 - RS - a change record may carry an effective
      *                     date after the vendor number (32 bytes
      *                     now; blank is effective at once) - it
      *                     must be a real date and only a change
      *                     may carry one. it rides through to the
      *                     clean file, suspense and resubmit so
      *                     the update step can hold a future-dated
      *                     price until its day.
      *
       environment division.
      *
               file status is ws-suspense-file-status.
      *
      *resubmit file - corrected suspense records, in the ordinary
      *input layout, fed through this run's edits after the main
      *batch
           select resubmit-file
               assign to "../../../data/A6-SuspenseResubmit.dat"
       file section.
       fd input-file
           data record is input-line
           record contains 32 characters.
      *
       01 input-line.
           05 il-prt-mnt-code          pic x.
               10 il-prt-vend-series   pic 9.
               10 filler               pic 9(5).
      *
      *effective date - blank means the change applies on the run
      *that reads it, a later date holds it until that day
           05 il-eff-date              pic x(8).
               88 eff-date-blank       value spaces.
           05 il-eff-date-r redefines il-eff-date.
               10 il-eff-yyyy          pic 9(4).
               10 il-eff-mm            pic 99.
               10 il-eff-dd            pic 99.
      *
      *batch header - first record of every feed, identified by a
      *B in the maintenance-code column, carrying batch number,
      *creation date and expected record count
           05 bh-batch-num             pic 9(6).
           05 bh-date                  pic 9(8).
           05 bh-count                 pic 9(4).
           05 filler                   pic x(13).
      *
       fd output-file
           data record is output-line
      *the same layout as the input, ready to feed the update step
       fd clean-file
           data record is clean-line
           record contains 32 characters.
      *
       01 clean-line                    pic x(32)   value spaces.
      *
      *part master - current description/price/vendor per part
      *number, looked up for change records so old vs. new can be
      *
       fd suspense-file
           data record is suspense-line
           record contains 62 characters.
      *
       01 suspense-line.
           05 sd-run-date               pic 9(8).
               10 filler                pic x(20).
           05 filler                    pic x.
           05 sd-reason                 pic x(20).
      *the suspended record's effective date, carried after the
      *reason so rows written before it existed still line up
           05 sd-eff-date               pic x(8).
      *
       fd resubmit-file
           data record is resubmit-line
           record contains 32 characters.
      *
       01 resubmit-line                 pic x(32).
      *
       fd suspense-keep-file
           data record is suspense-keep-line
           record contains 62 characters.
      *
       01 suspense-keep-line            pic x(62).
      *
       fd business-date-file
           data record is business-date-rec
                                       "PART ALREADY ON MASTER".
       77 not-on-master-err            pic x(22) value
                                       "PART NOT ON MASTER".
       77 eff-date-err                 pic x(22) value
                                       "BAD EFFECTIVE DATE".
      *
      *effective-date edit - a real calendar date, and only on a
      *change; february is patched for leap years before the
      *day is checked
       01 ws-eff-date-flags.
           05 ws-eff-date-ok           pic x     value "y".
               88 eff-date-ok           value "y".
      *
       01 ws-month-day-values.
           05 filler                   pic x(24) value
               "312831303130313130313031".
      *
       01 ws-month-day-table redefines ws-month-day-values.
           05 ws-days-in-month         pic 99    occurs 12 times.
      *
       01 ws-leap-math.
           05 ws-leap-quotient         pic 9(4)  value 0.
           05 ws-leap-rem              pic 9     value 0.
      *
      *part numbers already seen this batch, with the record number
      *that brought each one in - a later record for the same part
      *
       77 ws-chain-control-file-status pic xx    value spaces.
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
      *suspense handling - file statuses, the re-feed switch, and
      *the aging counts for the report
       77 ws-suspense-file-status      pic xx    value spaces.
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           move "A6-DataValidation"   to cc-program.
               end-if
           end-if.
      *
      *perform effective date validation
           perform 385-check-eff-date.
           if not eff-date-ok
               add 1 to ws-error-counter
               move err-indicator to ws-prt-price-err
           end-if.
      *
      *perform in-batch duplicate validation - the first record
      *for a part registers it, any later one is held out
           perform 370-check-batch-duplicate.
               end-if
           end-if.
      *
      *perform effective date validation
           perform 385-check-eff-date.
           if not eff-date-ok
               add 1 to ws-error-counter
               move eff-date-err to ws-error-description
               write output-line from ws-error-description-line
           end-if.
      *
      *an in-batch duplicate names the record that got there first
           if dup-in-batch
               move ws-dup-first-recno to ws-dd-first
           move ws-std-run-date     to sd-run-date.
           move input-line          to sd-record.
           move ws-error-description to sd-reason.
           move il-eff-date         to sd-eff-date.
      *
           write suspense-line.
      *
      *an effective date is optional - when there is one it must
      *be on a change and be a real calendar date
       385-check-eff-date.
      *
           move "y" to ws-eff-date-ok.
      *
           if not eff-date-blank
               if not mnt-code-c
                 or il-eff-date is not numeric
                   move "n" to ws-eff-date-ok
               else
                   divide il-eff-yyyy by 4
                       giving ws-leap-quotient
                       remainder ws-leap-rem
                   if ws-leap-rem is equal to 0
                       move 29 to ws-days-in-month(2)
                   else
                       move 28 to ws-days-in-month(2)
                   end-if
                   if il-eff-mm is less than 1
                     or il-eff-mm is greater than 12
                       move "n" to ws-eff-date-ok
                   else
                       if il-eff-dd is less than 1
                         or il-eff-dd is greater than
                            ws-days-in-month(il-eff-mm)
                           move "n" to ws-eff-date-ok
                       end-if
                   end-if
               end-if
           end-if.
      *
      *looks this record's part number up in the seen-this-batch
      *table - found means a duplicate, otherwise the part is
      *registered under this record number
