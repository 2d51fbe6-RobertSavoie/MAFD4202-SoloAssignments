      *                     read/write instead of a whole-file
      *                     rewrite.  A6-PartMasterConvert loads
      *                     the old sequential file across once.
      *  Oct 15/2026 - RS - a chain control file this run creates
      *                     opens with a layout header record
      *                     naming its layout version, so the
      *                     reconciliation can refuse a layout it
      *                     does not understand.
      *  Oct 15/2026 - RS - a change dated past the business date
      *                     is held on the pending-price file
      *                     instead of applied, and each run first
      *                     applies the pending changes whose day
      *                     has come - a vendor's increase for the
      *                     first of next month is fed when it is
      *                     announced, not remembered until then.
      *
       environment division.
      *
               assign to "../../../data/A6-PartMasterUpdate-Log.out"
               organization is line sequential.
      *
      *future-dated price changes waiting for their effective date,
      *in the clean file's layout - read at the top of every run
      *and rewritten with the ones still to come
           select pending-price-file
               assign to "../../../data/A6-PendingPrice.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *
      *scratch file the still-pending changes collect on before
      *they are copied back over the pending-price file
           select pending-keep-file
               assign to "a6pendkeep.tmp"
               organization is line sequential.
      *
      *business-date control file - the chain control record has
      *to carry the same date the producer stamped, or the
      *reconciliation cannot pair the handoff
      *
       fd clean-file
           data record is clean-line
           record contains 32 characters.
      *
       01 clean-line.
           05 cl-mnt-code              pic x.
           05 cl-prt-desc              pic x(10).
           05 cl-prt-price             pic 99v99.
           05 cl-prt-vend-num          pic 9(6).
           05 cl-eff-date              pic x(8).
           05 cl-eff-date-n redefines cl-eff-date
                                       pic 9(8).
      *
       fd part-master-file
           data record is part-master-rec
           record contains 100 characters.
      *
       01 log-line                     pic x(100).
      *
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
       fd pending-keep-file
           data record is pending-keep-line
           record contains 32 characters.
      *
       01 pending-keep-line            pic x(32).
      *
       fd business-date-file
           data record is business-date-rec
      *
       77 ws-chain-control-file-status pic xx     value spaces.
      *
      *pending-price handling - 35 just means nothing is pending,
      *and the switch tells the change and reject paragraphs a
      *due pending change is being applied rather than a clean row
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-pending-eof-flag          pic x      value "n".
       77 ws-pending-switch            pic x      value "n".
           88 applying-pending          value "y".
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
      *counts read off the clean file and what happened to them -
      *read always balances to applied plus held plus rejected,
      *and the pending changes due balance to applied plus
      *rejected
       01 ws-counters.
           05 ws-cntr-adds-read        pic 9(4)   value 0.
           05 ws-cntr-changes-read     pic 9(4)   value 0.
           05 ws-cntr-changes-applied  pic 9(4)   value 0.
           05 ws-cntr-deletes-applied  pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-changes-held     pic 9(4)   value 0.
           05 ws-cntr-pending-due      pic 9(4)   value 0.
           05 ws-cntr-pending-applied  pic 9(4)   value 0.
           05 ws-cntr-pending-rejected pic 9(4)   value 0.
           05 ws-cntr-pending-kept     pic 9(4)   value 0.
      *
      *one maintenance log row - action, part, and image
       01 ws-log-row.
           05 filler                   pic x(10)  value "REJECTED:".
           05 ws-rj-count              pic zzz9.
           05 filler                   pic x(86)  value spaces.
      *
       01 ws-held-line.
           05 filler                   pic x(24)  value
                               "HELD TO EFFECTIVE DATE: ".
           05 ws-hl-count              pic zzz9.
           05 filler                   pic x(72)  value spaces.
      *
       01 ws-pending-line.
           05 filler                   pic x(18)  value
                               "PENDING REJECTED: ".
           05 ws-pl-rejected           pic zzz9.
           05 filler                   pic x(17)  value
                               "  STILL PENDING: ".
           05 ws-pl-kept               pic zzz9.
           05 filler                   pic x(57)  value spaces.
      *
       procedure division.
       000-main.
      *
           open input clean-file.
           open output log-file.
           open output pending-keep-file.
      *
           perform 150-apply-due-pending.
      *
           perform 110-read-clean-file.
           perform 200-apply-one-record
      *
           close clean-file
                 log-file
                 part-master-file
                 pending-keep-file.
      *
           perform 170-replace-pending-file.
      *
           goback.
      *
           else
               if cl-code-c
                   add 1 to ws-cntr-changes-read
                   if cl-eff-date is numeric
                     and cl-eff-date-n is greater than ws-run-date
                       perform 330-hold-change
                   else
                       perform 310-apply-change
                   end-if
               else
                   add 1 to ws-cntr-deletes-read
                   perform 320-apply-delete
                   invalid key
                       perform 400-log-rejected
                   not invalid key
                       if applying-pending
                           add 1 to ws-cntr-pending-applied
                           move "DUE CHG" to lg-action
                       else
                           add 1 to ws-cntr-changes-applied
                           move "CHANGE" to lg-action
                       end-if
                       perform 350-build-after-image
                       move ws-image-pair to lg-detail
                       perform 410-write-log-row
           else
               perform 400-log-rejected
           end-if.
      *
      *a change dated past the business date goes onto the pending
      *file untouched, logged with the image it will replace and
      *the one it will become
       330-hold-change.
      *
           perform 210-lookup-part.
      *
           if part-found
               write pending-keep-line from clean-line
               add 1 to ws-cntr-changes-held
               add 1 to ws-cntr-pending-kept
               perform 360-build-before-image
               move "HELD" to lg-action
               perform 350-build-after-image
               move ws-image-pair to lg-detail
               perform 410-write-log-row
           else
               perform 400-log-rejected
           end-if.
      *
       350-build-after-image.
      *
      *rejected so the balancing still reconciles
       400-log-rejected.
      *
           if applying-pending
               add 1 to ws-cntr-pending-rejected
           else
               add 1 to ws-cntr-rejected
           end-if.
      *
           move "REJECTED" to lg-action.
           move spaces     to ws-ip-before.
      *
           write log-line from ws-log-row.
      *
      *applies every pending change whose effective date has come,
      *through the same change logic a clean row takes - the rest
      *collect on the scratch file to be written back
       150-apply-due-pending.
      *
           open input pending-price-file.
      *
           if ws-pending-file-status is not equal to "35"
               perform 155-read-pending
               perform 160-process-one-pending
                   until ws-pending-eof-flag is equal to "y"
               close pending-price-file
           end-if.
      *
       155-read-pending.
           read pending-price-file
               at end
                   move "y" to ws-pending-eof-flag.
      *
       160-process-one-pending.
      *
           if pp-eff-date is greater than ws-run-date
               add 1 to ws-cntr-pending-kept
               write pending-keep-line from pending-price-rec
           else
               add 1 to ws-cntr-pending-due
               move pending-price-rec to clean-line
               move "y" to ws-pending-switch
               perform 310-apply-change
               move "n" to ws-pending-switch
           end-if.
      *
           perform 155-read-pending.
      *
      *the changes still to come - carried over and those held
      *tonight - replace the pending-price file
       170-replace-pending-file.
      *
           open input pending-keep-file.
           open output pending-price-file.
      *
           move "n" to ws-pending-eof-flag.
           perform 175-read-keep-row.
           perform 180-write-back-row
               until ws-pending-eof-flag is equal to "y".
      *
           close pending-keep-file
                 pending-price-file.
      *
       175-read-keep-row.
           read pending-keep-file
               at end
                   move "y" to ws-pending-eof-flag.
      *
       180-write-back-row.
      *
           write pending-price-rec from pending-keep-line.
           perform 175-read-keep-row.
      *
      *replaces the system date already accepted with the batch's
      *business date, when the control file is there to supply one
       015-apply-business-date.
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           move "A6-PartMasterUpdate" to cc-program.
           close chain-control-file.
      *
      *balances what the clean file delivered against what was
      *applied - read always equals applied plus held plus
      *rejected - and the pending changes that came due
       800-write-summary.
      *
           write log-line from ws-summary-heading
           move ws-cntr-rejected to ws-rj-count.
           write log-line from ws-reject-line
             after advancing 1 line.
      *
           move ws-cntr-changes-held to ws-hl-count.
           write log-line from ws-held-line
             after advancing 1 line.
      *
           move "PENDING: "             to ws-sm-label.
           move ws-cntr-pending-due     to ws-sm-read.
           move ws-cntr-pending-applied to ws-sm-applied.
           write log-line from ws-summary-line
             after advancing 1 line.
      *
           move ws-cntr-pending-rejected to ws-pl-rejected.
           move ws-cntr-pending-kept     to ws-pl-kept.
           write log-line from ws-pending-line
             after advancing 1 line.
      *
       end program A6-PartMasterUpdate.
