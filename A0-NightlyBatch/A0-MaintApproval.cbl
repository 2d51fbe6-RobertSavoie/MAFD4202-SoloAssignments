       identification division.
       program-id. A0-MaintApproval.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *maker-checker approval for master file maintenance.  one
      *person could key and apply a transaction through
      *A1-ContactMaint, A3-EmployeeMaint, A6-VendorMaint or
      *A2-DiscountMaint with no second pair of eyes - the controls
      *review wants dual control, starting with vendor
      *deactivations and discount-rate changes.  transactions are
      *now keyed to each program's -Keyed.dat file in the program's
      *own transaction layout, with the keyer's id behind it.  this
      *step moves every keyed transaction onto a shared pending
      *file under a pending id, applies an approval card file
      *(approve or reject per pending id, with the approver's id -
      *which must not be the keyer's), appends only the approved
      *transactions to the program's -Trans.dat with both ids on
      *them, logs every decision, and ages whatever is still
      *pending on a report so stalled approvals are visible - the
      *way A5-ApprovalApply handles the salary increases.
      *
      *modification history:
      *  Oct 15/2026 - RS - the contact transaction carries the
      *                     contact's manager number - the image
      *                     grows to 71 bytes, the pending row to
      *                     102; rows pended before read with a
      *                     blank manager, which the maintenance
      *                     run leaves as-is.
      *  Oct 15/2026 - RS - A2-ItemMaint joins the programs under
      *                     dual control as the ITEM master.
      *  Oct 15/2026 - RS - the employee transaction carries the
      *                     rep's commission plan code - the image
      *                     grows to 38 bytes.
      *  Oct 15/2026 - RS - A2-ItemPartMaint joins the programs
      *                     under dual control as the ITEMPART
      *                     master.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *transactions waiting for a second signature
           select pending-file
               assign to "../../../data/A0-MaintPending.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *
      *approval cards - A approves, R rejects, each naming the
      *pending id and the approver; the file empties once
      *processed
           select approval-file
               assign to "../../../data/A0-MaintApprovals.dat"
               organization is line sequential
               file status is ws-approval-file-status.
      *
      *the maintenance program's keyed transactions, taken onto
      *the pending file and emptied
           select keyed-file
               assign to ws-keyed-name
               organization is line sequential
               file status is ws-keyed-file-status.
      *
      *the maintenance program's transaction file - approved rows
      *are appended for its next run
           select trans-file
               assign to ws-trans-name
               organization is line sequential
               file status is ws-trans-file-status.
      *
      *one row per decision, appended run after run
           select log-file
               assign to "../../../data/A0-MaintApprovalLog.out"
               organization is line sequential
               file status is ws-log-file-status.
      *
      *aging report of what is still waiting for a signature
           select report-file
               assign to "../../../data/A0-MaintApproval.out"
               organization is line sequential.
      *
      *business-date control file - pending ids and the aging
      *count from it
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd pending-file
           data record is pending-rec
           record contains 102 characters.
      *
       01 pending-rec.
           05 pn-status                pic x.
      *the pending id - the business date it was pended and a
      *sequence within the day
           05 pn-id                    pic 9(12).
           05 pn-master                pic x(10).
           05 pn-keyer                 pic x(8).
           05 pn-image                 pic x(71).
      *
       fd approval-file
           data record is approval-rec
           record contains 21 characters.
      *
       01 approval-rec.
           05 ap-action                pic x.
               88 ap-action-approve     value "A".
               88 ap-action-reject      value "R".
           05 ap-id                    pic 9(12).
           05 ap-approver              pic x(8).
      *
       fd keyed-file
           data record is keyed-rec
           record contains 87 characters.
      *
       01 keyed-rec                    pic x(87).
      *
       fd trans-file
           data record is trans-rec
           record contains 87 characters.
      *
       01 trans-rec                    pic x(87).
      *
       fd log-file
           data record is log-line
           record contains 94 characters.
      *
       01 log-line.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x.
           05 lg-action                pic x(8).
           05 filler                   pic x.
           05 lg-id                    pic 9(12).
           05 filler                   pic x.
           05 lg-master                pic x(10).
           05 filler                   pic x.
           05 lg-keyer                 pic x(8).
           05 lg-by                    pic x(5).
           05 lg-approver              pic x(8).
           05 filler                   pic x.
           05 lg-note                  pic x(30).
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
      *dynamic names for the maintenance program being worked
       01 ws-keyed-name                pic x(60)  value spaces.
       01 ws-trans-name                pic x(60)  value spaces.
      *
      *the maintenance programs under dual control - the
      *master name the pending file carries, the keyed file and
      *the transaction file
       01 ws-master-values.
           05 filler pic x(10) value "CONTACT".
           05 filler pic x(44) value
               "../../../data/A1-ContactMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A1-ContactMaint-Trans.dat".
           05 filler pic x(10) value "EMPLOYEE".
           05 filler pic x(44) value
               "../../../data/A3-EmployeeMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A3-EmployeeMaint-Trans.dat".
           05 filler pic x(10) value "VENDOR".
           05 filler pic x(44) value
               "../../../data/A6-VendorMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A6-VendorMaint-Trans.dat".
           05 filler pic x(10) value "DISCOUNT".
           05 filler pic x(44) value
               "../../../data/A2-DiscountMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A2-DiscountMaint-Trans.dat".
           05 filler pic x(10) value "ITEM".
           05 filler pic x(44) value
               "../../../data/A2-ItemMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A2-ItemMaint-Trans.dat".
           05 filler pic x(10) value "ITEMPART".
           05 filler pic x(44) value
               "../../../data/A2-ItemPartMaint-Keyed.dat".
           05 filler pic x(44) value
               "../../../data/A2-ItemPartMaint-Trans.dat".
      *
       01 ws-master-table redefines ws-master-values.
           05 ws-ms-entry occurs 6 times.
               10 ws-ms-master          pic x(10).
               10 ws-ms-keyed-name      pic x(44).
               10 ws-ms-trans-name      pic x(44).
      *
       01 ws-master-subs.
           05 ws-ms-x                  pic 9      value 0.
      *
      *a transaction row in its program's own layout - the
      *transaction image, then the keyer and approver ids
       01 ws-txn-row                   pic x(87)  value spaces.
       01 ws-txn-contact redefines ws-txn-row.
           05 tx1-image                pic x(71).
           05 tx1-keyer                pic x(8).
           05 tx1-approver             pic x(8).
       01 ws-txn-employee redefines ws-txn-row.
           05 tx3-image                pic x(38).
           05 tx3-keyer                pic x(8).
           05 tx3-approver             pic x(8).
           05 filler                   pic x(33).
       01 ws-txn-vendor redefines ws-txn-row.
           05 tx6-image                pic x(35).
           05 tx6-keyer                pic x(8).
           05 tx6-approver             pic x(8).
           05 filler                   pic x(36).
       01 ws-txn-discount redefines ws-txn-row.
           05 tx2-image                pic x(17).
           05 tx2-keyer                pic x(8).
           05 tx2-approver             pic x(8).
           05 filler                   pic x(54).
       01 ws-txn-item redefines ws-txn-row.
           05 txi-image                pic x(32).
           05 txi-keyer                pic x(8).
           05 txi-approver             pic x(8).
           05 filler                   pic x(39).
       01 ws-txn-item-part redefines ws-txn-row.
           05 txp-image                pic x(8).
           05 txp-keyer                pic x(8).
           05 txp-approver             pic x(8).
           05 filler                   pic x(63).
      *
       01 ws-txn-split.
           05 ws-ts-image              pic x(71)  value spaces.
           05 ws-ts-keyer              pic x(8)   value spaces.
           05 ws-ts-approver           pic x(8)   value spaces.
      *
      *every pending row, loaded whole - new keyed rows join it,
      *decisions flip the status, the survivors rewrite
       01 ws-pend-table.
           05 ws-pend-entry occurs 1 to 500 times
                   depending on ws-pend-count.
               10 ws-pd-status          pic x.
               10 ws-pd-id              pic 9(12).
               10 ws-pd-id-r redefines ws-pd-id.
                   15 ws-pd-yyyy        pic 9(4).
                   15 ws-pd-mm          pic 99.
                   15 ws-pd-dd          pic 99.
                   15 ws-pd-seq         pic 9(4).
               10 ws-pd-master          pic x(10).
               10 ws-pd-keyer           pic x(8).
               10 ws-pd-approver        pic x(8).
               10 ws-pd-image           pic x(71).
      *
       01 ws-pend-count                pic 9(3)   value 0.
      *
       01 ws-pend-subs.
           05 ws-pend-x                pic 9(3)   value 0.
      *
       01 ws-pend-flags.
           05 ws-decision-hit          pic x      value "n".
      *set when the pending file and tonight's keyed rows would
      *not fit the table - the run is refused rather than dropping
      *a transaction
           05 ws-pend-overflow         pic x      value "n".
      *
      *the pending id the next keyed row takes - one past the
      *highest sequence already pended today
       01 ws-new-id                    pic 9(12)  value 0.
       01 ws-new-id-r redefines ws-new-id.
           05 ws-ni-date               pic 9(8).
           05 ws-ni-seq                pic 9(4).
      *
       77 ws-keyed-rows                pic 9(4)   value 0.
      *
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-approval-file-status      pic xx     value spaces.
       77 ws-keyed-file-status         pic xx     value spaces.
       77 ws-trans-file-status         pic xx     value spaces.
       77 ws-log-file-status           pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-split            pic 9(8)   value 0.
       01 ws-run-date-split-r redefines ws-run-date-split.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 ws-rd-dd                 pic 99.
      *
      *aging arithmetic for the still-pending report
       01 ws-age-math.
           05 ws-run-days              pic 9(8)   value 0.
           05 ws-item-days             pic 9(8)   value 0.
           05 ws-age-days              pic s9(8)  value 0.
      *
       01 ws-counters.
           05 ws-cntr-pended           pic 9(4)   value 0.
           05 ws-cntr-approved         pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-refused          pic 9(4)   value 0.
           05 ws-cntr-still-pending    pic 9(4)   value 0.
           05 ws-cntr-unmatched        pic 9(4)   value 0.
      *
      *refusal notes
       77 note-no-keyer                pic x(30)  value
           "NO KEYER ID - NOT PENDED".
       77 note-same-id                 pic x(30)  value
           "APPROVER IS THE KEYER".
       77 note-no-approver             pic x(30)  value
           "NO APPROVER ID ON THE CARD".
      *
      *aging report lines
       01 ws-aging-heading.
           05 filler                   pic x(30)  value
                               "PENDING MASTER MAINTENANCE    ".
           05 filler                   pic x(4)   value "RUN ".
           05 ah-run-date              pic 9(8).
           05 filler                   pic x(68)  value spaces.
      *
       01 ws-aging-line.
           05 filler                   pic x(4)   value "ID: ".
           05 al-id                    pic 9(12).
           05 filler                   pic x(10)  value "  MASTER: ".
           05 al-master                pic x(10).
           05 filler                   pic x(9)   value "  TRANS: ".
           05 al-image                 pic x(30).
           05 filler                   pic x(6)   value "  BY: ".
           05 al-keyer                 pic x(8).
           05 filler                   pic x(12)  value
                                       "  DAYS OLD: ".
           05 al-days                  pic zzz9.
           05 filler                   pic x(5)   value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(8)   value "PENDED: ".
           05 sm-pended                pic zzz9.
           05 filler                   pic x(12)  value
                                       "  APPROVED: ".
           05 sm-approved              pic zzz9.
           05 filler                   pic x(12)  value
                                       "  REJECTED: ".
           05 sm-rejected              pic zzz9.
           05 filler                   pic x(11)  value
                                       "  REFUSED: ".
           05 sm-refused               pic zzz9.
           05 filler                   pic x(17)  value
                                       "  STILL PENDING: ".
           05 sm-pending               pic zzz9.
           05 filler                   pic x(30)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-pending.
      *
           if ws-pend-overflow is equal to "n"
               perform 130-count-keyed-rows
                   varying ws-ms-x from 1 by 1
                   until ws-ms-x is greater than 6
               if ws-pend-count + ws-keyed-rows is greater than 500
                   move "y" to ws-pend-overflow
               end-if
           end-if.
      *
           if ws-pend-overflow is equal to "y"
               display "A0-MAINTAPPROVAL: PENDING TRANSACTIONS "
                       "EXCEED 500 ROWS - RUN REFUSED, FILES "
                       "UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open extend log-file.
           if ws-log-file-status is equal to "35"
               open output log-file
           end-if.
           move spaces to log-line.
      *
           perform 200-pend-keyed-rows
               varying ws-ms-x from 1 by 1
               until ws-ms-x is greater than 6.
      *
           perform 300-apply-approvals.
      *
           perform 400-release-approved
               varying ws-ms-x from 1 by 1
               until ws-ms-x is greater than 6.
      *
           perform 500-print-aging-report.
      *
           perform 900-rewrite-pending.
      *
           perform 950-empty-keyed-file
               varying ws-ms-x from 1 by 1
               until ws-ms-x is greater than 6.
      *
           close log-file.
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
           move ws-run-date to ws-run-date-split.
           compute ws-run-days =
               ws-rd-yyyy * 372 + ws-rd-mm * 31 + ws-rd-dd.
      *
           move ws-run-date to ws-ni-date.
           move 0           to ws-ni-seq.
      *
       110-load-pending.
      *
           open input pending-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-pending-file-status is not equal to "35"
               perform 111-read-pending
               perform 112-add-pend-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-pend-count is equal to 500
      *the table rewrites the pending file at end of run, so a
      *load that stopped with rows still unread must refuse to
      *run - a transaction must never evaporate unapproved
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-pend-overflow
               end-if
           end-if.
      *
           close pending-file.
      *
       111-read-pending.
           read pending-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-pend-entry.
      *
           if pn-status is equal to "P"
               add 1 to ws-pend-count
               move pn-status to ws-pd-status(ws-pend-count)
               move pn-id     to ws-pd-id(ws-pend-count)
               move pn-master to ws-pd-master(ws-pend-count)
               move pn-keyer  to ws-pd-keyer(ws-pend-count)
               move spaces    to ws-pd-approver(ws-pend-count)
               move pn-image  to ws-pd-image(ws-pend-count)
               if pn-id is greater than ws-new-id
                   move pn-id to ws-new-id
               end-if
           end-if.
      *
           perform 111-read-pending.
      *
      *a pre-count of the keyed rows, so an overflow is refused
      *before any file has been touched
       130-count-keyed-rows.
      *
           move ws-ms-keyed-name(ws-ms-x) to ws-keyed-name.
           open input keyed-file.
      *
           if ws-keyed-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 140-read-keyed
               perform 135-count-one-keyed
                   until ws-eof-flag is equal to ws-eof-Y
               close keyed-file
           end-if.
      *
       135-count-one-keyed.
      *
           if keyed-rec is not equal to spaces
               add 1 to ws-keyed-rows
           end-if.
           perform 140-read-keyed.
      *
       140-read-keyed.
           read keyed-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *every keyed row joins the pending table under the next
      *pending id - a row with no keyer id is refused outright
       200-pend-keyed-rows.
      *
           move ws-ms-keyed-name(ws-ms-x) to ws-keyed-name.
           open input keyed-file.
      *
           if ws-keyed-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 140-read-keyed
               perform 210-pend-one-row
                   until ws-eof-flag is equal to ws-eof-Y
               close keyed-file
           end-if.
      *
       210-pend-one-row.
      *
           if keyed-rec is not equal to spaces
               move keyed-rec to ws-txn-row
               perform 220-split-txn-row
               add 1 to ws-ni-seq
               move spaces                to log-line
               move ws-run-date           to lg-run-date
               move ws-new-id             to lg-id
               move ws-ms-master(ws-ms-x) to lg-master
               move ws-ts-keyer           to lg-keyer
               if ws-ts-keyer is equal to spaces
                   add 1 to ws-cntr-refused
                   move "REFUSED"     to lg-action
                   move note-no-keyer to lg-note
                   display "A0-MAINTAPPROVAL: " ws-ms-master(ws-ms-x)
                           " TRANSACTION WITH NO KEYER ID REFUSED"
               else
                   add 1 to ws-cntr-pended
                   add 1 to ws-pend-count
                   move "P"       to ws-pd-status(ws-pend-count)
                   move ws-new-id to ws-pd-id(ws-pend-count)
                   move ws-ms-master(ws-ms-x)
                                  to ws-pd-master(ws-pend-count)
                   move ws-ts-keyer to ws-pd-keyer(ws-pend-count)
                   move spaces      to ws-pd-approver(ws-pend-count)
                   move ws-ts-image to ws-pd-image(ws-pend-count)
                   move "PENDED"    to lg-action
               end-if
               write log-line
           end-if.
      *
           perform 140-read-keyed.
      *
      *the row split into image and ids by its program's layout
       220-split-txn-row.
      *
           if ws-ms-x is equal to 1
               move tx1-image to ws-ts-image
               move tx1-keyer to ws-ts-keyer
           else
           if ws-ms-x is equal to 2
               move tx3-image to ws-ts-image
               move tx3-keyer to ws-ts-keyer
           else
           if ws-ms-x is equal to 3
               move tx6-image to ws-ts-image
               move tx6-keyer to ws-ts-keyer
           else
           if ws-ms-x is equal to 4
               move tx2-image to ws-ts-image
               move tx2-keyer to ws-ts-keyer
           else
           if ws-ms-x is equal to 5
               move txi-image to ws-ts-image
               move txi-keyer to ws-ts-keyer
           else
           if ws-ms-x is equal to 6
               move txp-image to ws-ts-image
               move txp-keyer to ws-ts-keyer
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
      *applies each approval card to the pending row it names,
      *and empties the card file so nothing re-applies
       300-apply-approvals.
      *
           open input approval-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-approval-file-status is not equal to "35"
               perform 301-read-approval
               perform 302-apply-one-approval
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close approval-file.
      *
           if ws-approval-file-status is not equal to "35"
               open output approval-file
               close approval-file
           end-if.
      *
       301-read-approval.
           read approval-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       302-apply-one-approval.
      *
           move "n" to ws-decision-hit.
      *
           perform 310-decide-one-row
               varying ws-pend-x from 1 by 1
               until ws-pend-x is greater than ws-pend-count.
      *
           if ws-decision-hit is equal to "n"
               add 1 to ws-cntr-unmatched
               display "A0-MAINTAPPROVAL: NO PENDING TRANSACTION "
                       ap-id " - CARD IGNORED"
           end-if.
      *
           perform 301-read-approval.
      *
      *the keyer can never approve their own transaction - the
      *card is refused and the row keeps waiting
       310-decide-one-row.
      *
           if ws-pd-id(ws-pend-x) is equal to ap-id
             and ws-pd-status(ws-pend-x) is equal to "P"
               move "y" to ws-decision-hit
               move spaces to log-line
               if ap-approver is equal to spaces
                   add 1 to ws-cntr-refused
                   move "REFUSED"        to lg-action
                   move note-no-approver to lg-note
               else
               if ap-approver is equal to ws-pd-keyer(ws-pend-x)
                   add 1 to ws-cntr-refused
                   move "REFUSED"    to lg-action
                   move note-same-id to lg-note
                   display "A0-MAINTAPPROVAL: " ap-approver
                           " CANNOT APPROVE THEIR OWN TRANSACTION "
                           ap-id
               else
               if ap-action-approve
                   move "A" to ws-pd-status(ws-pend-x)
                   move ap-approver to ws-pd-approver(ws-pend-x)
                   add 1 to ws-cntr-approved
                   move "APPROVED" to lg-action
               else
                   move "R" to ws-pd-status(ws-pend-x)
                   add 1 to ws-cntr-rejected
                   move "REJECTED" to lg-action
               end-if
               end-if
               end-if
               move ws-run-date             to lg-run-date
               move ws-pd-id(ws-pend-x)     to lg-id
               move ws-pd-master(ws-pend-x) to lg-master
               move ws-pd-keyer(ws-pend-x)  to lg-keyer
               move " BY: "                 to lg-by
               move ap-approver             to lg-approver
               write log-line
           end-if.
      *
      *the approved rows for one maintenance program, appended to
      *its transaction file with the keyer and approver ids on
       400-release-approved.
      *
           move ws-ms-trans-name(ws-ms-x) to ws-trans-name.
           move "n" to ws-decision-hit.
      *
           perform 410-release-one-row
               varying ws-pend-x from 1 by 1
               until ws-pend-x is greater than ws-pend-count.
      *
           if ws-decision-hit is equal to "y"
               close trans-file
           end-if.
      *
       410-release-one-row.
      *
           if ws-pd-status(ws-pend-x) is equal to "A"
             and ws-pd-master(ws-pend-x) is equal to
                                       ws-ms-master(ws-ms-x)
               if ws-decision-hit is equal to "n"
                   move "y" to ws-decision-hit
                   open extend trans-file
                   if ws-trans-file-status is equal to "35"
                       open output trans-file
                   end-if
               end-if
               move ws-pd-image(ws-pend-x)    to ws-ts-image
               move ws-pd-keyer(ws-pend-x)    to ws-ts-keyer
               move ws-pd-approver(ws-pend-x) to ws-ts-approver
               perform 420-build-txn-row
               write trans-rec from ws-txn-row
           end-if.
      *
       420-build-txn-row.
      *
           move spaces to ws-txn-row.
      *
           if ws-ms-x is equal to 1
               move ws-ts-image    to tx1-image
               move ws-ts-keyer    to tx1-keyer
               move ws-ts-approver to tx1-approver
           else
           if ws-ms-x is equal to 2
               move ws-ts-image    to tx3-image
               move ws-ts-keyer    to tx3-keyer
               move ws-ts-approver to tx3-approver
           else
           if ws-ms-x is equal to 3
               move ws-ts-image    to tx6-image
               move ws-ts-keyer    to tx6-keyer
               move ws-ts-approver to tx6-approver
           else
           if ws-ms-x is equal to 4
               move ws-ts-image    to tx2-image
               move ws-ts-keyer    to tx2-keyer
               move ws-ts-approver to tx2-approver
           else
           if ws-ms-x is equal to 5
               move ws-ts-image    to txi-image
               move ws-ts-keyer    to txi-keyer
               move ws-ts-approver to txi-approver
           else
           if ws-ms-x is equal to 6
               move ws-ts-image    to txp-image
               move ws-ts-keyer    to txp-keyer
               move ws-ts-approver to txp-approver
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
      *ages what is still waiting so a stalled approval cannot
      *hide
       500-print-aging-report.
      *
           open output report-file.
      *
           move ws-run-date to ah-run-date.
           write report-line from ws-aging-heading
             after advancing 1 line.
      *
           perform 510-age-one-row
               varying ws-pend-x from 1 by 1
               until ws-pend-x is greater than ws-pend-count.
      *
           move ws-cntr-pended        to sm-pended.
           move ws-cntr-approved      to sm-approved.
           move ws-cntr-rejected      to sm-rejected.
           move ws-cntr-refused       to sm-refused.
           move ws-cntr-still-pending to sm-pending.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
      *
       510-age-one-row.
      *
           if ws-pd-status(ws-pend-x) is equal to "P"
               add 1 to ws-cntr-still-pending
               compute ws-item-days =
                   ws-pd-yyyy(ws-pend-x) * 372
                   + ws-pd-mm(ws-pend-x) * 31
                   + ws-pd-dd(ws-pend-x)
               subtract ws-item-days from ws-run-days
                   giving ws-age-days
      *
               move ws-pd-id(ws-pend-x)     to al-id
               move ws-pd-master(ws-pend-x) to al-master
               move ws-pd-image(ws-pend-x)  to al-image
               move ws-pd-keyer(ws-pend-x)  to al-keyer
               move ws-age-days             to al-days
               write report-line from ws-aging-line
                 after advancing 1 line
           end-if.
      *
      *approved and rejected rows drop off the live file - the
      *transaction files and the log already carry them
       900-rewrite-pending.
      *
           open output pending-file.
      *
           perform 910-write-one-pending
               varying ws-pend-x from 1 by 1
               until ws-pend-x is greater than ws-pend-count.
      *
           close pending-file.
      *
       910-write-one-pending.
      *
           if ws-pd-status(ws-pend-x) is equal to "P"
               move ws-pd-status(ws-pend-x) to pn-status
               move ws-pd-id(ws-pend-x)     to pn-id
               move ws-pd-master(ws-pend-x) to pn-master
               move ws-pd-keyer(ws-pend-x)  to pn-keyer
               move ws-pd-image(ws-pend-x)  to pn-image
               write pending-rec
           end-if.
      *
      *the keyed rows are on the pending file now - emptied only
      *after the pending file has been rewritten
       950-empty-keyed-file.
      *
           move ws-ms-keyed-name(ws-ms-x) to ws-keyed-name.
           open input keyed-file.
      *
           if ws-keyed-file-status is not equal to "35"
               close keyed-file
               open output keyed-file
               close keyed-file
           end-if.
      *
       end program A0-MaintApproval.
