       identification division.
       program-id. A0-ChangeAudit.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *consolidated change-audit inquiry.  master file changes are
      *logged by six maintenance programs, each in its own format,
      *and each log is rewritten by its program's next run - so an
      *auditor asking what changed on the masters last week meant
      *opening six files, most of which no longer held last week.
      *this step reads all six logs, puts every entry into one
      *common record (date, master, key, action, before, after,
      *outcome) and appends the new ones to a running trail,
      *A0-ChangeAudit.dat.  a small control file keeps each log's
      *row count and last row as last collected, so a log that
      *has not been rewritten since is not collected twice.
      *
      *the inquiry report is then printed off the trail, selected
      *by the request card A0-ChangeAuditRequest.dat - a date
      *range, a master name (CONTACT, EMPLOYEE, VENDOR, DISCOUNT,
      *PO, PART, ITEM or ITEMPART) and a key as the log carries
      *it, each left blank or zero for all.  with no card the
      *report lists the business date's changes.
      *
      *modification history:
      *  Oct 15/2026 - RS - A2-ItemMaint-Log.out collected as the
      *                     ITEM master - the key is the item
      *                     number, a change carries the class,
      *                     warehouse, price and reorder pair the
      *                     item held before it.
      *  Oct 15/2026 - RS - an EMPLOYEE row carries the rep's
      *                     commission plan, and a change that
      *                     moved the rep to another plan carries
      *                     the plan it replaced.
      *  Oct 15/2026 - RS - A2-ItemPartMaint-Log.out collected as
      *                     the ITEMPART master - the key is the
      *                     item number, the part it maps to after,
      *                     and the part a change or delete took it
      *                     off before.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *the maintenance log being collected this moment
           select log-file
               assign to ws-log-name
               organization is line sequential
               file status is ws-log-file-status.
      *
      *the running trail of every collected entry
           select trail-file
               assign to "../../../data/A0-ChangeAudit.dat"
               organization is line sequential
               file status is ws-trail-file-status.
      *
      *each log's row count and last row as last collected
           select control-file
               assign to "../../../data/A0-ChangeAudit-Ctl.dat"
               organization is line sequential
               file status is ws-control-file-status.
      *
      *request card - date range, master and key wanted
           select request-file
               assign to "../../../data/A0-ChangeAuditRequest.dat"
               organization is line sequential
               file status is ws-request-file-status.
      *
           select report-file
               assign to "../../../data/A0-ChangeAudit.out"
               organization is line sequential.
      *
      *business-date control file - the default selection; a
      *missing file falls back to the system date
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd log-file
           data record is log-rec
           record contains 160 characters.
      *
       01 log-rec                      pic x(160).
      *
       fd trail-file
           data record is trail-rec
           record contains 214 characters.
      *
       01 trail-rec.
           05 ca-date                  pic 9(8).
           05 filler                   pic x.
           05 ca-master                pic x(10).
           05 filler                   pic x.
           05 ca-key                   pic x(12).
           05 filler                   pic x.
           05 ca-action                pic x(10).
           05 filler                   pic x.
           05 ca-before                pic x(64).
           05 filler                   pic x.
           05 ca-after                 pic x(64).
           05 filler                   pic x.
           05 ca-outcome               pic x(40).
      *
      *layout header - when present, the first record of the
      *trail, naming the record layout version of the rows below it
       01 trail-header-rec.
           05 th-marker                pic x(8).
               88 th-layout-header      value "*LAYOUT ".
           05 th-file-id               pic x(10).
           05 th-version               pic 99.
           05 filler                   pic x(194).
      *
       fd control-file
           data record is control-rec
           record contains 136 characters.
      *
       01 control-rec.
           05 cr-master                pic x(10).
           05 cr-rows                  pic 9(6).
           05 cr-last-row              pic x(120).
      *
       fd request-file
           data record is request-rec
           record contains 38 characters.
      *
       01 request-rec.
           05 rq-from-date             pic 9(8).
           05 rq-to-date               pic 9(8).
           05 rq-master                pic x(10).
           05 rq-key                   pic x(12).
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
      *dynamic name for the log being collected
       01 ws-log-name                  pic x(60)  value spaces.
      *
       77 ws-log-file-status           pic xx     value spaces.
       77 ws-trail-file-status         pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
       77 ws-request-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *trail layout this program writes and reads
       77 ws-trail-version             pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *layout header written as the first record of a trail this
      *run creates
       01 ws-trail-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHGAUDIT".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(194) value spaces.
      *
      *the maintenance logs, each with the master name its
      *entries carry on the trail
       01 ws-log-values.
           05 filler pic x(44) value
               "../../../data/A1-ContactMaint-Log.out".
           05 filler pic x(10) value "CONTACT".
           05 filler pic x(44) value
               "../../../data/A3-EmployeeMaint-Log.out".
           05 filler pic x(10) value "EMPLOYEE".
           05 filler pic x(44) value
               "../../../data/A6-VendorMaint-Log.out".
           05 filler pic x(10) value "VENDOR".
           05 filler pic x(44) value
               "../../../data/A2-DiscountMaint-Log.out".
           05 filler pic x(10) value "DISCOUNT".
           05 filler pic x(44) value
               "../../../data/A2-POUpdate-Log.out".
           05 filler pic x(10) value "PO".
           05 filler pic x(44) value
               "../../../data/A6-PartMasterUpdate-Log.out".
           05 filler pic x(10) value "PART".
           05 filler pic x(44) value
               "../../../data/A2-ItemMaint-Log.out".
           05 filler pic x(10) value "ITEM".
           05 filler pic x(44) value
               "../../../data/A2-ItemPartMaint-Log.out".
           05 filler pic x(10) value "ITEMPART".
      *
       01 ws-log-table redefines ws-log-values.
           05 ws-lg-entry occurs 8 times.
               10 ws-lg-name            pic x(44).
               10 ws-lg-master          pic x(10).
      *
      *each log's collected signature - loaded off the control
      *file, brought up to date as the logs are collected, and
      *written back whole
       01 ws-signature-table.
           05 ws-sg-entry occurs 8 times.
               10 ws-sg-rows            pic 9(6).
               10 ws-sg-last-row        pic x(120).
      *
       01 ws-log-subs.
           05 ws-lg-x                  pic 9      value 0.
           05 ws-lg-hit                pic 9      value 0.
      *
      *the live log's signature off the counting pass
       01 ws-live-signature.
           05 ws-lv-rows               pic 9(6)   value 0.
           05 ws-lv-last-row           pic x(120) value spaces.
      *
      *the log row being converted, in each log's own layout -
      *contact maintenance
       01 ws-log-row                   pic x(160) value spaces.
       01 ws-a1-row redefines ws-log-row.
           05 a1-date                  pic x(8).
           05 filler                   pic x.
           05 a1-action                pic x(10).
           05 filler                   pic x.
           05 a1-cnum                  pic x(4).
           05 filler                   pic x.
           05 a1-name                  pic x(16).
           05 filler                   pic x.
           05 filler                   pic x(5).
           05 a1-was                   pic x(65).
           05 filler                   pic x(48).
      *
      *A3 employee maintenance
       01 ws-a3-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 a3-action                pic x(10).
           05 filler                   pic x.
           05 a3-sman                  pic x(3).
           05 filler                   pic x.
           05 a3-name                  pic x(30).
           05 filler                   pic x.
           05 a3-note                  pic x(34).
           05 filler                   pic x(18).
           05 filler                   pic x.
           05 a3-plan                  pic x(4).
           05 a3-was-label             pic x(5).
           05 a3-was-plan              pic x(4).
           05 filler                   pic x(39).
      *
      *A6 vendor maintenance
       01 ws-vd-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 vd-action                pic x(10).
           05 filler                   pic x.
           05 vd-vend                  pic x(6).
           05 filler                   pic x.
           05 vd-name                  pic x(20).
           05 filler                   pic x(6).
           05 vd-eff                   pic x(8).
           05 filler                   pic x.
           05 vd-note                  pic x(28).
           05 filler                   pic x(70).
      *
      *A2 discount tier maintenance
       01 ws-dc-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 dc-action                pic x(10).
           05 filler                   pic x(8).
           05 dc-class                 pic x.
           05 filler                   pic x(6).
           05 dc-qty                   pic x(3).
           05 filler                   pic x(6).
           05 dc-ext                   pic x(9).
           05 filler                   pic x(7).
           05 dc-rate                  pic x(5).
           05 filler                   pic x.
           05 dc-note                  pic x(28).
           05 filler                   pic x(67).
      *
      *A2 purchase order update
       01 ws-po-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 po-action                pic x(8).
           05 filler                   pic x(5).
           05 po-num                   pic x(5).
           05 filler                   pic x(7).
           05 po-item                  pic x(4).
           05 filler                   pic x(6).
           05 po-qty                   pic x(3).
           05 filler                   pic x.
           05 po-note                  pic x(30).
           05 filler                   pic x(82).
      *
      *A6 part master update
       01 ws-pt-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 pt-action                pic x(8).
           05 filler                   pic x.
           05 pt-part                  pic x(3).
           05 filler                   pic x(9).
           05 pt-before                pic x(23).
           05 filler                   pic x(9).
           05 pt-after                 pic x(23).
           05 filler                   pic x(75).
      *
      *A2 item master maintenance
       01 ws-it-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 it-action                pic x(10).
           05 filler                   pic x.
           05 it-item                  pic x(4).
           05 filler                   pic x.
           05 it-after                 pic x(58).
           05 filler                   pic x.
           05 it-note                  pic x(28).
           05 filler                   pic x(24).
           05 it-before                pic x(19).
           05 filler                   pic x(5).
      *
      *A2 item-to-part cross-reference maintenance
       01 ws-ip-row redefines ws-log-row.
           05 filler                   pic x(9).
           05 ip-action                pic x(10).
           05 filler                   pic x(7).
           05 ip-item                  pic x(4).
           05 filler                   pic x(7).
           05 ip-part                  pic x(3).
           05 filler                   pic x.
           05 ip-note                  pic x(28).
           05 filler                   pic x(25).
           05 ip-was                   pic x(3).
           05 filler                   pic x(64).
      *
      *the note a log row carries, for the outcome column
       77 ws-row-note                  pic x(34)  value spaces.
      *
      *selection off the request card, or the business date
       01 ws-selection.
           05 ws-sel-from              pic 9(8)   value 0.
           05 ws-sel-to                pic 9(8)   value 0.
           05 ws-sel-master            pic x(10)  value spaces.
           05 ws-sel-key               pic x(12)  value spaces.
      *
       01 ws-counters.
           05 ws-cntr-collected        pic 9(6)   value 0.
           05 ws-cntr-listed           pic 9(6)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(26)  value
                               "CHANGE AUDIT INQUIRY".
           05 filler                   pic x(6)   value "  RUN ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-selection-line.
           05 filler                   pic x(7)   value "DATES: ".
           05 sl-from                  pic 9(8).
           05 filler                   pic x(4)   value " TO ".
           05 sl-to                    pic 9(8).
           05 filler                   pic x(10)  value "  MASTER: ".
           05 sl-master                pic x(10).
           05 filler                   pic x(7)   value "  KEY: ".
           05 sl-key                   pic x(12).
           05 filler                   pic x(44)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(10)  value "DATE".
           05 filler                   pic x(11)  value "MASTER".
           05 filler                   pic x(13)  value "KEY".
           05 filler                   pic x(11)  value "ACTION".
           05 filler                   pic x(65)  value "OUTCOME".
      *
       01 ws-entry-line.
           05 el-date                  pic 9(8).
           05 filler                   pic xx     value spaces.
           05 el-master                pic x(10).
           05 filler                   pic x      value spaces.
           05 el-key                   pic x(12).
           05 filler                   pic x      value spaces.
           05 el-action                pic x(10).
           05 filler                   pic x      value spaces.
           05 el-outcome               pic x(40).
           05 filler                   pic x(25)  value spaces.
      *
       01 ws-image-line.
           05 filler                   pic x(10)  value spaces.
           05 il-label                 pic x(8).
           05 il-image                 pic x(64).
           05 filler                   pic x(28)  value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(16)  value
                                       "ENTRIES LISTED: ".
           05 tl-listed                pic zzzzz9.
           05 filler                   pic x(24)  value
                                       "   COLLECTED THIS RUN: ".
           05 tl-collected             pic zzzzz9.
           05 filler                   pic x(58)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-check-trail-layout.
      *
           if layout-unknown
               display "A0-CHANGEAUDIT: RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 120-load-signatures.
      *
           open extend trail-file.
           if ws-trail-file-status is equal to "35"
               open output trail-file
               write trail-rec from ws-trail-header
           end-if.
      *
           perform 200-collect-one-log
               varying ws-lg-x from 1 by 1
               until ws-lg-x is greater than 8.
      *
           close trail-file.
      *
           perform 400-rewrite-signatures.
      *
           perform 500-print-inquiry.
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
      *the trail is read before anything is appended to it - a
      *layout version this program does not know refuses the run
       110-check-trail-layout.
      *
           open input trail-file.
      *
           if ws-trail-file-status is not equal to "35"
               read trail-file
                   at end
                       continue
                   not at end
                       if th-layout-header
                         and th-version is not equal to
                                           ws-trail-version
                           move "y" to ws-layout-bad
                           display "A0-CHANGEAUDIT: "
                                   "A0-ChangeAudit.dat LAYOUT "
                                   th-file-id " VERSION "
                                   th-version " NOT SUPPORTED"
                       end-if
               end-read
               close trail-file
           end-if.
      *
      *a log with no control row yet starts from nothing collected
       120-load-signatures.
      *
           perform 125-clear-signature
               varying ws-lg-x from 1 by 1
               until ws-lg-x is greater than 8.
      *
           open input control-file.
      *
           if ws-control-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 130-read-control
               perform 140-store-signature
                   until ws-eof-flag is equal to ws-eof-Y
               close control-file
           end-if.
      *
       125-clear-signature.
      *
           move 0      to ws-sg-rows(ws-lg-x).
           move spaces to ws-sg-last-row(ws-lg-x).
      *
       130-read-control.
           read control-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       140-store-signature.
      *
           move 0 to ws-lg-hit.
           perform 145-match-master
               varying ws-lg-x from 1 by 1
               until ws-lg-x is greater than 8.
      *
           if ws-lg-hit is greater than 0
               move cr-rows     to ws-sg-rows(ws-lg-hit)
               move cr-last-row to ws-sg-last-row(ws-lg-hit)
           end-if.
      *
           perform 130-read-control.
      *
       145-match-master.
      *
           if ws-lg-master(ws-lg-x) is equal to cr-master
               move ws-lg-x to ws-lg-hit
           end-if.
      *
      *one log - a counting pass takes its signature, and only a
      *log that differs from its last collected signature is read
      *again and appended to the trail
       200-collect-one-log.
      *
           move ws-lg-name(ws-lg-x) to ws-log-name.
           move 0      to ws-lv-rows.
           move spaces to ws-lv-last-row.
      *
           open input log-file.
      *
           if ws-log-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 210-read-log
               perform 220-sign-one-row
                   until ws-eof-flag is equal to ws-eof-Y
               close log-file
      *
               if ws-lv-rows is greater than 0
                 and (ws-lv-rows is not equal to ws-sg-rows(ws-lg-x)
                   or ws-lv-last-row is not equal to
                                       ws-sg-last-row(ws-lg-x))
                   open input log-file
                   move ws-eof-N to ws-eof-flag
                   perform 210-read-log
                   perform 230-collect-one-row
                       until ws-eof-flag is equal to ws-eof-Y
                   close log-file
                   move ws-lv-rows     to ws-sg-rows(ws-lg-x)
                   move ws-lv-last-row to ws-sg-last-row(ws-lg-x)
               end-if
           end-if.
      *
       210-read-log.
           read log-file into ws-log-row
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *an entry row opens with its run date - summary, heading
      *and blank rows do not, and A1's dated run-total row is
      *marked SUMMARY
       220-sign-one-row.
      *
           if a1-date is numeric
             and a1-action is not equal to "SUMMARY"
               add 1 to ws-lv-rows
               move ws-log-row to ws-lv-last-row
           end-if.
      *
           perform 210-read-log.
      *
       230-collect-one-row.
      *
           if a1-date is numeric
             and a1-action is not equal to "SUMMARY"
               perform 300-build-trail-row
               write trail-rec
               add 1 to ws-cntr-collected
           end-if.
      *
           perform 210-read-log.
      *
      *the log row, in its own master's layout, into the common
      *trail record
       300-build-trail-row.
      *
           move spaces            to trail-rec.
           move a1-date           to ca-date.
           move ws-lg-master(ws-lg-x) to ca-master.
           move spaces            to ws-row-note.
      *
           if ws-lg-x is equal to 1
               perform 310-build-contact
           else
           if ws-lg-x is equal to 2
               perform 320-build-employee
           else
           if ws-lg-x is equal to 3
               perform 330-build-vendor
           else
           if ws-lg-x is equal to 4
               perform 340-build-discount
           else
           if ws-lg-x is equal to 5
               perform 350-build-po
           else
           if ws-lg-x is equal to 6
               perform 360-build-part
           else
           if ws-lg-x is equal to 7
               perform 365-build-item
           else
           if ws-lg-x is equal to 8
               perform 366-build-item-part
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
           perform 370-set-outcome.
      *
      *only applied changes reach the contact log; a change row
      *carries the old name, email, number and status
       310-build-contact.
      *
           move a1-cnum   to ca-key.
           move a1-action to ca-action.
           if a1-action is equal to "CHANGED"
               move a1-was to ca-before
           end-if.
           move a1-name   to ca-after.
      *
       320-build-employee.
      *
           move a3-sman   to ca-key.
           move a3-action to ca-action.
           string a3-name " PLAN: " a3-plan
               delimited by size into ca-after.
           if a3-was-plan is not equal to spaces
               string "PLAN: " a3-was-plan
                   delimited by size into ca-before
           end-if.
           move a3-note   to ws-row-note.
      *
       330-build-vendor.
      *
           move vd-vend   to ca-key.
           move vd-action to ca-action.
           string vd-name " EFF: " vd-eff
               delimited by size into ca-after.
           move vd-note   to ws-row-note.
      *
      *a discount tier is keyed by its class and minimum quantity
       340-build-discount.
      *
           string dc-class " " dc-qty
               delimited by size into ca-key.
           move dc-action to ca-action.
           string "EXT: " dc-ext " RATE: " dc-rate
               delimited by size into ca-after.
           move dc-note   to ws-row-note.
      *
       350-build-po.
      *
           move po-num    to ca-key.
           move po-action to ca-action.
           string "ITEM: " po-item " QTY: " po-qty
               delimited by size into ca-after.
           move po-note   to ws-row-note.
      *
       360-build-part.
      *
           move pt-part   to ca-key.
           move pt-action to ca-action.
           move pt-before to ca-before.
           move pt-after  to ca-after.
      *
       365-build-item.
      *
           move it-item   to ca-key.
           move it-action to ca-action.
           move it-before to ca-before.
           move it-after  to ca-after.
           move it-note   to ws-row-note.
      *
       366-build-item-part.
      *
           move ip-item   to ca-key.
           move ip-action to ca-action.
           if ip-was is not equal to spaces
               string "PART: " ip-was
                   delimited by size into ca-before
           end-if.
           string "PART: " ip-part
               delimited by size into ca-after.
           move ip-note   to ws-row-note.
      *
      *a REJECTED action names the refusal; anything else applied,
      *with the log's note carried along when there is one
       370-set-outcome.
      *
           if ca-action is equal to "REJECTED"
               string "REJECTED - " ws-row-note
                   delimited by size into ca-outcome
           else
           if ws-row-note is equal to spaces
               move "APPLIED" to ca-outcome
           else
               string "APPLIED - " ws-row-note
                   delimited by size into ca-outcome
           end-if
           end-if.
      *
       400-rewrite-signatures.
      *
           open output control-file.
      *
           perform 410-write-signature
               varying ws-lg-x from 1 by 1
               until ws-lg-x is greater than 8.
      *
           close control-file.
      *
       410-write-signature.
      *
           move ws-lg-master(ws-lg-x)   to cr-master.
           move ws-sg-rows(ws-lg-x)     to cr-rows.
           move ws-sg-last-row(ws-lg-x) to cr-last-row.
           write control-rec.
      *
      *lists the trail entries the request card selects
       500-print-inquiry.
      *
           perform 510-set-selection.
      *
           open output report-file.
      *
           move ws-run-date to ws-hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           move ws-sel-from   to sl-from.
           move ws-sel-to     to sl-to.
           move ws-sel-master to sl-master.
           move ws-sel-key    to sl-key.
           if ws-sel-master is equal to spaces
               move "ALL" to sl-master
           end-if.
           if ws-sel-key is equal to spaces
               move "ALL" to sl-key
           end-if.
           write report-line from ws-selection-line
             after advancing 1 line.
      *
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           open input trail-file.
           move ws-eof-N to ws-eof-flag.
           perform 520-read-trail.
           perform 530-list-one-entry
               until ws-eof-flag is equal to ws-eof-Y.
           close trail-file.
      *
           move ws-cntr-listed    to tl-listed.
           move ws-cntr-collected to tl-collected.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           close report-file.
      *
      *no card, or a card with no dates, lists the business date
      *or everything respectively - a zero to-date is open ended
       510-set-selection.
      *
           move ws-run-date to ws-sel-from.
           move ws-run-date to ws-sel-to.
      *
           open input request-file.
      *
           if ws-request-file-status is not equal to "35"
               read request-file
                   at end
                       continue
                   not at end
                       move 0        to ws-sel-from
                       move 99999999 to ws-sel-to
                       if rq-from-date is numeric
                           move rq-from-date to ws-sel-from
                       end-if
                       if rq-to-date is numeric
                         and rq-to-date is greater than 0
                           move rq-to-date to ws-sel-to
                       end-if
                       move rq-master to ws-sel-master
                       move rq-key    to ws-sel-key
               end-read
               close request-file
           end-if.
      *
       520-read-trail.
           read trail-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       530-list-one-entry.
      *
           if th-layout-header
               continue
           else
           if ca-date is less than ws-sel-from
             or ca-date is greater than ws-sel-to
               continue
           else
           if ws-sel-master is not equal to spaces
             and ws-sel-master is not equal to ca-master
               continue
           else
           if ws-sel-key is not equal to spaces
             and ws-sel-key is not equal to ca-key
               continue
           else
               perform 540-print-entry
           end-if
           end-if
           end-if
           end-if.
      *
           perform 520-read-trail.
      *
       540-print-entry.
      *
           add 1 to ws-cntr-listed.
      *
           move ca-date    to el-date.
           move ca-master  to el-master.
           move ca-key     to el-key.
           move ca-action  to el-action.
           move ca-outcome to el-outcome.
           write report-line from ws-entry-line
             after advancing 1 line.
      *
           if ca-before is not equal to spaces
               move "BEFORE: " to il-label
               move ca-before  to il-image
               write report-line from ws-image-line
                 after advancing 1 line
           end-if.
      *
           if ca-after is not equal to spaces
               move "AFTER:  " to il-label
               move ca-after   to il-image
               write report-line from ws-image-line
                 after advancing 1 line
           end-if.
      *
       end program A0-ChangeAudit.
