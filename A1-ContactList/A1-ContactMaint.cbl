      *                     and every other field sat four bytes
      *                     askew, and the rewrite made the
      *                     corruption permanent.
      *  Oct 15/2026 - RS - the roster opens with a layout header
      *                     record naming its layout version - a
      *                     version this program does not read
      *                     refuses the run, file untouched, and
      *                     the rewritten roster carries the header.
      *  Oct 15/2026 - RS - dual control - each transaction carries
      *                     the keyer's and approver's ids
      *                     (A0-MaintApproval releases only
      *                     approved rows), one with no second id
      *                     is rejected, both ids land on the log,
      *                     and the transaction file empties once
      *                     processed.
      *  Oct 15/2026 - RS - each contact carries the contact number
      *                     of the person they report to (zero at
      *                     the top of a tree) - keyed on the
      *                     transaction, edited to be on file and
      *                     not to loop back round to the contact
      *                     itself.  the roster layout moves to
      *                     version 03; a version 02 roster loads
      *                     with no managers and is rewritten as
      *                     03.
      *
       environment division.
       configuration section.
               file status is ws-contact-file-status.
      *
      *maintenance transactions - one action per record, same
      *contact fields as the roster with a leading action code.
      *approved rows are appended by A0-MaintApproval and the file
      *empties once processed
           select trans-file
               assign to "..\..\..\data\A1-ContactMaint-Trans.dat"
               organization is line sequential.
       data division.
       file section.
      *
      *contact roster - same 70-byte layout the list report reads
       fd contact-file
           data record is contact-line
               record contains 70 characters.
      *
       01 contact-line.
           05 cl-contact-num           pic 9(4).
           05 cl-number                pic x(12).
           05 cl-status                pic x.
           05 cl-dept                  pic x(3).
      *the contact this one reports to - zero at the top of a tree,
      *blank on a row written before managers were carried
           05 cl-manager-num           pic 9(4).
      *
      *a roster row still in the old 62-byte numberless layout -
      *the name's first characters land where the number belongs,
           05 ol-number                pic x(12).
           05 ol-status                pic x.
           05 ol-dept                  pic x(3).
           05 filler                   pic x(8).
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 contact-header-line redefines contact-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd trans-file
           data record is trans-line
               record contains 87 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
           05 tl-status                pic x.
               88 tl-status-valid       value "A", "I", " ".
           05 tl-dept                  pic x(3).
      *the manager's contact number - blank on a change leaves it
      *as-is, zero takes the contact to the top of its tree
           05 tl-manager-x             pic x(4).
           05 tl-manager-num redefines tl-manager-x
                                       pic 9(4).
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd error-file
           data record is error-line
      *
       fd log-file
           data record is log-line
               record contains 130 characters.
      *
       01 log-line.
           05 lg-run-date              pic 9(8).
           05 lg-name                  pic x(16).
           05 filler                   pic x     value spaces.
           05 lg-detail                pic x(70).
           05 filler                   pic x     value spaces.
           05 lg-keyer-id              pic x(8).
           05 lg-id-sep                pic x.
           05 lg-approver-id           pic x(8).
      *
       fd audit-file
           data record is audit-line
               10 ws-ct-number          pic x(12).
               10 ws-ct-status          pic x.
               10 ws-ct-dept            pic x(3).
               10 ws-ct-manager         pic 9(4).
      *
       01 ws-contact-count              pic 9(3)  value 0.
      *
      *refused rather than rewriting a truncated file
       77 ws-roster-overflow           pic x      value "n".
      *
      *the roster layout version this program reads and writes,
      *the version before managers were carried (still read), the
      *switch set when the file carries any other, and the header
      *the rewritten roster opens with
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
       01 ws-roster-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CONTACTS".
           05 filler                   pic 99     value 03.
           05 filler                   pic x(50)  value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-yes                   pic x      value "y".
      *rows the audit pass flagged
       77 ws-cntr-audit                pic 9(4)   value 0.
      *
      *manager edit - the number being climbed from, the contact
      *it must never reach, the roster row it was found on, and a
      *step count that stops the climb on a loop already on file
       01 ws-manager-check.
           05 ws-mc-walk               pic 9(4)   value 0.
           05 ws-mc-subject            pic 9(4)   value 0.
           05 ws-mc-x                  pic 9(3)   value 0.
           05 ws-mc-steps              pic 9(3)   value 0.
           05 ws-mc-found              pic x      value "n".
               88 mc-found              value "y".
           05 ws-mc-loop               pic x      value "n".
               88 mc-loop               value "y".
      *
      *reject reasons
       77 action-err                   pic x(40)  value
           "ACTION CODE NOT A, C OR D".
           "PHONE HAS CHARACTERS OTHER THAN 0-9 OR -".
       77 full-err                     pic x(40)  value
           "CONTACT FILE IS FULL".
       77 approval-err                 pic x(40)  value
           "NOT APPROVED BY A SECOND ID".
       77 mgr-num-err                  pic x(40)  value
           "MANAGER NUMBER NOT NUMERIC".
       77 mgr-missing-err              pic x(40)  value
           "MANAGER NOT ON FILE".
       77 mgr-loop-err                 pic x(40)  value
           "MANAGER WOULD MAKE A REPORTING LOOP".
      *
      *log action labels
       77 log-added                    pic x(10)  value "ADDED".
               move 8 to return-code
               goback
           end-if.
      *
           if layout-unknown
               display "A1-CONTACTMAINT: RUN REFUSED, FILE UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input trans-file.
           open output error-file.
                 error-file
                 log-file
                 audit-file.
      *
      *the applied transactions are on the log now - emptied so
      *the next approvals append to a clean file
           open output trans-file.
           close trans-file.
      *
           goback.
      *
               move 0 to ws-contact-count
           else
               perform 105-read-contact-record
               perform 108-check-roster-layout
               perform 106-add-contact-entry
                   until ws-contact-eof-flag is equal to "y"
                   or ws-contact-count is equal to 500
               move cl-number to ws-ct-number(ws-contact-count)
               move cl-status to ws-ct-status(ws-contact-count)
               move cl-dept   to ws-ct-dept(ws-contact-count)
               if cl-manager-num is numeric
                   move cl-manager-num
                     to ws-ct-manager(ws-contact-count)
               else
                   move 0 to ws-ct-manager(ws-contact-count)
               end-if
           else
               move 0 to ws-ct-cnum(ws-contact-count)
               move ol-name   to ws-ct-name(ws-contact-count)
               move ol-number to ws-ct-number(ws-contact-count)
               move ol-status to ws-ct-status(ws-contact-count)
               move ol-dept   to ws-ct-dept(ws-contact-count)
               move 0         to ws-ct-manager(ws-contact-count)
           end-if.
      *
           perform 105-read-contact-record.
      *
      *a layout header on the first record is checked and passed
      *over - a version 02 roster reads with blank managers, any
      *other version ends the load before a row is misread, and
      *before the numberless-row test below could mistake the
      *header for an old-layout contact
       108-check-roster-layout.
      *
           if ws-contact-eof-flag is not equal to "y"
             and hl-layout-header
               if hl-file-id is equal to "CONTACTS"
                 and (hl-version is equal to ws-roster-version
                   or hl-version is equal to ws-roster-prior-version)
                   perform 105-read-contact-record
               else
                   move "y" to ws-layout-bad
                   move "y" to ws-contact-eof-flag
                   display "A1-CONTACTMAINT: ROSTER LAYOUT "
                           hl-file-id " VERSION " hl-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-roster-version ")"
               end-if
           end-if.
      *
       110-read-trans-file.
      *
               perform 310-write-error
           end-if.
      *
      *a change keyed and approved by the same id is no control
           if ws-trans-error is equal to "n"
             and (tl-keyer-id is equal to spaces
               or tl-approver-id is equal to spaces
               or tl-approver-id is equal to tl-keyer-id)
               move approval-err to el-reason
               perform 310-write-error
           end-if.
      *
      *a change or delete has to name the contact number it means
           if ws-trans-error is equal to "n"
             and not tl-action-add
                   perform 310-write-error
               end-if
           end-if.
      *
           if ws-trans-error is equal to "n"
             and tl-manager-x is not equal to spaces
               perform 340-edit-manager
           end-if.
      *
      *a keyed manager has to be a contact on file, and climbing
      *from it up the tree must never come back round to the
      *contact being maintained - a contact reporting to itself,
      *or to one of its own reports, would leave an escalation
      *tree with no top
       340-edit-manager.
      *
           if tl-manager-num is not numeric
               move mgr-num-err to el-reason
               perform 310-write-error
           else
               if tl-manager-num is greater than 0
                   if tl-contact-num is numeric
                       move tl-contact-num to ws-mc-subject
                   else
                       move 0 to ws-mc-subject
                   end-if
                   move tl-manager-num to ws-mc-walk
                   perform 345-find-manager
                   if not mc-found
                       move mgr-missing-err to el-reason
                       perform 310-write-error
                   else
                       move "n" to ws-mc-loop
                       move 0   to ws-mc-steps
                       perform 350-climb-one-level
                           until ws-mc-walk is equal to 0
                           or mc-loop
                           or ws-mc-steps is greater than
                                       ws-contact-count
                       if mc-loop
                           move mgr-loop-err to el-reason
                           perform 310-write-error
                       end-if
                   end-if
               end-if
           end-if.
      *
       345-find-manager.
      *
           move "n" to ws-mc-found.
           perform 346-match-manager
               varying ws-mc-x from 1 by 1
               until ws-mc-x is greater than ws-contact-count
               or mc-found.
      *
      *the varying clause bumps ws-mc-x once more after the match,
      *so it is stepped back to point at the matched row
           if mc-found
               subtract 1 from ws-mc-x
           end-if.
      *
       346-match-manager.
      *
           if ws-ct-cnum(ws-mc-x) is equal to ws-mc-walk
               move "y" to ws-mc-found
           end-if.
      *
      *one step up the tree - reaching the contact being maintained
      *is a loop; a manager off the roster ends the climb
       350-climb-one-level.
      *
           add 1 to ws-mc-steps.
      *
           if ws-mc-subject is greater than 0
             and ws-mc-walk is equal to ws-mc-subject
               move "y" to ws-mc-loop
           else
               perform 345-find-manager
               if mc-found
                   move ws-ct-manager(ws-mc-x) to ws-mc-walk
               else
                   move 0 to ws-mc-walk
               end-if
           end-if.
      *
       320-check-email-format.
      *
                   move tl-email  to ws-ct-email(ws-contact-count)
                   move tl-number to ws-ct-number(ws-contact-count)
                   move tl-dept   to ws-ct-dept(ws-contact-count)
                   if tl-manager-x is equal to spaces
                       move 0 to ws-ct-manager(ws-contact-count)
                   else
                       move tl-manager-num
                         to ws-ct-manager(ws-contact-count)
                   end-if
                   if tl-status is equal to spaces
                       move "A" to ws-ct-status(ws-contact-count)
                   else
               if tl-dept is not equal to spaces
                   move tl-dept to ws-ct-dept(ws-contact-idx)
               end-if
               if tl-manager-x is not equal to spaces
                   move tl-manager-num to ws-ct-manager(ws-contact-idx)
               end-if
      *
               move tl-contact-num to lg-cnum
               move log-changed   to lg-action
      *
           add 1 to ws-cntr-applied.
      *
           move ws-run-date    to lg-run-date.
           move tl-name        to lg-name.
           move tl-keyer-id    to lg-keyer-id.
           move "/"            to lg-id-sep.
           move tl-approver-id to lg-approver-id.
      *
           write log-line.
      *
           move 0                  to lg-cnum.
           move spaces             to lg-name.
           move spaces             to lg-detail.
           move spaces             to lg-keyer-id.
           move spaces             to lg-id-sep.
           move spaces             to lg-approver-id.
           move ws-cntr-trans-read to ws-sm-read.
           move ws-cntr-applied    to ws-sm-applied.
           move ws-cntr-rejected   to ws-sm-rejected.
       900-rewrite-contact-file.
      *
           open output contact-file.
      *
           write contact-line from ws-roster-header.
      *
           perform 910-write-one-contact
               varying ws-contact-idx from 1 by 1
           move ws-ct-number(ws-contact-idx) to cl-number.
           move ws-ct-status(ws-contact-idx) to cl-status.
           move ws-ct-dept(ws-contact-idx)   to cl-dept.
           move ws-ct-manager(ws-contact-idx) to cl-manager-num.
      *
           write contact-line.
      *
