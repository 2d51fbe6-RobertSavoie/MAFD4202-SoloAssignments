      *                     number field and shifted every other
      *                     column, garbling the sheet, the mail
      *                     extract and the snapshot.
      *  Oct 15/2026 - RS - the roster opens with a layout header
      *                     record naming its layout version - a
      *                     version this program does not read
      *                     stops the run with a message and return
      *                     code 8 before a line prints.
      *  Oct 15/2026 - RS - each contact now carries the contact
      *                     number of the person they report to -
      *                     an indented escalation tree prints per
      *                     department, followed by the contacts
      *                     whose manager is inactive or not on the
      *                     roster.  reads roster layout 03, and 02
      *                     with no managers.
      *
       environment division.
       configuration section.
      *contact input file - one contact per record
       fd contact-file
           data record is contact-line
               record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic 9(4).
               88 il-status-active      value "A".
               88 il-status-inactive    value "I".
           05 il-dept                  pic x(3).
      *the contact this one reports to - zero at the top of a tree,
      *blank on a row written before managers were carried
           05 il-manager-num           pic 9(4).
      *
      *a roster row still in the old 62-byte numberless layout -
      *a non-numeric number field means the row reads through
           05 ov-number                pic x(12).
           05 ov-status                pic x.
           05 ov-dept                  pic x(3).
           05 filler                   pic x(8).
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below
      *it; a file without one is read as the current layout, old
      *62-byte rows and all
       01 contact-header-line redefines contact-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd output-file
           data record is output-line
               10 ws-dp-number          pic x(12).
               10 ws-dp-status          pic x.
               10 ws-dp-dept            pic x(3).
               10 ws-dp-manager         pic 9(4).
               10 ws-dp-printed         pic x.
      *
       01 ws-dup-count                 pic 9(3)   value 0.
      *
      *set (and shouted once) when the capture table fills
       77 ws-capture-full-switch       pic x      value "n".
      *
      *the roster layout version this program reads, the version
      *before managers were carried (still read), and the switch
      *set when the file carries any other
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *set (and shouted once) when the department table fills
       77 ws-dept-full-switch          pic x      value "n".
      *
      *
       77 dup-email-reason             pic x(11)  value "SAME EMAIL".
       77 dup-number-reason            pic x(11)  value "SAME NUMBER".
      *
      *escalation tree - walked depth first off a stack of the
      *roster rows above the one printing, each with where the
      *search for its next report left off
       01 ws-tree-stack.
           05 ws-tree-level occurs 20 times.
               10 ws-tl-row             pic 9(3).
               10 ws-tl-scan            pic 9(3).
      *
       01 ws-tree-subs.
           05 ws-tree-depth            pic 99     value 0.
           05 ws-tree-root-x           pic 9(3)   value 0.
           05 ws-tree-node-x           pic 9(3)   value 0.
           05 ws-tree-parent-x         pic 9(3)   value 0.
           05 ws-tree-child-x          pic 9(3)   value 0.
           05 ws-tree-indent           pic 99     value 0.
           05 ws-tree-ptr              pic 99     value 0.
      *
       01 ws-tree-flags.
           05 ws-tree-child-found      pic x      value "n".
               88 tree-child-found      value "y".
           05 ws-tree-is-root          pic x      value "n".
               88 tree-is-root          value "y".
      *
      *contact lookup by number, shared by the tree and the
      *manager exception list
       01 ws-find-work.
           05 ws-find-cnum             pic 9(4)   value 0.
           05 ws-find-x                pic 9(3)   value 0.
           05 ws-find-found            pic x      value "n".
               88 find-found            value "y".
      *
       01 ws-tree-heading.
           05 filler                   pic x(18)  value
                                       "ESCALATION TREES:".
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-tree-dept-heading.
           05 filler                   pic x(12)  value
                                       "DEPARTMENT: ".
           05 ws-td-code               pic x(3).
           05 filler                   pic x(43)  value spaces.
      *
      *one contact in the tree, strung into the line three columns
      *further in for each level down
       01 ws-tree-node.
           05 ws-tn-cnum               pic 9(4).
           05 filler                   pic x      value spaces.
           05 ws-tn-name               pic x(16).
           05 filler                   pic x      value spaces.
           05 ws-tn-number             pic x(12).
           05 filler                   pic x      value spaces.
           05 ws-tn-note               pic x(22).
      *
       01 ws-tree-line                 pic x(80)  value spaces.
      *
       01 ws-tree-under-note.
           05 filler                   pic x(6)   value "UNDER ".
           05 ws-tu-cnum               pic 9(4).
           05 filler                   pic x(9)   value " IN DEPT ".
           05 ws-tu-dept               pic x(3).
      *
       01 ws-tree-missing-note.
           05 filler                   pic x(8)   value "MANAGER ".
           05 ws-tm-cnum               pic 9(4).
           05 filler                   pic x(8)   value " MISSING".
      *
       77 tree-inactive-note           pic x(22)  value "(INACTIVE)".
       77 tree-loop-note               pic x(22)  value
                                       "(IN A REPORTING LOOP)".
      *
      *contacts whose manager is inactive or not on the roster
       01 ws-mgr-heading.
           05 filler                   pic x(34)  value
                               "MANAGER INACTIVE OR NOT ON ROSTER:".
           05 filler                   pic x(24)  value spaces.
      *
       01 ws-mgr-line.
           05 ws-ml-cnum               pic 9(4).
           05 filler                   pic x      value spaces.
           05 ws-ml-name               pic x(16).
           05 filler                   pic x      value spaces.
           05 ws-ml-dept               pic x(3).
           05 filler                   pic x(4)   value " -> ".
           05 ws-ml-mgr-cnum           pic 9(4).
           05 filler                   pic x      value spaces.
           05 ws-ml-mgr-name           pic x(16).
           05 filler                   pic x      value spaces.
           05 ws-ml-reason             pic x(21).
           05 filler                   pic x(8)   value spaces.
      *
       01 ws-mgr-total-line.
           05 filler                   pic x(20)  value
                                       "MANAGER EXCEPTIONS: ".
           05 ws-mt-count              pic zz9.
           05 filler                   pic x(35)  value spaces.
      *
       77 ws-mgr-exceptions            pic 9(3)   value 0.
      *
       77 mgr-inactive-reason          pic x(21)  value
                                       "MANAGER INACTIVE".
       77 mgr-missing-reason           pic x(21)  value
                                       "MANAGER NOT ON ROSTER".
      *
       procedure division.
       000-main.
      *file is counted in a first pass, then re-opened and read
      *again for the actual detail lines
           perform 108-count-contacts.
      *
           if layout-unknown
               close output-file
                     extract-file
               move 8 to return-code
               goback
           end-if.
      *
      *capture the run date/time and write the standardized header
           accept ws-std-run-date from date yyyymmdd.
           perform 160-load-oncall.
      *
           perform 200-print-departments.
      *
           perform 300-print-escalation-trees.
           perform 400-print-manager-exceptions.
      *
           perform 500-write-mail-extract.
      *
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
      *the layout header is settled before the old-layout test
      *below could mistake it for a numberless row
           if ws-eof-flag is not equal to ws-eof-yes
             and hl-layout-header
               perform 112-pass-roster-header
           end-if.
      *
      *an old-layout row is re-seated into the new positions via
      *a hold area (the two views overlap, so the fields cannot
      *move straight across) and runs under contact number zero
               move ws-oh-number to il-number
               move ws-oh-status to il-status
               move ws-oh-dept   to il-dept
               move 0            to il-manager-num
           end-if.
      *
      *a layout header naming this program's version, or the one
      *before managers, is passed over; any other version ends the
      *read before a row is misread
       112-pass-roster-header.
      *
           if hl-file-id is equal to "CONTACTS"
             and (hl-version is equal to ws-roster-version
               or hl-version is equal to ws-roster-prior-version)
               read contact-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               move "y"        to ws-layout-bad
               move ws-eof-yes to ws-eof-flag
               display "A1-CONTACTLIST: ROSTER LAYOUT " hl-file-id
                       " VERSION " hl-version
                       " NOT SUPPORTED (EXPECTS " ws-roster-version
                       ") - RUN STOPPED"
           end-if.
      *
       115-tally-one-contact.
               move il-number to ws-dp-number(ws-dup-count)
               move il-status to ws-dp-status(ws-dup-count)
               move il-dept   to ws-dp-dept(ws-dup-count)
               if il-manager-num is numeric
                   move il-manager-num to ws-dp-manager(ws-dup-count)
               else
                   move 0 to ws-dp-manager(ws-dup-count)
               end-if
               move "n"       to ws-dp-printed(ws-dup-count)
               perform 118-register-department
           else
      *the sheet, extract and snapshot all print from this table,
               write output-line
           end-if.
      *
      *prints each department's escalation tree - the department's
      *contacts reporting to nobody, or to someone outside it, at
      *the left, each contact's reports indented beneath them.
      *every contact prints, inactive ones tagged, so a tree never
      *loses a branch; contacts left over sit in a reporting loop
       300-print-escalation-trees.
      *
           write output-line from ws-filler.
           write output-line from ws-tree-heading.
      *
           perform 310-print-one-tree
               varying ws-dept-x from 1 by 1
               until ws-dept-x is greater than ws-dept-count.
      *
       310-print-one-tree.
      *
           if select-all-depts
             or ws-dt-code(ws-dept-x) is equal to ws-select-dept
               write output-line from ws-filler
               move ws-dt-code(ws-dept-x) to ws-td-code
               write output-line from ws-tree-dept-heading
               perform 320-print-one-root
                   varying ws-tree-root-x from 1 by 1
                   until ws-tree-root-x is greater than ws-dup-count
               perform 330-print-one-leftover
                   varying ws-tree-root-x from 1 by 1
                   until ws-tree-root-x is greater than ws-dup-count
           end-if.
      *
      *a department member is a root when it reports to nobody, to
      *a number not on the roster, or to a contact in another
      *department - the note says which
       320-print-one-root.
      *
           if ws-dp-dept(ws-tree-root-x) is equal to
                                       ws-dt-code(ws-dept-x)
             and ws-dp-printed(ws-tree-root-x) is equal to "n"
               move "n"    to ws-tree-is-root
               move spaces to ws-tn-note
               if ws-dp-manager(ws-tree-root-x) is equal to 0
                   move "y" to ws-tree-is-root
               else
                   move ws-dp-manager(ws-tree-root-x) to ws-find-cnum
                   perform 380-find-contact
                   if not find-found
                       move "y" to ws-tree-is-root
                       move ws-find-cnum to ws-tm-cnum
                       move ws-tree-missing-note to ws-tn-note
                   else
                       if ws-dp-dept(ws-find-x) is not equal to
                                       ws-dt-code(ws-dept-x)
                           move "y" to ws-tree-is-root
                           move ws-find-cnum to ws-tu-cnum
                           move ws-dp-dept(ws-find-x) to ws-tu-dept
                           move ws-tree-under-note to ws-tn-note
                       end-if
                   end-if
               end-if
               if tree-is-root
                   move 1 to ws-tree-depth
                   move ws-tree-root-x to ws-tl-row(1)
                   move 1              to ws-tl-scan(1)
                   move ws-tree-root-x to ws-tree-node-x
                   perform 340-print-tree-node
                   perform 350-walk-tree
                       until ws-tree-depth is equal to 0
               end-if
           end-if.
      *
      *a member the walk from the roots never reached reports,
      *somewhere up its chain, round in a loop
       330-print-one-leftover.
      *
           if ws-dp-dept(ws-tree-root-x) is equal to
                                       ws-dt-code(ws-dept-x)
             and ws-dp-printed(ws-tree-root-x) is equal to "n"
               move 1 to ws-tree-depth
               move ws-tree-root-x to ws-tree-node-x
               move tree-loop-note to ws-tn-note
               perform 340-print-tree-node
           end-if.
      *
      *prints the contact on ws-tree-node-x at ws-tree-depth, the
      *indent capped so the line never runs off the sheet
       340-print-tree-node.
      *
           move "y" to ws-dp-printed(ws-tree-node-x).
      *
           move ws-dp-cnum(ws-tree-node-x)   to ws-tn-cnum.
           move ws-dp-name(ws-tree-node-x)   to ws-tn-name.
           move ws-dp-number(ws-tree-node-x) to ws-tn-number.
           if ws-dp-status(ws-tree-node-x) is equal to "I"
               move tree-inactive-note to ws-tn-note
           end-if.
      *
           if ws-tree-depth is greater than 8
               move 8 to ws-tree-indent
           else
               move ws-tree-depth to ws-tree-indent
           end-if.
           subtract 1 from ws-tree-indent giving ws-tree-ptr.
           multiply 3 by ws-tree-ptr.
           add 1 to ws-tree-ptr.
      *
           move spaces to ws-tree-line.
           string ws-tree-node delimited by size
               into ws-tree-line
               with pointer ws-tree-ptr.
           write output-line from ws-tree-line.
      *
           move spaces to ws-tn-note.
      *
      *finds the next unprinted report of the contact on top of
      *the stack - printing it and stepping down to it, or
      *stepping back up once the contact has no more
       350-walk-tree.
      *
           move ws-tl-row(ws-tree-depth) to ws-tree-parent-x.
           move "n" to ws-tree-child-found.
      *
           perform 355-match-child
               varying ws-tree-child-x from ws-tl-scan(ws-tree-depth)
               by 1
               until ws-tree-child-x is greater than ws-dup-count
               or tree-child-found.
      *
           if tree-child-found
               subtract 1 from ws-tree-child-x
               add 1 ws-tree-child-x
                   giving ws-tl-scan(ws-tree-depth)
               move ws-tree-child-x to ws-tree-node-x
               if ws-tree-depth is less than 20
                   add 1 to ws-tree-depth
                   move ws-tree-child-x to ws-tl-row(ws-tree-depth)
                   move 1               to ws-tl-scan(ws-tree-depth)
                   perform 340-print-tree-node
               else
                   perform 340-print-tree-node
               end-if
           else
               subtract 1 from ws-tree-depth
           end-if.
      *
       355-match-child.
      *
           if ws-dp-dept(ws-tree-child-x) is equal to
                                       ws-dt-code(ws-dept-x)
             and ws-dp-printed(ws-tree-child-x) is equal to "n"
             and ws-dp-cnum(ws-tree-parent-x) is greater than 0
             and ws-dp-manager(ws-tree-child-x) is equal to
                                       ws-dp-cnum(ws-tree-parent-x)
               move "y" to ws-tree-child-found
           end-if.
      *
      *looks a contact number up on the captured roster
       380-find-contact.
      *
           move "n" to ws-find-found.
      *
           perform 385-match-contact
               varying ws-find-x from 1 by 1
               until ws-find-x is greater than ws-dup-count
               or find-found.
      *
      *the varying clause bumps ws-find-x once more after the
      *match, so it is stepped back to point at the matched row
           if find-found
               subtract 1 from ws-find-x
           end-if.
      *
       385-match-contact.
      *
           if ws-dp-cnum(ws-find-x) is equal to ws-find-cnum
               move "y" to ws-find-found
           end-if.
      *
      *lists the contacts on the sheet whose manager is inactive
      *or not on the roster at all - their escalation path stops
      *at someone who cannot be reached
       400-print-manager-exceptions.
      *
           write output-line from ws-filler.
           write output-line from ws-mgr-heading.
      *
           perform 410-check-one-manager
               varying ws-roster-x from 1 by 1
               until ws-roster-x is greater than ws-dup-count.
      *
           move ws-mgr-exceptions to ws-mt-count.
           write output-line from ws-mgr-total-line.
      *
       410-check-one-manager.
      *
           if ws-dp-manager(ws-roster-x) is greater than 0
             and (select-all-depts
               or ws-dp-dept(ws-roster-x) is equal to ws-select-dept)
             and not (suppress-inactive and
                       ws-dp-status(ws-roster-x) is equal to "I")
               move ws-dp-manager(ws-roster-x) to ws-find-cnum
               perform 380-find-contact
               if not find-found
                   move spaces             to ws-ml-mgr-name
                   move mgr-missing-reason to ws-ml-reason
                   perform 420-write-manager-line
               else
                   if ws-dp-status(ws-find-x) is equal to "I"
                       move ws-dp-name(ws-find-x) to ws-ml-mgr-name
                       move mgr-inactive-reason   to ws-ml-reason
                       perform 420-write-manager-line
                   end-if
               end-if
           end-if.
      *
       420-write-manager-line.
      *
           add 1 to ws-mgr-exceptions.
      *
           move ws-dp-cnum(ws-roster-x) to ws-ml-cnum.
           move ws-dp-name(ws-roster-x) to ws-ml-name.
           move ws-dp-dept(ws-roster-x) to ws-ml-dept.
           move ws-find-cnum            to ws-ml-mgr-cnum.
      *
           write output-line from ws-mgr-line.
      *
      *writes the delimited mail extract from the whole roster -
      *the department selection only trims the printed sheet, so a
      *one-department run still produces the full mailing list, but
