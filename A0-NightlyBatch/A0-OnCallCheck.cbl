       identification division.
       program-id. A0-OnCallCheck.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *on-call coverage gap and conflict check.  A1-OnCall.dat says
      *who covers each department each week, but nothing checked
      *the schedule against the roster or the leave file until the
      *night a page went nowhere.  this report looks eight weeks
      *ahead of the business date and lists, per department on the
      *roster, every stretch of days no on-call entry covers, then
      *every entry in the window naming a contact who is inactive
      *or not on the roster, who is on leave on A7-LeaveStatus.dat
      *during the week (tied through EmployeeXref.dat's contact
      *and operator numbers), or who is on call for more than
      *ws-max-weeks weeks running.
      *
      *an on-call entry covers the seven days from its week start.
      *return code 4 when anything is listed; a roster layout this
      *program does not read stops the run with return code 8.
      *
      *modification history:
      *  Oct 15/2026 - RS - xref rows carry the payroll employee
      *                     number in four more bytes at the end,
      *                     for the commission direct deposit - not
      *                     used here.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select oncall-file
               assign to "../../../data/A1-OnCall.dat"
               organization is line sequential
               file status is ws-oncall-file-status.
      *
           select contact-file
               assign to "../../../data/A1-ContactList.dat"
               organization is line sequential
               file status is ws-contact-file-status.
      *
           select xref-file
               assign to "../../../data/EmployeeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select leave-file
               assign to "../../../data/A7-LeaveStatus.dat"
               organization is line sequential
               file status is ws-leave-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to "../../../data/A0-OnCallCheck.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd oncall-file
           data record is oncall-rec
           record contains 15 characters.
      *
       01 oncall-rec.
           05 oc-dept                  pic x(3).
           05 oc-week-start            pic 9(8).
           05 oc-contact-num           pic 9(4).
      *
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic 9(4).
           05 il-name                  pic x(16).
           05 filler                   pic x(42).
           05 il-status                pic x.
           05 il-dept                  pic x(3).
           05 il-manager-num           pic x(4).
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 contact-header-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd xref-file
           data record is xref-rec
           record contains 43 characters.
      *
       01 xref-rec.
           05 xr-company-id            pic x(6).
           05 xr-a3-num                pic 999.
           05 xr-a4-num                pic x(3).
           05 xr-a7-num                pic x(3).
           05 xr-payroll-name          pic x(20).
           05 xr-a1-num                pic x(4).
           05 filler                   pic x(4).
      *
      *leave/status rows exactly as A7-CallCenterOpReport reads
      *them - operator, status code and the dates the leave covers
       fd leave-file
           data record is leave-rec
           record contains 22 characters.
      *
       01 leave-rec.
           05 lv-emp-num               pic x(3).
           05 lv-status                pic x(3).
           05 lv-from                  pic 9(8).
           05 lv-to                    pic 9(8).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
      *
       working-storage section.
      *
      *report option - more weeks on call running than this is
      *flagged
       77 ws-max-weeks                 pic 99     value 3.
      *
      *on-call schedule, each entry with the last day its week
      *covers and the day after it
       01 ws-oncall-table.
           05 ws-oncall-entry occurs 1 to 200 times
                   depending on ws-oncall-count.
               10 ws-oc-dept            pic x(3).
               10 ws-oc-start           pic 9(8).
               10 ws-oc-end             pic 9(8).
               10 ws-oc-next            pic 9(8).
               10 ws-oc-cnum            pic 9(4).
      *
       01 ws-oncall-count              pic 9(3)   value 0.
      *
       01 ws-contact-table.
           05 ws-contact-entry occurs 1 to 500 times
                   depending on ws-contact-count.
               10 ws-ct-cnum            pic 9(4).
               10 ws-ct-name            pic x(16).
               10 ws-ct-status          pic x.
               10 ws-ct-dept            pic x(3).
      *
       01 ws-contact-count             pic 9(3)   value 0.
      *
      *departments on the roster, in first-seen order
       01 ws-dept-table.
           05 ws-dt-code occurs 1 to 50 times
                   depending on ws-dept-count
                                       pic x(3).
      *
       01 ws-dept-count                pic 99     value 0.
      *
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a1              pic x(4).
               10 ws-xr-a7              pic x(3).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
       01 ws-leave-table.
           05 ws-leave-entry occurs 1 to 100 times
                   depending on ws-leave-count.
               10 ws-lv-emp             pic x(3).
               10 ws-lv-status          pic x(3).
               10 ws-lv-from            pic 9(8).
               10 ws-lv-to              pic 9(8).
      *
       01 ws-leave-count               pic 9(3)   value 0.
      *
      *the 56 days of the eight weeks ahead, from the business date
       01 ws-window-table.
           05 ws-win-date              pic 9(8)   occurs 56 times.
      *
       01 ws-scan-subs.
           05 ws-oc-x                  pic 9(3)   value 0.
           05 ws-oc-y                  pic 9(3)   value 0.
           05 ws-ct-x                  pic 9(3)   value 0.
           05 ws-ct-hit                pic 9(3)   value 0.
           05 ws-dept-x                pic 99     value 0.
           05 ws-day-x                 pic 99     value 0.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-lv-x                  pic 9(3)   value 0.
      *
       01 ws-scan-flags.
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
           05 ws-day-covered           pic x      value "n".
               88 day-covered           value "y".
           05 ws-in-gap                pic x      value "n".
               88 in-gap                value "y".
           05 ws-run-found             pic x      value "n".
               88 run-found             value "y".
           05 ws-table-full            pic x      value "n".
      *
       77 ws-oncall-file-status        pic xx     value spaces.
       77 ws-contact-file-status       pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-leave-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the roster layout version this program reads, the one
      *before managers were carried, and the switch set when the
      *roster carries any other
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *calendar stepping - the date moved on one day with month
      *and year rolling properly
       01 ws-day-work.
           05 ws-dw-date               pic 9(8)   value 0.
           05 ws-dw-date-r redefines ws-dw-date.
               10 ws-dw-yyyy           pic 9(4).
               10 ws-dw-mm             pic 99.
               10 ws-dw-dd             pic 99.
      *
      *days in each month, february patched for leap years before
      *each rollover check
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
      *gap and run work
       77 ws-gap-from                  pic 9(8)   value 0.
       77 ws-gap-to                    pic 9(8)   value 0.
       77 ws-run-weeks                 pic 99     value 0.
       77 ws-run-start                 pic 9(8)   value 0.
      *
       77 ws-cntr-problems             pic 9(4)   value 0.
      *
       01 ws-problem-text              pic x(50)  value spaces.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
                   "ON-CALL COVERAGE CHECK - FROM ".
           05 hd-from                  pic 9(8).
           05 filler                   pic x(4)   value " TO ".
           05 hd-to                    pic 9(8).
           05 filler                   pic x(50)  value spaces.
      *
       01 ws-section-line.
           05 ws-sl-text               pic x(60).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-gap-line.
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(5)   value "DEPT ".
           05 gl-dept                  pic x(3).
           05 filler                   pic x(18)  value
                                       "  NO ON-CALL FROM ".
           05 gl-from                  pic 9(8).
           05 filler                   pic x(4)   value " TO ".
           05 gl-to                    pic 9(8).
           05 filler                   pic x(52)  value spaces.
      *
       01 ws-conflict-line.
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(5)   value "DEPT ".
           05 cl-dept                  pic x(3).
           05 filler                   pic x(7)   value "  WEEK ".
           05 cl-week                  pic 9(8).
           05 filler                   pic x(2)   value spaces.
           05 cl-cnum                  pic 9(4).
           05 filler                   pic x      value spaces.
           05 cl-name                  pic x(16).
           05 filler                   pic x(2)   value spaces.
           05 cl-text                  pic x(50).
      *
       01 ws-summary-line.
           05 filler                   pic x(20)  value
                                       "PROBLEMS LISTED:    ".
           05 sm-problems              pic zzz9.
           05 filler                   pic x(76)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-contacts.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 120-load-oncall.
           perform 130-load-xref.
           perform 140-load-leave.
           perform 150-build-window.
      *
           open output report-file.
      *
           move ws-win-date(1)  to hd-from.
           move ws-win-date(56) to hd-to.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           move "COVERAGE GAPS:" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 2 lines.
      *
           perform 200-check-one-dept
               varying ws-dept-x from 1 by 1
               until ws-dept-x is greater than ws-dept-count.
      *
           move "SCHEDULE CONFLICTS:" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 2 lines.
      *
           perform 300-check-one-entry
               varying ws-oc-x from 1 by 1
               until ws-oc-x is greater than ws-oncall-count.
      *
           move ws-cntr-problems to sm-problems.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
      *
           if ws-cntr-problems is greater than 0
               display "A0-ONCALLCHECK: " ws-cntr-problems
                       " ON-CALL PROBLEM(S) IN THE NEXT EIGHT WEEKS"
                       " - SEE A0-OnCallCheck.out"
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
      *the roster, and the distinct departments on it - a row
      *still in the old numberless layout is left out
       110-load-contacts.
      *
           open input contact-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-contact-file-status is not equal to "35"
               perform 111-read-contact
               perform 113-check-roster-layout
               perform 112-add-contact-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-contact-count is equal to 500
           end-if.
      *
           close contact-file.
      *
       111-read-contact.
           read contact-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-contact-entry.
      *
           if il-contact-num is numeric
               add 1 to ws-contact-count
               move il-contact-num to ws-ct-cnum(ws-contact-count)
               move il-name        to ws-ct-name(ws-contact-count)
               move il-status      to ws-ct-status(ws-contact-count)
               move il-dept        to ws-ct-dept(ws-contact-count)
               move "n" to ws-key-found
               perform 114-match-dept
                   varying ws-dept-x from 1 by 1
                   until ws-dept-x is greater than ws-dept-count
                   or key-found
               if not key-found
                 and ws-dept-count is less than 50
                   add 1 to ws-dept-count
                   move il-dept to ws-dt-code(ws-dept-count)
               end-if
           end-if.
      *
           perform 111-read-contact.
      *
      *a layout header on the first record is checked and passed
      *over - a version 02 roster reads the same, and any other
      *version ends the load before a row is misread
       113-check-roster-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and hl-layout-header
               if hl-file-id is equal to "CONTACTS"
                 and (hl-version is equal to ws-roster-version
                   or hl-version is equal to ws-roster-prior-version)
                   perform 111-read-contact
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-ONCALLCHECK: ROSTER LAYOUT "
                           hl-file-id " VERSION " hl-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-roster-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       114-match-dept.
      *
           if ws-dt-code(ws-dept-x) is equal to il-dept
               move "y" to ws-key-found
           end-if.
      *
      *the schedule - each entry's week end and the day after it
      *are worked out once here with real calendar days
       120-load-oncall.
      *
           open input oncall-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-oncall-file-status is not equal to "35"
               perform 121-read-oncall
               perform 122-add-oncall-entry
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close oncall-file.
      *
       121-read-oncall.
           read oncall-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-oncall-entry.
      *
           if oc-week-start is numeric
             and oc-contact-num is numeric
               if ws-oncall-count is less than 200
                   add 1 to ws-oncall-count
                   move oc-dept  to ws-oc-dept(ws-oncall-count)
                   move oc-week-start
                     to ws-oc-start(ws-oncall-count)
                   move oc-contact-num
                     to ws-oc-cnum(ws-oncall-count)
                   move oc-week-start to ws-dw-date
                   perform 900-step-one-day 6 times
                   move ws-dw-date to ws-oc-end(ws-oncall-count)
                   perform 900-step-one-day
                   move ws-dw-date to ws-oc-next(ws-oncall-count)
               else
                   if ws-table-full is equal to "n"
                       move "y" to ws-table-full
                       display "A0-ONCALLCHECK: ON-CALL TABLE FULL -"
                               " ENTRIES BEYOND 200 NOT CHECKED"
                   end-if
               end-if
           end-if.
      *
           perform 121-read-oncall.
      *
       130-load-xref.
      *
           open input xref-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-xref-file-status is not equal to "35"
               perform 131-read-xref
               perform 132-add-xref-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-xref-count is equal to 200
           end-if.
      *
           close xref-file.
      *
       131-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-xref-entry.
      *
           if xr-a1-num is not equal to spaces
             and xr-a7-num is not equal to spaces
               add 1 to ws-xref-count
               move xr-a1-num to ws-xr-a1(ws-xref-count)
               move xr-a7-num to ws-xr-a7(ws-xref-count)
           end-if.
      *
           perform 131-read-xref.
      *
       140-load-leave.
      *
           open input leave-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-leave-file-status is not equal to "35"
               perform 141-read-leave
               perform 142-add-leave-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-leave-count is equal to 100
           end-if.
      *
           close leave-file.
      *
       141-read-leave.
           read leave-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-add-leave-entry.
      *
           if lv-from is numeric
             and lv-to is numeric
               add 1 to ws-leave-count
               move lv-emp-num to ws-lv-emp(ws-leave-count)
               move lv-status  to ws-lv-status(ws-leave-count)
               move lv-from    to ws-lv-from(ws-leave-count)
               move lv-to      to ws-lv-to(ws-leave-count)
           end-if.
      *
           perform 141-read-leave.
      *
      *the 56 calendar days from the business date
       150-build-window.
      *
           move ws-run-date to ws-win-date(1).
           perform 151-add-window-day
               varying ws-day-x from 2 by 1
               until ws-day-x is greater than 56.
      *
       151-add-window-day.
      *
           subtract 1 from ws-day-x giving ws-ct-x.
           move ws-win-date(ws-ct-x) to ws-dw-date.
           perform 900-step-one-day.
           move ws-dw-date to ws-win-date(ws-day-x).
      *
      *walks the department's 56 days - each run of days no entry
      *covers prints as one gap line
       200-check-one-dept.
      *
           move "n" to ws-in-gap.
      *
           perform 210-check-one-day
               varying ws-day-x from 1 by 1
               until ws-day-x is greater than 56.
      *
           if in-gap
               perform 220-write-gap
           end-if.
      *
       210-check-one-day.
      *
           move "n" to ws-day-covered.
           perform 211-match-cover
               varying ws-oc-y from 1 by 1
               until ws-oc-y is greater than ws-oncall-count
               or day-covered.
      *
           if day-covered
               if in-gap
                   perform 220-write-gap
                   move "n" to ws-in-gap
               end-if
           else
               if not in-gap
                   move "y" to ws-in-gap
                   move ws-win-date(ws-day-x) to ws-gap-from
               end-if
               move ws-win-date(ws-day-x) to ws-gap-to
           end-if.
      *
       211-match-cover.
      *
           if ws-oc-dept(ws-oc-y) is equal to ws-dt-code(ws-dept-x)
             and ws-oc-start(ws-oc-y) is not greater than
                                       ws-win-date(ws-day-x)
             and ws-oc-end(ws-oc-y) is not less than
                                       ws-win-date(ws-day-x)
               move "y" to ws-day-covered
           end-if.
      *
       220-write-gap.
      *
           add 1 to ws-cntr-problems.
           move ws-dt-code(ws-dept-x) to gl-dept.
           move ws-gap-from           to gl-from.
           move ws-gap-to             to gl-to.
           write report-line from ws-gap-line
             after advancing 1 line.
      *
      *one schedule entry - checked only when its week reaches
      *into the eight weeks ahead
       300-check-one-entry.
      *
           if ws-oc-end(ws-oc-x) is not less than ws-win-date(1)
             and ws-oc-start(ws-oc-x) is not greater than
                                       ws-win-date(56)
               perform 310-check-contact
               perform 330-check-leave
               perform 340-check-run
           end-if.
      *
       310-check-contact.
      *
           move "n" to ws-key-found.
           perform 311-match-contact
               varying ws-ct-x from 1 by 1
               until ws-ct-x is greater than ws-contact-count
               or key-found.
      *
           if not key-found
               move "CONTACT NOT ON THE ROSTER" to ws-problem-text
               perform 390-write-conflict
           else
               if ws-ct-status(ws-ct-hit) is equal to "I"
                   move "CONTACT IS INACTIVE" to ws-problem-text
                   perform 390-write-conflict
               end-if
           end-if.
      *
       311-match-contact.
      *
           if ws-ct-cnum(ws-ct-x) is equal to ws-oc-cnum(ws-oc-x)
               move "y"     to ws-key-found
               move ws-ct-x to ws-ct-hit
           end-if.
      *
      *the contact's A7 operator number off the cross-reference,
      *then any leave row overlapping the entry's week
       330-check-leave.
      *
           perform 331-check-xref-row
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count.
      *
       331-check-xref-row.
      *
           if ws-xr-a1(ws-xref-x) is numeric
             and ws-xr-a1(ws-xref-x) is equal to ws-oc-cnum(ws-oc-x)
               perform 332-check-leave-row
                   varying ws-lv-x from 1 by 1
                   until ws-lv-x is greater than ws-leave-count
           end-if.
      *
       332-check-leave-row.
      *
           if ws-lv-emp(ws-lv-x) is equal to ws-xr-a7(ws-xref-x)
             and ws-lv-from(ws-lv-x) is not greater than
                                       ws-oc-end(ws-oc-x)
             and ws-lv-to(ws-lv-x) is not less than
                                       ws-oc-start(ws-oc-x)
               move spaces to ws-problem-text
               string "ON LEAVE (" ws-lv-status(ws-lv-x) ") "
                      ws-lv-from(ws-lv-x) " TO " ws-lv-to(ws-lv-x)
                   delimited by size into ws-problem-text
               perform 390-write-conflict
           end-if.
      *
      *counts the weeks running this contact is on call up to and
      *including this entry - any entry, in any department, whose
      *week ends the day before this one starts continues the run
       340-check-run.
      *
           move 1 to ws-run-weeks.
           move ws-oc-start(ws-oc-x) to ws-run-start.
           move "y" to ws-run-found.
      *
           perform 341-step-back-one-week
               until not run-found
               or ws-run-weeks is greater than 52.
      *
           if ws-run-weeks is greater than ws-max-weeks
               move spaces to ws-problem-text
               string "ON CALL " ws-run-weeks " WEEKS RUNNING (LIMIT "
                      ws-max-weeks ")"
                   delimited by size into ws-problem-text
               perform 390-write-conflict
           end-if.
      *
       341-step-back-one-week.
      *
           move "n" to ws-run-found.
           perform 342-match-prior-week
               varying ws-oc-y from 1 by 1
               until ws-oc-y is greater than ws-oncall-count
               or run-found.
      *
       342-match-prior-week.
      *
           if ws-oc-cnum(ws-oc-y) is equal to ws-oc-cnum(ws-oc-x)
             and ws-oc-next(ws-oc-y) is equal to ws-run-start
               move "y" to ws-run-found
               add 1 to ws-run-weeks
               move ws-oc-start(ws-oc-y) to ws-run-start
           end-if.
      *
       390-write-conflict.
      *
           add 1 to ws-cntr-problems.
           move ws-oc-dept(ws-oc-x)  to cl-dept.
           move ws-oc-start(ws-oc-x) to cl-week.
           move ws-oc-cnum(ws-oc-x)  to cl-cnum.
           if key-found
             and ws-ct-hit is greater than 0
               move ws-ct-name(ws-ct-hit) to cl-name
           else
               move spaces to cl-name
           end-if.
           move ws-problem-text to cl-text.
           write report-line from ws-conflict-line
             after advancing 1 line.
      *
      *moves ws-dw-date on one calendar day - february carries a
      *29th in a leap year
       900-step-one-day.
      *
           divide ws-dw-yyyy by 4
               giving ws-leap-quotient
               remainder ws-leap-rem.
           if ws-leap-rem is equal to 0
               move 29 to ws-days-in-month(2)
           else
               move 28 to ws-days-in-month(2)
           end-if.
      *
           add 1 to ws-dw-dd.
           if ws-dw-mm is not less than 1
             and ws-dw-mm is not greater than 12
             and ws-dw-dd is greater than ws-days-in-month(ws-dw-mm)
               move 1 to ws-dw-dd
               add 1 to ws-dw-mm
               if ws-dw-mm is greater than 12
                   move 1 to ws-dw-mm
                   add 1 to ws-dw-yyyy
               end-if
           end-if.
      *
       end program A0-OnCallCheck.
