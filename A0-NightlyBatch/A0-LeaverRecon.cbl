       identification division.
       program-id. A0-LeaverRecon.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *leaver reconciliation for the contact roster.  a person
      *terminated on the payroll side, or gone from the call
      *centre, kept an active A1-ContactList.dat row - and their
      *address kept going out on the mail extract.  this step ties
      *each active contact to the person's payroll and call-centre
      *records through EmployeeXref.dat and lists every one whose
      *person is terminated on the payroll YTD file, has a
      *termination still waiting on MidtermTerm.dat, or is an A7
      *operator on last year's file and not this year's (the
      *leavers A7-CallCenterOpReport's roster reconciliation
      *prints).
      *
      *each contact listed also gets a deactivation transaction
      *on A0-LeaverDeact.dat, in the A1-ContactMaint transaction
      *layout with this step's keyer id on it.  nothing is applied
      *here - once reviewed, the rows are added to
      *A1-ContactMaint-Keyed.dat and go through the second
      *signature like any other keyed change.
      *
      *return code 4 when any contact is listed.  a layout header
      *this program does not read stops the run with a message and
      *return code 8.
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
           select xref-file
               assign to "../../../data/EmployeeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select contact-file
               assign to "../../../data/A1-ContactList.dat"
               organization is line sequential
               file status is ws-contact-file-status.
      *
           select ytd-file
               assign to "../../../data/MidtermPractical2-YTD.dat"
               organization is line sequential
               file status is ws-ytd-file-status.
      *
      *terminations keyed for the next pay run, not yet applied to
      *the YTD file
           select term-file
               assign to "../../../data/MidtermTerm.dat"
               organization is line sequential
               file status is ws-term-file-status.
      *
           select a7-file
               assign to "../../../data/A7.dat"
               organization is line sequential
               file status is ws-a7-file-status.
      *
           select prior-year-file
               assign to "../../../data/A7-PriorYear.dat"
               organization is line sequential
               file status is ws-prior-file-status.
      *
      *deactivation transactions for review
           select deact-file
               assign to "../../../data/A0-LeaverDeact.dat"
               organization is line sequential.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to "../../../data/A0-LeaverRecon.out"
               organization is line sequential.
      *
       data division.
       file section.
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
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic 9(4).
           05 il-contact-num-x redefines il-contact-num
                                       pic x(4).
           05 il-name                  pic x(16).
           05 il-email                 pic x(30).
           05 il-number                pic x(12).
           05 il-status                pic x.
               88 il-status-active      value "A".
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
       fd ytd-file
           data record is ytd-record
           record contains 82 characters.
      *
       01 ytd-record.
           05 ytd-rec-type             pic x.
               88 ytd-emp-rec           value "E".
           05 ye-emp-num               pic 9(4).
           05 ye-name                  pic x(20).
           05 filler                   pic x(56).
           05 ye-status                pic x.
      *
       01 ytd-header-rec.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
      *
       fd term-file
           data record is term-rec
           record contains 12 characters.
      *
       01 term-rec.
           05 tr-emp-num               pic 9(4).
           05 tr-last-day              pic 9(8).
      *
       fd a7-file
           data record is a7-rec
           record contains 90 characters.
      *
       01 a7-rec.
           05 a7-emp-num               pic x(3).
           05 filler                   pic x(87).
      *
       01 a7-header-rec.
           05 a7h-marker               pic x(8).
               88 a7h-layout-header     value "*LAYOUT ".
           05 a7h-file-id              pic x(10).
           05 a7h-version              pic 99.
           05 filler                   pic x(70).
      *
       fd prior-year-file
           data record is prior-year-rec
           record contains 90 characters.
      *
       01 prior-year-rec.
           05 py-emp-num               pic x(3).
           05 filler                   pic x(87).
      *
       01 prior-year-header-rec.
           05 ph-marker                pic x(8).
               88 ph-layout-header      value "*LAYOUT ".
           05 ph-file-id               pic x(10).
           05 ph-version               pic 99.
           05 filler                   pic x(70).
      *
      *same 87-byte layout as A1-ContactMaint's transactions
       fd deact-file
           data record is deact-rec
           record contains 87 characters.
      *
       01 deact-rec.
           05 dt-action                pic x.
           05 dt-contact-num           pic 9(4).
           05 dt-name                  pic x(16).
           05 dt-email                 pic x(30).
           05 dt-number                pic x(12).
           05 dt-status                pic x.
           05 dt-dept                  pic x(3).
           05 dt-manager               pic x(4).
           05 dt-keyer-id              pic x(8).
           05 dt-approver-id           pic x(8).
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
      *cross-reference table
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-company         pic x(6).
               10 ws-xr-a7              pic x(3).
               10 ws-xr-payroll         pic x(20).
               10 ws-xr-a1              pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *payroll employees off the YTD file
       01 ws-pay-table.
           05 ws-pay-entry occurs 1 to 500 times
                   depending on ws-pay-count.
               10 ws-pay-num            pic 9(4).
               10 ws-pay-name           pic x(20).
               10 ws-pay-status         pic x.
      *
       01 ws-pay-count                 pic 9(3)   value 0.
      *
      *terminations waiting for the next pay run
       01 ws-term-table.
           05 ws-term-entry occurs 1 to 100 times
                   depending on ws-term-count.
               10 ws-tm-num             pic 9(4).
               10 ws-tm-last-day        pic 9(8).
      *
       01 ws-term-count                pic 9(3)   value 0.
      *
      *operator numbers on this year's and last year's A7 files
       01 ws-a7-table.
           05 ws-a7-num occurs 1 to 200 times
                   depending on ws-a7-count
                                       pic x(3).
      *
       01 ws-a7-count                  pic 9(3)   value 0.
      *
       01 ws-prior-table.
           05 ws-prior-num occurs 1 to 200 times
                   depending on ws-prior-count
                                       pic x(3).
      *
       01 ws-prior-count               pic 9(3)   value 0.
      *
       01 ws-scan-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-sys-x                 pic 9(3)   value 0.
           05 ws-pay-hit               pic 9(3)   value 0.
           05 ws-term-hit              pic 9(3)   value 0.
      *
       01 ws-scan-flags.
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
           05 ws-contact-flagged       pic x      value "n".
               88 contact-flagged       value "y".
      *
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-contact-file-status       pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
       77 ws-term-file-status          pic xx     value spaces.
       77 ws-a7-file-status            pic xx     value spaces.
       77 ws-prior-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the layout versions this program reads, and the switch set
      *when any file carries another
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
       77 ws-a7-version                pic 99     value 01.
       77 ws-ytd-version               pic 99     value 03.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *the keyer id the deactivation rows carry - whoever reviews
      *and approves them signs as the second id
       77 ws-leaver-keyer              pic x(8)   value "A0LEAVER".
      *
       01 ws-counters.
           05 ws-cntr-contacts         pic 9(4)   value 0.
           05 ws-cntr-reasons          pic 9(4)   value 0.
           05 ws-cntr-deact            pic 9(4)   value 0.
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *reason text build area
       01 ws-reason-text               pic x(44)  value spaces.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(36)  value
                   "ACTIVE CONTACTS WHO HAVE LEFT - RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(56)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "CNUM NAME             DEPT COMPANY ".
           05 filler                   pic x(50)  value "REASON".
      *
       01 ws-detail-line.
           05 dl-cnum                  pic 9(4).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(16).
           05 filler                   pic x      value spaces.
           05 dl-dept                  pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-company               pic x(6).
           05 filler                   pic x(17)  value spaces.
           05 dl-reason                pic x(44).
           05 filler                   pic x(6)   value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(19)  value
                                       "CONTACTS LISTED:   ".
           05 sm-contacts              pic zzz9.
           05 filler                   pic x(27)  value
                                       "   DEACTIVATIONS WRITTEN: ".
           05 sm-deact                 pic zzz9.
           05 filler                   pic x(46)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-xref.
           perform 120-load-ytd-file.
           perform 130-load-terms.
           perform 140-load-a7-file.
           perform 150-load-prior-year.
      *
           if not layout-unknown
               perform 160-check-roster-layout
           end-if.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
           open output deact-file.
      *
           move ws-run-date to hd-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 200-check-roster.
      *
           move ws-cntr-contacts to sm-contacts.
           move ws-cntr-deact    to sm-deact.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file
                 deact-file.
      *
           if ws-cntr-contacts is greater than 0
               display "A0-LEAVERRECON: " ws-cntr-contacts
                       " ACTIVE CONTACT(S) HAVE LEFT - SEE "
                       "A0-LeaverRecon.out"
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
       110-load-xref.
      *
           open input xref-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-xref-file-status is not equal to "35"
               perform 111-read-xref
               perform 112-add-xref-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-xref-count is equal to 200
           end-if.
      *
           close xref-file.
      *
       111-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-xref-entry.
      *
           add 1 to ws-xref-count.
           move xr-company-id   to ws-xr-company(ws-xref-count).
           move xr-a7-num       to ws-xr-a7(ws-xref-count).
           move xr-payroll-name to ws-xr-payroll(ws-xref-count).
           move xr-a1-num       to ws-xr-a1(ws-xref-count).
      *
           perform 111-read-xref.
      *
       120-load-ytd-file.
      *
           open input ytd-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-ytd-file-status is not equal to "35"
               perform 121-read-ytd
               perform 123-check-ytd-layout
               perform 122-add-ytd-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-pay-count is equal to 500
           end-if.
      *
           close ytd-file.
      *
       121-read-ytd.
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-ytd-entry.
      *
           if ytd-emp-rec
               add 1 to ws-pay-count
               move ye-emp-num to ws-pay-num(ws-pay-count)
               move ye-name    to ws-pay-name(ws-pay-count)
               move ye-status  to ws-pay-status(ws-pay-count)
           end-if.
      *
           perform 121-read-ytd.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the load before a row is misread
       123-check-ytd-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 121-read-ytd
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-LEAVERRECON: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       130-load-terms.
      *
           open input term-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-term-file-status is not equal to "35"
               perform 131-read-term
               perform 132-add-term-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-term-count is equal to 100
           end-if.
      *
           close term-file.
      *
       131-read-term.
           read term-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-term-entry.
      *
           if tr-emp-num is numeric
               add 1 to ws-term-count
               move tr-emp-num  to ws-tm-num(ws-term-count)
               move tr-last-day to ws-tm-last-day(ws-term-count)
           end-if.
      *
           perform 131-read-term.
      *
       140-load-a7-file.
      *
           open input a7-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-a7-file-status is not equal to "35"
               perform 141-read-a7
               perform 143-check-a7-layout
               perform 142-add-a7-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-a7-count is equal to 200
           end-if.
      *
           close a7-file.
      *
       141-read-a7.
           read a7-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-add-a7-entry.
      *
           add 1 to ws-a7-count.
           move a7-emp-num to ws-a7-num(ws-a7-count).
      *
           perform 141-read-a7.
      *
       143-check-a7-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and a7h-layout-header
               if a7h-file-id is equal to "A7EMP"
                 and a7h-version is equal to ws-a7-version
                   perform 141-read-a7
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-LEAVERRECON: A7.DAT LAYOUT "
                           a7h-file-id " VERSION " a7h-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ") - RUN STOPPED"
               end-if
           end-if.
      *
      *last year's operators - the same layout and header as A7.dat
       150-load-prior-year.
      *
           open input prior-year-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-prior-file-status is not equal to "35"
               perform 151-read-prior
               perform 153-check-prior-layout
               perform 152-add-prior-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-prior-count is equal to 200
           end-if.
      *
           close prior-year-file.
      *
       151-read-prior.
           read prior-year-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       152-add-prior-entry.
      *
           add 1 to ws-prior-count.
           move py-emp-num to ws-prior-num(ws-prior-count).
      *
           perform 151-read-prior.
      *
       153-check-prior-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and ph-layout-header
               if ph-file-id is equal to "A7EMP"
                 and ph-version is equal to ws-a7-version
                   perform 151-read-prior
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-LEAVERRECON: A7-PRIORYEAR.DAT LAYOUT "
                           ph-file-id " VERSION " ph-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ") - RUN STOPPED"
               end-if
           end-if.
      *
      *the roster's header is settled before anything prints - a
      *version 02 roster reads the same, its rows just carry no
      *manager
       160-check-roster-layout.
      *
           open input contact-file.
      *
           if ws-contact-file-status is not equal to "35"
               read contact-file
                   at end
                       continue
                   not at end
                       if hl-layout-header
                         and (hl-file-id is not equal to "CONTACTS"
                           or (hl-version is not equal to
                                       ws-roster-version
                           and hl-version is not equal to
                                       ws-roster-prior-version))
                           move "y" to ws-layout-bad
                           display "A0-LEAVERRECON: ROSTER LAYOUT "
                                   hl-file-id " VERSION " hl-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-roster-version ") - RUN STOPPED"
                       end-if
               end-read
           end-if.
      *
           close contact-file.
      *
      *every active contact with a number is checked - a row still
      *in the old numberless layout cannot be tied to anyone
       200-check-roster.
      *
           open input contact-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-contact-file-status is not equal to "35"
               perform 201-read-contact
               perform 210-check-one-contact
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close contact-file.
      *
       201-read-contact.
           read contact-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       210-check-one-contact.
      *
           if not hl-layout-header
             and il-contact-num is numeric
             and il-contact-num is greater than 0
             and il-status-active
               move "n" to ws-contact-flagged
               perform 220-check-one-xref-row
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
               if contact-flagged
                   add 1 to ws-cntr-contacts
                   perform 300-write-deactivation
               end-if
           end-if.
      *
           perform 201-read-contact.
      *
      *one xref row claiming this contact - its payroll side and
      *its call-centre side are each checked for a departure
       220-check-one-xref-row.
      *
           if ws-xr-a1(ws-xref-x) is equal to il-contact-num-x
               if ws-xr-payroll(ws-xref-x) is not equal to spaces
                   perform 230-check-payroll
               end-if
               if ws-xr-a7(ws-xref-x) is not equal to spaces
                   perform 240-check-call-centre
               end-if
           end-if.
      *
      *terminated on the YTD file, or a termination keyed for the
      *next pay run against the person's payroll number
       230-check-payroll.
      *
           move "n" to ws-key-found.
           perform 231-match-pay
               varying ws-sys-x from 1 by 1
               until ws-sys-x is greater than ws-pay-count
               or key-found.
      *
           if key-found
               if ws-pay-status(ws-pay-hit) is equal to "T"
                   move spaces to ws-reason-text
                   string "TERMINATED ON PAYROLL (EMP "
                          ws-pay-num(ws-pay-hit) ")"
                       delimited by size into ws-reason-text
                   perform 290-write-reason
               else
                   move "n" to ws-key-found
                   perform 232-match-term
                       varying ws-sys-x from 1 by 1
                       until ws-sys-x is greater than ws-term-count
                       or key-found
                   if key-found
                       move spaces to ws-reason-text
                       string "TERMINATION PENDING - LAST DAY "
                              ws-tm-last-day(ws-term-hit)
                           delimited by size into ws-reason-text
                       perform 290-write-reason
                   end-if
               end-if
           end-if.
      *
       231-match-pay.
      *
           if ws-pay-name(ws-sys-x) is equal to
                                       ws-xr-payroll(ws-xref-x)
               move "y"      to ws-key-found
               move ws-sys-x to ws-pay-hit
           end-if.
      *
       232-match-term.
      *
           if ws-tm-num(ws-sys-x) is equal to ws-pay-num(ws-pay-hit)
               move "y"      to ws-key-found
               move ws-sys-x to ws-term-hit
           end-if.
      *
      *on last year's A7 file and not this year's - the same test
      *A7-CallCenterOpReport's leaver list makes
       240-check-call-centre.
      *
           move "n" to ws-key-found.
           perform 241-match-prior
               varying ws-sys-x from 1 by 1
               until ws-sys-x is greater than ws-prior-count
               or key-found.
      *
           if key-found
               move "n" to ws-key-found
               perform 242-match-current
                   varying ws-sys-x from 1 by 1
                   until ws-sys-x is greater than ws-a7-count
                   or key-found
               if not key-found
                   move spaces to ws-reason-text
                   string "LEFT THE CALL CENTRE (OPERATOR "
                          ws-xr-a7(ws-xref-x) ")"
                       delimited by size into ws-reason-text
                   perform 290-write-reason
               end-if
           end-if.
      *
       241-match-prior.
      *
           if ws-prior-num(ws-sys-x) is equal to ws-xr-a7(ws-xref-x)
               move "y" to ws-key-found
           end-if.
      *
       242-match-current.
      *
           if ws-a7-num(ws-sys-x) is equal to ws-xr-a7(ws-xref-x)
               move "y" to ws-key-found
           end-if.
      *
       290-write-reason.
      *
           move "y" to ws-contact-flagged.
           add 1 to ws-cntr-reasons.
      *
           move il-contact-num           to dl-cnum.
           move il-name                  to dl-name.
           move il-dept                  to dl-dept.
           move ws-xr-company(ws-xref-x) to dl-company.
           move ws-reason-text           to dl-reason.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *one deactivation per contact, however many reasons it was
      *listed for - a delete on A1-ContactMaint marks the contact
      *inactive
       300-write-deactivation.
      *
           move spaces          to deact-rec.
           move "D"             to dt-action.
           move il-contact-num  to dt-contact-num.
           move il-name         to dt-name.
           move ws-leaver-keyer to dt-keyer-id.
           write deact-rec.
      *
           add 1 to ws-cntr-deact.
      *
       end program A0-LeaverRecon.
