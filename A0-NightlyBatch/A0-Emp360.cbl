       identification division.
       program-id. A0-Emp360.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *employee 360 profile.  EmployeeXref.dat ties one person's
      *keys together across the systems, but a question about one
      *person still meant looking in five places.  this report
      *takes company employee ids off A0-Emp360Request.dat (one
      *id per row) and prints one page per person - the A1 contact
      *details, A3 commission year-to-date and last payment, A5
      *current salary and any pending increase, this fiscal year's
      *A7 call volumes, and the payroll year-to-date gross, tax and
      *status off the payroll YTD file.  with no request file, or
      *an empty one, every person on the cross-reference is
      *profiled.
      *
      *a system the person has no key in, or whose key matches
      *nothing, prints a one-line note in its section instead.
      *A1-ContactList.dat, A3-SalesComm-History.dat, A7.dat and
      *the payroll YTD file open with a layout header record - a
      *version this program does not read stops the run with a
      *message and return code 8 before any page is printed.
      *
      *modification history:
      *  Oct 15/2026 - RS - reads roster layout 03 (each contact's
      *                     manager added at the end), and 02 as
      *                     before.
      *  Oct 15/2026 - RS - commission year-to-date rows are 47
      *                     bytes (cap, draw and adjustment totals
      *                     added at the end, not printed here).
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
      *company employee ids to profile, one per row
           select request-file
               assign to "../../../data/A0-Emp360Request.dat"
               organization is line sequential
               file status is ws-request-file-status.
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
           select comm-ytd-file
               assign to "../../../data/A3-CommYTD.dat"
               organization is line sequential
               file status is ws-comm-ytd-file-status.
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
           select salary-master-file
               assign to "../../../../data/A5-SalaryMaster.dat"
               organization is line sequential
               file status is ws-salary-file-status.
      *
           select pending-file
               assign to "../../../../data/A5-SalaryPending.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *
           select a7-file
               assign to "../../../data/A7.dat"
               organization is line sequential
               file status is ws-a7-file-status.
      *
           select ytd-file
               assign to "../../../data/MidtermPractical2-YTD.dat"
               organization is line sequential
               file status is ws-ytd-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to "../../../data/A0-Emp360.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd request-file
           data record is request-rec
           record contains 6 characters.
      *
       01 request-rec.
           05 rq-company-id            pic x(6).
      *
      *the cross-reference master - one row per company employee,
      *carrying that person's key in each system (blank when the
      *person does not exist there)
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
      *roster rows as A1-ContactList reads them - a row still in
      *the old numberless layout has no contact number to match
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic x(4).
           05 il-name                  pic x(16).
           05 il-email                 pic x(30).
           05 il-number                pic x(12).
           05 il-status                pic x.
               88 il-status-active      value "A".
               88 il-status-inactive    value "I".
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
       fd comm-ytd-file
           data record is comm-ytd-rec
           record contains 47 characters.
      *
       01 comm-ytd-rec.
           05 cy-sman-num              pic 999.
           05 cy-earned-ytd            pic 9(8).
           05 cy-paid-ytd              pic 9(8).
           05 cy-periods               pic 999.
           05 filler                   pic x(25).
      *
      *history rows exactly as A3-SalesComm writes them - the
      *person's last payment is their D row with the highest run
      *date and something paid
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
       fd salary-master-file
           data record is salary-master-rec
           record contains 12 characters.
      *
       01 salary-master-rec.
           05 sm-emp-num               pic x(3).
           05 sm-salary                pic 9(7)v99.
      *
       fd pending-file
           data record is pending-rec
           record contains 47 characters.
      *
       01 pending-rec.
           05 pn-status                pic x.
               88 pn-pending            value "P".
           05 pn-report                pic x(2).
           05 pn-emp-num               pic x(3).
           05 pn-old-salary            pic 9(5)v99.
           05 pn-increase              pic 9(7)v99.
           05 pn-new-salary            pic 9(7)v99.
           05 pn-position              pic x(8).
           05 pn-date                  pic 9(8).
      *
       fd a7-file
           data record is a7-rec
           record contains 90 characters.
      *
       01 a7-rec.
           05 a7-emp-num               pic x(3).
           05 a7-emp-name              pic x(12).
           05 a7-calls-tbl.
               10 a7-calls-month        pic 999 occurs 12 times.
           05 a7-team                  pic x(3).
           05 a7-abn-tbl.
               10 a7-abn-month          pic 999 occurs 12 times.
      *
       01 a7-header-rec.
           05 a7h-marker               pic x(8).
               88 a7h-layout-header     value "*LAYOUT ".
           05 a7h-file-id              pic x(10).
           05 a7h-version              pic 99.
           05 filler                   pic x(70).
      *
      *only the E employee rows matter here - the payroll side of
      *a person is keyed by the 20-character tax name
       fd ytd-file
           data record is ytd-record
           record contains 82 characters.
      *
       01 ytd-record.
           05 ytd-rec-type             pic x.
               88 ytd-emp-rec           value "E".
           05 ye-emp-num               pic 9(4).
           05 ye-name                  pic x(20).
           05 ye-gross                 pic 9(8).
           05 ye-fed-tax               pic 9(7).
           05 ye-prov-tax              pic 9(7).
           05 ye-net                   pic 9(8).
           05 ye-periods               pic 9(3).
           05 ye-cpp                   pic 9(5)v99.
           05 ye-ei                    pic 9(5)v99.
           05 ye-dedns                 pic 9(7)v99.
           05 ye-status                pic x.
               88 ye-terminated         value "T".
      *
       01 ytd-header-rec.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
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
               10 ws-xr-a3              pic 999.
               10 ws-xr-a4              pic x(3).
               10 ws-xr-a7              pic x(3).
               10 ws-xr-payroll         pic x(20).
               10 ws-xr-a1              pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *company ids asked for on the request file
       01 ws-request-table.
           05 ws-rq-company occurs 1 to 200 times
                   depending on ws-request-count
                                       pic x(6).
      *
       01 ws-request-count             pic 9(3)   value 0.
      *
       01 ws-scan-subs.
           05 ws-request-x             pic 9(3)   value 0.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-month-x               pic 99     value 0.
      *
       77 ws-request-file-status       pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-contact-file-status       pic xx     value spaces.
       77 ws-comm-ytd-file-status      pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-held-file-status          pic xx     value spaces.
       77 ws-salary-file-status        pic xx     value spaces.
       77 ws-pending-file-status       pic xx     value spaces.
       77 ws-a7-file-status            pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the layout versions this program reads, and the switch set
      *when any file carries another
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
       77 ws-history-version           pic 99     value 02.
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
       01 ws-scan-flags.
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
           05 ws-held-found            pic x      value "n".
               88 held-found            value "y".
           05 ws-pending-found         pic x      value "n".
               88 pending-found         value "y".
      *
       77 ws-cntr-pages                pic 9(4)   value 0.
      *
      *run date, off BusinessDate.dat when it carries one
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 ws-rd-dd                 pic 99.
      *
      *the july-to-june fiscal year the A7 months belong to
       77 ws-fy-start-yyyy             pic 9(4)   value 0.
       77 ws-fy-end-yyyy               pic 9(4)   value 0.
      *
      *the person's last A3 payment
       01 ws-last-pay.
           05 ws-lp-run-date           pic 9(6)   value 0.
           05 ws-lp-period             pic 999    value 0.
           05 ws-lp-paid               pic 9(7)   value 0.
      *
       01 ws-call-totals.
           05 ws-tot-calls             pic 9(5)   value 0.
           05 ws-tot-abn               pic 9(5)   value 0.
      *
       77 ws-total-tax                 pic 9(8)   value 0.
      *
      *edit areas for building the value column
       01 ws-edit-areas.
           05 ws-ed-dollars            pic $$,$$$,$$9.
           05 ws-ed-money              pic $$,$$$,$$9.99.
           05 ws-ed-count              pic zz9.
      *
      *report lines
       01 ws-title-line.
           05 filler                   pic x(26)  value
                   "EMPLOYEE 360 PROFILE".
           05 filler                   pic x(12)  value
                   "COMPANY ID: ".
           05 tl-company               pic x(6).
           05 filler                   pic x(16)  value spaces.
           05 filler                   pic x(10)  value
                   "RUN DATE: ".
           05 tl-run-date              pic 9(8).
           05 filler                   pic x(8)   value spaces.
           05 filler                   pic x(6)   value
                   "PAGE: ".
           05 tl-page                  pic zzz9.
           05 filler                   pic x(4)   value spaces.
      *
       01 ws-section-line.
           05 ws-sl-text               pic x(60).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(4)   value spaces.
           05 dl-label                 pic x(22).
           05 dl-value                 pic x(60).
           05 filler                   pic x(14)  value spaces.
      *
       01 ws-note-line.
           05 filler                   pic x(4)   value spaces.
           05 nl-text                  pic x(80).
           05 filler                   pic x(16)  value spaces.
      *
       01 ws-month-heading-line.
           05 filler                   pic x(12)  value spaces.
           05 filler                   pic x(36)  value
                   "  JUL  AUG  SEP  OCT  NOV  DEC  JAN ".
           05 filler                   pic x(36)  value
                   " FEB  MAR  APR  MAY  JUN     TOTAL  ".
           05 filler                   pic x(16)  value spaces.
      *
       01 ws-month-line.
           05 filler                   pic x(4).
           05 ml-label                 pic x(8).
           05 ml-month occurs 12 times.
               10 filler                pic x(2).
               10 ml-count              pic zz9.
           05 filler                   pic x(4).
           05 ml-total                 pic zzzz9.
           05 filler                   pic x(19).
      *
       01 ws-summary-line.
           05 filler                   pic x(20)  value
                                       "PROFILES PRINTED:   ".
           05 sm-pages                 pic zzz9.
           05 filler                   pic x(76)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-xref.
           perform 120-load-requests.
           perform 130-check-layouts.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
           if ws-request-count is equal to 0
               perform 200-profile-xref-row
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
           else
               perform 210-profile-request
                   varying ws-request-x from 1 by 1
                   until ws-request-x is greater than
                                       ws-request-count
           end-if.
      *
           move ws-cntr-pages to sm-pages.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
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
      *a run in july or later is in the fiscal year that just
      *started, an earlier run the one still going
           if ws-rd-mm is not less than 7
               move ws-rd-yyyy to ws-fy-start-yyyy
           else
               subtract 1 from ws-rd-yyyy giving ws-fy-start-yyyy
           end-if.
           add 1 ws-fy-start-yyyy giving ws-fy-end-yyyy.
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
           move xr-a3-num       to ws-xr-a3(ws-xref-count).
           move xr-a4-num       to ws-xr-a4(ws-xref-count).
           move xr-a7-num       to ws-xr-a7(ws-xref-count).
           move xr-payroll-name to ws-xr-payroll(ws-xref-count).
           move xr-a1-num       to ws-xr-a1(ws-xref-count).
      *
           perform 111-read-xref.
      *
       120-load-requests.
      *
           open input request-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-request-file-status is not equal to "35"
               perform 121-read-request
               perform 122-add-request
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-request-count is equal to 200
           end-if.
      *
           close request-file.
      *
       121-read-request.
           read request-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-request.
      *
           if rq-company-id is not equal to spaces
               add 1 to ws-request-count
               move rq-company-id to ws-rq-company(ws-request-count)
           end-if.
      *
           perform 121-read-request.
      *
      *each headed file's first record is checked once, before any
      *page is printed - an unstamped file is read as the current
      *layout, and any other version stops the run
       130-check-layouts.
      *
           open input contact-file.
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
                           display "A0-EMP360: ROSTER LAYOUT "
                                   hl-file-id " VERSION " hl-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-roster-version ") - RUN STOPPED"
                       end-if
               end-read
           end-if.
           close contact-file.
      *
           open input history-file.
           if ws-history-file-status is not equal to "35"
               read history-file
                   at end
                       continue
                   not at end
                       if hh-layout-header
                         and (hh-file-id is not equal to "A3HISTORY"
                           or hh-version is not equal to
                                       ws-history-version)
                           move "y" to ws-layout-bad
                           display "A0-EMP360: HISTORY LAYOUT "
                                   hh-file-id " VERSION " hh-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-history-version
                                   ") - RUN STOPPED"
                       end-if
               end-read
           end-if.
           close history-file.
      *
           open input a7-file.
           if ws-a7-file-status is not equal to "35"
               read a7-file
                   at end
                       continue
                   not at end
                       if a7h-layout-header
                         and (a7h-file-id is not equal to "A7EMP"
                           or a7h-version is not equal to
                                       ws-a7-version)
                           move "y" to ws-layout-bad
                           display "A0-EMP360: A7.DAT LAYOUT "
                                   a7h-file-id " VERSION " a7h-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-a7-version ") - RUN STOPPED"
                       end-if
               end-read
           end-if.
           close a7-file.
      *
           open input ytd-file.
           if ws-ytd-file-status is not equal to "35"
               read ytd-file
                   at end
                       continue
                   not at end
                       if yh-layout-header
                         and (yh-file-id is not equal to "PAYYTD"
                           or yh-version is not equal to
                                       ws-ytd-version)
                           move "y" to ws-layout-bad
                           display "A0-EMP360: YTD FILE LAYOUT "
                                   yh-file-id " VERSION " yh-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-ytd-version ") - RUN STOPPED"
                       end-if
               end-read
           end-if.
           close ytd-file.
      *
       200-profile-xref-row.
      *
           perform 300-print-profile.
      *
      *one requested id - found on the cross-reference it prints a
      *full profile, otherwise a page saying so
       210-profile-request.
      *
           move "n" to ws-key-found.
           perform 211-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or key-found.
      *
           if key-found
               subtract 1 from ws-xref-x
               perform 300-print-profile
           else
               add 1 to ws-cntr-pages
               move ws-rq-company(ws-request-x) to tl-company
               perform 310-write-title
               move spaces to nl-text
               string "COMPANY ID " ws-rq-company(ws-request-x)
                      " IS NOT ON THE EMPLOYEE CROSS-REFERENCE"
                   delimited by size into nl-text
               write report-line from ws-note-line
                 after advancing 2 lines
           end-if.
      *
       211-match-xref.
      *
           if ws-xr-company(ws-xref-x) is equal to
                                       ws-rq-company(ws-request-x)
               move "y" to ws-key-found
           end-if.
      *
      *one page for the person on xref row ws-xref-x
       300-print-profile.
      *
           add 1 to ws-cntr-pages.
           move ws-xr-company(ws-xref-x) to tl-company.
           perform 310-write-title.
      *
           perform 400-contact-section.
           perform 500-commission-section.
           perform 600-salary-section.
           perform 700-calls-section.
           perform 800-payroll-section.
      *
       310-write-title.
      *
           move ws-run-date   to tl-run-date.
           move ws-cntr-pages to tl-page.
           write report-line from ws-title-line
             after advancing page.
      *
       390-write-detail.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
           move spaces to dl-label.
           move spaces to dl-value.
      *
       391-write-note.
      *
           write report-line from ws-note-line
             after advancing 1 line.
           move spaces to nl-text.
      *
       392-write-section.
      *
           write report-line from ws-section-line
             after advancing 2 lines.
           move spaces to ws-sl-text.
      *
      *---------------------------------------------------------
      *A1 contact details
      *---------------------------------------------------------
       400-contact-section.
      *
           move spaces to ws-sl-text.
           string "CONTACT (A1 " ws-xr-a1(ws-xref-x) ")"
               delimited by size into ws-sl-text.
           perform 392-write-section.
      *
           if ws-xr-a1(ws-xref-x) is equal to spaces
               move "NO A1 CONTACT NUMBER ON THE CROSS-REFERENCE"
                 to nl-text
               perform 391-write-note
           else
               move "n" to ws-key-found
               open input contact-file
               if ws-contact-file-status is not equal to "35"
                   move ws-eof-N to ws-eof-flag
                   perform 410-read-contact
                   perform 420-match-contact
                       until ws-eof-flag is equal to ws-eof-Y
                       or key-found
               end-if
               close contact-file
               if key-found
                   perform 430-print-contact
               else
                   move spaces to nl-text
                   string "CONTACT " ws-xr-a1(ws-xref-x)
                          " IS NOT ON THE CONTACT ROSTER"
                       delimited by size into nl-text
                   perform 391-write-note
               end-if
           end-if.
      *
       410-read-contact.
           read contact-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       420-match-contact.
      *
           if il-contact-num is equal to ws-xr-a1(ws-xref-x)
               move "y" to ws-key-found
           else
               perform 410-read-contact
           end-if.
      *
       430-print-contact.
      *
           move "NAME:"         to dl-label.
           move il-name         to dl-value.
           perform 390-write-detail.
           move "EMAIL:"        to dl-label.
           move il-email        to dl-value.
           perform 390-write-detail.
           move "PHONE:"        to dl-label.
           move il-number       to dl-value.
           perform 390-write-detail.
           move "DEPARTMENT:"   to dl-label.
           move il-dept         to dl-value.
           perform 390-write-detail.
           move "STATUS:"       to dl-label.
           if il-status-active
               move "ACTIVE"    to dl-value
           else
               if il-status-inactive
                   move "INACTIVE" to dl-value
               else
                   move il-status  to dl-value
               end-if
           end-if.
           perform 390-write-detail.
      *
      *---------------------------------------------------------
      *A3 commission year-to-date, last payment and any hold
      *---------------------------------------------------------
       500-commission-section.
      *
           move spaces to ws-sl-text.
           string "COMMISSION (A3 " ws-xr-a3(ws-xref-x) ")"
               delimited by size into ws-sl-text.
           perform 392-write-section.
      *
           if ws-xr-a3(ws-xref-x) is equal to 0
               move "NO A3 SALESMAN NUMBER ON THE CROSS-REFERENCE"
                 to nl-text
               perform 391-write-note
           else
               perform 510-print-comm-ytd
               perform 520-print-last-payment
               perform 530-print-held
           end-if.
      *
       510-print-comm-ytd.
      *
           move "n" to ws-key-found.
           open input comm-ytd-file.
           if ws-comm-ytd-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 511-read-comm-ytd
               perform 512-match-comm-ytd
                   until ws-eof-flag is equal to ws-eof-Y
                   or key-found
           end-if.
           close comm-ytd-file.
      *
           if key-found
               move "EARNED YTD:"     to dl-label
               move cy-earned-ytd     to ws-ed-dollars
               move ws-ed-dollars     to dl-value
               perform 390-write-detail
               move "PAID YTD:"       to dl-label
               move cy-paid-ytd       to ws-ed-dollars
               move ws-ed-dollars     to dl-value
               perform 390-write-detail
               move "PERIODS YTD:"    to dl-label
               move cy-periods        to ws-ed-count
               move ws-ed-count       to dl-value
               perform 390-write-detail
           else
               move "NO COMMISSION YEAR-TO-DATE ON FILE" to nl-text
               perform 391-write-note
           end-if.
      *
       511-read-comm-ytd.
           read comm-ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       512-match-comm-ytd.
      *
           if cy-sman-num is equal to ws-xr-a3(ws-xref-x)
               move "y" to ws-key-found
           else
               perform 511-read-comm-ytd
           end-if.
      *
       520-print-last-payment.
      *
           initialize ws-last-pay.
           open input history-file.
           if ws-history-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 521-read-history
               perform 522-check-history-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           close history-file.
      *
           if ws-lp-run-date is greater than 0
               move "LAST PAYMENT:"   to dl-label
               move ws-lp-paid        to ws-ed-dollars
               move spaces            to dl-value
               string ws-ed-dollars " RUN " ws-lp-run-date
                      " PERIOD " ws-lp-period
                   delimited by size into dl-value
               perform 390-write-detail
           else
               move "NO COMMISSION PAYMENT ON THE HISTORY FILE"
                 to nl-text
               perform 391-write-note
           end-if.
      *
       521-read-history.
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *the layout header's run date is not numeric and its type is
      *not D, so it is stepped over like any other non-detail row
       522-check-history-row.
      *
           if hd-detail-row
             and hd-run-date is numeric
             and hd-sman-num is equal to ws-xr-a3(ws-xref-x)
             and hd-paid is numeric
             and hd-paid is greater than 0
             and hd-run-date is not less than ws-lp-run-date
               move hd-run-date to ws-lp-run-date
               move hd-period   to ws-lp-period
               move hd-paid     to ws-lp-paid
           end-if.
      *
           perform 521-read-history.
      *
       530-print-held.
      *
           move "n" to ws-held-found.
           open input held-file.
           if ws-held-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 531-read-held
               perform 532-match-held
                   until ws-eof-flag is equal to ws-eof-Y
                   or held-found
           end-if.
           close held-file.
      *
           if held-found
               move "PAYMENT HELD:"   to dl-label
               move hp-held-amount    to ws-ed-dollars
               move spaces            to dl-value
               string ws-ed-dollars " REASON " hp-reason
                   delimited by size into dl-value
               perform 390-write-detail
           end-if.
      *
       531-read-held.
           read held-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       532-match-held.
      *
           if hp-sman-num is equal to ws-xr-a3(ws-xref-x)
               move "y" to ws-held-found
           else
               perform 531-read-held
           end-if.
      *
      *---------------------------------------------------------
      *A5 current salary and any pending increase
      *---------------------------------------------------------
       600-salary-section.
      *
           move spaces to ws-sl-text.
           string "SALARY (A5 " ws-xr-a4(ws-xref-x) ")"
               delimited by size into ws-sl-text.
           perform 392-write-section.
      *
           if ws-xr-a4(ws-xref-x) is equal to spaces
               move "NO A4/A5 EMPLOYEE NUMBER ON THE CROSS-REFERENCE"
                 to nl-text
               perform 391-write-note
           else
               perform 610-print-salary
               perform 620-print-pending
           end-if.
      *
       610-print-salary.
      *
           move "n" to ws-key-found.
           open input salary-master-file.
           if ws-salary-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 611-read-salary
               perform 612-match-salary
                   until ws-eof-flag is equal to ws-eof-Y
                   or key-found
           end-if.
           close salary-master-file.
      *
           if key-found
               move "CURRENT SALARY:" to dl-label
               move sm-salary         to ws-ed-money
               move ws-ed-money       to dl-value
               perform 390-write-detail
           else
               move "NOT ON THE SALARY MASTER" to nl-text
               perform 391-write-note
           end-if.
      *
       611-read-salary.
           read salary-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       612-match-salary.
      *
           if sm-emp-num is equal to ws-xr-a4(ws-xref-x)
               move "y" to ws-key-found
           else
               perform 611-read-salary
           end-if.
      *
      *every increase still waiting on approval - normally one
       620-print-pending.
      *
           move "n" to ws-pending-found.
           open input pending-file.
           if ws-pending-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 621-read-pending
               perform 622-check-pending
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           close pending-file.
      *
           if not pending-found
               move "PENDING INCREASE:" to dl-label
               move "NONE"              to dl-value
               perform 390-write-detail
           end-if.
      *
       621-read-pending.
           read pending-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       622-check-pending.
      *
           if pn-pending
             and pn-emp-num is equal to ws-xr-a4(ws-xref-x)
               move "y" to ws-pending-found
               move "PENDING INCREASE:" to dl-label
               move pn-increase         to ws-ed-money
               move spaces              to dl-value
               string ws-ed-money " (" pn-report " " pn-position
                      " " pn-date ")"
                   delimited by size into dl-value
               perform 390-write-detail
               move "  NEW SALARY:"     to dl-label
               move pn-new-salary       to ws-ed-money
               move ws-ed-money         to dl-value
               perform 390-write-detail
           end-if.
      *
           perform 621-read-pending.
      *
      *---------------------------------------------------------
      *A7 call volumes for the fiscal year
      *---------------------------------------------------------
       700-calls-section.
      *
           move spaces to ws-sl-text.
           string "CALL VOLUMES (A7 " ws-xr-a7(ws-xref-x)
                  ") FISCAL " ws-fy-start-yyyy "-" ws-fy-end-yyyy
               delimited by size into ws-sl-text.
           perform 392-write-section.
      *
           if ws-xr-a7(ws-xref-x) is equal to spaces
               move "NO A7 OPERATOR NUMBER ON THE CROSS-REFERENCE"
                 to nl-text
               perform 391-write-note
           else
               move "n" to ws-key-found
               open input a7-file
               if ws-a7-file-status is not equal to "35"
                   move ws-eof-N to ws-eof-flag
                   perform 710-read-a7
                   perform 720-match-a7
                       until ws-eof-flag is equal to ws-eof-Y
                       or key-found
               end-if
               close a7-file
               if key-found
                   perform 730-print-calls
               else
                   move "NOT ON THE CALL-CENTRE FILE" to nl-text
                   perform 391-write-note
               end-if
           end-if.
      *
       710-read-a7.
           read a7-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       720-match-a7.
      *
           if a7-emp-num is equal to ws-xr-a7(ws-xref-x)
               move "y" to ws-key-found
           else
               perform 710-read-a7
           end-if.
      *
       730-print-calls.
      *
           move "TEAM:"     to dl-label.
           move a7-team     to dl-value.
           perform 390-write-detail.
      *
           write report-line from ws-month-heading-line
             after advancing 1 line.
      *
           move 0 to ws-tot-calls.
           move 0 to ws-tot-abn.
           move spaces to ws-month-line.
           move "CALLS"  to ml-label.
           perform 731-move-calls-month
               varying ws-month-x from 1 by 1
               until ws-month-x is greater than 12.
           move ws-tot-calls to ml-total.
           write report-line from ws-month-line
             after advancing 1 line.
      *
           move spaces to ws-month-line.
           move "ABANDON" to ml-label.
           perform 732-move-abn-month
               varying ws-month-x from 1 by 1
               until ws-month-x is greater than 12.
           move ws-tot-abn to ml-total.
           write report-line from ws-month-line
             after advancing 1 line.
      *
       731-move-calls-month.
      *
           if a7-calls-month(ws-month-x) is numeric
               move a7-calls-month(ws-month-x)
                 to ml-count(ws-month-x)
               add a7-calls-month(ws-month-x) to ws-tot-calls
           end-if.
      *
       732-move-abn-month.
      *
           if a7-abn-month(ws-month-x) is numeric
               move a7-abn-month(ws-month-x)
                 to ml-count(ws-month-x)
               add a7-abn-month(ws-month-x) to ws-tot-abn
           end-if.
      *
      *---------------------------------------------------------
      *payroll year-to-date off the payroll YTD file
      *---------------------------------------------------------
       800-payroll-section.
      *
           move spaces to ws-sl-text.
           string "PAYROLL YTD (" delimited by size
                  ws-xr-payroll(ws-xref-x) delimited by "  "
                  ")" delimited by size
               into ws-sl-text.
           perform 392-write-section.
      *
           if ws-xr-payroll(ws-xref-x) is equal to spaces
               move "NO PAYROLL NAME ON THE CROSS-REFERENCE"
                 to nl-text
               perform 391-write-note
           else
               move "n" to ws-key-found
               open input ytd-file
               if ws-ytd-file-status is not equal to "35"
                   move ws-eof-N to ws-eof-flag
                   perform 810-read-ytd
                   perform 820-match-ytd
                       until ws-eof-flag is equal to ws-eof-Y
                       or key-found
               end-if
               close ytd-file
               if key-found
                   perform 830-print-payroll
               else
                   move "NOT ON THE PAYROLL YTD FILE" to nl-text
                   perform 391-write-note
               end-if
           end-if.
      *
       810-read-ytd.
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       820-match-ytd.
      *
           if ytd-emp-rec
             and ye-name is equal to ws-xr-payroll(ws-xref-x)
               move "y" to ws-key-found
           else
               perform 810-read-ytd
           end-if.
      *
       830-print-payroll.
      *
           move "PAYROLL NUMBER:"  to dl-label.
           move ye-emp-num         to dl-value.
           perform 390-write-detail.
           move "GROSS YTD:"       to dl-label.
           move ye-gross           to ws-ed-dollars.
           move ws-ed-dollars      to dl-value.
           perform 390-write-detail.
           move "FEDERAL TAX YTD:" to dl-label.
           move ye-fed-tax         to ws-ed-dollars.
           move ws-ed-dollars      to dl-value.
           perform 390-write-detail.
           move "PROV TAX YTD:"    to dl-label.
           move ye-prov-tax        to ws-ed-dollars.
           move ws-ed-dollars      to dl-value.
           perform 390-write-detail.
           add ye-fed-tax ye-prov-tax giving ws-total-tax.
           move "TOTAL TAX YTD:"   to dl-label.
           move ws-total-tax       to ws-ed-dollars.
           move ws-ed-dollars      to dl-value.
           perform 390-write-detail.
           move "NET YTD:"         to dl-label.
           move ye-net             to ws-ed-dollars.
           move ws-ed-dollars      to dl-value.
           perform 390-write-detail.
           move "PAY PERIODS:"     to dl-label.
           move ye-periods         to ws-ed-count.
           move ws-ed-count        to dl-value.
           perform 390-write-detail.
           move "STATUS:"          to dl-label.
           if ye-terminated
               move "TERMINATED"   to dl-value
           else
               move "ACTIVE"       to dl-value
           end-if.
           perform 390-write-detail.
      *
       end program A0-Emp360.
