      *                     file carried more runs than that.
      *  Sep 02/2026 - RS - the history rows carry the commission
      *                     period now and run 32 bytes.
      *  Oct 15/2026 - RS - the history file may open with a layout
      *                     header record - a version this program
      *                     does not read stops the run with a
      *                     message and return code 8 instead of
      *                     trending misread rows.
      *
       environment division.
      *
               88 hd-company-row         value "C".
           05 filler                    pic x.
           05 hd-period                 pic 999.
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 history-header-rec.
           05 hh-marker                 pic x(8).
               88 hh-layout-header       value "*LAYOUT ".
           05 hh-file-id                pic x(10).
           05 hh-version                pic 99.
           05 filler                    pic x(12).
      *
       fd report-file
           data record is report-line
           05 ws-pct-diff              pic s9(8)  value 0.
           05 ws-pct-raw               pic s9(4)v9 value 0.
      *
      *the history layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-history-version           pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       000-main.
      *
           perform 100-scan-run-dates.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 150-set-window.
           perform 200-load-values.
      *
           move ws-eof-N to ws-eof-flag.
      *
           perform 110-read-history.
           perform 115-check-history-layout.
           perform 120-register-date
               until ws-eof-flag is equal to ws-eof-Y.
      *
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the read before a row is misread
       115-check-history-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and hh-layout-header
               if hh-file-id is equal to "A3HISTORY"
                 and hh-version is equal to ws-history-version
                   perform 110-read-history
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A3-COMMTREND: HISTORY FILE LAYOUT "
                           hh-file-id " VERSION " hh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-history-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       120-register-date.
      *
           move ws-eof-N to ws-eof-flag.
      *
           perform 110-read-history.
           perform 115-check-history-layout.
           perform 210-slot-one-row
               until ws-eof-flag is equal to ws-eof-Y.
      *
