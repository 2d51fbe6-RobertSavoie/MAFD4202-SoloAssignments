      *remitted figures keeps the this-period column a real
      *delta, and the due date (the 15th of next month) rolls
      *forward past the company calendar's non-processing days.
      *
      *modification history:
      *  Oct 15/2026 - RS - the YTD file opens with a layout header
      *                     record - a version this program does
      *                     not read stops the report with a
      *                     message and return code 8 instead of
      *                     remitting on misread figures.
      *
       environment division.
      *
           05 ye-ei                     pic 9(5)v99.
           05 ye-dedns                  pic 9(7)v99.
           05 ye-status                 pic x.
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it
       01 ytd-header-rec redefines ytd-record.
           05 yh-marker                 pic x(8).
               88 yh-layout-header       value "*LAYOUT ".
           05 yh-file-id                pic x(10).
           05 yh-version                pic 99.
           05 filler                    pic x(62).
      *
       fd snapshot-file
           data record is snapshot-rec
      *premium, and matches CPP dollar for dollar
       77 cnst-ei-employer-factor      pic 9v9    value 1.4.
      *
      *the ytd layout version this program reads, and the switch
      *set when the file carries any other
       77 ws-ytd-version               pic 99     value 03.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *year-to-date employee-side totals off the file
       01 ws-ytd-totals.
           05 ws-ytd-fed               pic 9(9)    value 0.
      *
           perform 110-load-snapshot.
           perform 200-total-ytd-file.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 300-compute-period.
      *
           move ws-eof-N to ws-eof-flag.
      *
           perform 210-read-ytd.
           perform 215-check-ytd-layout.
           perform 220-total-one-record
               until ws-eof-flag is equal to ws-eof-Y.
      *
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the read before a row is misread
       215-check-ytd-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 210-read-ytd
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "MIDTERMFEDREMIT: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       220-total-one-record.
      *
