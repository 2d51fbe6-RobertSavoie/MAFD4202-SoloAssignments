      *                     now (record 82 bytes) - a terminated
      *                     record's statement was already cut by
      *                     the pay run, so it is skipped here.
      *  Oct 15/2026 - RS - the ytd file opens with a layout header
      *                     record - a version this program does
      *                     not read stops the run with a message
      *                     and return code 8 instead of printing
      *                     statements off misread records.
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
       fd statement-file
           data record is statement-line
      *eof constants
       77 ws-eof-flag                  pic x        value "n".
       77 ws-eof-Y                     pic x        value "y".
      *
      *the ytd layout version this program reads, and the switch
      *set when the file carries any other
       77 ws-ytd-version               pic 99       value 03.
       77 ws-layout-bad                pic x        value "n".
           88 layout-unknown            value "y".
      *
       procedure division.
       000-main.
           open output statement-file.
      *
           perform 100-read-ytd.
           perform 150-check-ytd-layout.
           perform 200-statement-one-record
               until ws-eof-flag is equal to ws-eof-Y.
      *
           close ytd-file
                 statement-file.
      *
           if layout-unknown
               move 8 to return-code
           end-if.
      *
           goback.
      *
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the run before a record is misread
       150-check-ytd-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 100-read-ytd
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "MIDTERMYEAREND: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       200-statement-one-record.
      *
