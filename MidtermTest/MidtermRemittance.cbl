      *                     the next business day when the 15th
      *                     lands on a weekend or holiday from the
      *                     shared company calendar.
      *  Oct 15/2026 - RS - the YTD file opens with a layout header
      *                     record - a version this program does
      *                     not read stops the report with a
      *                     message and return code 8 instead of
      *                     remitting on misread figures.
      *
       environment division.
      *
               10 ytd-prov-tax-count         pic 9(4).
               10 ytd-prov-tax-total         pic 9(7).
           05 filler                    pic x(31).
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
       77 ws-eof-Y                     pic x      value "y".
       77 ws-totals-found              pic x      value "n".
      *
      *the ytd layout version this program reads, and the switch
      *set when the file carries any other
       77 ws-ytd-version               pic 99     value 03.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *report lines
       01 ws-heading-title.
           05 filler                   pic x(20)  value spaces.
           perform 110-load-snapshot.
      *
           perform 200-find-ytd-totals.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
           open input ytd-file.
      *
           perform 210-read-ytd.
           perform 215-check-ytd-layout.
           perform 220-check-one-record
               until ws-eof-flag is equal to ws-eof-Y
               or ws-totals-found is equal to "y".
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
                   display "MIDTERMREMITTANCE: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       220-check-one-record.
      *
