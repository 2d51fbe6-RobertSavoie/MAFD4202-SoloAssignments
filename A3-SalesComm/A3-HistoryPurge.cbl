      *modification history:
      *  Sep 02/2026 - RS - the history rows carry the commission
      *                     period now and run 32 bytes.
      *  Oct 15/2026 - RS - the history file carries a layout header
      *                     record - a version this program does not
      *                     read stops the purge untouched with a
      *                     message and return code 8, and the
      *                     rewritten file always opens with the
      *                     current header.
      *
       environment division.
      *
               10 hd-run-mm             pic 99.
               10 filler                pic 99.
           05 filler                    pic x(26).
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
       fd keep-file
           data record is keep-line
           05 ws-cntr-kept             pic 9(6)   value 0.
           05 ws-cntr-archived         pic 9(6)   value 0.
      *
      *the history layout version this program reads and writes,
      *the header the rewritten file opens with, and the switch set
      *when the live file carries any other version
       77 ws-history-version           pic 99     value 02.
      *
       01 ws-history-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "A3HISTORY".
           05 ws-hh-version            pic 99     value 02.
           05 filler                   pic x(12)  value spaces.
      *
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
           perform 100-set-cutoff.
           perform 200-split-history.
      *
      *a history file in a layout this program cannot read is left
      *exactly as it was
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 300-rewrite-history.
           perform 400-print-summary.
           goback.
           open output archive-file.
      *
           perform 210-read-history.
           perform 215-check-history-layout.
           perform 220-route-one-row
               until ws-eof-flag is equal to ws-eof-Y.
      *
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the read before a row is misrouted
       215-check-history-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and hh-layout-header
               if hh-file-id is equal to "A3HISTORY"
                 and hh-version is equal to ws-history-version
                   perform 210-read-history
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A3-HISTORYPURGE: HISTORY FILE LAYOUT "
                           hh-file-id " VERSION " hh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-history-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       220-route-one-row.
      *
      *
           open input keep-file.
           open output history-file.
      *
           write history-line from ws-history-header.
      *
           move ws-eof-N to ws-eof-flag.
           perform 310-copy-one-row.
