      *records the closed period on a control record so closing the
      *same period twice is refused, the way the pay run refuses a
      *duplicate pay period.
      *
      *modification history:
      *  Oct 15/2026 - RS - the feed may open with a layout header
      *                     record - a version this program does
      *                     not read refuses the close, files
      *                     untouched, and the emptied feed starts
      *                     the new period with the header.
      *
       environment division.
      *
           record contains 53 characters.
      *
       01 gl-line                      pic x(53).
      *
      *layout header - when present, the first record of the
      *feed, naming the record layout version of the rows below it
       01 gl-header-rec.
           05 gh-marker                pic x(8).
               88 gh-layout-header      value "*LAYOUT ".
           05 gh-file-id               pic x(10).
           05 gh-version               pic 99.
           05 filler                   pic x(33).
      *
       fd posting-file
           data record is posting-line
      *
      *rows cut to the dated posting file
       77 ws-cntr-cut                  pic 9(6)   value 0.
      *
      *the feed layout version this program reads, the switch set
      *when the feed carries any other, and the header the emptied
      *feed opens with
       77 ws-gl-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
       procedure division.
       000-main.
           perform 100-set-period.
      *
           perform 110-check-already-closed.
      *
           perform 120-check-gl-layout.
      *
           if ws-last-closed-period is not less than ws-this-period
               display "GL-PERIODCLOSE: PERIOD " ws-this-period
                       " ALREADY CLOSED (LAST " ws-last-closed-period
                       ") - RUN REFUSED"
               move 8 to return-code
           else
           if layout-unknown
               display "GL-PERIODCLOSE: PERIOD " ws-this-period
                       " NOT CLOSED - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
           else
               perform 200-cut-posting-file
               perform 300-empty-live-feed
               display "GL-PERIODCLOSE: PERIOD " ws-this-period
                       " CLOSED - " ws-cntr-cut " ROWS CUT TO "
                       ws-posting-file-name
           end-if
           end-if.
      *
           goback.
      *
           close control-file.
      *
      *a layout header on the feed's first record must name a
      *version this program reads before anything is cut - an
      *unstamped feed is read as the current layout
       120-check-gl-layout.
      *
           open input gl-file.
      *
           if ws-gl-file-status is not equal to "35"
               read gl-file
                   at end
                       continue
                   not at end
                       if gh-layout-header
                         and (gh-file-id is not equal to "GLINTERF"
                           or gh-version is not equal to ws-gl-version)
                           move "y" to ws-layout-bad
                           display "GL-PERIODCLOSE: GL FEED LAYOUT "
                                   gh-file-id " VERSION " gh-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-gl-version ")"
                       end-if
               end-read
           end-if.
      *
           close gl-file.
      *
      *copies the accumulated feed rows to the dated posting file -
      *the live feed is not touched until the copy is complete, so
      *an abort here leaves everything as it was
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *the layout header rides along to the posting file but is
      *not a row of the period
       220-cut-one-row.
      *
           if not gh-layout-header
               add 1 to ws-cntr-cut
           end-if.
           write posting-line from gl-line.
           perform 210-read-gl-row.
      *
      *the live feed starts the new period empty but for its
      *layout header
       300-empty-live-feed.
      *
           open output gl-file.
           write gl-line from ws-gl-header.
           close gl-file.
      *
       400-save-control.
