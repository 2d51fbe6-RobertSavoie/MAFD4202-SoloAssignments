      *posting, and the SALBUDGT rows each report wrote to the GL
      *feed - and prints one page saying the legs agree or naming
      *the one that does not.
      *
      *modification history:
      *  Oct 15/2026 - RS - the GL feed may open with a layout
      *                     header record - a version this program
      *                     does not read stops the audit with a
      *                     message and return code 8 instead of
      *                     footing misread rows.
      *  Oct 15/2026 - RS - payroll feed rows are 54 bytes (approver
      *                     and reason added at the end) - only the
      *                     trailer is read here.
      *
       environment division.
      *
      *
       fd feed-file
           data record is feed-rec
           record contains 54 characters.
      *
       01 feed-rec.
           05 ft-marker                pic x(3).
           05 ft-count                 pic 9(5).
           05 ft-dollars               pic 9(9)v99.
           05 filler                   pic x(35).
      *
       fd gl-file
           data record is gl-line
           05 gl-amount                pic 9(9)v99.
           05 gl-date                  pic 9(8).
           05 gl-source                pic x(20).
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
       fd report-file
           data record is report-line
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the GL feed layout version this program reads, and the
      *switch set when the feed carries any other
       77 ws-gl-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
       01 ws-feed-work.
           05 ws-feed-name             pic x(60)  value spaces.
           perform 200-read-budget-totals.
           perform 300-read-feed-trailers.
           perform 400-scan-gl-feed.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
      *
           if ws-gl-file-status is not equal to "35"
               perform 401-read-gl
               perform 403-check-gl-layout
               perform 402-note-gl-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           end-if.
      *
           perform 401-read-gl.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped feed is read as the current layout, and
      *any other version ends the scan before a row is misread
       403-check-gl-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and gh-layout-header
               if gh-file-id is equal to "GLINTERF"
                 and gh-version is equal to ws-gl-version
                   perform 401-read-gl
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A5-NIGHTAUDIT: GL FEED LAYOUT "
                           gh-file-id " VERSION " gh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-gl-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       end program A5-NightAudit.
