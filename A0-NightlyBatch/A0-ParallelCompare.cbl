       identification division.
       program-id. A0-ParallelCompare.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *parallel-run comparison of two versions of a report or
      *extract - an archived generation against a test run, say.
      *every program change used to be checked by printing both
      *outputs and comparing them by eye, because a plain file
      *compare trips over the run date/time/page header on every
      *page.  this utility reads a request card naming the two
      *files and any columns to ignore, passes over the standard
      *DATE:/TIME:/PAGE: header lines, blanks the ignored columns,
      *and lines the two versions up - a line that differs is
      *listed from both sides, a line found in only one version is
      *listed as such - ending with MATCH or DIFFERENT.
      *
      *the card file carries an A row naming the old version, a B
      *row naming the new one, and up to 20 I rows of from/to
      *columns to ignore (run dates, timestamps, sequence numbers).
      *
      *return code 0 on a match, 4 when the versions differ, 8
      *when the request or a file is unusable.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *request card - the two versions and the ignored columns
           select request-file
               assign to "../../../data/A0-CompareRequest.dat"
               organization is line sequential
               file status is ws-request-file-status.
      *
      *the version being loaded this moment
           select source-file
               assign to ws-source-name
               organization is line sequential
               file status is ws-source-file-status.
      *
           select report-file
               assign to "../../../data/A0-ParallelCompare.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd request-file
           data record is request-rec
           record contains 61 characters.
      *
       01 request-rec.
           05 rq-type                  pic x.
               88 rq-old-version        value "A".
               88 rq-new-version        value "B".
               88 rq-ignore-columns     value "I".
           05 rq-file-name             pic x(60).
      *
       01 request-ignore-rec redefines request-rec.
           05 filler                   pic x.
           05 rq-from-col              pic 999.
           05 rq-to-col                pic 999.
           05 filler                   pic x(54).
      *
       fd source-file
           data record is source-rec
           record contains 160 characters.
      *
       01 source-rec                   pic x(160).
      *
       fd report-file
           data record is report-line
           record contains 180 characters.
      *
       01 report-line                  pic x(180).
      *
       working-storage section.
      *
      *dynamic name for the loading pass
       01 ws-source-name               pic x(60)  value spaces.
      *
       77 ws-request-file-status       pic xx     value spaces.
       77 ws-source-file-status        pic xx     value spaces.
      *
      *eof constants
       77 ws-request-eof               pic x      value "n".
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *how far ahead either version is searched for a line that
      *brings the two back in step
       77 ws-resync-window             pic 9(4)   value 100.
      *
      *most lines either version may hold - a bigger file refuses
      *the run rather than comparing half of it
       77 ws-line-limit                pic 9(4)   value 5000.
      *
       01 ws-request-work.
           05 ws-old-name              pic x(60)  value spaces.
           05 ws-new-name              pic x(60)  value spaces.
           05 ws-request-ok            pic x      value "y".
               88 request-ok            value "y".
      *
      *ignored column ranges off the I rows
       01 ws-ignore-table.
           05 ws-ig-entry occurs 20 times.
               10 ws-ig-from            pic 999.
               10 ws-ig-to              pic 999.
      *
       01 ws-ignore-count              pic 99     value 0.
       77 ws-ig-x                      pic 99     value 0.
      *
      *the two versions, each line kept as read for the listing
      *and with its ignored columns blanked for the comparison
       01 ws-old-table.
           05 ws-old-entry occurs 1 to 5000 times
                   depending on ws-old-count.
               10 ws-ol-line-no         pic 9(6).
               10 ws-ol-text            pic x(160).
               10 ws-ol-masked          pic x(160).
      *
       01 ws-old-count                 pic 9(4)   value 0.
      *
       01 ws-new-table.
           05 ws-new-entry occurs 1 to 5000 times
                   depending on ws-new-count.
               10 ws-nw-line-no         pic 9(6).
               10 ws-nw-text            pic x(160).
               10 ws-nw-masked          pic x(160).
      *
       01 ws-new-count                 pic 9(4)   value 0.
      *
      *loading work - which version is loading, its line count,
      *and the header lines passed over
       01 ws-load-work.
           05 ws-load-side             pic x      value spaces.
               88 loading-old           value "A".
               88 loading-new           value "B".
           05 ws-load-line-no          pic 9(6)   value 0.
           05 ws-load-overflow         pic x      value "n".
               88 load-overflow         value "y".
           05 ws-load-missing          pic x      value "n".
               88 load-missing          value "y".
           05 ws-tally                 pic 9(3)   value 0.
           05 ws-header-hits           pic 9      value 0.
      *
      *the line being masked, one character at a time
       01 ws-row-copy                  pic x(160) value spaces.
       01 ws-row-copy-r redefines ws-row-copy.
           05 ws-rc-char               pic x      occurs 160 times.
      *
       77 ws-col-x                     pic 9(3)   value 0.
      *
      *comparison cursors and the resync search
       01 ws-compare-work.
           05 ws-old-x                 pic 9(4)   value 1.
           05 ws-new-x                 pic 9(4)   value 1.
           05 ws-seek-x                pic 9(4)   value 0.
           05 ws-seek-end              pic 9(4)   value 0.
           05 ws-old-hit               pic 9(4)   value 0.
           05 ws-new-hit               pic 9(4)   value 0.
           05 ws-old-gap               pic 9(4)   value 0.
           05 ws-new-gap               pic 9(4)   value 0.
      *
       01 ws-counters.
           05 ws-cntr-old-headers      pic 9(6)   value 0.
           05 ws-cntr-new-headers      pic 9(6)   value 0.
           05 ws-cntr-matched          pic 9(6)   value 0.
           05 ws-cntr-differ           pic 9(6)   value 0.
           05 ws-cntr-old-only         pic 9(6)   value 0.
           05 ws-cntr-new-only         pic 9(6)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(26)  value
                               "PARALLEL-RUN COMPARISON".
           05 filler                   pic x(6)   value "  RUN ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(140) value spaces.
      *
       01 ws-version-line.
           05 ws-vl-tag                pic x(12).
           05 ws-vl-name               pic x(60).
           05 filler                   pic x(108) value spaces.
      *
       01 ws-ignore-line.
           05 filler                   pic x(19)  value
                                       "IGNORING COLUMNS: ".
           05 ws-il-from               pic zz9.
           05 filler                   pic x      value "-".
           05 ws-il-to                 pic zz9.
           05 filler                   pic x(154) value spaces.
      *
       01 ws-detail-line.
           05 ws-dl-status             pic x(10).
           05 ws-dl-side               pic x(2).
           05 ws-dl-line-no            pic zzzzz9.
           05 filler                   pic x(2)   value spaces.
           05 ws-dl-text               pic x(160).
      *
       01 ws-count-line.
           05 ws-cl-label              pic x(30).
           05 ws-cl-count              pic zzzzz9.
           05 filler                   pic x(144) value spaces.
      *
       01 ws-result-line.
           05 filler                   pic x(8)   value "RESULT: ".
           05 ws-rl-result             pic x(9).
           05 filler                   pic x(163) value spaces.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-read-request.
      *
           if request-ok
               move "A"          to ws-load-side
               move ws-old-name  to ws-source-name
               perform 200-load-version
           end-if.
      *
           if request-ok
               move "B"          to ws-load-side
               move ws-new-name  to ws-source-name
               perform 200-load-version
           end-if.
      *
           if not request-ok
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
           perform 400-print-heading.
      *
           perform 300-compare-step
               until ws-old-x is greater than ws-old-count
               and ws-new-x is greater than ws-new-count.
      *
           perform 500-print-totals.
      *
           close report-file.
      *
           if ws-cntr-differ is greater than 0
             or ws-cntr-old-only is greater than 0
             or ws-cntr-new-only is greater than 0
               display "A0-PARALLELCOMPARE: VERSIONS DIFFERENT - SEE "
                       "A0-ParallelCompare.out"
               move 4 to return-code
           else
               display "A0-PARALLELCOMPARE: VERSIONS MATCH"
           end-if.
      *
           goback.
      *
      *the card must name both versions; ignored columns must be a
      *sensible range inside the record
       100-read-request.
      *
           open input request-file.
      *
           if ws-request-file-status is equal to "35"
               display "A0-PARALLELCOMPARE: NO REQUEST CARD "
                       "(A0-CompareRequest.dat) - NOTHING COMPARED"
               move "n" to ws-request-ok
           else
               perform 110-read-request-row
               perform 120-take-request-row
                   until ws-request-eof is equal to "y"
           end-if.
      *
           close request-file.
      *
           if request-ok
             and (ws-old-name is equal to spaces
               or ws-new-name is equal to spaces)
               display "A0-PARALLELCOMPARE: THE REQUEST CARD MUST "
                       "NAME AN A AND A B VERSION"
               move "n" to ws-request-ok
           end-if.
      *
       110-read-request-row.
           read request-file
               at end
                   move "y" to ws-request-eof.
      *
       120-take-request-row.
      *
           if rq-old-version
               move rq-file-name to ws-old-name
           else
           if rq-new-version
               move rq-file-name to ws-new-name
           else
           if rq-ignore-columns
               perform 130-take-ignore-range
           else
           if request-rec is not equal to spaces
               display "A0-PARALLELCOMPARE: REQUEST ROW TYPE "
                       rq-type " NOT A, B OR I - IGNORED"
           end-if
           end-if
           end-if
           end-if.
      *
           perform 110-read-request-row.
      *
       130-take-ignore-range.
      *
           if rq-from-col is not numeric
             or rq-to-col is not numeric
             or rq-from-col is equal to 0
             or rq-to-col is less than rq-from-col
             or rq-to-col is greater than 160
               display "A0-PARALLELCOMPARE: BAD IGNORE RANGE "
                       rq-from-col "-" rq-to-col
               move "n" to ws-request-ok
           else
           if ws-ignore-count is equal to 20
               display "A0-PARALLELCOMPARE: MORE THAN 20 IGNORE "
                       "RANGES - RUN REFUSED"
               move "n" to ws-request-ok
           else
               add 1 to ws-ignore-count
               move rq-from-col to ws-ig-from(ws-ignore-count)
               move rq-to-col   to ws-ig-to(ws-ignore-count)
           end-if
           end-if.
      *
      *loads one version whole - header lines are counted and
      *passed over, the rest kept with their ignored columns
      *blanked for the comparison
       200-load-version.
      *
           move 0   to ws-load-line-no.
           move "n" to ws-load-overflow.
           move "n" to ws-load-missing.
           move ws-eof-N to ws-eof-flag.
      *
           open input source-file.
      *
           if ws-source-file-status is equal to "35"
               move "y" to ws-load-missing
           else
               perform 210-read-source
               perform 220-load-one-line
                   until ws-eof-flag is equal to ws-eof-Y
                   or load-overflow
           end-if.
      *
           close source-file.
      *
           if load-missing
               display "A0-PARALLELCOMPARE: " ws-load-side
                       " VERSION NOT FOUND - " ws-source-name
               move "n" to ws-request-ok
           end-if.
      *
           if load-overflow
               display "A0-PARALLELCOMPARE: " ws-load-side
                       " VERSION HAS MORE THAN " ws-line-limit
                       " LINES - RUN REFUSED"
               move "n" to ws-request-ok
           end-if.
      *
       210-read-source.
           read source-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       220-load-one-line.
      *
           add 1 to ws-load-line-no.
      *
           perform 230-check-header.
      *
           if ws-header-hits is equal to 3
               if loading-old
                   add 1 to ws-cntr-old-headers
               else
                   add 1 to ws-cntr-new-headers
               end-if
           else
               move source-rec to ws-row-copy
               perform 240-blank-ignored
                   varying ws-ig-x from 1 by 1
                   until ws-ig-x is greater than ws-ignore-count
               if loading-old
                   perform 250-add-old-line
               else
                   perform 260-add-new-line
               end-if
           end-if.
      *
           if not load-overflow
               perform 210-read-source
           end-if.
      *
      *the standard run header carries all three of DATE:, TIME:
      *and PAGE: - a line with all three is never compared
       230-check-header.
      *
           move 0 to ws-header-hits.
      *
           move 0 to ws-tally.
           inspect source-rec tallying ws-tally for all "DATE:".
           if ws-tally is greater than 0
               add 1 to ws-header-hits
           end-if.
      *
           move 0 to ws-tally.
           inspect source-rec tallying ws-tally for all "TIME:".
           if ws-tally is greater than 0
               add 1 to ws-header-hits
           end-if.
      *
           move 0 to ws-tally.
           inspect source-rec tallying ws-tally for all "PAGE:".
           if ws-tally is greater than 0
               add 1 to ws-header-hits
           end-if.
      *
       240-blank-ignored.
      *
           perform 245-blank-one-column
               varying ws-col-x from ws-ig-from(ws-ig-x) by 1
               until ws-col-x is greater than ws-ig-to(ws-ig-x).
      *
       245-blank-one-column.
      *
           move space to ws-rc-char(ws-col-x).
      *
       250-add-old-line.
      *
           if ws-old-count is equal to ws-line-limit
               move "y" to ws-load-overflow
           else
               add 1 to ws-old-count
               move ws-load-line-no to ws-ol-line-no(ws-old-count)
               move source-rec      to ws-ol-text(ws-old-count)
               move ws-row-copy     to ws-ol-masked(ws-old-count)
           end-if.
      *
       260-add-new-line.
      *
           if ws-new-count is equal to ws-line-limit
               move "y" to ws-load-overflow
           else
               add 1 to ws-new-count
               move ws-load-line-no to ws-nw-line-no(ws-new-count)
               move source-rec      to ws-nw-text(ws-new-count)
               move ws-row-copy     to ws-nw-masked(ws-new-count)
           end-if.
      *
      *one step through the two versions - equal lines move both
      *on; otherwise the nearer resync point decides whether the
      *lines skipped to reach it are only in A or only in B, and
      *with no resync in the window the pair is listed as
      *differing
       300-compare-step.
      *
           if ws-old-x is greater than ws-old-count
               perform 350-list-new-only
               add 1 to ws-new-x
           else
           if ws-new-x is greater than ws-new-count
               perform 340-list-old-only
               add 1 to ws-old-x
           else
           if ws-ol-masked(ws-old-x) is equal to ws-nw-masked(ws-new-x)
               add 1 to ws-cntr-matched
               add 1 to ws-old-x
               add 1 to ws-new-x
           else
               perform 310-seek-resync
               if ws-new-hit is greater than 0
                 and (ws-old-hit is equal to 0
                   or ws-new-gap is not greater than ws-old-gap)
                   perform 350-list-new-only
                       varying ws-new-x from ws-new-x by 1
                       until ws-new-x is not less than ws-new-hit
               else
               if ws-old-hit is greater than 0
                   perform 340-list-old-only
                       varying ws-old-x from ws-old-x by 1
                       until ws-old-x is not less than ws-old-hit
               else
                   perform 360-list-differ
                   add 1 to ws-old-x
                   add 1 to ws-new-x
               end-if
               end-if
           end-if
           end-if
           end-if.
      *
      *where A's current line turns up further on in B, and where
      *B's current line turns up further on in A
       310-seek-resync.
      *
           move 0 to ws-new-hit.
           move 0 to ws-old-hit.
           move 0 to ws-new-gap.
           move 0 to ws-old-gap.
      *
           compute ws-seek-end = ws-new-x + ws-resync-window.
           if ws-seek-end is greater than ws-new-count
               move ws-new-count to ws-seek-end
           end-if.
           perform 320-seek-in-new
               varying ws-seek-x from ws-new-x by 1
               until ws-seek-x is greater than ws-seek-end
               or ws-new-hit is greater than 0.
      *
           compute ws-seek-end = ws-old-x + ws-resync-window.
           if ws-seek-end is greater than ws-old-count
               move ws-old-count to ws-seek-end
           end-if.
           perform 330-seek-in-old
               varying ws-seek-x from ws-old-x by 1
               until ws-seek-x is greater than ws-seek-end
               or ws-old-hit is greater than 0.
      *
           if ws-new-hit is greater than 0
               compute ws-new-gap = ws-new-hit - ws-new-x
           end-if.
           if ws-old-hit is greater than 0
               compute ws-old-gap = ws-old-hit - ws-old-x
           end-if.
      *
       320-seek-in-new.
      *
           if ws-seek-x is greater than ws-new-x
             and ws-nw-masked(ws-seek-x) is equal to
                 ws-ol-masked(ws-old-x)
               move ws-seek-x to ws-new-hit
           end-if.
      *
       330-seek-in-old.
      *
           if ws-seek-x is greater than ws-old-x
             and ws-ol-masked(ws-seek-x) is equal to
                 ws-nw-masked(ws-new-x)
               move ws-seek-x to ws-old-hit
           end-if.
      *
       340-list-old-only.
      *
           add 1 to ws-cntr-old-only.
           move "ONLY IN"               to ws-dl-status.
           move "A "                    to ws-dl-side.
           move ws-ol-line-no(ws-old-x) to ws-dl-line-no.
           move ws-ol-text(ws-old-x)    to ws-dl-text.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       350-list-new-only.
      *
           add 1 to ws-cntr-new-only.
           move "ONLY IN"               to ws-dl-status.
           move "B "                    to ws-dl-side.
           move ws-nw-line-no(ws-new-x) to ws-dl-line-no.
           move ws-nw-text(ws-new-x)    to ws-dl-text.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       360-list-differ.
      *
           add 1 to ws-cntr-differ.
           move "DIFFERS"               to ws-dl-status.
           move "A "                    to ws-dl-side.
           move ws-ol-line-no(ws-old-x) to ws-dl-line-no.
           move ws-ol-text(ws-old-x)    to ws-dl-text.
           write report-line from ws-detail-line
             after advancing 1 line.
           move spaces                  to ws-dl-status.
           move "B "                    to ws-dl-side.
           move ws-nw-line-no(ws-new-x) to ws-dl-line-no.
           move ws-nw-text(ws-new-x)    to ws-dl-text.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       400-print-heading.
      *
           move ws-run-date to ws-hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           move "A VERSION:"  to ws-vl-tag.
           move ws-old-name   to ws-vl-name.
           write report-line from ws-version-line
             after advancing 2 lines.
           move "B VERSION:"  to ws-vl-tag.
           move ws-new-name   to ws-vl-name.
           write report-line from ws-version-line
             after advancing 1 line.
      *
           perform 410-print-ignore-range
               varying ws-ig-x from 1 by 1
               until ws-ig-x is greater than ws-ignore-count.
      *
           move spaces to report-line.
           write report-line
             after advancing 1 line.
      *
       410-print-ignore-range.
      *
           move ws-ig-from(ws-ig-x) to ws-il-from.
           move ws-ig-to(ws-ig-x)   to ws-il-to.
           write report-line from ws-ignore-line
             after advancing 1 line.
      *
       500-print-totals.
      *
           move "A HEADER LINES PASSED OVER:" to ws-cl-label.
           move ws-cntr-old-headers to ws-cl-count.
           write report-line from ws-count-line
             after advancing 2 lines.
           move "B HEADER LINES PASSED OVER:" to ws-cl-label.
           move ws-cntr-new-headers to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
           move "LINES MATCHED:"              to ws-cl-label.
           move ws-cntr-matched     to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
           move "LINES DIFFERING:"            to ws-cl-label.
           move ws-cntr-differ      to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
           move "LINES ONLY IN A:"            to ws-cl-label.
           move ws-cntr-old-only    to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
           move "LINES ONLY IN B:"            to ws-cl-label.
           move ws-cntr-new-only    to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           if ws-cntr-differ is greater than 0
             or ws-cntr-old-only is greater than 0
             or ws-cntr-new-only is greater than 0
               move "DIFFERENT" to ws-rl-result
           else
               move "MATCH"     to ws-rl-result
           end-if.
           write report-line from ws-result-line
             after advancing 2 lines.
      *
       end program A0-ParallelCompare.
