      *  Sep 02/2026 - RS - reset the posting control to month
      *                     zero at the close, so the new fiscal
      *                     year's slots open for posting again.
      *  Oct 15/2026 - RS - A7.dat opens with a layout header record
      *                     - a version this program does not read
      *                     refuses the close, files untouched; the
      *                     header carries over to the prior-year
      *                     file with the rows.
      *
       environment division.
      *
      *
           select emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential
               file status is ws-emp-file-status.
      *
           select prior-year-file
               assign to '../../../data/A7-PriorYear.dat'
           record contains 90 characters.
      *
       01 emp-rec                      pic x(90).
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 emp-header-rec.
           05 eh-marker                pic x(8).
               88 eh-layout-header      value "*LAYOUT ".
           05 eh-file-id               pic x(10).
           05 eh-version               pic 99.
           05 filler                   pic x(70).
      *
       fd prior-year-file
           data record is prior-year-rec
      *
       77 ws-prior-year-file-status    pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
       77 ws-emp-file-status           pic xx     value spaces.
      *
      *the A7.dat layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-a7-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
           perform 100-set-fiscal-year.
      *
           perform 110-check-already-closed.
      *
           perform 120-check-a7-layout.
      *
           if ws-last-closed-fy is not less than ws-fiscal-year
               display "A7-YEAREND: FISCAL YEAR " ws-fiscal-year
                       " ALREADY CLOSED - RUN REFUSED"
               move 8 to return-code
           else
           if layout-unknown
               display "A7-YEAREND: FISCAL YEAR " ws-fiscal-year
                       " NOT CLOSED - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
           else
               perform 200-archive-old-prior-year
               perform 300-copy-current-to-prior
               display "A7-YEAREND: FISCAL YEAR " ws-fiscal-year
                       " CLOSED - " ws-cntr-copied
                       " OPERATOR ROWS CARRIED"
           end-if
           end-if.
      *
           goback.
      *
           close control-file.
      *
      *a layout header on the first record must name a version
      *this program reads before anything moves - an unstamped
      *file is read as the current layout
       120-check-a7-layout.
      *
           open input emp-file.
      *
           if ws-emp-file-status is not equal to "35"
               read emp-file
                   at end
                       continue
                   not at end
                       if eh-layout-header
                         and (eh-file-id is not equal to "A7EMP"
                           or eh-version is not equal to ws-a7-version)
                           move "y" to ws-layout-bad
                           display "A7-YEAREND: A7.DAT LAYOUT "
                                   eh-file-id " VERSION " eh-version
                                   " NOT SUPPORTED (EXPECTS "
                                   ws-a7-version ")"
                       end-if
               end-read
           end-if.
      *
           close emp-file.
      *
      *moves the outgoing prior-year file to a dated archive - on
      *a first-ever close there is nothing to archive
       200-archive-old-prior-year.
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *the layout header carries over with the rows but is not an
      *operator row
       320-copy-one-row.
      *
           if not eh-layout-header
               add 1 to ws-cntr-copied
           end-if.
           write prior-year-rec from emp-rec.
           perform 310-read-current.
      *
