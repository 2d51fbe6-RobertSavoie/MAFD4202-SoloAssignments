      *tonight's producer and consumer records per file, verifies
      *each consumer read exactly what its producer wrote, and
      *names any broken handoff on its own report.
      *
      *modification history:
      *  Oct 15/2026 - RS - the control file may open with a layout
      *                     header record - a version this program
      *                     does not read stops the reconciliation
      *                     with a message and return code 8
      *                     instead of pairing misread rows.
      *  Oct 15/2026 - RS - the A2 journals on GLInterface.dat are
      *                     producer handoffs whose consumer,
      *                     GL-AccountPost, runs at month end - a
      *                     journal not yet posted shows PENDING
      *                     instead of counting as broken, and
      *                     pairs once the posting run logs it.
      *
       environment division.
      *
           05 cc-date                  pic 9(8).
           05 cc-count                 pic 9(6).
           05 cc-dollars               pic 9(9)v99.
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 chain-control-header-rec.
           05 ch-marker                pic x(8).
               88 ch-layout-header      value "*LAYOUT ".
           05 ch-file-id               pic x(10).
           05 ch-version               pic 99.
           05 filler                   pic x(56).
      *
       fd report-file
           data record is report-line
           05 ws-handoff-entry occurs 1 to 20 times
                   depending on ws-handoff-count.
               10 ws-ho-file            pic x(30).
               10 ws-ho-file-r redefines ws-ho-file.
                   15 ws-ho-feed        pic x(16).
                       88 ho-gl-journal  value "GLInterface.dat/".
                   15 filler            pic x(14).
               10 ws-ho-prod-program    pic x(20).
               10 ws-ho-prod-seen       pic x.
               10 ws-ho-prod-count      pic 9(6).
       77 ws-run-date                  pic 9(8)   value 0.
      *
       77 ws-cntr-broken               pic 99     value 0.
       77 ws-cntr-pending              pic 99     value 0.
      *
      *the control file layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-chain-control-version     pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(18)  value
                                       "BROKEN HANDOFFS: ".
           05 sm-broken                pic z9.
           05 filler                   pic x(19)  value
                                       "   PENDING GL POST:".
           05 sm-pending               pic zz9.
           05 filler                   pic x(68)  value spaces.
      *
       77 status-ok                    pic x(30)  value "OK".
       77 status-count-broken          pic x(30)  value
           "BROKEN - NO CONSUMER RECORD".
       77 status-no-producer           pic x(30)  value
           "BROKEN - NO PRODUCER RECORD".
       77 status-pending-post          pic x(30)  value
           "PENDING - NOT YET POSTED".
      *
       procedure division.
       000-main.
           perform 100-set-run-date.
      *
           perform 200-load-control-rows.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
                                               ws-handoff-count
           end-if.
      *
           move ws-cntr-broken  to sm-broken.
           move ws-cntr-pending to sm-pending.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
      *
           if ws-chain-control-file-status is not equal to "35"
               perform 210-read-control-row
               perform 215-check-control-layout
               perform 220-note-one-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
           read chain-control-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the read before a row is misread
       215-check-control-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and ch-layout-header
               if ch-file-id is equal to "CHAINCTL"
                 and ch-version is equal to ws-chain-control-version
                   perform 210-read-control-row
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-CHAINRECON: CHAIN CONTROL LAYOUT "
                           ch-file-id " VERSION " ch-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-chain-control-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       220-note-one-row.
      *
               add 1 to ws-cntr-broken
           else
           if ws-ho-cons-seen(ws-handoff-x) is not equal to "y"
               if ho-gl-journal(ws-handoff-x)
                   move status-pending-post to hl-status
                   add 1 to ws-cntr-pending
               else
                   move status-no-consumer to hl-status
                   add 1 to ws-cntr-broken
               end-if
           else
           if ws-ho-prod-count(ws-handoff-x) is not equal to
                               ws-ho-cons-count(ws-handoff-x)
