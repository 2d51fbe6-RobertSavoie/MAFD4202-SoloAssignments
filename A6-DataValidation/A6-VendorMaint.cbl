      *                     VENDOR SERIES; an orphaned-parts
      *                     report lists any part whose vendor is
      *                     already inactive.
      *  Oct 15/2026 - RS - dual control - each transaction carries
      *                     the keyer's and approver's ids
      *                     (A0-MaintApproval releases only
      *                     approved rows), one with no second id
      *                     is rejected, both ids land on the log,
      *                     and the transaction file empties once
      *                     processed.
      *
       environment division.
      *
               file status is ws-vendor-full-file-status.
      *
      *maintenance transactions - adds and deactivations, each
      *with an effective date, appended by A0-MaintApproval once
      *approved; the file empties once processed
           select trans-file
               assign to "../../../data/A6-VendorMaint-Trans.dat"
               organization is line sequential.
      *
       fd trans-file
           data record is trans-line
           record contains 51 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
           05 tl-vend-num              pic 9(6).
           05 tl-name                  pic x(20).
           05 tl-effective-date        pic 9(8).
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd log-file
           data record is log-line
           record contains 108 characters.
      *
       01 log-line                     pic x(108).
      *
       fd extract-file
           data record is extract-line
           05 lg-eff-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(28).
           05 filler                   pic x      value spaces.
           05 lg-keyer-id              pic x(8).
           05 filler                   pic x      value "/".
           05 lg-approver-id           pic x(8).
      *
      *audit trailer
       01 ws-log-summary.
           "VENDOR MASTER IS FULL".
       77 note-parts-attached          pic x(28)  value
           "ACTIVE PARTS STILL ATTACHED".
       77 note-not-approved            pic x(28)  value
           "NOT APPROVED BY A SECOND ID".
      *
      *the part master, loaded so a deactivation can be checked
      *for parts it would orphan - sized to the whole 000-999 key
      *
           close trans-file
                 log-file.
      *
      *the applied transactions are on the log now - emptied so
      *the next approvals append to a clean file
           open output trans-file.
           close trans-file.
      *
           goback.
      *
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
               if tl-keyer-id is equal to spaces
                 or tl-approver-id is equal to spaces
                 or tl-approver-id is equal to tl-keyer-id
                   move note-not-approved to lg-note
                   perform 400-log-rejected
               else
                   if tl-effective-date is not numeric
                       move note-bad-date to lg-note
                       perform 400-log-rejected
                   else
                       if tl-action-add
                           perform 300-apply-add
                       else
                           perform 310-apply-deactivate
                       end-if
                   end-if
               end-if
           end-if.
           move tl-vend-num       to lg-vend-num.
           move tl-name           to lg-name.
           move tl-effective-date to lg-eff-date.
           move tl-keyer-id       to lg-keyer-id.
           move tl-approver-id    to lg-approver-id.
      *
           write log-line from ws-log-row.
      *
