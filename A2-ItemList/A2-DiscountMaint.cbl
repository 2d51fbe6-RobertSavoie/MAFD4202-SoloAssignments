      *non-overlapping thresholds), an audit log of every change,
      *and the table rewritten only from a clean batch - a single
      *rejected transaction leaves the live table untouched.
      *
      *modification history:
      *  Oct 15/2026 - RS - dual control - each transaction carries
      *                     the keyer's and approver's ids
      *                     (A0-MaintApproval releases only
      *                     approved rows), one with no second id
      *                     is rejected, both ids land on the log,
      *                     and the transaction file empties once
      *                     a clean batch is applied.
      *
       environment division.
      *
               file status is ws-discount-file-status.
      *
      *maintenance transactions - one action per record, the tier
      *identified by its class and thresholds.  approved rows are
      *appended by A0-MaintApproval and the file empties once a
      *clean batch is applied
           select trans-file
               assign to "../../../data/A2-DiscountMaint-Trans.dat"
               organization is line sequential.
      *
       fd trans-file
           data record is trans-line
           record contains 33 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
           05 tl-min-qty               pic 999.
           05 tl-min-ext               pic 9(6)v99.
           05 tl-rate                  pic v9999.
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd log-file
           data record is log-line
           record contains 111 characters.
      *
       01 log-line                     pic x(111).
      *
       working-storage section.
      *
           05 lg-rate                  pic .9999.
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(28).
           05 filler                   pic x      value spaces.
           05 lg-keyer-id              pic x(8).
           05 filler                   pic x      value "/".
           05 lg-approver-id           pic x(8).
      *
      *audit trailer
       01 ws-log-summary.
           "TIER NOT ON THE TABLE".
       77 note-full                    pic x(28)  value
           "DISCOUNT TABLE IS FULL".
       77 note-not-approved            pic x(28)  value
           "NOT APPROVED BY A SECOND ID".
      *
       procedure division.
       000-main.
           close trans-file
                 log-file.
      *
      *a dirty batch leaves the live table and the transactions
      *exactly as they were - purchasing drops the rejected cards,
      *keys any corrections through approval and re-runs
           if ws-cntr-rejected is greater than 0
               display "A2-DISCOUNTMAINT: " ws-cntr-rejected
                       " TRANSACTION(S) REJECTED - TABLE "
               move 8 to return-code
           else
               perform 900-rewrite-discount-table
      *the applied transactions are on the log now - emptied so
      *the next approvals append to a clean file
               open output trans-file
               close trans-file
           end-if.
      *
           goback.
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
           if tl-keyer-id is equal to spaces
             or tl-approver-id is equal to spaces
             or tl-approver-id is equal to tl-keyer-id
               move note-not-approved to lg-note
               perform 400-log-rejected
           else
           if not tl-class-valid
               move note-bad-class to lg-note
               perform 400-log-rejected
               end-if
           end-if
           end-if
           end-if
           end-if.
      *
           perform 110-read-trans.
           else
               move 0 to lg-rate
           end-if.
           move tl-keyer-id    to lg-keyer-id.
           move tl-approver-id to lg-approver-id.
      *
           write log-line from ws-log-row.
      *
