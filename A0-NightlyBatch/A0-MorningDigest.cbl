      *                     never wiped between batches), and watch
      *                     the A5 family under the directory it
      *                     actually writes to.
      *  Oct 15/2026 - RS - watch the night-over-night variance
      *                     check - a report total that moved past
      *                     its limit since last night turns the
      *                     overall status RED.
      *
       environment division.
      *
           05 filler pic x(44) value
               "../../../data/A7-CallCenterOpReport.out".
           05 filler pic x(44) value spaces.
      *the night-over-night variance check - its rc 4 flag turns
      *the overall line RED like any other bad return code
           05 filler pic x(30) value "A0-VarianceCheck".
           05 filler pic x(44) value
               "../../../data/A0-VarianceCheck.out".
           05 filler pic x(44) value spaces.
      *
       01 ws-watch-table redefines ws-watch-values.
           05 ws-watch-entry occurs 10 times.
               10 ws-wt-step            pic x(30).
               10 ws-wt-output          pic x(44).
               10 ws-wt-exceptions      pic x(44).
      *
      *per-program figures gathered for the digest
       01 ws-digest-table.
           05 ws-dg-entry occurs 10 times.
               10 ws-dg-rc              pic x(4).
               10 ws-dg-records         pic x(4).
               10 ws-dg-exc-count       pic 9(5).
      *
           perform 050-clear-digest-table
               varying ws-dg-x from 1 by 1
               until ws-dg-x is greater than 10.
      *
           perform 100-read-run-log.
      *
           perform 200-scan-one-program
               varying ws-dg-x from 1 by 1
               until ws-dg-x is greater than 10.
      *
           perform 300-print-digest.
      *
             and rl-batch-note is equal to "START"
               perform 050-clear-digest-table
                   varying ws-dg-x from 1 by 1
                   until ws-dg-x is greater than 10
           end-if.
      *
           if rl-step-tag is equal to "STEP "
               perform 130-note-step-rc
                   varying ws-dg-x from 1 by 1
                   until ws-dg-x is greater than 10
           end-if.
      *
           perform 110-read-log-row.
      *
           perform 310-print-one-program
               varying ws-dg-x from 1 by 1
               until ws-dg-x is greater than 10.
      *
           if overall-red
               move "RED"   to ws-ov-light
