      *posts the approved increase dollars to the GL feed, logs
      *every decision, and ages whatever is still pending on a
      *report so stalled approvals are visible.
      *
      *modification history:
      *  Oct 15/2026 - RS - a GL feed file this run creates opens
      *                     with a layout header record naming its
      *                     layout version, so the programs reading
      *                     it can refuse a layout they do not
      *                     understand.
      *  Oct 15/2026 - RS - each feed row carries the approver's id
      *                     and the increase reason after the old
      *                     36 bytes, for the salary history the
      *                     feed load writes.
      *  Oct 15/2026 - RS - approved position changes (reports
      *                     P4/P5, raised by A5-PromotionElig) go
      *                     to their own A5-PositionFeed.dat with a
      *                     count trailer for A5-PositionApply,
      *                     instead of falling into the 5B feed.
      *
       environment division.
      *
               assign to "../../../../data/A5-5B-PayrollFeed.dat"
               organization is line sequential.
      *
      *approved position changes - no dollars, the same row shape
           select position-feed-file
               assign to "../../../../data/A5-PositionFeed.dat"
               organization is line sequential.
      *
      *one row per decision, appended run after run
           select log-file
               assign to "../../../../data/A5-ApprovalLog.out"
           05 ap-emp-num               pic x(3).
           05 ap-approver              pic x(8).
      *
      *the 36-byte layout the feeds have always carried, with the
      *approver and reason behind it
       fd feed-5a-file
           data record is feed-5a-line
           record contains 54 characters.
      *
       01 feed-5a-line                 pic x(54).
      *
       fd feed-5b-file
           data record is feed-5b-line
           record contains 54 characters.
      *
       01 feed-5b-line                 pic x(54).
      *
       fd position-feed-file
           data record is position-feed-line
           record contains 54 characters.
      *
       01 position-feed-line           pic x(54).
      *
       fd log-file
           data record is log-line
                   15 ws-pd-yyyy        pic 9(4).
                   15 ws-pd-mm          pic 99.
                   15 ws-pd-dd          pic 99.
               10 ws-pd-approver        pic x(8).
      *
       01 ws-pend-count                pic 9(3)   value 0.
      *
       77 ws-gl-file-status            pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *layout header written as the first record of a GL feed
      *file this run creates
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
           05 pf-new-salary            pic 9(7)v99.
           05 pf-position              pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 pf-approver              pic x(8).
           05 pf-reason                pic x(10).
      *
       01 ws-feed-trailer.
           05 filler                   pic x(3)    value "TRL".
           05 pf-trl-count             pic 9(5).
           05 pf-trl-dollars           pic 9(9)v99.
           05 filler                   pic x(35)   value spaces.
      *
       01 ws-feed-totals.
           05 ws-5a-count              pic 9(5)    value 0.
           05 ws-5a-dollars            pic 9(9)v99 value 0.
           05 ws-5b-count              pic 9(5)    value 0.
           05 ws-5b-dollars            pic 9(9)v99 value 0.
           05 ws-pc-count              pic 9(5)    value 0.
      *
      *general-ledger interface row for the approved dollars
       01 ws-gl-row.
               move pn-new-salary to ws-pd-new(ws-pend-count)
               move pn-position   to ws-pd-position(ws-pend-count)
               move pn-date       to ws-pd-date(ws-pend-count)
               move spaces        to ws-pd-approver(ws-pend-count)
           end-if.
      *
           perform 111-read-pending.
               move "y" to ws-decision-hit
               if ap-action-approve
                   move "A" to ws-pd-status(ws-pend-x)
                   move ap-approver to ws-pd-approver(ws-pend-x)
                   add 1 to ws-cntr-approved
                   move "APPROVED" to lg-action
               else
      *
           open output feed-5a-file.
           open output feed-5b-file.
           open output position-feed-file.
      *
           perform 310-feed-one-row
               varying ws-pend-x from 1 by 1
           move ws-5b-count   to pf-trl-count.
           move ws-5b-dollars to pf-trl-dollars.
           write feed-5b-line from ws-feed-trailer.
      *
           move ws-pc-count   to pf-trl-count.
           move 0             to pf-trl-dollars.
           write position-feed-line from ws-feed-trailer.
      *
           close feed-5a-file
                 feed-5b-file
                 position-feed-file.
      *
       310-feed-one-row.
      *
               move ws-pd-increase(ws-pend-x) to pf-increase
               move ws-pd-new(ws-pend-x)      to pf-new-salary
               move ws-pd-position(ws-pend-x) to pf-position
               move ws-pd-approver(ws-pend-x) to pf-approver
               move spaces to pf-reason
               if ws-pd-report(ws-pend-x) is equal to "5A"
                   string ws-pd-report(ws-pend-x) " INCR"
                       delimited by size into pf-reason
                   add 1 to ws-5a-count
                   add ws-pd-increase(ws-pend-x) to ws-5a-dollars
                   write feed-5a-line from ws-feed-row
               else
               if ws-pd-report(ws-pend-x) is equal to "5B"
                   string ws-pd-report(ws-pend-x) " INCR"
                       delimited by size into pf-reason
                   add 1 to ws-5b-count
                   add ws-pd-increase(ws-pend-x) to ws-5b-dollars
                   write feed-5b-line from ws-feed-row
               else
                   string ws-pd-report(ws-pend-x) " POSN"
                       delimited by size into pf-reason
                   add 1 to ws-pc-count
                   write position-feed-line from ws-feed-row
               end-if
               end-if
           end-if.
      *
               open extend gl-file
               if ws-gl-file-status is equal to "35"
                   open output gl-file
                   write gl-line from ws-gl-header
               end-if
      *
               move spaces     to ws-gl-row
