       identification division.
       program-id. A7-IncentiveCalc.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *month-end operator incentive.  the A7 report already works
      *out each operator's attainment against A7-Targets.dat, but
      *the supervisors were still working the incentive out by
      *hand and typing it into payroll.  this program takes the
      *month the A7 report last closed (A7-PostControl.dat), works
      *out each operator's attainment for that month - calls over
      *the month's target - and pays the amount of the highest
      *band on the incentive schedule (A7-IncentiveSched.dat) the
      *attainment reaches.  the schedule's quality gate holds the
      *incentive back from an operator whose average evaluation
      *score for the month (A7-QAScores.dat) is under the floor;
      *an operator nobody evaluated that month is not held back.
      *
      *every incentive is written to MidtermEarnings.dat under the
      *operator's payroll employee number off EmployeeXref.dat,
      *for the next pay run to pay with the period gross.  an
      *operator with an incentive but no payroll number is listed
      *as held, with return code 4, and the incentive - operator,
      *month and amount - goes on A7-IncentivePending.dat.  every
      *run sends the held incentives whose operator has a payroll
      *number on the cross reference by then, under the month
      *they were earned, and keeps the rest held for a later run.
      *the register prints by team with a sign-off line for each
      *team's supervisor.
      *
      *the year-end close resets the posting control to month
      *zero, so a july run that finds it at zero pays june - slot
      *12 of the year just closed - off A7-PriorYear.dat; a july
      *run ahead of the close pays june off A7.dat as usual.
      *
      *the month paid is recorded on A7-IncentiveControl.dat and a
      *month at or before it is refused, so the month-end cannot
      *pay twice.  no closed month, no schedule, a call file layout
      *this program does not read or more rows than the tables
      *hold all refuse the run with return code 8 and nothing
      *written.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *A7.dat, or A7-PriorYear.dat for a june paid after the close
           select emp-file
               assign to ws-emp-file-name
               organization is line sequential
               file status is ws-emp-file-status.
      *
           select target-file
               assign to '../../../data/A7-Targets.dat'
               organization is line sequential
               file status is ws-target-file-status.
      *
           select qa-score-file
               assign to '../../../data/A7-QAScores.dat'
               organization is line sequential
               file status is ws-qa-score-file-status.
      *
      *attainment bands and the quality gate
           select schedule-file
               assign to '../../../data/A7-IncentiveSched.dat'
               organization is line sequential
               file status is ws-schedule-file-status.
      *
           select team-master-file
               assign to '../../../data/A7-TeamMaster.dat'
               organization is line sequential
               file status is ws-team-master-file-status.
      *
           select xref-file
               assign to '../../../data/EmployeeXref.dat'
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *the fiscal slot the A7 report has closed posting through
           select post-control-file
               assign to '../../../data/A7-PostControl.dat'
               organization is line sequential
               file status is ws-post-control-file-status.
      *
      *the last yyyymm month incentives were paid for
           select incentive-control-file
               assign to '../../../data/A7-IncentiveControl.dat'
               organization is line sequential
               file status is ws-inc-control-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *one-off earnings waiting for the pay run, appended to
           select earnings-file
               assign to '../../../data/MidtermEarnings.dat'
               organization is line sequential
               file status is ws-earnings-file-status.
      *
      *incentives held for want of a payroll number
           select pending-file
               assign to '../../../data/A7-IncentivePending.dat'
               organization is line sequential
               file status is ws-pending-file-status.
      *
           select report-file
               assign to '../../../data/A7-IncentiveRegister.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd emp-file
           data record is emp-rec
           record contains 90 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(3).
           05 emp-rec-name             pic x(12).
           05 emp-rec-calls-tbl.
               10 emp-rec-calls-month      pic 999 occurs 12 times.
           05 emp-rec-team             pic x(3).
           05 emp-rec-abn-tbl.
               10 emp-rec-abn-month        pic 999 occurs 12 times.
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it; a file without
      *one predates the header and is read as the current layout
       01 emp-header-rec.
           05 eh-marker                pic x(8).
               88 eh-layout-header      value "*LAYOUT ".
           05 eh-file-id               pic x(10).
           05 eh-version               pic 99.
           05 filler                   pic x(70).
      *
       fd target-file
           data record is target-rec
           record contains 8 characters.
      *
       01 target-rec.
           05 tg-emp-num               pic x(3).
           05 tg-month                 pic 99.
           05 tg-target                pic 999.
      *
       fd qa-score-file
           data record is qa-score-rec
           record contains 29 characters.
      *
       01 qa-score-rec.
           05 qs-emp-num               pic x(3).
           05 qs-month                 pic 9(6).
           05 qs-evaluator             pic x(8).
           05 qs-scores.
               10 qs-score             pic 999 occurs 4 times.
      *
      *a B row pays is-amount dollars from is-pct attainment up;
      *the Q row holds the incentive back below an average
      *evaluation score of is-pct
       fd schedule-file
           data record is schedule-rec
           record contains 10 characters.
      *
       01 schedule-rec.
           05 is-type                  pic x.
               88 is-band-row           value "B".
               88 is-quality-row        value "Q".
           05 is-pct                   pic 999v9.
           05 is-amount                pic 9(5).
      *
       fd team-master-file
           data record is team-master-rec
           record contains 43 characters.
      *
       01 team-master-rec.
           05 tm-code                  pic x(3).
           05 tm-name                  pic x(20).
           05 tm-supervisor            pic x(20).
      *
       fd xref-file
           data record is xref-rec
           record contains 43 characters.
      *
       01 xref-rec.
           05 xr-company-id            pic x(6).
           05 xr-a3-num                pic 999.
           05 xr-a4-num                pic x(3).
           05 xr-a7-num                pic x(3).
           05 xr-payroll-name          pic x(20).
           05 xr-a1-num                pic x(4).
           05 xr-payroll-num           pic x(4).
      *
       fd post-control-file
           data record is post-control-rec
           record contains 2 characters.
      *
       01 post-control-rec.
           05 pc-closed-thru           pic 99.
      *
       fd incentive-control-file
           data record is incentive-control-rec
           record contains 6 characters.
      *
       01 incentive-control-rec.
           05 ic-last-month            pic 9(6).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd earnings-file
           data record is earnings-rec
           record contains 32 characters.
      *
       01 earnings-rec.
           05 ea-emp-num               pic 9(4).
           05 ea-code                  pic x(4).
           05 ea-amount                pic 9(6).
           05 ea-reference             pic x(18).
      *
       fd pending-file
           data record is pending-rec
           record contains 14 characters.
      *
       01 pending-rec.
           05 pd-op-num                pic x(3).
           05 pd-month                 pic 9(6).
           05 pd-amount                pic 9(5).
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       77 ws-emp-file-status           pic xx     value spaces.
       77 ws-target-file-status        pic xx     value spaces.
       77 ws-qa-score-file-status      pic xx     value spaces.
       77 ws-schedule-file-status      pic xx     value spaces.
       77 ws-team-master-file-status   pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-post-control-file-status  pic xx     value spaces.
       77 ws-inc-control-file-status   pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-earnings-file-status      pic xx     value spaces.
       77 ws-pending-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *the A7.dat layout version this program reads
       77 ws-a7-version                pic 99     value 01.
      *
      *the calls file read
       01 ws-emp-file-name             pic x(40)  value
               "../../../data/A7.dat".
      *
      *the earnings code payroll sees the incentive under
       77 ws-earn-code                 pic x(4)   value "INCV".
      *
      *set, with the console message, when the run is refused
       77 ws-run-stopped               pic x      value "n".
           88 run-stopped               value "y".
      *
      *run date, and the fiscal slot and yyyymm month being paid
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 filler                   pic 99.
      *
       01 ws-pay-month-fields.
           05 ws-pay-slot              pic 99     value 0.
           05 ws-pay-prior-fy          pic x      value "n".
               88 pay-prior-fy          value "y".
           05 ws-fy-start-yyyy         pic 9(4)   value 0.
           05 ws-pay-month             pic 9(6)   value 0.
           05 ws-pay-month-r redefines ws-pay-month.
               10 ws-pm-yyyy           pic 9(4).
               10 ws-pm-mm             pic 99.
           05 ws-last-paid-month       pic 9(6)   value 0.
      *
      *the incentive schedule
       01 ws-band-table.
           05 ws-band-entry occurs 1 to 20 times
                   depending on ws-band-count.
               10 ws-bd-pct             pic 999v9.
               10 ws-bd-amount          pic 9(5).
      *
       01 ws-band-count                pic 99     value 0.
      *
       01 ws-quality-gate.
           05 ws-gate-present          pic x      value "n".
               88 quality-gate-present  value "y".
           05 ws-gate-floor            pic 999v9  value 0.
      *
      *every operator on A7.dat with the month's figures and the
      *incentive worked out for them
       01 ws-op-table.
           05 ws-op-entry occurs 1 to 500 times
                   depending on ws-op-count.
               10 ws-op-num             pic x(3).
               10 ws-op-name            pic x(12).
               10 ws-op-team            pic x(3).
               10 ws-op-calls           pic 999.
               10 ws-op-target          pic 999.
               10 ws-op-target-seen     pic x.
               10 ws-op-qa-evals        pic 9(3).
               10 ws-op-qa-total        pic 9(6).
               10 ws-op-attain          pic 9(4)v9.
               10 ws-op-qa-avg          pic 999v9.
               10 ws-op-band-amount     pic 9(5).
               10 ws-op-incentive       pic 9(5).
               10 ws-op-payroll         pic x(4).
               10 ws-op-note            pic x(28).
      *
       01 ws-op-count                  pic 9(3)   value 0.
      *
      *teams in the order they first appear on A7.dat
       01 ws-team-table.
           05 ws-team-entry occurs 1 to 50 times
                   depending on ws-team-count.
               10 ws-tm-code            pic x(3).
      *
       01 ws-team-count                pic 99     value 0.
      *
       01 ws-teammaster-table.
           05 ws-teammaster-entry occurs 1 to 50 times
                   depending on ws-teammaster-count.
               10 ws-tmm-code           pic x(3).
               10 ws-tmm-name           pic x(20).
               10 ws-tmm-supervisor     pic x(20).
      *
       01 ws-teammaster-count          pic 99     value 0.
      *
      *operator number to payroll employee number, off the xref
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a7              pic x(3).
               10 ws-xr-payroll         pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *incentives held from earlier runs - sent is set once the
      *operator's payroll number turns up
       01 ws-pend-table.
           05 ws-pend-entry occurs 1 to 500 times
                   depending on ws-pend-count.
               10 ws-pd-op              pic x(3).
               10 ws-pd-month           pic 9(6).
               10 ws-pd-amount          pic 9(5).
               10 ws-pd-sent            pic x.
      *
       01 ws-pend-count                pic 9(3)   value 0.
      *
       01 ws-table-subs.
           05 ws-op-x                  pic 9(3)   value 0.
           05 ws-op-hit                pic 9(3)   value 0.
           05 ws-team-x                pic 99     value 0.
           05 ws-team-hit              pic 99     value 0.
           05 ws-tmm-x                 pic 99     value 0.
           05 ws-tmm-hit               pic 99     value 0.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-pend-x                pic 9(3)   value 0.
           05 ws-band-x                pic 99     value 0.
           05 ws-score-x               pic 9      value 0.
      *
      *incentive math
       01 ws-incentive-math.
           05 ws-best-band-pct         pic 999v9  value 0.
           05 ws-qa-sum                pic 9(6)   value 0.
      *
      *team and run totals
       01 ws-team-totals.
           05 ws-tt-operators          pic 9(3)   value 0.
           05 ws-tt-paid               pic 9(3)   value 0.
           05 ws-tt-dollars            pic 9(7)   value 0.
      *
       01 ws-run-totals.
           05 ws-rt-operators          pic 9(3)   value 0.
           05 ws-rt-sent               pic 9(3)   value 0.
           05 ws-rt-sent-dollars       pic 9(7)   value 0.
           05 ws-rt-not-sent           pic 9(3)   value 0.
           05 ws-rt-not-sent-dollars   pic 9(7)   value 0.
           05 ws-rt-withheld           pic 9(3)   value 0.
           05 ws-rt-retried            pic 9(3)   value 0.
           05 ws-rt-retried-dollars    pic 9(7)   value 0.
           05 ws-rt-still-held         pic 9(3)   value 0.
           05 ws-rt-still-held-dollars pic 9(7)   value 0.
      *
      *why an operator earned nothing, or where the money went
       77 note-no-target               pic x(28)  value
           "NO TARGET FOR THE MONTH".
       77 note-below-bands             pic x(28)  value
           "BELOW THE LOWEST BAND".
       77 note-withheld                pic x(28)  value
           "WITHHELD - BELOW QUALITY".
       77 note-sent                    pic x(28)  value
           "SENT TO PAYROLL".
       77 note-no-payroll              pic x(28)  value
           "NO PAYROLL NUMBER - HELD".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(35)  value
                   "OPERATOR INCENTIVE REGISTER - MONTH".
           05 filler                   pic x      value spaces.
           05 hl-yyyy                  pic 9(4).
           05 filler                   pic x      value "/".
           05 hl-mm                    pic 99.
           05 filler                   pic x(9)   value "  AS OF ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(72)  value spaces.
      *
       01 ws-gate-line.
           05 filler                   pic x(28)  value
                   "QUALITY GATE - AVERAGE SCORE".
           05 filler                   pic x(10)  value
                   " AT LEAST ".
           05 gl-floor                 pic zz9.9.
           05 filler                   pic x(89)  value spaces.
      *
       01 ws-no-gate-line.
           05 filler                   pic x(40)  value
                   "NO QUALITY GATE ON THE SCHEDULE".
           05 filler                   pic x(92)  value spaces.
      *
       01 ws-band-line.
           05 filler                   pic x(18)  value
                   "BAND - ATTAINMENT ".
           05 bl-pct                   pic zz9.9.
           05 filler                   pic x(8)   value "% PAYS $".
           05 bl-amount                pic zz,zz9.
           05 filler                   pic x(95)  value spaces.
      *
       01 ws-team-heading.
           05 filler                   pic x(6)   value "TEAM: ".
           05 th-code                  pic x(3).
           05 filler                   pic x      value spaces.
           05 th-name                  pic x(20).
           05 filler                   pic x(14)  value
                   "  SUPERVISOR: ".
           05 th-supervisor            pic x(20).
           05 filler                   pic x(68)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "OP  NAME          CALLS TARGET  ATTAIN%".
           05 filler                   pic x(40)  value
               "  QA AVG    BAND  INCENTIVE  PAY#  NOTE".
           05 filler                   pic x(52)  value spaces.
      *
       01 ws-detail-line.
           05 dl-num                   pic x(3).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(12).
           05 filler                   pic x(3)   value spaces.
           05 dl-calls                 pic zz9.
           05 filler                   pic x(4)   value spaces.
           05 dl-target                pic zz9.
           05 dl-target-x redefines dl-target pic x(3).
           05 filler                   pic x(3)   value spaces.
           05 dl-attain                pic zzz9.9.
           05 dl-attain-x redefines dl-attain pic x(6).
           05 filler                   pic x(4)   value spaces.
           05 dl-qa-avg                pic zz9.9.
           05 dl-qa-avg-x redefines dl-qa-avg pic x(5).
           05 filler                   pic x(2)   value spaces.
           05 dl-band                  pic zz,zz9.
           05 filler                   pic x(5)   value spaces.
           05 dl-incentive             pic zz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-payroll               pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(28).
           05 filler                   pic x(32)  value spaces.
      *
       01 ws-team-total-line.
           05 filler                   pic x(21)  value
                   "    TEAM TOTAL  OPS: ".
           05 tt-operators             pic zz9.
           05 filler                   pic x(8)   value "  PAID: ".
           05 tt-paid                  pic zz9.
           05 filler                   pic x(14)  value
                   "  INCENTIVE: $".
           05 tt-dollars               pic z,zzz,zz9.
           05 filler                   pic x(74)  value spaces.
      *
       01 ws-signoff-line.
           05 filler                   pic x(25)  value
                   "    SUPERVISOR SIGN-OFF: ".
           05 filler                   pic x(30)  value all "_".
           05 filler                   pic x(8)   value "  DATE: ".
           05 filler                   pic x(12)  value all "_".
           05 filler                   pic x(57)  value spaces.
      *
       01 ws-run-total-line.
           05 rl-label                 pic x(36).
           05 rl-count                 pic zz9.
           05 filler                   pic x(4)   value "  $".
           05 rl-dollars               pic z,zzz,zz9.
           05 rl-dollars-x redefines rl-dollars pic x(9).
           05 filler                   pic x(80)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-pay-month.
      *
           if not run-stopped
               perform 110-load-schedule
           end-if.
      *
           if not run-stopped
               perform 120-load-team-master
               perform 130-load-xref
               perform 140-load-pending
               perform 200-load-operators
           end-if.
      *
           if not run-stopped
               perform 220-load-targets
               perform 230-load-qa-scores
           end-if.
      *
           if run-stopped
               move 8 to return-code
               goback
           end-if.
      *
           perform 300-work-out-incentive
               varying ws-op-x from 1 by 1
               until ws-op-x > ws-op-count.
      *
           perform 400-print-register.
      *
           perform 500-rewrite-pending.
      *
      *the month is marked paid only once its earnings are out
           move ws-pay-month to ic-last-month.
           open output incentive-control-file.
           write incentive-control-rec.
           close incentive-control-file.
      *
           display "A7-INCENTIVECALC: MONTH " ws-pay-month " - "
                   ws-rt-sent " INCENTIVE(S) SENT TO PAYROLL, "
                   ws-rt-not-sent " HELD".
      *
           if ws-rt-retried > 0
             or ws-rt-still-held > 0
               display "A7-INCENTIVECALC: EARLIER MONTHS - "
                       ws-rt-retried " HELD INCENTIVE(S) SENT, "
                       ws-rt-still-held " STILL HELD"
           end-if.
      *
           if ws-rt-not-sent > 0
             or ws-rt-still-held > 0
               move 4 to return-code
           end-if.
      *
           goback.
      *
      *the month paid is the last one the A7 report closed, in
      *the fiscal year of the business date
       100-set-pay-month.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
           if ws-busdate-file-status is not equal to "35"
               read business-date-file
                   at end
                       continue
                   not at end
                       if bd-date is numeric
                         and bd-date is greater than 0
                           move bd-date to ws-run-date
                       end-if
               end-read
           end-if.
           close business-date-file.
      *
           open input post-control-file.
           if ws-post-control-file-status is not equal to "35"
               read post-control-file
                   at end
                       continue
                   not at end
                       if pc-closed-thru is numeric
                           move pc-closed-thru to ws-pay-slot
                           perform 102-check-year-closed
                       end-if
               end-read
           end-if.
           close post-control-file.
      *
           if ws-pay-slot is equal to 0
             or ws-pay-slot is greater than 12
               display "A7-INCENTIVECALC: NO MONTH CLOSED BY THE "
                       "A7 REPORT - RUN REFUSED"
               move "y" to ws-run-stopped
           else
               perform 105-check-pay-month
           end-if.
      *
      *a july posting control at zero means the year-end close has
      *run since june closed - june is slot 12 of the closed year,
      *now on A7-PriorYear.dat
       102-check-year-closed.
      *
           if ws-pay-slot is equal to 0
             and ws-rd-mm is equal to 7
               move 12  to ws-pay-slot
               move "y" to ws-pay-prior-fy
               move "../../../data/A7-PriorYear.dat"
                 to ws-emp-file-name
           end-if.
      *
      *the slot's yyyymm month, refused when already paid - a slot
      *month after the run month is last fiscal year's, as june is
      *in july
       105-check-pay-month.
      *
           if ws-rd-mm is not less than 7
               move ws-rd-yyyy to ws-fy-start-yyyy
           else
               subtract 1 from ws-rd-yyyy giving ws-fy-start-yyyy
           end-if.
      *
           move ws-fy-start-yyyy to ws-pm-yyyy.
           add 6 ws-pay-slot giving ws-pm-mm.
           if ws-pm-mm is greater than 12
               subtract 12 from ws-pm-mm
               add 1 to ws-pm-yyyy
           end-if.
      *
           if ws-pm-yyyy is greater than ws-rd-yyyy
               subtract 1 from ws-pm-yyyy
           else
           if ws-pm-yyyy is equal to ws-rd-yyyy
             and ws-pm-mm is greater than ws-rd-mm
               subtract 1 from ws-pm-yyyy
           end-if
           end-if.
      *
           open input incentive-control-file.
           if ws-inc-control-file-status is not equal to "35"
               read incentive-control-file
                   at end
                       continue
                   not at end
                       if ic-last-month is numeric
                           move ic-last-month to ws-last-paid-month
                       end-if
               end-read
           end-if.
           close incentive-control-file.
      *
           if ws-pay-month is not greater than ws-last-paid-month
               display "A7-INCENTIVECALC: MONTH " ws-pay-month
                       " ALREADY PAID (LAST " ws-last-paid-month
                       ") - RUN REFUSED"
               move "y" to ws-run-stopped
           end-if.
      *
      *the schedule - no bands means nothing can be paid, so the
      *run is refused rather than send every operator a zero
       110-load-schedule.
      *
           open input schedule-file.
      *
           if ws-schedule-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 115-read-schedule
               perform 116-add-schedule-row
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close schedule-file.
      *
           if ws-band-count is equal to 0
               display "A7-INCENTIVECALC: NO BANDS ON "
                       "A7-INCENTIVESCHED.DAT - RUN REFUSED"
               move "y" to ws-run-stopped
           end-if.
      *
       115-read-schedule.
           read schedule-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       116-add-schedule-row.
      *
           if is-pct is not numeric
               display "A7-INCENTIVECALC: SCHEDULE ROW NOT "
                       "NUMERIC - RUN REFUSED"
               move "y" to ws-run-stopped
           else
           if is-quality-row
               move "y"    to ws-gate-present
               move is-pct to ws-gate-floor
           else
           if is-band-row
             and is-amount is numeric
               if ws-band-count is equal to 20
                   display "A7-INCENTIVECALC: OVER 20 BANDS ON "
                           "THE SCHEDULE - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-band-count
                   move is-pct    to ws-bd-pct(ws-band-count)
                   move is-amount to ws-bd-amount(ws-band-count)
               end-if
           end-if
           end-if
           end-if.
      *
           perform 115-read-schedule.
      *
       120-load-team-master.
      *
           open input team-master-file.
      *
           if ws-team-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 125-read-team-master
               perform 126-add-team-master
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-teammaster-count is equal to 50
           end-if.
      *
           close team-master-file.
      *
       125-read-team-master.
           read team-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       126-add-team-master.
      *
           add 1 to ws-teammaster-count.
           move tm-code       to ws-tmm-code(ws-teammaster-count).
           move tm-name       to ws-tmm-name(ws-teammaster-count).
           move tm-supervisor
             to ws-tmm-supervisor(ws-teammaster-count).
      *
           perform 125-read-team-master.
      *
       130-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 135-read-xref
               perform 136-add-xref-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close xref-file.
      *
       135-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *only rows that name an operator are of use here
       136-add-xref-entry.
      *
           if xr-a7-num is not equal to spaces
               if ws-xref-count is equal to 200
                   display "A7-INCENTIVECALC: OVER 200 ROWS ON "
                           "EMPLOYEEXREF.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-xref-count
                   move xr-a7-num      to ws-xr-a7(ws-xref-count)
                   move xr-payroll-num
                     to ws-xr-payroll(ws-xref-count)
               end-if
           end-if.
      *
           perform 135-read-xref.
      *
      *incentives held by earlier runs - a missing file means
      *none are waiting
       140-load-pending.
      *
           open input pending-file.
      *
           if ws-pending-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 145-read-pending
               perform 146-add-pending-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close pending-file.
      *
       145-read-pending.
           read pending-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       146-add-pending-entry.
      *
           if pd-amount is numeric
             and pd-month is numeric
               if ws-pend-count is equal to 500
                   display "A7-INCENTIVECALC: OVER 500 ROWS ON "
                           "A7-INCENTIVEPENDING.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-pend-count
                   move pd-op-num to ws-pd-op(ws-pend-count)
                   move pd-month  to ws-pd-month(ws-pend-count)
                   move pd-amount to ws-pd-amount(ws-pend-count)
                   move "n"       to ws-pd-sent(ws-pend-count)
               end-if
           end-if.
      *
           perform 145-read-pending.
      *
       200-load-operators.
      *
           open input emp-file.
      *
           if ws-emp-file-status is equal to "35"
             and pay-prior-fy
               display "A7-INCENTIVECALC: NO A7-PRIORYEAR.DAT FOR "
                       "JUNE - RUN REFUSED"
               move "y" to ws-run-stopped
           end-if.
      *
           if ws-emp-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 205-read-emp
               perform 208-check-a7-layout
               perform 210-add-operator
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close emp-file.
      *
       205-read-emp.
           read emp-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - any other version refuses the run before a row is
      *misread
       208-check-a7-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and eh-layout-header
               if eh-file-id is equal to "A7EMP"
                 and eh-version is equal to ws-a7-version
                   perform 205-read-emp
               else
                   move "y" to ws-run-stopped
                   display "A7-INCENTIVECALC: A7.DAT LAYOUT "
                           eh-file-id " VERSION " eh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ") - RUN REFUSED"
               end-if
           end-if.
      *
       210-add-operator.
      *
           if ws-op-count is equal to 500
               display "A7-INCENTIVECALC: OVER 500 OPERATORS ON "
                       "A7.DAT - RUN REFUSED"
               move "y" to ws-run-stopped
           else
               add 1 to ws-op-count
               move emp-rec-num  to ws-op-num(ws-op-count)
               move emp-rec-name to ws-op-name(ws-op-count)
               move emp-rec-team to ws-op-team(ws-op-count)
               move emp-rec-calls-month(ws-pay-slot)
                 to ws-op-calls(ws-op-count)
               move 0      to ws-op-target(ws-op-count)
               move "n"    to ws-op-target-seen(ws-op-count)
               move 0      to ws-op-qa-evals(ws-op-count)
               move 0      to ws-op-qa-total(ws-op-count)
               move 0      to ws-op-attain(ws-op-count)
               move 0      to ws-op-qa-avg(ws-op-count)
               move 0      to ws-op-band-amount(ws-op-count)
               move 0      to ws-op-incentive(ws-op-count)
               move spaces to ws-op-payroll(ws-op-count)
               move spaces to ws-op-note(ws-op-count)
               perform 215-register-team
               perform 205-read-emp
           end-if.
      *
       215-register-team.
      *
           move 0 to ws-team-hit.
           perform 216-match-team
               varying ws-team-x from 1 by 1
               until ws-team-x > ws-team-count
               or ws-team-hit > 0.
      *
           if ws-team-hit is equal to 0
               if ws-team-count is equal to 50
                   display "A7-INCENTIVECALC: OVER 50 TEAMS ON "
                           "A7.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-team-count
                   move emp-rec-team to ws-tm-code(ws-team-count)
               end-if
           end-if.
      *
       216-match-team.
      *
           if ws-tm-code(ws-team-x) is equal to emp-rec-team
               move ws-team-x to ws-team-hit
           end-if.
      *
      *the month's target per operator - only the paid slot's
      *rows are wanted
       220-load-targets.
      *
           open input target-file.
      *
           if ws-target-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 225-read-target
               perform 226-add-target
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close target-file.
      *
       225-read-target.
           read target-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       226-add-target.
      *
           if tg-month is numeric
             and tg-month is equal to ws-pay-slot
             and tg-target is numeric
               move tg-emp-num to emp-rec-num
               perform 240-find-operator
               if ws-op-hit > 0
                   add tg-target to ws-op-target(ws-op-hit)
                   move "y" to ws-op-target-seen(ws-op-hit)
               end-if
           end-if.
      *
           perform 225-read-target.
      *
      *the month's evaluations per operator, every score counted
      *toward the operator's average
       230-load-qa-scores.
      *
           open input qa-score-file.
      *
           if ws-qa-score-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 235-read-qa-score
               perform 236-add-qa-score
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close qa-score-file.
      *
       235-read-qa-score.
           read qa-score-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       236-add-qa-score.
      *
           if qs-month is numeric
             and qs-month is equal to ws-pay-month
             and qs-scores is numeric
               move qs-emp-num to emp-rec-num
               perform 240-find-operator
               if ws-op-hit > 0
                   add 1 to ws-op-qa-evals(ws-op-hit)
                   perform 237-add-one-score
                       varying ws-score-x from 1 by 1
                       until ws-score-x > 4
               end-if
           end-if.
      *
           perform 235-read-qa-score.
      *
       237-add-one-score.
      *
           add qs-score(ws-score-x) to ws-op-qa-total(ws-op-hit).
      *
      *ws-op-hit is left at the operator carrying emp-rec-num, or
      *zero
       240-find-operator.
      *
           move 0 to ws-op-hit.
           perform 241-match-operator
               varying ws-op-x from 1 by 1
               until ws-op-x > ws-op-count
               or ws-op-hit > 0.
      *
       241-match-operator.
      *
           if ws-op-num(ws-op-x) is equal to emp-rec-num
               move ws-op-x to ws-op-hit
           end-if.
      *
      *attainment, band, quality gate and payroll number for the
      *operator at ws-op-x
       300-work-out-incentive.
      *
           if ws-op-qa-evals(ws-op-x) > 0
               compute ws-op-qa-avg(ws-op-x) rounded =
                   ws-op-qa-total(ws-op-x)
                   / (ws-op-qa-evals(ws-op-x) * 4)
           end-if.
      *
           if ws-op-target(ws-op-x) is equal to 0
               move note-no-target to ws-op-note(ws-op-x)
           else
               perform 305-band-and-gate
           end-if.
      *
       305-band-and-gate.
      *
           compute ws-op-attain(ws-op-x) rounded =
               ws-op-calls(ws-op-x) * 100 / ws-op-target(ws-op-x).
      *
      *the highest band the attainment reaches
           move 0 to ws-best-band-pct.
           perform 310-match-band
               varying ws-band-x from 1 by 1
               until ws-band-x > ws-band-count.
      *
           if ws-op-band-amount(ws-op-x) is equal to 0
               move note-below-bands to ws-op-note(ws-op-x)
           else
           if quality-gate-present
             and ws-op-qa-evals(ws-op-x) > 0
             and ws-op-qa-avg(ws-op-x) < ws-gate-floor
               move note-withheld to ws-op-note(ws-op-x)
               add 1 to ws-rt-withheld
           else
               move ws-op-band-amount(ws-op-x)
                 to ws-op-incentive(ws-op-x)
               perform 315-find-payroll-number
           end-if
           end-if.
      *
       315-find-payroll-number.
      *
           move 0 to ws-xref-hit.
           perform 320-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x > ws-xref-count
               or ws-xref-hit > 0.
      *
           if ws-xref-hit > 0
             and ws-xr-payroll(ws-xref-hit) is numeric
               move ws-xr-payroll(ws-xref-hit)
                 to ws-op-payroll(ws-op-x)
               move note-sent to ws-op-note(ws-op-x)
           else
               move note-no-payroll to ws-op-note(ws-op-x)
           end-if.
      *
       310-match-band.
      *
           if ws-op-attain(ws-op-x) is not less than
                                       ws-bd-pct(ws-band-x)
             and ws-bd-pct(ws-band-x) is not less than
                                       ws-best-band-pct
               move ws-bd-pct(ws-band-x) to ws-best-band-pct
               move ws-bd-amount(ws-band-x)
                 to ws-op-band-amount(ws-op-x)
           end-if.
      *
       320-match-xref.
      *
           if ws-xr-a7(ws-xref-x) is equal to ws-op-num(ws-op-x)
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *the register, team by team, writing each incentive sent to
      *payroll as it is listed
       400-print-register.
      *
           open extend earnings-file.
           if ws-earnings-file-status is equal to "35"
               open output earnings-file
           end-if.
      *
           open output report-file.
      *
           move ws-pm-yyyy  to hl-yyyy.
           move ws-pm-mm    to hl-mm.
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           perform 405-print-one-band
               varying ws-band-x from 1 by 1
               until ws-band-x > ws-band-count.
      *
           if quality-gate-present
               move ws-gate-floor to gl-floor
               write report-line from ws-gate-line
                 after advancing 1 line
           else
               write report-line from ws-no-gate-line
                 after advancing 1 line
           end-if.
      *
           perform 410-print-one-team
               varying ws-team-x from 1 by 1
               until ws-team-x > ws-team-count.
      *
           perform 440-retry-one-pending
               varying ws-pend-x from 1 by 1
               until ws-pend-x > ws-pend-count.
      *
           perform 450-print-run-totals.
      *
           close report-file.
           close earnings-file.
      *
       405-print-one-band.
      *
           move ws-bd-pct(ws-band-x)    to bl-pct.
           move ws-bd-amount(ws-band-x) to bl-amount.
           write report-line from ws-band-line
             after advancing 1 line.
      *
       410-print-one-team.
      *
           move ws-tm-code(ws-team-x) to th-code.
           move "(NOT ON MASTER)"     to th-name.
           move spaces                to th-supervisor.
           perform 415-match-team-master
               varying ws-tmm-x from 1 by 1
               until ws-tmm-x > ws-teammaster-count.
           write report-line from ws-team-heading
             after advancing 3 lines.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           move 0 to ws-tt-operators.
           move 0 to ws-tt-paid.
           move 0 to ws-tt-dollars.
      *
           perform 420-print-one-operator
               varying ws-op-x from 1 by 1
               until ws-op-x > ws-op-count.
      *
           move ws-tt-operators to tt-operators.
           move ws-tt-paid      to tt-paid.
           move ws-tt-dollars   to tt-dollars.
           write report-line from ws-team-total-line
             after advancing 2 lines.
           write report-line from ws-signoff-line
             after advancing 2 lines.
      *
       415-match-team-master.
      *
           if ws-tmm-code(ws-tmm-x) is equal to ws-tm-code(ws-team-x)
               move ws-tmm-name(ws-tmm-x)       to th-name
               move ws-tmm-supervisor(ws-tmm-x) to th-supervisor
           end-if.
      *
      *only the operators on the team being printed
       420-print-one-operator.
      *
           if ws-op-team(ws-op-x) is equal to ws-tm-code(ws-team-x)
               perform 425-print-operator-line
           end-if.
      *
       425-print-operator-line.
      *
           move ws-op-num(ws-op-x)     to dl-num.
           move ws-op-name(ws-op-x)    to dl-name.
           move ws-op-calls(ws-op-x)   to dl-calls.
      *
           if ws-op-target-seen(ws-op-x) is equal to "y"
               move ws-op-target(ws-op-x) to dl-target
           else
               move spaces to dl-target-x
           end-if.
      *
           if ws-op-target(ws-op-x) > 0
               move ws-op-attain(ws-op-x) to dl-attain
           else
               move spaces to dl-attain-x
           end-if.
      *
           if ws-op-qa-evals(ws-op-x) > 0
               move ws-op-qa-avg(ws-op-x) to dl-qa-avg
           else
               move "  N/A" to dl-qa-avg-x
           end-if.
      *
           move ws-op-band-amount(ws-op-x) to dl-band.
           move ws-op-incentive(ws-op-x)   to dl-incentive.
           move ws-op-payroll(ws-op-x)     to dl-payroll.
           move ws-op-note(ws-op-x)        to dl-note.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add 1 to ws-tt-operators.
           add 1 to ws-rt-operators.
      *
           if ws-op-incentive(ws-op-x) > 0
               add 1 to ws-tt-paid
               add ws-op-incentive(ws-op-x) to ws-tt-dollars
               if ws-op-payroll(ws-op-x) is equal to spaces
                   add 1 to ws-rt-not-sent
                   add ws-op-incentive(ws-op-x)
                     to ws-rt-not-sent-dollars
               else
                   perform 430-write-earning
               end-if
           end-if.
      *
       430-write-earning.
      *
           move spaces                   to earnings-rec.
           move ws-op-payroll(ws-op-x)   to ea-emp-num.
           move ws-earn-code             to ea-code.
           move ws-op-incentive(ws-op-x) to ea-amount.
           string "A7 "                  delimited by size
                  ws-pay-month           delimited by size
                  " OP "                 delimited by size
                  ws-op-num(ws-op-x)     delimited by size
             into ea-reference.
           write earnings-rec.
      *
           add 1 to ws-rt-sent.
           add ws-op-incentive(ws-op-x) to ws-rt-sent-dollars.
      *
      *a held incentive goes to payroll, under the month it was
      *earned, once its operator has a payroll number
       440-retry-one-pending.
      *
           move 0 to ws-xref-hit.
           perform 445-match-pending-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x > ws-xref-count
               or ws-xref-hit > 0.
      *
           if ws-xref-hit > 0
             and ws-xr-payroll(ws-xref-hit) is numeric
               move spaces                     to earnings-rec
               move ws-xr-payroll(ws-xref-hit) to ea-emp-num
               move ws-earn-code               to ea-code
               move ws-pd-amount(ws-pend-x)    to ea-amount
               string "A7 "                    delimited by size
                      ws-pd-month(ws-pend-x)   delimited by size
                      " OP "                   delimited by size
                      ws-pd-op(ws-pend-x)      delimited by size
                 into ea-reference
               write earnings-rec
               move "y" to ws-pd-sent(ws-pend-x)
               add 1 to ws-rt-retried
               add ws-pd-amount(ws-pend-x) to ws-rt-retried-dollars
           else
               add 1 to ws-rt-still-held
               add ws-pd-amount(ws-pend-x) to ws-rt-still-held-dollars
           end-if.
      *
       445-match-pending-xref.
      *
           if ws-xr-a7(ws-xref-x) is equal to ws-pd-op(ws-pend-x)
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       450-print-run-totals.
      *
           move spaces to ws-run-total-line.
           move "OPERATORS ON THE REGISTER" to rl-label.
           move ws-rt-operators to rl-count.
           move spaces          to rl-dollars-x.
           write report-line from ws-run-total-line
             after advancing 3 lines.
      *
           move spaces to ws-run-total-line.
           move "SENT TO PAYROLL" to rl-label.
           move ws-rt-sent         to rl-count.
           move ws-rt-sent-dollars to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move spaces to ws-run-total-line.
           move "HELD - NO PAYROLL NUMBER" to rl-label.
           move ws-rt-not-sent         to rl-count.
           move ws-rt-not-sent-dollars to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move spaces to ws-run-total-line.
           move "EARLIER MONTHS HELD - SENT NOW" to rl-label.
           move ws-rt-retried         to rl-count.
           move ws-rt-retried-dollars to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move spaces to ws-run-total-line.
           move "EARLIER MONTHS HELD - STILL HELD" to rl-label.
           move ws-rt-still-held         to rl-count.
           move ws-rt-still-held-dollars to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move spaces to ws-run-total-line.
           move "WITHHELD - BELOW QUALITY FLOOR" to rl-label.
           move ws-rt-withheld to rl-count.
           move spaces         to rl-dollars-x.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
      *the pending file rewritten - the held incentives not sent
      *this run, then this month's operators held for want of a
      *payroll number
       500-rewrite-pending.
      *
           if ws-pend-count > 0
             or ws-rt-not-sent > 0
               open output pending-file
               perform 510-keep-one-pending
                   varying ws-pend-x from 1 by 1
                   until ws-pend-x > ws-pend-count
               perform 520-hold-one-operator
                   varying ws-op-x from 1 by 1
                   until ws-op-x > ws-op-count
               close pending-file
           end-if.
      *
       510-keep-one-pending.
      *
           if ws-pd-sent(ws-pend-x) is equal to "n"
               move ws-pd-op(ws-pend-x)     to pd-op-num
               move ws-pd-month(ws-pend-x)  to pd-month
               move ws-pd-amount(ws-pend-x) to pd-amount
               write pending-rec
           end-if.
      *
       520-hold-one-operator.
      *
           if ws-op-incentive(ws-op-x) > 0
             and ws-op-payroll(ws-op-x) is equal to spaces
               move ws-op-num(ws-op-x)       to pd-op-num
               move ws-pay-month             to pd-month
               move ws-op-incentive(ws-op-x) to pd-amount
               write pending-rec
           end-if.
      *
       end program A7-IncentiveCalc.
