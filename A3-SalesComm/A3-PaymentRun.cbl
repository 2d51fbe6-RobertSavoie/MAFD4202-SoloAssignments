      *and carries it forward on a held-payments file without
      *holding everyone else's - every hold, release and held
      *amount is logged with its reason code.
      *
      *modification history:
      *  Oct 15/2026 - RS - the history file carries a layout header
      *                     record - a version this program does not
      *                     read refuses the run, files untouched,
      *                     with a message and return code 8.
      *  Oct 15/2026 - RS - the run date paid is recorded on
      *                     A3-LastPaidRun.dat so the month-end
      *                     accrual can tell paid rows from unpaid.
      *
       environment division.
      *
               assign to "../../../data/A3-PayHoldLog.out"
               organization is line sequential
               file status is ws-log-file-status.
      *
      *the run date this run paid - read by A3-CommAccrual
           select last-paid-file
               assign to "../../../data/A3-LastPaidRun.dat"
               organization is line sequential.
      *
       data division.
       file section.
               88 hd-detail-row         value "D".
           05 filler                   pic x.
           05 hd-period                pic 999.
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it;
      *its run date is not numeric and its type is not D, so the
      *passes below step over it like any other non-detail row
       01 history-header-rec.
           05 hh-marker                pic x(8).
               88 hh-layout-header      value "*LAYOUT ".
           05 hh-file-id               pic x(10).
           05 hh-version               pic 99.
           05 filler                   pic x(12).
      *
       fd hold-trans-file
           data record is hold-trans-rec
           05 pt-marker                pic x(3).
           05 pt-count                 pic 9(4).
           05 pt-dollars               pic 9(9).
      *
       fd last-paid-file
           data record is last-paid-rec
           record contains 6 characters.
      *
       01 last-paid-rec.
           05 lp-run-date              pic 9(6).
      *
       fd log-file
           data record is log-line
       77 ws-hold-lookup               pic 999    value 0.
      *
       77 ws-history-file-status       pic xx     value spaces.
      *
      *the history layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-history-version           pic 99     value 02.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
       77 ws-hold-trans-file-status    pic xx     value spaces.
       77 ws-held-file-status          pic xx     value spaces.
       77 ws-log-file-status           pic xx     value spaces.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
      *the history layout is checked before a hold transaction is
      *applied or a file is written
           perform 050-check-history-layout.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           perform 100-load-held-payments.
      *
           close payment-file.
      *
           perform 900-rewrite-held-payments.
      *
           if ws-latest-run is greater than 0
               perform 950-record-paid-run
           end-if.
      *
           close log-file.
      *
           move ws-run-date to lg-run-date.
           write log-line.
      *
      *a layout header on the first record must name the version
      *this program reads - an unstamped file is read as the
      *current layout
       050-check-history-layout.
      *
           open input history-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-history-file-status is not equal to "35"
               perform 301-read-history
               if ws-eof-flag is not equal to ws-eof-Y
                 and hh-layout-header
                 and (hh-file-id is not equal to "A3HISTORY"
                   or hh-version is not equal to ws-history-version)
                   move "y" to ws-layout-bad
                   display "A3-PAYMENTRUN: HISTORY FILE LAYOUT "
                           hh-file-id " VERSION " hh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-history-version
                           ") - RUN REFUSED, FILES UNTOUCHED"
               end-if
           end-if.
      *
           close history-file.
      *
      *first pass - the latest run is the highest run date on the
      *file (rows append chronologically, but a rerun's stamp
      *governs either way)
               move ws-hp-reason(ws-held-x) to hp-reason
               write held-rec
           end-if.
      *
       950-record-paid-run.
      *
           open output last-paid-file.
           move ws-latest-run to lp-run-date.
           write last-paid-rec.
           close last-paid-file.
      *
       end program A3-PaymentRun.
