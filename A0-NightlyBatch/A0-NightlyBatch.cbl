      *                     reconciliation step at the end that
      *                     pairs every producer's control record
      *                     with its consumer's.
      *  Oct 15/2026 - RS - every chain step belongs to an owning
      *                     department; when a step stops the chain
      *                     that department's on-call contact (off
      *                     A1-OnCall.dat, email and phone off the
      *                     roster) gets an alert row on
      *                     A0-OnCallAlert.dat for the mail gateway.
      *                     nobody on call, or an inactive contact,
      *                     pages the fallback department instead.
      *  Oct 15/2026 - RS - the chain is now table driven off a step
      *                     definition file (A0-StepDef.dat) - each
      *                     step's program, predecessors, highest
      *                     acceptable return code, stop-or-log
      *                     action, owning department and calendar
      *                     frequency, plus the input files each
      *                     step needs at preflight. a new step is
      *                     a row on the file, not a driver change.
      *                     preflight only checks the inputs of the
      *                     steps that will actually run tonight.
      *                     with no definition file the chain runs
      *                     off the built-in definitions below.
      *  Oct 15/2026 - RS - MidtermRemittance leaves the built-in
      *                     nightly chain - the pay-cycle driver
      *                     (MidtermPayCycle) runs it, with the
      *                     federal remittance, after the month's
      *                     last pay has posted.
      *  Oct 15/2026 - RS - the contact roster opens with a layout
      *                     header record - a version the on-call
      *                     lookup does not read is named on the
      *                     console and the alert row instead of
      *                     paging off misread contacts.
      *  Oct 15/2026 - RS - new A0-CapacityCheck step at the end of
      *                     the built-in chain - flags any file
      *                     grown past 80% of the table its reading
      *                     program holds it in. rc 4 is a warning
      *                     and only logs; a full table fails.
      *  Oct 15/2026 - RS - new A0-ChangeAudit step after it -
      *                     gathers the six master maintenance logs
      *                     onto one change-audit trail before the
      *                     next maintenance run rewrites them.
      *  Oct 15/2026 - RS - new A0-VarianceCheck step at the end of
      *                     the built-in chain - flags any report
      *                     total that moved past its allowed
      *                     percentage since the last archived
      *                     generation. rc 4 only logs, and turns
      *                     the morning digest RED.
      *  Oct 15/2026 - RS - the on-call lookup reads roster layout
      *                     03 (each contact's manager added at the
      *                     end), and 02 as before.
      *  Oct 15/2026 - RS - new A0-LeaverRecon step at the end of
      *                     the built-in chain - lists active
      *                     contacts whose person has left, with
      *                     deactivations for review. rc 4 only
      *                     logs.
      *  Oct 15/2026 - RS - new A0-OnCallCheck step at the end of
      *                     the built-in chain - on-call gaps and
      *                     conflicts for the eight weeks ahead.
      *                     rc 4 only logs.
      *  Oct 15/2026 - RS - new A3-SalesExtract step after
      *                     A2-ItemList builds A3.dat from the
      *                     customer orders, and A3-SalesComm waits
      *                     for it. preflight checks the customer
      *                     master in place of A3.dat, which the
      *                     chain now writes. rc 4 only logs.
      *  Oct 15/2026 - RS - new annual A3-CommYearEnd step ahead of
      *                     A3-SalesComm, so the first commission
      *                     run of a new year starts from a closed
      *                     year-to-date.
      *  Oct 15/2026 - RS - new A6-PriceSchedule step after
      *                     A6-PartMasterUpdate - the pending price
      *                     changes taking effect in the next 30
      *                     days. it only reports, so any rc logs.
      *  Oct 15/2026 - RS - a calendar step with no schedule row
      *                     gets one, stamped with tonight's date,
      *                     without running - a step newly defined
      *                     on A0-StepDef.dat no longer waits for
      *                     its row to be keyed by hand, and first
      *                     fires at its next month or year instead
      *                     of the night it is deployed.
      *
       environment division.
       configuration section.
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *step definition file - one S row per chain step in run
      *order, and I rows naming the input files each step needs
           select step-def-file
               assign to "../../../data/A0-StepDef.dat"
               organization is line sequential
               file status is ws-step-def-file-status.
      *
      *on-call schedule - one record per department and week,
      *naming the contact carrying the pager that week
           select oncall-file
               assign to "../../../data/A1-OnCall.dat"
               organization is line sequential
               file status is ws-oncall-file-status.
      *
      *contact roster - the paged contact's email and phone, and
      *whether they are still active
           select contact-file
               assign to "../../../data/A1-ContactList.dat"
               organization is line sequential
               file status is ws-contact-file-status.
      *
      *alert file the mail gateway sweeps - one row per page,
      *appended so a restart's page never overwrites the first
           select alert-file
               assign to "../../../data/A0-OnCallAlert.dat"
               organization is line sequential
               file status is ws-alert-file-status.
      *
       data division.
       file section.
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
      *S rows: step name (the run-log, run-control, select card and
      *schedule name), the program to call, up to three steps that
      *must not have failed tonight before this one starts, the
      *highest good return code, S to stop the chain on a failure
      *or L to only log it, the owning department paged on a stop,
      *and blank (nightly), M (monthly) or A (annual)
       fd step-def-file
           data records are step-def-rec step-input-rec
           record contains 160 characters.
      *
       01 step-def-rec.
           05 sd-type                  pic x.
               88 sd-step-row           value "S".
               88 sd-input-row          value "I".
           05 sd-step-name             pic x(30).
           05 sd-program               pic x(30).
           05 sd-pred                  pic x(30)  occurs 3 times.
           05 sd-max-rc                pic 9(4).
           05 sd-fail-action           pic x.
           05 sd-owner-dept            pic x(3).
           05 sd-frequency             pic x.
      *
      *I rows: an input file for preflight, its trailer code (N, 2,
      *5 or O as below) and the step that reads it - blank step
      *means the file is checked whatever runs
       01 step-input-rec.
           05 si-type                  pic x.
           05 si-step-name             pic x(30).
           05 si-file-name             pic x(40).
           05 si-trailer               pic x.
           05 filler                   pic x(88).
      *
       fd oncall-file
           data record is oncall-rec
           record contains 15 characters.
      *
       01 oncall-rec.
           05 oc-dept                  pic x(3).
           05 oc-week-start            pic 9(8).
           05 oc-contact-num           pic 9(4).
      *
      *roster row, same 70-byte layout A1-ContactList reads
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 cl-contact-num           pic 9(4).
           05 cl-name                  pic x(16).
           05 cl-email                 pic x(30).
           05 cl-number                pic x(12).
           05 cl-status                pic x.
               88 cl-status-active      value "A".
           05 cl-dept                  pic x(3).
           05 cl-manager-num           pic x(4).
      *
      *layout header - when present, the first record of the
      *roster, naming the record layout version of the rows below
       01 contact-header-line redefines contact-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd alert-file
           data record is alert-rec
           record contains 148 characters.
      *
       01 alert-rec.
           05 al-date                  pic 9(8).
           05 al-time                  pic 9(8).
           05 al-step                  pic x(30).
           05 al-rc                    pic 9(4).
           05 al-owner-dept            pic x(3).
           05 al-paged-dept            pic x(3).
           05 al-contact-num           pic 9(4).
           05 al-name                  pic x(16).
           05 al-email                 pic x(30).
           05 al-phone                 pic x(12).
           05 al-note                  pic x(30).
      *
       working-storage section.
      *
      *
      *steps already completed on a prior, partial run
       01 ws-done-table.
           05 ws-done-entry occurs 1 to 30 times
                   depending on ws-done-count.
               10 ws-dn-step            pic x(30).
      *
      *steps named on the parameter card - when the card carries
      *anything, only those steps (plus their dependencies) run
       01 ws-select-table.
           05 ws-select-entry occurs 1 to 30 times
                   depending on ws-select-count.
               10 ws-sl-step            pic x(30).
      *
      *the step name being hunted by the dependency check
       77 ws-dep-step                  pic x(30)  value spaces.
      *
      *built-in preflight inputs, used with the built-in steps -
      *every input file the chain needs, with a trailer code and
      *the step that reads it. N means no trailer convention, 2
      *means the file must end in A2's 9999 trailer, 5 in A5's 999
      *trailer, and O marks an optional file (A3 runs without
      *quotas) that only warns
       01 ws-default-input-values.
           05 filler pic x(41) value
               "../../../data/A1-ContactList.dat        N".
           05 filler pic x(22) value "A1-ContactList".
           05 filler pic x(41) value
               "../../../data/A2-SalesTrans.dat         2".
           05 filler pic x(22) value "A2-ItemList".
           05 filler pic x(41) value
               "../../../data/A2-ItemMaster.dat         N".
           05 filler pic x(22) value "A2-ItemList".
           05 filler pic x(41) value
               "../../../data/A2-DiscountTable.dat      N".
           05 filler pic x(22) value "A2-ItemList".
           05 filler pic x(41) value
               "../../../data/A2-CustomerMaster.dat     N".
           05 filler pic x(22) value "A3-SalesExtract".
           05 filler pic x(41) value
               "../../../data/A3-EmployeeMaster.dat     N".
           05 filler pic x(22) value "A3-SalesComm".
           05 filler pic x(41) value
               "../../../data/A3-BranchMaster.dat       N".
           05 filler pic x(22) value "A3-SalesComm".
           05 filler pic x(41) value
               "../../../data/A3-SalesQuota.dat         O".
           05 filler pic x(22) value "A3-SalesComm".
           05 filler pic x(41) value
               "../../../data/A4.dat                    N".
           05 filler pic x(22) value "A4-SalaryReport".
           05 filler pic x(41) value
               "../../../../data/A5.dat                 5".
           05 filler pic x(22) value "A5-SalaryReport-5A".
           05 filler pic x(41) value
               "../../../data/A6.dat                    N".
           05 filler pic x(22) value "A6-DataValidation".
           05 filler pic x(41) value
               "../../../data/A6-VendorMaster.dat       N".
           05 filler pic x(22) value "A6-DataValidation".
           05 filler pic x(41) value
               "../../../data/A6-PriceRangeTable.dat    N".
           05 filler pic x(22) value "A6-DataValidation".
           05 filler pic x(41) value
               "../../../data/A7.dat                    N".
           05 filler pic x(22) value "A7-CallCenterOpReport".
      *
       01 ws-default-input-table redefines ws-default-input-values.
           05 ws-di-entry occurs 14 times.
               10 ws-di-name            pic x(40).
               10 ws-di-trailer         pic x.
               10 ws-di-step            pic x(22).
      *
      *the preflight inputs in force tonight - off the definition
      *file's I rows, or the built-in list above
       01 ws-input-table.
           05 ws-in-entry occurs 1 to 40 times
                   depending on ws-input-count.
               10 ws-in-step            pic x(30).
               10 ws-pf-name            pic x(40).
               10 ws-pf-trailer         pic x.
      *
       01 ws-input-count               pic 99     value 0.
      *
      *built-in step definitions - the chain as it ran before the
      *definition file, in run order, used when A0-StepDef.dat is
      *not there. each step is three lines: step and program,
      *predecessors, then highest good rc, action, owning
      *department and frequency
       01 ws-default-step-values.
           05 filler pic x(44) value
               "A0-ArchiveOutputs     A0-ArchiveOutputs     ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SOPS ".
           05 filler pic x(44) value
               "A1-ContactList        A1-ContactList        ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SADM ".
           05 filler pic x(44) value
               "A2-ItemList           A2_ItemList           ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SINV ".
           05 filler pic x(44) value
               "A3-SalesExtract       A3-SalesExtract       ".
           05 filler pic x(44) value
               "A2-ItemList                                 ".
           05 filler pic x(9)  value "0004SSLS ".
           05 filler pic x(44) value
               "A3-CommYearEnd        A3-CommYearEnd        ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SSLSA".
           05 filler pic x(44) value
               "A3-SalesComm          A3-SalesComm          ".
           05 filler pic x(44) value
               "A3-SalesExtract       A3-CommYearEnd        ".
           05 filler pic x(9)  value "0000SSLS ".
           05 filler pic x(44) value
               "A4-SalaryReport       A4-SalaryReport       ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SHRS ".
           05 filler pic x(44) value
               "A5-SalaryReport-5A    A5-SalaryReport-5A    ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SHRS ".
           05 filler pic x(44) value
               "A5-SalaryReport-5B    A5-SalaryReport-5B    ".
           05 filler pic x(44) value
               "A5-SalaryReport-5A                          ".
           05 filler pic x(9)  value "0000SHRS ".
           05 filler pic x(44) value
               "A5-SalaryReport-5C    A5-SalaryReport-5C    ".
           05 filler pic x(44) value
               "A5-SalaryReport-5A    A5-SalaryReport-5B    ".
           05 filler pic x(9)  value "0000SHRS ".
           05 filler pic x(44) value
               "A6-DataValidation     A6-DataValidation     ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SPUR ".
           05 filler pic x(44) value
               "A6-PartMasterUpdate   A6-PartMasterUpdate   ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SPUR ".
           05 filler pic x(44) value
               "A6-PriceSchedule      A6-PriceSchedule      ".
           05 filler pic x(44) value
               "A6-PartMasterUpdate                         ".
           05 filler pic x(9)  value "0000LPUR ".
           05 filler pic x(44) value
               "A7-CallCenterOpReport A7-CallCenterOpReport ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SCCR ".
           05 filler pic x(44) value
               "A3-HistoryPurge       A3-HistoryPurge       ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SSLSM".
           05 filler pic x(44) value
               "A7-YearEndClose       A7-YearEndClose       ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SCCRA".
           05 filler pic x(44) value
               "A0-ChainRecon         A0-ChainRecon         ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000SOPS ".
           05 filler pic x(44) value
               "A0-CapacityCheck      A0-CapacityCheck      ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0004LOPS ".
           05 filler pic x(44) value
               "A0-ChangeAudit        A0-ChangeAudit        ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0000LOPS ".
           05 filler pic x(44) value
               "A0-VarianceCheck      A0-VarianceCheck      ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0004LOPS ".
           05 filler pic x(44) value
               "A0-LeaverRecon        A0-LeaverRecon        ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0004LADM ".
           05 filler pic x(44) value
               "A0-OnCallCheck        A0-OnCallCheck        ".
           05 filler pic x(44) value spaces.
           05 filler pic x(9)  value "0004LOPS ".
      *
       01 ws-default-step-table redefines ws-default-step-values.
           05 ws-ds-entry occurs 22 times.
               10 ws-ds-step            pic x(22).
               10 ws-ds-program         pic x(22).
               10 ws-ds-pred            pic x(22)  occurs 2 times.
               10 ws-ds-max-rc          pic 9(4).
               10 ws-ds-action          pic x.
               10 ws-ds-dept            pic x(3).
               10 ws-ds-freq            pic x.
      *
      *the chain in force tonight, in run order. status is blank
      *until the step is reached, then C completed (tonight or on
      *a prior partial run), F failed or H held behind a failed
      *predecessor
       01 ws-step-def-table.
           05 ws-sd-entry occurs 1 to 30 times
                   depending on ws-sd-count.
               10 ws-sd-step            pic x(30).
               10 ws-sd-program         pic x(30).
               10 ws-sd-pred            pic x(30)  occurs 3 times.
               10 ws-sd-max-rc          pic 9(4).
               10 ws-sd-action          pic x.
                   88 sd-stops-chain     value "S".
               10 ws-sd-dept            pic x(3).
               10 ws-sd-freq            pic x.
                   88 sd-calendar-step   value "M" "A".
               10 ws-sd-status          pic x.
      *
       01 ws-sd-count                  pic 99     value 0.
      *
       01 ws-step-def-subs.
           05 ws-sd-x                  pic 99     value 0.
           05 ws-sd-hit                pic 99     value 0.
           05 ws-pred-x                pic 9      value 0.
           05 ws-di-x                  pic 99     value 0.
      *
       01 ws-step-def-flags.
           05 ws-step-def-eof          pic x      value "n".
           05 ws-step-def-source       pic x      value "B".
               88 step-defs-from-file   value "F".
           05 ws-preds-ok              pic x      value "y".
               88 preds-ok              value "y".
           05 ws-step-will-run         pic x      value "n".
               88 step-will-run         value "y".
      *
       77 ws-step-def-file-status      pic xx     value spaces.
       77 ws-sd-errors                 pic 99     value 0.
      *
      *steps that failed or were held under the log-only action -
      *the chain carried on past them
       77 ws-logged-failures           pic 99     value 0.
      *
       77 ws-busdate-file-status       pic xx     value spaces.
      *
               10 filler               pic 99.
      *
      *the calendar-driven steps and when each last ran, loaded
      *from the schedule file - a step not on the file is added,
      *not run, the first night it is checked
       01 ws-sched-table.
           05 ws-sched-entry occurs 1 to 20 times
                   depending on ws-sched-count.
           05 filler                   pic x      value spaces.
           05 ws-lb-note               pic x(40).
           05 filler                   pic x(19)  value spaces.
      *
      *department paged when the owner has nobody on call, or the
      *scheduled contact is inactive or off the roster
       77 ws-fallback-dept             pic x(3)   value "OPS".
      *
       77 ws-oncall-file-status        pic xx     value spaces.
       77 ws-contact-file-status       pic xx     value spaces.
       77 ws-alert-file-status         pic xx     value spaces.
      *
      *paging work - the department being tried, and the contact
      *found for it
       01 ws-page-work.
           05 ws-pg-owner-dept         pic x(3)   value spaces.
           05 ws-pg-dept               pic x(3)   value spaces.
           05 ws-pg-cnum               pic 9(4)   value 0.
           05 ws-pg-name               pic x(16)  value spaces.
           05 ws-pg-email              pic x(30)  value spaces.
           05 ws-pg-phone              pic x(12)  value spaces.
           05 ws-pg-note               pic x(30)  value spaces.
           05 ws-pg-x                  pic 99     value 0.
           05 ws-pg-eof                pic x      value "n".
           05 ws-pg-oncall-found       pic x      value "n".
               88 pg-oncall-found       value "y".
           05 ws-pg-contact-found      pic x      value "n".
               88 pg-contact-found      value "y".
           05 ws-pg-contact-ok         pic x      value "n".
               88 pg-contact-ok         value "y".
           05 ws-pg-roster-bad         pic x      value "n".
               88 pg-roster-unknown     value "y".
      *
      *the roster layout version the on-call lookup reads, and the
      *one before managers were carried, read the same way
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
      *
      *the seven-day on-call week is walked a real calendar day at
      *a time, the same way the contact list does it
       01 ws-pg-week-math.
           05 ws-wk-date               pic 9(8)   value 0.
           05 ws-wk-date-r redefines ws-wk-date.
               10 ws-wk-yyyy           pic 9(4).
               10 ws-wk-mm             pic 99.
               10 ws-wk-dd             pic 99.
           05 ws-wk-day-x              pic 9      value 0.
      *
       01 ws-month-day-values.
           05 filler                   pic x(24)  value
               "312831303130313130313031".
      *
       01 ws-month-day-table redefines ws-month-day-values.
           05 ws-days-in-month         pic 99     occurs 12 times.
      *
       01 ws-leap-math.
           05 ws-leap-quotient         pic 9(4)   value 0.
           05 ws-leap-rem              pic 9      value 0.
      *
       01 ws-log-step-line.
           05 filler                   pic x(5)   value "STEP ".
               goback
           end-if.
      *
      *a definition file that does not hold together runs nothing
           perform 035-load-step-definitions.
      *
           if not chain-ok
               move 0 to ws-step-rc
               perform 860-page-on-call
               perform 070-close-run-log
               move 8 to return-code
               goback
      *
           perform 055-load-schedule.
      *
      *preflight comes after the selection, restart and schedule
      *loads - only the inputs of steps that will run are checked
           perform 030-preflight-inputs.
      *
           if not chain-ok
               move 0 to ws-step-rc
               perform 860-page-on-call
               perform 070-close-run-log
               move 8 to return-code
               goback
           end-if.
      *
      *the steps run in definition order until one with the stop
      *action fails - the handoff reconciliation follows every
      *step that appends a control record, so it sees them all;
      *only the checks that write none are defined after it
           perform 090-run-one-step
               varying ws-sd-x from 1 by 1
               until ws-sd-x is greater than ws-sd-count
               or not chain-ok.
      *
      *the run log has to be written out and closed before the
      *digest runs - writes to a line sequential file sit in the
           if not chain-ok
               display "NIGHTLY BATCH ABORTED AFTER: " ws-failed-step
           else
               if ws-logged-failures is greater than 0
                   display "NIGHTLY BATCH COMPLETED - "
                           ws-logged-failures
                           " STEP(S) FAILED OR HELD, LOGGED ONLY"
               else
                   display "NIGHTLY BATCH COMPLETED SUCCESSFULLY"
               end-if
      *a completed chain clears the run control, so the next night
      *starts from the top
               perform 060-clear-run-control
      *
           perform 031-preflight-one-file
               varying ws-pf-x from 1 by 1
               until ws-pf-x is greater than ws-input-count.
      *
           if ws-pf-problems is greater than 0
               display "PREFLIGHT FAILED - " ws-pf-problems
               move "N" to ws-chain-flag
           end-if.
      *
      *an input whose step is not running tonight (done on a prior
      *run, off the select card or not due) is not checked
       031-preflight-one-file.
      *
           move "y" to ws-step-will-run.
           if ws-in-step(ws-pf-x) is not equal to spaces
               move ws-in-step(ws-pf-x) to ws-dep-step
               perform 094-find-step-def
               if ws-sd-hit is equal to 0
                   move "n" to ws-step-will-run
               else
                   move ws-sd-hit to ws-sd-x
                   perform 036-check-step-will-run
               end-if
           end-if.
      *
           if step-will-run
               perform 031A-probe-one-file
           end-if.
      *
       031A-probe-one-file.
      *
           move ws-pf-name(ws-pf-x) to ws-preflight-name.
           move "n" to ws-pf-eof.
               display "PREFLIGHT: NO TRAILER " ws-preflight-name
           end-if.
      *
      *decides whether the step at ws-sd-x will run tonight - due
      *if it is a calendar step, not done on a prior partial run,
      *and on the select card when there is one
       036-check-step-will-run.
      *
           move ws-sd-step(ws-sd-x) to ws-step-name.
           move "n" to ws-step-will-run.
      *
           if sd-calendar-step(ws-sd-x)
               perform 840-check-step-due
           else
               move "y" to ws-step-due
           end-if.
      *
           if step-due
               perform 800-check-step-done
               perform 830-check-step-selected
               if not step-done
                 and step-selected
                   move "y" to ws-step-will-run
               end-if
           end-if.
      *
      *loads the step definitions and their preflight inputs off
      *the definition file, or the built-in chain when there is no
      *file, then checks the definitions hold together - any
      *problem is named on the console and nothing runs
       035-load-step-definitions.
      *
           open input step-def-file.
      *
           if ws-step-def-file-status is equal to "35"
               display "NO STEP DEFINITION FILE - BUILT-IN CHAIN USED"
               perform 035A-load-default-step
                   varying ws-di-x from 1 by 1
                   until ws-di-x is greater than 22
               perform 035B-load-default-input
                   varying ws-di-x from 1 by 1
                   until ws-di-x is greater than 14
           else
               move "F" to ws-step-def-source
               perform 035C-read-step-def
               perform 035D-add-step-def
                   until ws-step-def-eof is equal to "y"
                   or ws-sd-errors is greater than 0
           end-if.
      *
           close step-def-file.
      *
           if ws-sd-errors is equal to 0
             and ws-sd-count is equal to 0
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: NO STEPS DEFINED"
           end-if.
      *
           if ws-sd-errors is equal to 0
               perform 035E-check-one-step
                   varying ws-sd-x from 1 by 1
                   until ws-sd-x is greater than ws-sd-count
               perform 035G-check-one-input
                   varying ws-pf-x from 1 by 1
                   until ws-pf-x is greater than ws-input-count
           end-if.
      *
           if ws-sd-errors is greater than 0
               display "STEP DEFINITIONS REJECTED - " ws-sd-errors
                       " PROBLEM(S) LISTED ABOVE - BATCH NOT RUN"
               move "STEP DEFINITIONS" to ws-failed-step
               move "N" to ws-chain-flag
           end-if.
      *
       035A-load-default-step.
      *
           add 1 to ws-sd-count.
           move ws-ds-step(ws-di-x)    to ws-sd-step(ws-sd-count).
           move ws-ds-program(ws-di-x) to ws-sd-program(ws-sd-count).
           move ws-ds-pred(ws-di-x, 1) to ws-sd-pred(ws-sd-count, 1).
           move ws-ds-pred(ws-di-x, 2) to ws-sd-pred(ws-sd-count, 2).
           move spaces                 to ws-sd-pred(ws-sd-count, 3).
           move ws-ds-max-rc(ws-di-x)  to ws-sd-max-rc(ws-sd-count).
           move ws-ds-action(ws-di-x)  to ws-sd-action(ws-sd-count).
           move ws-ds-dept(ws-di-x)    to ws-sd-dept(ws-sd-count).
           move ws-ds-freq(ws-di-x)    to ws-sd-freq(ws-sd-count).
           move space                  to ws-sd-status(ws-sd-count).
      *
       035B-load-default-input.
      *
           add 1 to ws-input-count.
           move ws-di-step(ws-di-x)    to ws-in-step(ws-input-count).
           move ws-di-name(ws-di-x)    to ws-pf-name(ws-input-count).
           move ws-di-trailer(ws-di-x)
                                     to ws-pf-trailer(ws-input-count).
      *
       035C-read-step-def.
           read step-def-file
               at end
                   move "y" to ws-step-def-eof.
      *
      *blank rows are passed over; the tables refuse a file that
      *will not fit rather than run half a chain
       035D-add-step-def.
      *
           if sd-step-row
               if ws-sd-count is equal to 30
                   add 1 to ws-sd-errors
                   display "STEP DEFINITIONS: MORE THAN 30 STEPS"
               else
                   add 1 to ws-sd-count
                   move sd-step-name   to ws-sd-step(ws-sd-count)
                   move sd-program     to ws-sd-program(ws-sd-count)
                   move sd-pred(1)     to ws-sd-pred(ws-sd-count, 1)
                   move sd-pred(2)     to ws-sd-pred(ws-sd-count, 2)
                   move sd-pred(3)     to ws-sd-pred(ws-sd-count, 3)
                   move sd-fail-action to ws-sd-action(ws-sd-count)
                   move sd-owner-dept  to ws-sd-dept(ws-sd-count)
                   move sd-frequency   to ws-sd-freq(ws-sd-count)
                   move space          to ws-sd-status(ws-sd-count)
                   if sd-max-rc is numeric
                       move sd-max-rc  to ws-sd-max-rc(ws-sd-count)
                   else
                       add 1 to ws-sd-errors
                       display "STEP DEFINITIONS: BAD RETURN CODE FOR "
                               sd-step-name
                   end-if
               end-if
           else
           if sd-input-row
               if ws-input-count is equal to 40
                   add 1 to ws-sd-errors
                   display "STEP DEFINITIONS: MORE THAN 40 INPUTS"
               else
                   add 1 to ws-input-count
                   move si-step-name to ws-in-step(ws-input-count)
                   move si-file-name to ws-pf-name(ws-input-count)
                   move si-trailer   to ws-pf-trailer(ws-input-count)
               end-if
           else
           if step-def-rec is not equal to spaces
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: UNKNOWN ROW TYPE " sd-type
           end-if
           end-if
           end-if.
      *
           perform 035C-read-step-def.
      *
      *every step needs a program, a known action and frequency, a
      *name no earlier step uses, and predecessors defined ahead
      *of it - which also means no step can wait on itself
       035E-check-one-step.
      *
           move ws-sd-step(ws-sd-x) to ws-dep-step.
           perform 094-find-step-def.
           if ws-sd-step(ws-sd-x) is equal to spaces
             or ws-sd-hit is less than ws-sd-x
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: BLANK OR DUPLICATE STEP "
                       ws-sd-step(ws-sd-x)
           end-if.
      *
           if ws-sd-program(ws-sd-x) is equal to spaces
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: NO PROGRAM FOR "
                       ws-sd-step(ws-sd-x)
           end-if.
      *
           if ws-sd-action(ws-sd-x) is not equal to "S"
             and ws-sd-action(ws-sd-x) is not equal to "L"
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: ACTION NOT S OR L FOR "
                       ws-sd-step(ws-sd-x)
           end-if.
      *
           if ws-sd-freq(ws-sd-x) is not equal to space
             and not sd-calendar-step(ws-sd-x)
               add 1 to ws-sd-errors
               display "STEP DEFINITIONS: FREQUENCY NOT M OR A FOR "
                       ws-sd-step(ws-sd-x)
           end-if.
      *
           perform 035F-check-one-predecessor
               varying ws-pred-x from 1 by 1
               until ws-pred-x is greater than 3.
      *
       035F-check-one-predecessor.
      *
           if ws-sd-pred(ws-sd-x, ws-pred-x) is not equal to spaces
               move ws-sd-pred(ws-sd-x, ws-pred-x) to ws-dep-step
               perform 094-find-step-def
               if ws-sd-hit is equal to 0
                 or ws-sd-hit is not less than ws-sd-x
                   add 1 to ws-sd-errors
                   display "STEP DEFINITIONS: " ws-sd-step(ws-sd-x)
                           " PREDECESSOR NOT DEFINED AHEAD OF IT - "
                           ws-dep-step
               end-if
           end-if.
      *
       035G-check-one-input.
      *
           if ws-in-step(ws-pf-x) is not equal to spaces
               move ws-in-step(ws-pf-x) to ws-dep-step
               perform 094-find-step-def
               if ws-sd-hit is equal to 0
                   add 1 to ws-sd-errors
                   display "STEP DEFINITIONS: INPUT FOR UNKNOWN STEP "
                           ws-dep-step
               end-if
           end-if.
      *
      *loads the parameter card naming the steps to run - each
      *selected step's predecessors off the definitions are pulled
      *in too (5B needs 5A's non-graduate feed, 5C the totals both
      *produce)
       045-load-step-selection.
      *
           open input step-select-file.
               perform 046-read-step-select
               perform 047-add-select-entry
                   until ws-step-select-eof is equal to "y"
                   or ws-select-count is equal to 30
           end-if.
      *
           close step-select-file.
      *
           perform 046-read-step-select.
      *
      *walks the definitions last to first, so a predecessor the
      *card pulls in has its own predecessors pulled in when the
      *walk reaches it - predecessors are always defined earlier
       048-enforce-dependencies.
      *
           perform 048A-require-predecessors
               varying ws-sd-x from ws-sd-count by -1
               until ws-sd-x is less than 1.
      *
       048A-require-predecessors.
      *
           move ws-sd-step(ws-sd-x) to ws-dep-step.
           perform 049-hunt-selected-step.
           if step-selected
               perform 048B-require-one-predecessor
                   varying ws-pred-x from 1 by 1
                   until ws-pred-x is greater than 3
           end-if.
      *
       048B-require-one-predecessor.
      *
           if ws-sd-pred(ws-sd-x, ws-pred-x) is not equal to spaces
               move ws-sd-pred(ws-sd-x, ws-pred-x) to ws-dep-step
               perform 049A-require-step
           end-if.
      *
      *
           perform 049-hunt-selected-step.
           if not step-selected
             and ws-select-count is less than 30
               add 1 to ws-select-count
               move ws-dep-step to ws-sl-step(ws-select-count)
               display "ADDING " ws-dep-step
                   perform 051-read-run-control
                   perform 052-add-done-entry
                       until ws-run-control-eof is equal to "y"
                       or ws-done-count is equal to 30
               end-if
               close run-control-file
           end-if.
           end-if.
      *
      *loads the schedule control file - a missing file just means
      *no calendar-driven step has a row yet
       055-load-schedule.
      *
           open input schedule-file.
                           "CALENDAR STEPS SKIPPED, FILE UNTOUCHED"
               end-if
           else
               display "NO SCHEDULE FILE - ONE IS STARTED, "
                       "CALENDAR STEPS FIRE FROM THEIR NEXT CYCLE"
           end-if.
      *
           close schedule-file.
      *
      *decides whether the step in ws-step-name is due tonight -
      *monthly fires the first batch of a new month, annual the
      *first batch of a new year, measured off the business date.
      *the frequency is the step definition's; the schedule file
      *holds the last-run date.  a calendar step with no row on
      *it is not due: its row is added with tonight's date, so it
      *first fires at its next month or year rather than mid-cycle
      *the night it is deployed
       840-check-step-due.
      *
           move "n" to ws-step-due.
                   or sched-found
      *
               if sched-found
                   if ws-sd-freq(ws-sd-x) is equal to "M"
                     and (ws-sc-lr-yyyy(ws-sched-hit) is less than
                                                       ws-bd-yyyy
                       or (ws-sc-lr-yyyy(ws-sched-hit) is equal to
                                                       ws-bd-mm))
                       move "y" to ws-step-due
                   end-if
                   if ws-sd-freq(ws-sd-x) is equal to "A"
                     and ws-sc-lr-yyyy(ws-sched-hit) is less than
                                                       ws-bd-yyyy
                       move "y" to ws-step-due
                   end-if
               else
               if ws-sched-count is less than 20
                   perform 850-mark-step-run
                   display "SCHEDULE ROW ADDED FOR " ws-step-name
                           " - FIRST RUN AT ITS NEXT CYCLE"
               else
                   display "SCHEDULE FILE FULL - " ws-step-name
                           " CANNOT BE SCHEDULED"
               end-if
               end-if
           end-if.
      *
      *
      *stamps tonight's business date as the step's last run and
      *rewrites the schedule file, so the step goes quiet until
      *its next month or year comes around - a step with no row
      *yet gets a new one
       850-mark-step-run.
      *
           move "n" to ws-sched-found.
           perform 841-match-schedule
               varying ws-sched-x from 1 by 1
               until ws-sched-x is greater than ws-sched-count
               or sched-found.
      *
           if not sched-found
               add 1 to ws-sched-count
               move ws-step-name   to ws-sc-step(ws-sched-count)
               move ws-sched-count to ws-sched-hit
           end-if.
      *
           move ws-bd-date          to ws-sc-last-run(ws-sched-hit).
           move ws-sd-freq(ws-sd-x) to ws-sc-freq(ws-sched-hit).
      *
           open output schedule-file.
      *
           move ws-sc-last-run(ws-sched-x) to sc-last-run.
           write schedule-rec.
      *
      *drives one step off its definition - a calendar step not
      *due tonight is passed over quietly, then the restart and
      *select card checks, and a step whose predecessor failed or
      *was held tonight is held itself rather than run against
      *half-built input
       090-run-one-step.
      *
           move ws-sd-step(ws-sd-x) to ws-step-name.
      *
           if sd-calendar-step(ws-sd-x)
               perform 840-check-step-due
           else
               move "y" to ws-step-due
           end-if.
      *
           if not step-due
               continue
           else
               perform 800-check-step-done
               perform 830-check-step-selected
               if step-done
                   move "C" to ws-sd-status(ws-sd-x)
                   display "SKIPPING " ws-step-name
                           "(DONE ON PRIOR RUN)"
               else
               if not step-selected
                   display "BYPASSING " ws-step-name
                           "(NOT ON STEP SELECT CARD)"
               else
                   perform 092-check-predecessors
                   if not preds-ok
                       move "H" to ws-sd-status(ws-sd-x)
                       display "HOLDING " ws-step-name
                               "(PREDECESSOR " ws-dep-step
                               " DID NOT COMPLETE)"
                       perform 096-step-failed
                   else
                       perform 095-call-one-step
                   end-if
               end-if
               end-if
           end-if.
      *
      *a predecessor that failed or was held tonight holds the
      *step - one that simply was not due or not selected does not
       092-check-predecessors.
      *
           move "y" to ws-preds-ok.
      *
           perform 093-check-one-predecessor
               varying ws-pred-x from 1 by 1
               until ws-pred-x is greater than 3
               or not preds-ok.
      *
       093-check-one-predecessor.
      *
           if ws-sd-pred(ws-sd-x, ws-pred-x) is not equal to spaces
               move ws-sd-pred(ws-sd-x, ws-pred-x) to ws-dep-step
               perform 094-find-step-def
               if ws-sd-hit is greater than 0
                 and (ws-sd-status(ws-sd-hit) is equal to "F"
                   or ws-sd-status(ws-sd-hit) is equal to "H")
                   move "n" to ws-preds-ok
               end-if
           end-if.
      *
      *finds the definition for the step named in ws-dep-step -
      *ws-sd-hit is zero when there is none
       094-find-step-def.
      *
           move 0 to ws-sd-hit.
      *
           perform 094A-match-step-def
               varying ws-di-x from 1 by 1
               until ws-di-x is greater than ws-sd-count
               or ws-sd-hit is greater than 0.
      *
       094A-match-step-def.
      *
           if ws-sd-step(ws-di-x) is equal to ws-dep-step
               move ws-di-x to ws-sd-hit
           end-if.
      *
      *calls the step's program - a return code above the step's
      *highest acceptable one is a failure, and so is a program
      *that cannot be loaded at all
       095-call-one-step.
      *
           display "STARTING " ws-step-name.
           accept ws-step-start-time from time.
      *
           call ws-sd-program(ws-sd-x)
               on exception
                   display "PROGRAM NOT FOUND: " ws-sd-program(ws-sd-x)
                   move 16 to return-code
           end-call.
      *
           move return-code to ws-step-rc.
           accept ws-step-end-time from time.
           perform 820-log-one-step.
      *
           if ws-step-rc is less than 0
             or ws-step-rc is greater than ws-sd-max-rc(ws-sd-x)
               move "F" to ws-sd-status(ws-sd-x)
               perform 096-step-failed
           else
               move "C" to ws-sd-status(ws-sd-x)
               perform 810-mark-step-done
               if sd-calendar-step(ws-sd-x)
                   perform 850-mark-step-run
               end-if
           end-if.
      *
      *a stop step ends the chain and pages its owner; a log-only
      *step's failure is on the run log and the chain carries on
       096-step-failed.
      *
           if sd-stops-chain(ws-sd-x)
               move ws-step-name        to ws-failed-step
               move "N"                 to ws-chain-flag
               perform 860-page-on-call
           else
               add 1 to ws-logged-failures
               display "STEP FAILED - LOGGED ONLY, CHAIN CONTINUES: "
                       ws-step-name
           end-if.
      *
      *pages the failed step's owning department - the contact on
      *call tonight off the schedule, with their email and phone off
      *the roster, written as one alert row the mail gateway sends.
      *nobody on call, or an inactive or unknown contact, sends the
      *page to the fallback department rather than dropping it
       860-page-on-call.
      *
      *preflight belongs to no step and pages the fallback
      *department directly
           move ws-fallback-dept to ws-pg-owner-dept.
           perform 861-match-step-owner
               varying ws-pg-x from 1 by 1
               until ws-pg-x is greater than ws-sd-count.
      *
           move ws-pg-owner-dept to ws-pg-dept.
           perform 870-find-oncall-contact.
      *
           if not pg-contact-ok
             and ws-pg-dept is not equal to ws-fallback-dept
               display "ON-CALL PAGE: DEPT " ws-pg-dept " - "
                       ws-pg-note
               move ws-fallback-dept to ws-pg-dept
               perform 870-find-oncall-contact
               if pg-contact-ok
                   move "FALLBACK - OWNER NOT COVERED" to ws-pg-note
               end-if
           end-if.
      *
      *even with nobody reachable the alert is still written, under
      *the department last tried, so the gateway's default list
      *gets it
           if not pg-contact-ok
               move 0      to ws-pg-cnum
               move spaces to ws-pg-name
               move spaces to ws-pg-email
               move spaces to ws-pg-phone
               display "ON-CALL PAGE: NO ACTIVE ON-CALL CONTACT FOR "
                       ws-step-name
           end-if.
      *
           perform 880-write-alert.
      *
       861-match-step-owner.
      *
           if ws-sd-step(ws-pg-x) is equal to ws-failed-step
             and ws-sd-dept(ws-pg-x) is not equal to spaces
               move ws-sd-dept(ws-pg-x) to ws-pg-owner-dept
           end-if.
      *
      *finds the department's on-call row covering the business
      *date, then that contact on the roster - pg-contact-ok only
      *when both are found and the contact is active
       870-find-oncall-contact.
      *
           move "n"    to ws-pg-oncall-found.
           move "n"    to ws-pg-contact-found.
           move "n"    to ws-pg-contact-ok.
           move "n"    to ws-pg-roster-bad.
           move 0      to ws-pg-cnum.
           move spaces to ws-pg-name.
           move spaces to ws-pg-email.
           move spaces to ws-pg-phone.
           move "n"    to ws-pg-eof.
      *
           open input oncall-file.
           if ws-oncall-file-status is not equal to "35"
               perform 871-read-oncall
               perform 872-check-one-oncall
                   until ws-pg-eof is equal to "y"
                   or pg-oncall-found
           end-if.
           close oncall-file.
      *
           if not pg-oncall-found
               move "NO ON-CALL ENTRY THIS WEEK" to ws-pg-note
           else
               move "n" to ws-pg-eof
               open input contact-file
               if ws-contact-file-status is not equal to "35"
                   perform 875-read-contact
                   perform 877-check-roster-layout
                   perform 876-check-one-contact
                       until ws-pg-eof is equal to "y"
                       or pg-contact-found
               end-if
               close contact-file
               if pg-roster-unknown
                   move "ROSTER LAYOUT NOT SUPPORTED" to ws-pg-note
               else
               if not pg-contact-found
                   move "ON-CALL CONTACT NOT ON ROSTER" to ws-pg-note
               else
                   if pg-contact-ok
                       move "ON CALL" to ws-pg-note
                   else
                       move "ON-CALL CONTACT INACTIVE" to ws-pg-note
                   end-if
               end-if
               end-if
           end-if.
      *
       871-read-oncall.
           read oncall-file
               at end
                   move "y" to ws-pg-eof.
      *
       872-check-one-oncall.
      *
           if oc-dept is equal to ws-pg-dept
             and oc-week-start is numeric
               move oc-week-start to ws-wk-date
               perform 873-match-one-week-day
                   varying ws-wk-day-x from 1 by 1
                   until ws-wk-day-x is greater than 7
                   or pg-oncall-found
           end-if.
      *
           if pg-oncall-found
               move oc-contact-num to ws-pg-cnum
           else
               perform 871-read-oncall
           end-if.
      *
      *one of the week's seven dates - a hit marks the row,
      *otherwise the date steps forward with month and year
      *rollover
       873-match-one-week-day.
      *
           if ws-wk-date is equal to ws-bd-date
               move "y" to ws-pg-oncall-found
           else
               divide ws-wk-yyyy by 4
                   giving ws-leap-quotient
                   remainder ws-leap-rem
               if ws-leap-rem is equal to 0
                   move 29 to ws-days-in-month(2)
               else
                   move 28 to ws-days-in-month(2)
               end-if
      *
               add 1 to ws-wk-dd
               if ws-wk-mm is not less than 1
                 and ws-wk-mm is not greater than 12
                 and ws-wk-dd is greater than
                                       ws-days-in-month(ws-wk-mm)
                   move 1 to ws-wk-dd
                   add 1 to ws-wk-mm
                   if ws-wk-mm is greater than 12
                       move 1 to ws-wk-mm
                       add 1 to ws-wk-yyyy
                   end-if
               end-if
           end-if.
      *
       875-read-contact.
           read contact-file
               at end
                   move "y" to ws-pg-eof.
      *
      *an old-layout roster row carries no number and can never be
      *the scheduled contact, so it just reads past
       876-check-one-contact.
      *
           if cl-contact-num is numeric
             and cl-contact-num is equal to ws-pg-cnum
               move "y"       to ws-pg-contact-found
               move cl-name   to ws-pg-name
               move cl-email  to ws-pg-email
               move cl-number to ws-pg-phone
               if cl-status-active
                   move "y" to ws-pg-contact-ok
               end-if
           else
               perform 875-read-contact
           end-if.
      *
      *a layout header on the roster's first record is passed over
      *when it names the version this lookup reads; any other
      *version ends the search - no contact is paged off a row
      *that may be misread
       877-check-roster-layout.
      *
           if ws-pg-eof is not equal to "y"
             and hl-layout-header
               if hl-file-id is equal to "CONTACTS"
                 and (hl-version is equal to ws-roster-version
                   or hl-version is equal to ws-roster-prior-version)
                   perform 875-read-contact
               else
                   move "y" to ws-pg-roster-bad
                   move "y" to ws-pg-eof
                   display "A0-NIGHTLYBATCH: ROSTER LAYOUT "
                           hl-file-id " VERSION " hl-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-roster-version ")"
               end-if
           end-if.
      *
      *appends the alert row - the mail gateway sweeps the file and
      *sends each new row to the named email and phone
       880-write-alert.
      *
           open extend alert-file.
           if ws-alert-file-status is equal to "35"
               open output alert-file
           end-if.
      *
           move spaces            to alert-rec.
           move ws-bd-date        to al-date.
           accept al-time from time.
           move ws-failed-step    to al-step.
           move ws-step-rc        to al-rc.
           move ws-pg-owner-dept  to al-owner-dept.
           move ws-pg-dept        to al-paged-dept.
           move ws-pg-cnum        to al-contact-num.
           move ws-pg-name        to al-name.
           move ws-pg-email       to al-email.
           move ws-pg-phone       to al-phone.
           move ws-pg-note        to al-note.
           write alert-rec.
      *
           close alert-file.
      *
           display "ON-CALL PAGE: " ws-failed-step " - DEPT "
                   ws-pg-dept " CONTACT " ws-pg-cnum " " ws-pg-name.
      *
       end program A0-NightlyBatch.
