       identification division.
       program-id. A0-CapacityCheck.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *table capacity early warning.  a good many programs hold a
      *whole file in a fixed-size table and refuse the run when it
      *fills - the 500-contact roster, the 500-operator A7 table,
      *the 500-employee pay YTD table, A3-CommTrend's 200 rep keys,
      *the GL account master, the T2 inventory master - and until
      *now the first anyone heard of it was the night the run was
      *refused.  this step counts each file's live rows the way
      *its reading program counts them, sets the count against
      *that program's table limit, and flags anything past 80% so
      *the limit can be raised in time.  a file at or past its
      *limit is flagged FULL - the next run of that program will
      *be refused.
      *
      *the checks come from A0-CapacityConfig.dat when it is there
      *(one row per file and reading program), otherwise from the
      *built-in list below.  a row is counted one of three ways -
      *R every row, T only rows carrying a type value at a given
      *offset (the YTD file's E rows, the GL feed's batch trailer
      *T rows), or D distinct keys lifted from up to two offsets
      *(A3-CommTrend's rep keys and run dates).  layout header
      *rows and blank rows are never counted.
      *
      *return code 4 when anything is past 80%, 8 when anything is
      *full.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *capacity config - one row per file and reading program
           select config-file
               assign to "../../../data/A0-CapacityConfig.dat"
               organization is line sequential
               file status is ws-config-file-status.
      *
      *the file being counted this moment
           select source-file
               assign to ws-source-name
               organization is line sequential
               file status is ws-source-file-status.
      *
           select report-file
               assign to "../../../data/A0-CapacityCheck.out"
               organization is line sequential.
      *
      *business-date control file - stamps the report; a missing
      *file falls back to the system date
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd config-file
           data record is config-rec
           record contains 92 characters.
      *
       01 config-rec                   pic x(92).
      *
       fd source-file
           data record is source-rec
           record contains 160 characters.
      *
       01 source-rec.
           05 sr-marker                pic x(8).
               88 sr-layout-header      value "*LAYOUT ".
           05 filler                   pic x(152).
      *
       fd report-file
           data record is report-line
           record contains 110 characters.
      *
       01 report-line                  pic x(110).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       working-storage section.
      *
      *dynamic name for the counting pass
       01 ws-source-name               pic x(60)  value spaces.
      *
       77 ws-config-file-status        pic xx     value spaces.
       77 ws-source-file-status        pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-config-eof                pic x      value "n".
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *warning threshold, in percent of the table limit
       77 ws-warn-pct                  pic 999    value 80.
      *
      *the check being worked - a config row, or one entry of the
      *built-in list, moved here whole.  the rule says how rows
      *are counted; offset and length are 1-based bytes in the row
       01 ws-check.
           05 ck-file-name             pic x(44).
           05 ck-program               pic x(22).
           05 ck-limit                 pic 9(5).
           05 ck-count-rule            pic x.
               88 ck-count-all          value "R".
               88 ck-count-typed        value "T".
               88 ck-count-distinct     value "D".
           05 ck-key-offset            pic 999.
           05 ck-key-length            pic 99.
           05 ck-key2-offset           pic 999.
           05 ck-key2-length           pic 99.
           05 ck-type-value            pic x(10).
      *
      *built-in checks, used when A0-CapacityConfig.dat is not
      *there - each entry is the file, its reading program, then
      *limit, rule, key offset and length, second key offset and
      *length, and the type value
       01 ws-default-check-values.
           05 filler pic x(44) value
               "../../../data/A1-ContactList.dat".
           05 filler pic x(22) value "A1-ContactMaint".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../data/A7.dat".
           05 filler pic x(22) value "A7-CallLogPost".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../data/A7.dat".
           05 filler pic x(22) value "A7-CallCenterOpReport".
           05 filler pic x(26) value "00200R0000000000".
           05 filler pic x(44) value
               "../../../data/A7-PriorYear.dat".
           05 filler pic x(22) value "A7-CallCenterOpReport".
           05 filler pic x(26) value "00200R0000000000".
           05 filler pic x(44) value
               "../../../data/MidtermPractical2-YTD.dat".
           05 filler pic x(22) value "MidtermPractical2".
           05 filler pic x(26) value "00500T0010100000E".
           05 filler pic x(44) value
               "../../../data/MidtermBankMaster.dat".
           05 filler pic x(22) value "MidtermPractical2".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../data/A3-SalesComm-History.dat".
           05 filler pic x(22) value "A3-CommTrend".
           05 filler pic x(26) value "00200D0080302801".
           05 filler pic x(44) value
               "../../../data/A3-SalesComm-History.dat".
           05 filler pic x(22) value "A3-CommTrend".
           05 filler pic x(26) value "00800D0010600000".
           05 filler pic x(44) value
               "../../../data/A3-EmployeeMaster.dat".
           05 filler pic x(22) value "A3-SalesComm".
           05 filler pic x(26) value "00200R0000000000".
           05 filler pic x(44) value
               "../../../data/GL-AccountMaster.dat".
           05 filler pic x(22) value "GL-AccountPost".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../data/GLInterface.dat".
           05 filler pic x(22) value "GL-AccountPost".
           05 filler pic x(26) value "00060T0010100000T".
           05 filler pic x(44) value
               "../../../data/T2-02-InvMaster.dat".
           05 filler pic x(22) value "T2-02-InvUpdate".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../data/A2-ItemMaster.dat".
           05 filler pic x(22) value "A2-ItemList".
           05 filler pic x(26) value "00300R0000000000".
           05 filler pic x(44) value
               "../../../data/A2-CustomerMaster.dat".
           05 filler pic x(22) value "A2-ItemList".
           05 filler pic x(26) value "00200R0000000000".
           05 filler pic x(44) value
               "../../../data/A6-VendorMaster.dat".
           05 filler pic x(22) value "A6-VendorMaint".
           05 filler pic x(26) value "00500R0000000000".
           05 filler pic x(44) value
               "../../../../data/A5-SalaryMaster.dat".
           05 filler pic x(22) value "A5-PayrollFeedLoad".
           05 filler pic x(26) value "00500R0000000000".
      *
       01 ws-default-check-table redefines ws-default-check-values.
           05 ws-dc-entry              pic x(92)  occurs 16 times.
      *
       77 ws-dc-x                      pic 99     value 0.
      *
      *the row, and the key lifted from it character by character
      *at the offsets the check names
       01 ws-row-copy                  pic x(160) value spaces.
       01 ws-row-copy-r redefines ws-row-copy.
           05 ws-rc-char               pic x      occurs 160 times.
      *
       01 ws-key-lift.
           05 ws-kl-char               pic x      occurs 20 times.
       01 ws-key-lift-r redefines ws-key-lift.
           05 ws-kl-key                pic x(20).
      *
       01 ws-lift-subs.
           05 ws-lift-x                pic 99     value 0.
           05 ws-lift-src              pic 9(3)   value 0.
           05 ws-lift-to               pic 99     value 0.
      *
      *keys seen so far in the file being counted under the D
      *rule - a key the full table cannot hold is counted anyway,
      *and the count is marked as a lower bound
       01 ws-key-table.
           05 ws-key-entry occurs 1 to 2000 times
                   depending on ws-key-count.
               10 ws-ky-key             pic x(20).
      *
       01 ws-key-count                 pic 9(4)   value 0.
      *
       01 ws-key-subs.
           05 ws-key-x                 pic 9(4)   value 0.
      *
       01 ws-key-flags.
           05 ws-key-known             pic x      value "n".
               88 key-known             value "y".
           05 ws-key-capped            pic x      value "n".
               88 key-capped            value "y".
      *
      *per-file counters and the verdict
       01 ws-counters.
           05 ws-cntr-rows             pic 9(6)   value 0.
           05 ws-cntr-pct              pic 9(4)   value 0.
      *
       01 ws-run-totals.
           05 ws-tot-checked           pic 999    value 0.
           05 ws-tot-warned            pic 999    value 0.
           05 ws-tot-full              pic 999    value 0.
           05 ws-tot-missing           pic 999    value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(26)  value
                               "TABLE CAPACITY CHECK".
           05 filler                   pic x(6)   value "  RUN ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(70)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value "FILE".
           05 filler                   pic x(22)  value "PROGRAM".
           05 filler                   pic x(8)   value "    ROWS".
           05 filler                   pic x(8)   value "   LIMIT".
           05 filler                   pic x(7)   value "   PCT".
           05 filler                   pic x(25)  value "  STATUS".
      *
       01 ws-file-line.
           05 fl-name                  pic x(40).
           05 fl-program               pic x(22).
           05 fl-rows                  pic zzzzzz9.
           05 fl-rows-plus             pic x.
           05 fl-limit                 pic zzzzzz9.
           05 filler                   pic x      value spaces.
           05 fl-pct                   pic zzzz9.
           05 fl-pct-sign              pic x(3).
           05 fl-status                pic x(24).
      *
       01 ws-total-line.
           05 filler                   pic x(10)  value "CHECKED: ".
           05 tl-checked               pic zz9.
           05 filler                   pic x(16)  value
                                       "   PAST 80%: ".
           05 tl-warned                pic zz9.
           05 filler                   pic x(10)  value "   FULL: ".
           05 tl-full                  pic zz9.
           05 filler                   pic x(13)  value
                                       "   MISSING: ".
           05 tl-missing               pic zz9.
           05 filler                   pic x(49)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           open output report-file.
           move ws-run-date to ws-hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           open input config-file.
      *
           if ws-config-file-status is equal to "35"
               perform 150-check-default
                   varying ws-dc-x from 1 by 1
                   until ws-dc-x is greater than 16
           else
               perform 110-read-config
               perform 120-check-config-row
                   until ws-config-eof is equal to "y"
           end-if.
      *
           close config-file.
      *
           move ws-tot-checked to tl-checked.
           move ws-tot-warned  to tl-warned.
           move ws-tot-full    to tl-full.
           move ws-tot-missing to tl-missing.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           close report-file.
      *
           if ws-tot-full is greater than 0
               display "A0-CAPACITYCHECK: " ws-tot-full
                       " TABLE(S) FULL - NEXT RUN WILL BE REFUSED"
               move 8 to return-code
           else
           if ws-tot-warned is greater than 0
               display "A0-CAPACITYCHECK: " ws-tot-warned
                       " TABLE(S) PAST 80% OF LIMIT"
               move 4 to return-code
           end-if
           end-if.
      *
           goback.
      *
       100-set-run-date.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
      *
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
      *
           close business-date-file.
      *
       110-read-config.
           read config-file
               at end
                   move "y" to ws-config-eof.
      *
       120-check-config-row.
      *
           move config-rec to ws-check.
           perform 200-check-one-file.
      *
           perform 110-read-config.
      *
       150-check-default.
      *
           move ws-dc-entry(ws-dc-x) to ws-check.
           perform 200-check-one-file.
      *
      *one file against one program's limit - count its rows by
      *the check's rule, then report the count and the verdict
       200-check-one-file.
      *
           add 1 to ws-tot-checked.
      *
           move ck-file-name to ws-source-name.
           move 0   to ws-cntr-rows.
           move 0   to ws-cntr-pct.
           move 0   to ws-key-count.
           move "n" to ws-key-capped.
           move ws-eof-N to ws-eof-flag.
      *
           move spaces       to ws-file-line.
           move ck-file-name to fl-name.
           move ck-program   to fl-program.
           move ck-limit     to fl-limit.
      *
           open input source-file.
      *
           if ws-source-file-status is equal to "35"
               add 1 to ws-tot-missing
               move "FILE MISSING" to fl-status
           else
               perform 210-read-source
               perform 220-count-one-row
                   until ws-eof-flag is equal to ws-eof-Y
               close source-file
               perform 300-set-verdict
           end-if.
      *
           write report-line from ws-file-line
             after advancing 1 line.
      *
       210-read-source.
           read source-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *header and blank rows are passed over; the rest are counted
      *by the check's rule
       220-count-one-row.
      *
           if sr-layout-header
             or source-rec is equal to spaces
               continue
           else
           if ck-count-typed
               perform 230-lift-key
               if ws-kl-key is equal to ck-type-value
                   add 1 to ws-cntr-rows
               end-if
           else
           if ck-count-distinct
               perform 230-lift-key
               perform 250-register-key
           else
               add 1 to ws-cntr-rows
           end-if
           end-if
           end-if.
      *
           perform 210-read-source.
      *
      *lifts the key from the configured offset, and the second
      *key piece (when there is one) right behind it
       230-lift-key.
      *
           move source-rec to ws-row-copy.
           move spaces to ws-key-lift.
           move 0 to ws-lift-to.
      *
           move ck-key-offset to ws-lift-src.
           perform 240-lift-one-char
               varying ws-lift-x from 1 by 1
               until ws-lift-x is greater than ck-key-length.
      *
           move ck-key2-offset to ws-lift-src.
           perform 240-lift-one-char
               varying ws-lift-x from 1 by 1
               until ws-lift-x is greater than ck-key2-length.
      *
       240-lift-one-char.
      *
           if ws-lift-src is greater than 0
             and ws-lift-src is not greater than 160
             and ws-lift-to is less than 20
               add 1 to ws-lift-to
               move ws-rc-char(ws-lift-src) to ws-kl-char(ws-lift-to)
           end-if.
           add 1 to ws-lift-src.
      *
       250-register-key.
      *
           move "n" to ws-key-known.
      *
           perform 260-match-key
               varying ws-key-x from 1 by 1
               until ws-key-x is greater than ws-key-count
               or key-known.
      *
           if not key-known
               add 1 to ws-cntr-rows
               if ws-key-count is equal to 2000
                   move "y" to ws-key-capped
               else
                   add 1 to ws-key-count
                   move ws-kl-key to ws-ky-key(ws-key-count)
               end-if
           end-if.
      *
       260-match-key.
      *
           if ws-ky-key(ws-key-x) is equal to ws-kl-key
               move "y" to ws-key-known
           end-if.
      *
      *percent of the limit used - FULL at or past the limit,
      *WARNING past the threshold
       300-set-verdict.
      *
           move ws-cntr-rows to fl-rows.
           if key-capped
               move "+" to fl-rows-plus
           end-if.
      *
           if ck-limit is greater than 0
               compute ws-cntr-pct rounded =
                   ws-cntr-rows * 100 / ck-limit
                   on size error
                       move 9999 to ws-cntr-pct
               end-compute
           end-if.
           move ws-cntr-pct to fl-pct.
           move "%"         to fl-pct-sign.
      *
           if ws-cntr-rows is not less than ck-limit
               add 1 to ws-tot-full
               move "FULL - RAISE THE LIMIT" to fl-status
           else
           if ws-cntr-rows * 100 is greater than
                   ck-limit * ws-warn-pct
               add 1 to ws-tot-warned
               move "WARNING - PAST 80%" to fl-status
           else
               move "OK" to fl-status
           end-if
           end-if.
      *
       end program A0-CapacityCheck.
