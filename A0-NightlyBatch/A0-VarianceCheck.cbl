       identification division.
       program-id. A0-VarianceCheck.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *night-over-night variance check on the report totals.
      *A0-ArchiveOutputs keeps seven dated generations of every
      *report, but nothing compared tonight's figures with last
      *night's - A3's company commission halving or A2's extended
      *total tripling went by unless someone happened to look.
      *this step lifts each key total off tonight's report and off
      *that report's newest archived generation (the catalog names
      *it), and flags any total that moved by more than its
      *allowed percentage.  run after the reports, so the morning
      *digest sees its return code and goes RED on a flag.
      *
      *the totals come from A0-VarianceConfig.dat when it is there
      *(one row per total), otherwise from the built-in list below.
      *a total is found by the label its report line carries at a
      *given offset, and lifted from a second offset and length -
      *edited figures ($, commas, a trailing minus or CR) are read
      *back into numbers.  a row's allowed percentage of zero
      *means the default below.
      *
      *return code 4 when any total is flagged.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *variance config - one row per report total
           select config-file
               assign to "../../../data/A0-VarianceConfig.dat"
               organization is line sequential
               file status is ws-config-file-status.
      *
      *the archive catalog - names each report's generations
           select catalog-file
               assign to "../../../data/A0-ArchiveCatalog.dat"
               organization is line sequential
               file status is ws-catalog-file-status.
      *
      *the report, or its archived generation, being read
           select source-file
               assign to ws-source-name
               organization is line sequential
               file status is ws-source-file-status.
      *
           select report-file
               assign to "../../../data/A0-VarianceCheck.out"
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
           record contains 105 characters.
      *
       01 config-rec                   pic x(105).
      *
       fd catalog-file
           data record is catalog-rec
           record contains 52 characters.
      *
       01 catalog-rec.
           05 cg-base-name             pic x(44).
           05 cg-gen-date              pic 9(8).
      *
       fd source-file
           data record is source-rec
           record contains 160 characters.
      *
       01 source-rec                   pic x(160).
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
      *dynamic name for the report or generation being read
       01 ws-source-name               pic x(60)  value spaces.
      *
       77 ws-config-file-status        pic xx     value spaces.
       77 ws-catalog-file-status       pic xx     value spaces.
       77 ws-source-file-status        pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-config-eof                pic x      value "n".
       77 ws-catalog-eof               pic x      value "n".
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *allowed movement, in percent, for a total whose row does not
      *carry its own
       77 ws-default-pct               pic 999    value 25.
      *
      *the total being worked - a config row, or one entry of the
      *built-in list, moved here whole.  offsets are 1-based bytes
      *in the report line
       01 ws-check.
           05 ck-report-name           pic x(44).
           05 ck-total-name            pic x(20).
           05 ck-label                 pic x(30).
           05 ck-label-offset          pic 999.
           05 ck-value-offset          pic 999.
           05 ck-value-length          pic 99.
           05 ck-limit-pct             pic 999.
      *
      *built-in totals, used when A0-VarianceConfig.dat is not
      *there - each entry is the report, the total's name, the
      *label on its line, then label offset, value offset, value
      *length and allowed percentage
       01 ws-default-check-values.
           05 filler pic x(44) value
               "../../../data/A2-ItemList.out".
           05 filler pic x(20) value "A2 RECORDS READ".
           05 filler pic x(30) value "RECORDS  EXPECTED/READ:".
           05 filler pic x(11) value "00603604000".
           05 filler pic x(44) value
               "../../../data/A2-ItemList.out".
           05 filler pic x(20) value "A2 EXTENDED TOTAL".
           05 filler pic x(30) value "EXT TOTAL EXPECTED/ACT:".
           05 filler pic x(11) value "00604513000".
           05 filler pic x(44) value
               "../../../data/A3-SalesComm.out".
           05 filler pic x(20) value "A3 COMPANY EARNED".
           05 filler pic x(30) value "Totals".
           05 filler pic x(11) value "04205110000".
           05 filler pic x(44) value
               "../../../data/A3-SalesComm.out".
           05 filler pic x(20) value "A3 COMPANY PAID".
           05 filler pic x(30) value "Totals".
           05 filler pic x(11) value "04206310000".
           05 filler pic x(44) value
               "../../../data/A4-SalaryReport.out".
           05 filler pic x(20) value "A4 FY INCREASE COST".
           05 filler pic x(30) value "PRORATED FY INCREASE:".
           05 filler pic x(11) value "00202710000".
           05 filler pic x(44) value
               "../../../../data/A5-SalaryReport-5C.out".
           05 filler pic x(20) value "5C COMPANY BUDGET".
           05 filler pic x(30) value "COMPANY-WIDE BUDGET DIFF:".
           05 filler pic x(11) value "00603910000".
           05 filler pic x(44) value
               "../../../data/A6-DataValidation.out".
           05 filler pic x(20) value "A6 GOOD RECORDS".
           05 filler pic x(30) value "GOOD         - ".
           05 filler pic x(11) value "00101602000".
           05 filler pic x(44) value
               "../../../data/A6-DataValidation.out".
           05 filler pic x(20) value "A6 ERROR RECORDS".
           05 filler pic x(30) value "IN ERROR     - ".
           05 filler pic x(11) value "00101602000".
           05 filler pic x(44) value
               "../../../data/A7-CallCenterOpReport.out".
           05 filler pic x(20) value "A7 ANNUAL CALLS".
           05 filler pic x(30) value "overall total calls:".
           05 filler pic x(11) value "00504005000".
      *
       01 ws-default-check-table redefines ws-default-check-values.
           05 ws-dc-entry              pic x(105) occurs 9 times.
      *
       77 ws-dc-x                      pic 99     value 0.
      *
      *the archive catalog, loaded whole
       01 ws-catalog-table.
           05 ws-cat-entry occurs 1 to 250 times
                   depending on ws-cat-count.
               10 ws-ct-base            pic x(44).
               10 ws-ct-date            pic 9(8).
      *
       01 ws-cat-count                 pic 9(3)   value 0.
      *
       01 ws-cat-subs.
           05 ws-cat-x                 pic 9(3)   value 0.
           05 ws-prior-date            pic 9(8)   value 0.
      *
      *the line being read, and the label and figure lifted from it
      *character by character at the offsets the check names
       01 ws-row-copy                  pic x(160) value spaces.
       01 ws-row-copy-r redefines ws-row-copy.
           05 ws-rc-char               pic x      occurs 160 times.
      *
       01 ws-label-lift.
           05 ws-ll-char               pic x      occurs 30 times.
       01 ws-label-lift-r redefines ws-label-lift.
           05 ws-ll-label              pic x(30).
      *
       01 ws-label-copy.
           05 ws-lc-char               pic x      occurs 30 times.
      *
       01 ws-value-lift.
           05 ws-vl-char               pic x      occurs 20 times.
      *
       01 ws-lift-subs.
           05 ws-lift-x                pic 99     value 0.
           05 ws-lift-src              pic 9(3)   value 0.
           05 ws-lift-to               pic 99     value 0.
           05 ws-label-size            pic 99     value 0.
      *
      *the lifted figure read back into a number - every digit is
      *taken, the digits after a decimal point counted, and a minus
      *or CR makes it negative
       01 ws-figure-work.
           05 ws-fg-digits             pic 9(15)  value 0.
           05 ws-fg-decimals           pic 99     value 0.
           05 ws-fg-digit              pic 9      value 0.
           05 ws-fg-found              pic x      value "n".
               88 fg-found              value "y".
           05 ws-fg-point              pic x      value "n".
               88 fg-past-point         value "y".
           05 ws-fg-negative           pic x      value "n".
               88 fg-negative           value "y".
           05 ws-fg-value              pic s9(11)v9(4) value 0.
      *
      *tonight's and the prior generation's figure for the total
       01 ws-compare-work.
           05 ws-cw-tonight            pic s9(11)v9(4) value 0.
           05 ws-cw-prior              pic s9(11)v9(4) value 0.
           05 ws-cw-tonight-found      pic x      value "n".
               88 tonight-found         value "y".
           05 ws-cw-prior-found        pic x      value "n".
               88 prior-found           value "y".
           05 ws-cw-change             pic s9(11)v9(4) value 0.
           05 ws-cw-base               pic s9(11)v9(4) value 0.
           05 ws-cw-pct                pic 9(5)v9 value 0.
           05 ws-cw-limit              pic 999    value 0.
      *
       01 ws-run-totals.
           05 ws-tot-checked           pic 999    value 0.
           05 ws-tot-flagged           pic 999    value 0.
           05 ws-tot-unchecked         pic 999    value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(34)  value
                               "NIGHT-OVER-NIGHT VARIANCE CHECK".
           05 filler                   pic x(6)   value "  RUN ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(62)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(21)  value "TOTAL".
           05 filler                   pic x(9)   value "PRIOR GEN".
           05 filler                   pic x(18)  value
                                       "            PRIOR".
           05 filler                   pic x(18)  value
                                       "          TONIGHT".
           05 filler                   pic x(9)   value "  CHANGE".
           05 filler                   pic x(7)   value "LIMIT".
           05 filler                   pic x(28)  value "STATUS".
      *
       01 ws-total-line.
           05 vl-name                  pic x(21).
           05 vl-prior-date            pic x(8).
           05 filler                   pic x      value spaces.
           05 vl-prior                 pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 vl-tonight               pic -z,zzz,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 vl-pct                   pic zzzz9.9.
           05 vl-pct-sign              pic x.
           05 filler                   pic x      value spaces.
           05 vl-limit                 pic zzz9.
           05 vl-limit-sign            pic x.
           05 filler                   pic x(2)   value spaces.
           05 vl-status                pic x(27).
           05 filler                   pic x      value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(10)  value "CHECKED: ".
           05 sl-checked               pic zz9.
           05 filler                   pic x(13)  value
                                       "   FLAGGED: ".
           05 sl-flagged               pic zz9.
           05 filler                   pic x(15)  value
                                       "   UNCHECKED: ".
           05 sl-unchecked             pic zz9.
           05 filler                   pic x(63)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-catalog.
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
                   until ws-dc-x is greater than 9
           else
               perform 130-read-config
               perform 140-check-config-row
                   until ws-config-eof is equal to "y"
           end-if.
      *
           close config-file.
      *
           move ws-tot-checked   to sl-checked.
           move ws-tot-flagged   to sl-flagged.
           move ws-tot-unchecked to sl-unchecked.
           write report-line from ws-summary-line
             after advancing 2 lines.
      *
           close report-file.
      *
           if ws-tot-flagged is greater than 0
               display "A0-VARIANCECHECK: " ws-tot-flagged
                       " TOTAL(S) MOVED PAST THEIR LIMIT - SEE "
                       "A0-VarianceCheck.out"
               move 4 to return-code
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
       110-load-catalog.
      *
           open input catalog-file.
      *
           if ws-catalog-file-status is not equal to "35"
               perform 115-read-catalog
               perform 120-add-catalog-entry
                   until ws-catalog-eof is equal to "y"
                   or ws-cat-count is equal to 250
           end-if.
      *
           close catalog-file.
      *
       115-read-catalog.
           read catalog-file
               at end
                   move "y" to ws-catalog-eof.
      *
       120-add-catalog-entry.
      *
           add 1 to ws-cat-count.
           move cg-base-name to ws-ct-base(ws-cat-count).
           move cg-gen-date  to ws-ct-date(ws-cat-count).
      *
           perform 115-read-catalog.
      *
       130-read-config.
           read config-file
               at end
                   move "y" to ws-config-eof.
      *
       140-check-config-row.
      *
           move config-rec to ws-check.
           perform 200-check-one-total.
      *
           perform 130-read-config.
      *
       150-check-default.
      *
           move ws-dc-entry(ws-dc-x) to ws-check.
           perform 200-check-one-total.
      *
      *one total - tonight's figure, the newest generation's
      *figure, and the verdict
       200-check-one-total.
      *
           move spaces        to ws-total-line.
           move ck-total-name to vl-name.
      *
           move ck-limit-pct to ws-cw-limit.
           if ck-limit-pct is not numeric
             or ck-limit-pct is equal to 0
               move ws-default-pct to ws-cw-limit
           end-if.
           move ws-cw-limit to vl-limit.
           move "%"         to vl-limit-sign.
      *
           perform 210-size-label.
      *
           move ck-report-name to ws-source-name.
           perform 300-find-figure.
           move ws-fg-found to ws-cw-tonight-found.
           move ws-fg-value to ws-cw-tonight.
      *
           perform 250-find-prior-generation.
      *
           move "n" to ws-cw-prior-found.
           move 0   to ws-cw-prior.
           if ws-prior-date is greater than 0
               move ws-prior-date to vl-prior-date
               move spaces to ws-source-name
               string ck-report-name "-G" ws-prior-date
                   delimited by "  " into ws-source-name
               perform 300-find-figure
               move ws-fg-found to ws-cw-prior-found
               move ws-fg-value to ws-cw-prior
           end-if.
      *
           if not tonight-found
               add 1 to ws-tot-unchecked
               move "NOT ON TONIGHT'S REPORT" to vl-status
           else
           if ws-prior-date is equal to 0
               add 1 to ws-tot-unchecked
               move ws-cw-tonight to vl-tonight
               move "NO PRIOR GENERATION" to vl-status
           else
           if not prior-found
               add 1 to ws-tot-unchecked
               move ws-cw-tonight to vl-tonight
               move "NOT ON PRIOR GENERATION" to vl-status
           else
               add 1 to ws-tot-checked
               move ws-cw-tonight to vl-tonight
               move ws-cw-prior   to vl-prior
               perform 400-set-verdict
           end-if
           end-if
           end-if.
      *
           write report-line from ws-total-line
             after advancing 1 line.
      *
      *the label's length without its trailing spaces - only that
      *much of the line is compared
       210-size-label.
      *
           move ck-label to ws-label-copy.
           move 0 to ws-label-size.
           perform 220-step-back-label
               varying ws-lift-x from 30 by -1
               until ws-lift-x is less than 1
               or ws-label-size is greater than 0.
      *
       220-step-back-label.
      *
           if ws-lc-char(ws-lift-x) is not equal to space
               move ws-lift-x to ws-label-size
           end-if.
      *
      *the newest generation the catalog holds for the report
       250-find-prior-generation.
      *
           move 0 to ws-prior-date.
           perform 260-match-generation
               varying ws-cat-x from 1 by 1
               until ws-cat-x is greater than ws-cat-count.
      *
       260-match-generation.
      *
           if ws-ct-base(ws-cat-x) is equal to ck-report-name
             and ws-ct-date(ws-cat-x) is greater than ws-prior-date
               move ws-ct-date(ws-cat-x) to ws-prior-date
           end-if.
      *
      *reads the named file for the first line carrying the label
      *at its offset, and lifts the figure off it
       300-find-figure.
      *
           move "n" to ws-fg-found.
           move 0   to ws-fg-value.
           move ws-eof-N to ws-eof-flag.
      *
           open input source-file.
      *
           if ws-source-file-status is not equal to "35"
               perform 310-read-source
               perform 320-check-one-line
                   until ws-eof-flag is equal to ws-eof-Y
                   or fg-found
           end-if.
      *
           close source-file.
      *
       310-read-source.
           read source-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       320-check-one-line.
      *
           move source-rec to ws-row-copy.
      *
           move spaces to ws-label-lift.
           move ck-label-offset to ws-lift-src.
           move 0 to ws-lift-to.
           perform 330-lift-label-char
               varying ws-lift-x from 1 by 1
               until ws-lift-x is greater than ws-label-size.
      *
           if ws-label-size is greater than 0
             and ws-ll-label is equal to ck-label
               perform 340-lift-figure
           end-if.
      *
           if not fg-found
               perform 310-read-source
           end-if.
      *
       330-lift-label-char.
      *
           if ws-lift-src is greater than 0
             and ws-lift-src is not greater than 160
               add 1 to ws-lift-to
               move ws-rc-char(ws-lift-src) to ws-ll-char(ws-lift-to)
           end-if.
           add 1 to ws-lift-src.
      *
      *walks the figure's characters - digits build the number,
      *the point starts the decimals, a minus or the C of CR makes
      *it negative, and $ , and spaces are edit characters only
       340-lift-figure.
      *
           move spaces to ws-value-lift.
           move 0      to ws-fg-digits.
           move 0      to ws-fg-decimals.
           move "n"    to ws-fg-point.
           move "n"    to ws-fg-negative.
      *
           move ck-value-offset to ws-lift-src.
           move 0 to ws-lift-to.
           perform 350-lift-value-char
               varying ws-lift-x from 1 by 1
               until ws-lift-x is greater than ck-value-length.
      *
           perform 360-read-one-char
               varying ws-lift-x from 1 by 1
               until ws-lift-x is greater than ws-lift-to.
      *
           if fg-found
               move ws-fg-digits to ws-fg-value
               perform 370-shift-decimal
                   varying ws-lift-x from 1 by 1
                   until ws-lift-x is greater than ws-fg-decimals
               if fg-negative
                   compute ws-fg-value = 0 - ws-fg-value
               end-if
           end-if.
      *
       350-lift-value-char.
      *
           if ws-lift-src is greater than 0
             and ws-lift-src is not greater than 160
             and ws-lift-to is less than 20
               add 1 to ws-lift-to
               move ws-rc-char(ws-lift-src) to ws-vl-char(ws-lift-to)
           end-if.
           add 1 to ws-lift-src.
      *
       360-read-one-char.
      *
           if ws-vl-char(ws-lift-x) is numeric
               move ws-vl-char(ws-lift-x) to ws-fg-digit
               compute ws-fg-digits = ws-fg-digits * 10 + ws-fg-digit
                   on size error
                       continue
               end-compute
               move "y" to ws-fg-found
               if fg-past-point
                   add 1 to ws-fg-decimals
               end-if
           else
           if ws-vl-char(ws-lift-x) is equal to "."
               move "y" to ws-fg-point
           else
           if ws-vl-char(ws-lift-x) is equal to "-"
             or ws-vl-char(ws-lift-x) is equal to "C"
               move "y" to ws-fg-negative
           end-if
           end-if
           end-if.
      *
       370-shift-decimal.
      *
           divide 10 into ws-fg-value.
      *
      *percent moved against the prior figure - a total that was
      *zero last night and is not tonight is always flagged
       400-set-verdict.
      *
           compute ws-cw-change = ws-cw-tonight - ws-cw-prior.
           if ws-cw-change is less than 0
               compute ws-cw-change = 0 - ws-cw-change
           end-if.
      *
           move ws-cw-prior to ws-cw-base.
           if ws-cw-base is less than 0
               compute ws-cw-base = 0 - ws-cw-base
           end-if.
      *
           move 0 to ws-cw-pct.
           if ws-cw-base is greater than 0
               compute ws-cw-pct rounded =
                   ws-cw-change * 100 / ws-cw-base
                   on size error
                       move 99999.9 to ws-cw-pct
               end-compute
           else
           if ws-cw-change is greater than 0
               move 99999.9 to ws-cw-pct
           end-if
           end-if.
           move ws-cw-pct to vl-pct.
           move "%"       to vl-pct-sign.
      *
           if ws-cw-pct is greater than ws-cw-limit
               add 1 to ws-tot-flagged
               move "FLAGGED - MOVED PAST LIMIT" to vl-status
           else
               move "OK" to vl-status
           end-if.
      *
       end program A0-VarianceCheck.
