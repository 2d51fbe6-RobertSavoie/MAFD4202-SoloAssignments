      *                     MONTH IS CLOSED guard finally fires
      *                     without anyone hand-editing the
      *                     control file.
      *  Oct 15/2026 - RS - A7.dat and A7-PriorYear.dat open with a
      *                     layout header record - a version this
      *                     report does not read stops the run with
      *                     a message and return code 8 before a
      *                     line prints, instead of reporting
      *                     misread rows.
      *  Oct 15/2026 - RS - read the call quality evaluations
      *                     A7-QAPost keeps on A7-QAScores.dat for
      *                     the fiscal year's months and print a
      *                     quality section - average scores by
      *                     operator and by team - with a TOP 5
      *                     operator under the quality floor
      *                     flagged, so volume alone no longer
      *                     makes a top performer.
      *
       environment division.
       input-output section.
           select post-control-file
               assign to "../../../data/A7-PostControl.dat"
               organization is line sequential.
      *
      *call quality evaluations - operator, month, evaluator and a
      *score per category, posted by A7-QAPost
           select qa-score-file
               assign to "../../../data/A7-QAScores.dat"
               organization is line sequential
               file status is ws-qa-file-status.
      *
       data division.
       file section.
      *so service quality shows up next to raw volume
           05 emp-rec-abn-tbl.
               10 emp-rec-abn-month        pic 999 occurs 12 times.
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 emp-header-rec.
           05 eh-marker                pic x(8).
               88 eh-layout-header      value '*LAYOUT '.
           05 eh-file-id               pic x(10).
           05 eh-version               pic 99.
           05 filler                   pic x(70).
      *
       fd report-file
           data record is report-line
           05 py-team                   pic x(3).
           05 py-abn-tbl.
               10 py-abn-month          pic 999 occurs 12 times.
      *
       01 prior-year-header-rec.
           05 ph-marker                 pic x(8).
               88 ph-layout-header       value '*LAYOUT '.
           05 ph-file-id                pic x(10).
           05 ph-version                pic 99.
           05 filler                    pic x(70).
      *
      *comma-delimited monthly call-volume extract for BI tools -
      *one row per month, drawn from calc-tbl
      *
       01 post-control-rec.
           05 pc-closed-thru           pic 99.
      *
      *the scores in greeting, accuracy, resolution, courtesy order
       fd qa-score-file
           data record is qa-score-rec
           record contains 29 characters.
      *
       01 qa-score-rec.
           05 qs-emp-num               pic x(3).
           05 qs-month                 pic 9(6).
           05 qs-evaluator             pic x(8).
           05 qs-scores.
               10 qs-score             pic 999     occurs 4 times.
      *
       working-storage section.
      *
               10 ws-tm-calls           pic 9(6).
               10 ws-tm-ops             pic 9(3).
               10 ws-tm-used            pic x.
               10 ws-tm-qa-evals        pic 9(5).
               10 ws-tm-qa-total        pic 9(7)    occurs 4 times.
      *
       01 ws-team-count                pic 99      value 0.
      *
       01 ws-ovf-totals.
           05 ws-ovf-calls             pic 9(6)    value 0.
           05 ws-ovf-ops               pic 9(3)    value 0.
           05 ws-ovf-qa-evals          pic 9(5)    value 0.
           05 ws-ovf-qa-total          pic 9(7)    occurs 4 times
                                                   value 0.
      *
       77 ws-current-team              pic x(3)    value spaces.
      *
      *year no prior-year file was produced, so a missing file here
      *is the normal case and just means no year-over-year data
       77 ws-prior-year-file-status    pic xx      value spaces.
      *
      *the A7.dat layout version this report reads, and the switch
      *set when either call file carries any other
       77 ws-a7-version                pic 99      value 01.
       77 ws-a7-layout-bad             pic x       value 'n'.
           88 a7-layout-unknown                    value 'y'.
      *
       01 ws-yoy-math.
           05 ws-yoy-diff               pic s9(5).
               10 ws-op-cph             pic 999v99.
               10 ws-op-leave           pic x.
               10 ws-op-leave-status    pic x(3).
               10 ws-op-qa-x            pic 9(3).
               10 ws-op-qa-avg          pic 999v9.
      *
       01 ws-operator-count             pic 9(3)   value 0.
      *
           05 filler                   pic x(7)    value
                                       "CALLS: ".
           05 ws-top-total             pic zzzz9.
           05 filler                   pic x(10)   value
                                       "  QA AVG: ".
           05 ws-top-qa                pic zz9.9.
           05 ws-top-qa-x redefines
              ws-top-qa                pic x(5).
           05 filler                   pic x(2)    value spaces.
           05 ws-top-flag              pic x(20).
           05 filler                   pic x(57)   value spaces.
      *
      *call quality evaluations, summed per operator over the
      *fiscal year's months as they load
       01 ws-qa-table.
           05 ws-qa-entry occurs 1 to 200 times
                   depending on ws-qa-count.
               10 ws-qa-num             pic x(3).
               10 ws-qa-evals           pic 9(4).
               10 ws-qa-cat-total       pic 9(6)    occurs 4 times.
      *
       01 ws-qa-count                  pic 9(3)    value 0.
      *
       01 ws-qa-subs.
           05 ws-qa-x                  pic 9(3)    value 0.
           05 ws-qa-hit                pic 9(3)    value 0.
           05 ws-qa-cat-x              pic 9       value 0.
           05 ws-qa-slot-x             pic 99      value 0.
           05 ws-qa-printed            pic 9(3)    value 0.
      *
       01 ws-qa-flags.
           05 ws-qa-eof                pic x       value 'n'.
           05 ws-qa-found              pic x       value 'n'.
               88 qa-found              value 'y'.
           05 ws-qa-in-year            pic x       value 'n'.
               88 qa-in-year            value 'y'.
      *
       77 ws-qa-file-status            pic xx      value spaces.
       77 ws-qa-lookup                 pic x(3)    value spaces.
      *
      *the average score, over every category, an operator is
      *expected to hold - a TOP 5 operator under it is flagged
       77 ws-quality-floor             pic 999v9   value 80.0.
      *
       01 ws-qa-math.
           05 ws-qa-avg                pic 999v9   value 0.
           05 ws-qa-cat-avg            pic 999v9   value 0.
           05 ws-qa-sum                pic 9(8)    value 0.
           05 ws-qa-divisor            pic 9(6)    value 0.
      *
      *quality section headings and lines
       01 ws-qa-heading.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(35)   value
                               "QUALITY SCORES BY OPERATOR - FLOOR ".
           05 ws-qh-floor              pic zz9.9.
           05 filler                   pic x(88)   value spaces.
      *
       01 ws-qa-op-columns.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(5)    value 'OPR'.
           05 filler                   pic x(14)   value 'NAME'.
           05 filler                   pic x(7)    value 'EVALS'.
           05 filler                   pic x(7)    value 'GREET'.
           05 filler                   pic x(7)    value 'ACCUR'.
           05 filler                   pic x(7)    value 'RESOL'.
           05 filler                   pic x(7)    value 'COURT'.
           05 filler                   pic x(9)    value 'OVERALL'.
           05 filler                   pic x(63)   value spaces.
      *
       01 ws-qa-op-line.
           05 filler                   pic x(6)    value spaces.
           05 ws-qo-num                pic x(3).
           05 filler                   pic x(2)    value spaces.
           05 ws-qo-name               pic x(12).
           05 filler                   pic x(2)    value spaces.
           05 ws-qo-evals              pic zzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-qo-scores.
               10 ws-qo-col occurs 4 times.
                   15 ws-qo-cat        pic zz9.9.
                   15 filler           pic x(2)    value spaces.
               10 ws-qo-overall        pic zz9.9.
           05 filler                   pic x(4)    value spaces.
           05 ws-qo-flag               pic x(20).
           05 filler                   pic x(43)   value spaces.
      *
       01 ws-qa-none-line.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(30)   value
                               "NO EVALUATIONS THIS YEAR".
           05 filler                   pic x(96)   value spaces.
      *
       01 ws-qa-team-heading.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(26)   value
                               "QUALITY SCORES BY TEAM:".
           05 filler                   pic x(102)  value spaces.
      *
       01 ws-qa-team-columns.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(5)    value 'TEAM'.
           05 filler                   pic x(22)   value 'NAME'.
           05 filler                   pic x(7)    value 'EVALS'.
           05 filler                   pic x(7)    value 'GREET'.
           05 filler                   pic x(7)    value 'ACCUR'.
           05 filler                   pic x(7)    value 'RESOL'.
           05 filler                   pic x(7)    value 'COURT'.
           05 filler                   pic x(9)    value 'OVERALL'.
           05 filler                   pic x(55)   value spaces.
      *
       01 ws-qa-team-line.
           05 filler                   pic x(6)    value spaces.
           05 ws-qt-code               pic x(3).
           05 filler                   pic x(2)    value spaces.
           05 ws-qt-name               pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 ws-qt-evals              pic zzz9.
           05 filler                   pic x(3)    value spaces.
           05 ws-qt-scores.
               10 ws-qt-col occurs 4 times.
                   15 ws-qt-cat        pic zz9.9.
                   15 filler           pic x(2)    value spaces.
               10 ws-qt-overall        pic zz9.9.
           05 filler                   pic x(4)    value spaces.
           05 ws-qt-flag               pic x(20).
           05 filler                   pic x(35)   value spaces.
      *
      *zero-call operator listing
       01 ws-zero-call-heading.
      *open files
           open input  emp-file,
                output report-file.
      *
           perform 205-check-a7-layout.
      *
           open input prior-year-file.
      *
           if ws-prior-year-file-status is not equal to "35"
               perform 210-load-prior-year
           end-if.
      *
           if a7-layout-unknown
               display 'A7-REPORT: RUN STOPPED - CALL FILE LAYOUT '
                       'NOT SUPPORTED'
               close emp-file
                     report-file
               move 8 to return-code
               goback
           end-if.
      *
           open output bi-extract-file.
      *
           perform 015-apply-business-date.
           perform 017-build-slot-months.
           perform 018-load-leave.
           perform 250-load-qa-scores.
           move 1 to ws-std-page-no.
      *
      *output first headings
                   move 0   to ws-tm-calls(ws-team-count)
                   move 0   to ws-tm-ops(ws-team-count)
                   move 'n' to ws-tm-used(ws-team-count)
                   move 0   to ws-tm-qa-evals(ws-team-count)
                   perform 507-zero-team-qa
                       varying ws-qa-cat-x from 1 by 1
                       until ws-qa-cat-x > 4
               else
      *a team the table cannot hold must never vanish silently -
      *its operators still print, grouped under the catch-all
           end-if.
      *
           perform 200-read-input-file.
      *
       507-zero-team-qa.
           move 0 to ws-tm-qa-total(ws-team-count, ws-qa-cat-x).
      *
       506-match-team.
      *
      *    ws-eof-flag to y
           read emp-file
           	   at end move 'y'         to ws-eof-flag.
      *
           if not ws-end-of-file
             and eh-layout-header
               perform 201-pass-a7-header
           end-if.
      *
      *a layout header naming this report's version is passed
      *over; any other version ends the pass before a row is
      *misread
       201-pass-a7-header.
      *
           if eh-file-id is equal to 'A7EMP'
             and eh-version is equal to ws-a7-version
               read emp-file
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               move 'y' to ws-a7-layout-bad
               move 'y' to ws-eof-flag
               display 'A7-REPORT: A7.DAT LAYOUT ' eh-file-id
                       ' VERSION ' eh-version
                       ' NOT SUPPORTED (EXPECTS ' ws-a7-version ')'
           end-if.
      *
      *one read up front settles the layout before anything
      *prints, then the file goes back to the top
       205-check-a7-layout.
      *
           perform 200-read-input-file.
      *
           close emp-file.
           open input emp-file.
           move 'n' to ws-eof-flag.

      *loads last year's operator totals into a table, one row
      *per operator, so this year's total can be looked up against
           read prior-year-file
               at end
                   move 'y' to ws-prior-year-eof-flag.
      *
           if ws-prior-year-eof-flag is not equal to 'y'
             and ph-layout-header
               perform 214-pass-prior-year-header
           end-if.
      *
      *the prior-year file is last year's A7.dat carried over, so
      *it answers to the same layout version
       214-pass-prior-year-header.
      *
           if ph-file-id is equal to 'A7EMP'
             and ph-version is equal to ws-a7-version
               read prior-year-file
                   at end
                       move 'y' to ws-prior-year-eof-flag
               end-read
           else
               move 'y' to ws-a7-layout-bad
               move 'y' to ws-prior-year-eof-flag
               display 'A7-REPORT: A7-PRIORYEAR.DAT LAYOUT '
                       ph-file-id ' VERSION ' ph-version
                       ' NOT SUPPORTED (EXPECTS ' ws-a7-version ')'
           end-if.
      *
       212-add-prior-year-entry.
      *
           perform 245-print-answer-rate.
      *
           perform 248-print-cph-line.
      *
           perform 257-find-op-qa.
      *
      *the operator table is bounded at 200 entries (matching
      *210-load-prior-year's own cap) - an input file with more
               move ws-emp-leave-status
                                 to ws-op-leave-status(
                                             ws-operator-count)
               move ws-qa-hit    to ws-op-qa-x(ws-operator-count)
               move ws-qa-avg    to ws-op-qa-avg(ws-operator-count)
           end-if.
      *
      *roll this operator into their team's subtotal - the
               add ws-emp-total to ws-ovf-calls
               add 1            to ws-ovf-ops
           end-if.
      *
      *and their evaluations into the team's quality figures
           if ws-qa-hit > 0
               if ws-team-cur > 0
                   add ws-qa-evals(ws-qa-hit)
                     to ws-tm-qa-evals(ws-team-cur)
               else
                   add ws-qa-evals(ws-qa-hit) to ws-ovf-qa-evals
               end-if
               perform 258-add-team-qa
                   varying ws-qa-cat-x from 1 by 1
                   until ws-qa-cat-x > 4
           end-if.
      *
           move 0                       to cntr-zero-mnths.
           move 0                       to cntr-average-calc.
               move 'y' to ws-hours-found
               move ws-hw-x to ws-hw-hit
           end-if.
      *
      *loads the quality evaluations for the fiscal year's twelve
      *months, summing each operator's category scores - a missing
      *file just means the quality section shows none
       250-load-qa-scores.
      *
           open input qa-score-file.
      *
           if ws-qa-file-status is not equal to "35"
               perform 251-read-qa-score
               perform 252-add-qa-score
                   until ws-qa-eof = 'y'
           end-if.
      *
           close qa-score-file.
      *
       251-read-qa-score.
           read qa-score-file
               at end
                   move 'y' to ws-qa-eof.
      *
       252-add-qa-score.
      *
           move 'n' to ws-qa-in-year.
           if qs-month is numeric
             and qs-scores is numeric
               perform 255-check-qa-month
                   varying ws-qa-slot-x from 1 by 1
                   until ws-qa-slot-x > 12
                   or qa-in-year
           end-if.
      *
           if qa-in-year
               move qs-emp-num to ws-qa-lookup
               perform 253-lookup-qa
               if not qa-found
                 and ws-qa-count is less than 200
                   add 1 to ws-qa-count
                   move ws-qa-count to ws-qa-hit
                   move qs-emp-num to ws-qa-num(ws-qa-hit)
                   move 0          to ws-qa-evals(ws-qa-hit)
                   perform 256-zero-qa-category
                       varying ws-qa-cat-x from 1 by 1
                       until ws-qa-cat-x > 4
                   move 'y'        to ws-qa-found
               end-if
               if qa-found
                   add 1 to ws-qa-evals(ws-qa-hit)
                   perform 256A-add-qa-category
                       varying ws-qa-cat-x from 1 by 1
                       until ws-qa-cat-x > 4
               end-if
           end-if.
      *
           perform 251-read-qa-score.
      *
      *finds the operator in ws-qa-lookup on the quality table
       253-lookup-qa.
      *
           move 'n' to ws-qa-found.
           move 0   to ws-qa-hit.
           perform 254-match-qa
               varying ws-qa-x from 1 by 1
               until ws-qa-x is greater than ws-qa-count
               or qa-found.
      *
       254-match-qa.
      *
           if ws-qa-num(ws-qa-x) is equal to ws-qa-lookup
               move 'y' to ws-qa-found
               move ws-qa-x to ws-qa-hit
           end-if.
      *
       255-check-qa-month.
      *
           if ws-slot-yyyymm(ws-qa-slot-x) is equal to qs-month
               move 'y' to ws-qa-in-year
           end-if.
      *
       256-zero-qa-category.
           move 0 to ws-qa-cat-total(ws-qa-hit, ws-qa-cat-x).
      *
       256A-add-qa-category.
           add qs-score(ws-qa-cat-x)
             to ws-qa-cat-total(ws-qa-hit, ws-qa-cat-x).
      *
      *this operator's quality row and overall average score,
      *ws-qa-hit left at zero when they have no evaluations
       257-find-op-qa.
      *
           move 0 to ws-qa-avg.
           move emp-rec-num to ws-qa-lookup.
           perform 253-lookup-qa.
      *
           if qa-found
               move 0 to ws-qa-sum
               perform 257A-sum-op-category
                   varying ws-qa-cat-x from 1 by 1
                   until ws-qa-cat-x > 4
               compute ws-qa-divisor = ws-qa-evals(ws-qa-hit) * 4
               compute ws-qa-avg rounded =
                   ws-qa-sum / ws-qa-divisor
           end-if.
      *
       257A-sum-op-category.
           add ws-qa-cat-total(ws-qa-hit, ws-qa-cat-x) to ws-qa-sum.
      *
       258-add-team-qa.
      *
           if ws-team-cur > 0
               add ws-qa-cat-total(ws-qa-hit, ws-qa-cat-x)
                 to ws-tm-qa-total(ws-team-cur, ws-qa-cat-x)
           else
               add ws-qa-cat-total(ws-qa-hit, ws-qa-cat-x)
                 to ws-ovf-qa-total(ws-qa-cat-x)
           end-if.
      *
       231-read-target-record.
           read target-file
           perform 425-print-team-ranking.
      *
           perform 428-print-worst-answer-rates.
      *
           perform 429-print-quality-scores.
      *
           perform 430-print-zero-call-operators.
      *
               move ws-op-num(ws-rank-best-idx)  to ws-top-num
               move ws-op-name(ws-rank-best-idx) to ws-top-name
               move ws-op-total(ws-rank-best-idx) to ws-top-total
      *
      *a top performer by volume whose calls score under the
      *quality floor is flagged on the ranking itself
               move spaces to ws-top-flag
               if ws-op-qa-x(ws-rank-best-idx) > 0
                   move ws-op-qa-avg(ws-rank-best-idx) to ws-top-qa
                   if ws-op-qa-avg(ws-rank-best-idx)
                                             < ws-quality-floor
                       move 'BELOW QUALITY FLOOR' to ws-top-flag
                   end-if
               else
                   move spaces to ws-top-qa-x
               end-if
      *
               write report-line
                 from ws-top-line
               end-if
           end-if.
      *
      *average evaluation scores per category and overall, by
      *operator in report order and then by team - an operator
      *under the quality floor is marked, and called out when the
      *TOP 5 ranking above holds them
       429-print-quality-scores.
      *
           move ws-quality-floor to ws-qh-floor.
           write report-line from ws-qa-heading
             after advancing 1 lines.
           write report-line from ws-qa-op-columns
             after advancing 1 lines.
      *
           move 0 to ws-qa-printed.
           perform 429A-print-one-op-qa
             varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-operator-count.
      *
           if ws-qa-printed = 0
               write report-line from ws-qa-none-line
                 after advancing 1 lines
           end-if.
      *
           write report-line from ws-qa-team-heading
             after advancing 1 lines.
           write report-line from ws-qa-team-columns
             after advancing 1 lines.
      *
           perform 429C-print-one-team-qa
             varying ws-team-x from 1 by 1
             until ws-team-x > ws-team-count.
      *
           if ws-ovf-qa-evals > 0
               move '***'              to ws-qt-code
               move '(OVERFLOW TEAMS)' to ws-qt-name
               move ws-ovf-qa-evals    to ws-qt-evals
               move 0 to ws-qa-sum
               perform 429E-fill-ovf-category
                 varying ws-qa-cat-x from 1 by 1
                 until ws-qa-cat-x > 4
               compute ws-qa-divisor = ws-ovf-qa-evals * 4
               perform 429F-finish-team-line
           end-if.
      *
       429A-print-one-op-qa.
      *
           if ws-op-qa-x(ws-op-idx) > 0
               move ws-op-qa-x(ws-op-idx) to ws-qa-x
               move ws-op-num(ws-op-idx)  to ws-qo-num
               move ws-op-name(ws-op-idx) to ws-qo-name
               move ws-qa-evals(ws-qa-x)  to ws-qo-evals
               perform 429B-fill-op-category
                 varying ws-qa-cat-x from 1 by 1
                 until ws-qa-cat-x > 4
               move ws-op-qa-avg(ws-op-idx) to ws-qo-overall
      *
               move spaces to ws-qo-flag
               if ws-op-qa-avg(ws-op-idx) < ws-quality-floor
                   if ws-op-used(ws-op-idx) = 'y'
                       move 'TOP 5 - BELOW FLOOR' to ws-qo-flag
                   else
                       move 'BELOW FLOOR' to ws-qo-flag
                   end-if
               end-if
      *
               write report-line
                 from ws-qa-op-line
                 after advancing 1 lines
               add 1 to ws-qa-printed
           end-if.
      *
       429B-fill-op-category.
      *
           compute ws-qa-cat-avg rounded =
               ws-qa-cat-total(ws-qa-x, ws-qa-cat-x)
                   / ws-qa-evals(ws-qa-x).
           move ws-qa-cat-avg to ws-qo-cat(ws-qa-cat-x).
      *
       429C-print-one-team-qa.
      *
           move ws-tm-code(ws-team-x) to ws-qt-code.
           move ws-tm-name(ws-team-x) to ws-qt-name.
           move ws-tm-qa-evals(ws-team-x) to ws-qt-evals.
      *
           if ws-tm-qa-evals(ws-team-x) > 0
               move 0 to ws-qa-sum
               perform 429D-fill-team-category
                 varying ws-qa-cat-x from 1 by 1
                 until ws-qa-cat-x > 4
               compute ws-qa-divisor =
                   ws-tm-qa-evals(ws-team-x) * 4
               perform 429F-finish-team-line
           else
               move spaces to ws-qt-scores
               move 'NO EVALUATIONS' to ws-qt-flag
               write report-line
                 from ws-qa-team-line
                 after advancing 1 lines
           end-if.
      *
       429D-fill-team-category.
      *
           compute ws-qa-cat-avg rounded =
               ws-tm-qa-total(ws-team-x, ws-qa-cat-x)
                   / ws-tm-qa-evals(ws-team-x).
           move ws-qa-cat-avg to ws-qt-cat(ws-qa-cat-x).
           add ws-tm-qa-total(ws-team-x, ws-qa-cat-x) to ws-qa-sum.
      *
       429E-fill-ovf-category.
      *
           compute ws-qa-cat-avg rounded =
               ws-ovf-qa-total(ws-qa-cat-x) / ws-ovf-qa-evals.
           move ws-qa-cat-avg to ws-qt-cat(ws-qa-cat-x).
           add ws-ovf-qa-total(ws-qa-cat-x) to ws-qa-sum.
      *
      *the team's overall average and floor mark, then the line
       429F-finish-team-line.
      *
           compute ws-qa-avg rounded = ws-qa-sum / ws-qa-divisor.
           move ws-qa-avg to ws-qt-overall.
      *
           move spaces to ws-qt-flag.
           if ws-qa-avg < ws-quality-floor
               move 'BELOW FLOOR' to ws-qt-flag
           end-if.
      *
           write report-line
             from ws-qa-team-line
             after advancing 1 lines.
      *
      *lists every operator whose annual total is zero, split into
      *the ones on recorded leave and the genuinely unexplained -
      *supervision stops re-explaining the same names every month
