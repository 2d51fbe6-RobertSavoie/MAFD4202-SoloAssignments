       identification division.
       program-id. A7-QAPost.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *posting for the call quality evaluations.  supervisors score
      *sampled calls in four categories - greeting, accuracy,
      *resolution and courtesy, 0 to 100 each - and used to keep
      *the sheets on paper, so the A7 report could only measure an
      *operator by volume.  this program takes the evaluation
      *transactions (operator number, the yyyymm month the call
      *was taken in, the evaluator's id and the four scores), edits
      *each one - the operator must be on A7.dat, the month a real
      *yyyymm, the evaluator named and every score 0 to 100 - and
      *appends the accepted ones to A7-QAScores.dat, where the A7
      *report picks up the current fiscal year's months.  rejected
      *evaluations are listed on the posting summary and are all
      *the transaction file holds afterwards, so they can be fixed
      *and posted again without the accepted ones posting twice.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential
               file status is ws-emp-file-status.
      *
           select qa-trans-file
               assign to '../../../data/A7-QATrans.dat'
               organization is line sequential
               file status is ws-qa-trans-file-status.
      *
      *the accepted evaluations, appended run after run
           select qa-score-file
               assign to '../../../data/A7-QAScores.dat'
               organization is line sequential
               file status is ws-qa-score-file-status.
      *
           select report-file
               assign to '../../../data/A7-QAPost.out'
               organization is line sequential.
      *
      *the rejected evaluations, copied back over the transaction
      *file at the end of the run
           select qa-keep-file
               assign to 'a7qakeep.tmp'
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
      *one evaluation - the scores in greeting, accuracy,
      *resolution, courtesy order
       fd qa-trans-file
           data record is qa-trans-rec
           record contains 29 characters.
      *
       01 qa-trans-rec.
           05 qt-emp-num               pic x(3).
           05 qt-month                 pic 9(6).
           05 qt-month-r redefines qt-month.
               10 qt-month-yyyy        pic 9(4).
               10 qt-month-mm          pic 99.
           05 qt-evaluator             pic x(8).
           05 qt-scores.
               10 qt-score             pic 999    occurs 4 times.
      *
       fd qa-score-file
           data record is qa-score-rec
           record contains 29 characters.
      *
       01 qa-score-rec                 pic x(29).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       fd qa-keep-file
           data record is qa-keep-rec
           record contains 29 characters.
      *
       01 qa-keep-rec                  pic x(29).
      *
       working-storage section.
      *
      *the operator numbers on A7.dat, for the on-file edit
       01 ws-op-table.
           05 ws-op-entry occurs 1 to 500 times
                   depending on ws-op-count.
               10 ws-op-num             pic x(3).
      *
       01 ws-op-count                  pic 9(3)   value 0.
      *
       01 ws-op-subs.
           05 ws-op-x                  pic 9(3)   value 0.
           05 ws-score-x               pic 9      value 0.
      *
       01 ws-op-flags.
           05 ws-op-eof-flag           pic x      value "n".
           05 ws-op-found              pic x      value "n".
               88 operator-found        value "y".
           05 ws-scores-ok             pic x      value "n".
               88 scores-ok             value "y".
      *
       77 ws-emp-file-status           pic xx     value spaces.
       77 ws-qa-trans-file-status      pic xx     value spaces.
       77 ws-qa-score-file-status      pic xx     value spaces.
      *
      *set when A7.dat would not fit the table - an operator past
      *the end would be rejected as not on file, so the run is
      *refused instead
       77 ws-op-overflow               pic x      value "n".
      *
      *the A7.dat layout version this program reads, and the
      *switch set when the file carries any other
       77 ws-a7-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *posting counters for the summary
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-posted           pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
      *
      *summary report lines
       01 ws-heading-line.
           05 filler                   pic x(28)  value
                               "QA EVALUATION POSTING".
           05 filler                   pic x(52)  value spaces.
      *
       01 ws-detail-line.
           05 ws-dl-label              pic x(24).
           05 ws-dl-count              pic zzz9.
           05 filler                   pic x(52)  value spaces.
      *
      *rejected-evaluation listing line
       01 ws-reject-line.
           05 filler                   pic x(10)  value "REJECTED: ".
           05 ws-rj-num                pic x(3).
           05 filler                   pic x(8)   value "  MONTH ".
           05 ws-rj-month              pic x(6).
           05 filler                   pic x(7)   value "  EVAL ".
           05 ws-rj-evaluator          pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 ws-rj-reason             pic x(24).
           05 filler                   pic x(12)  value spaces.
      *
       77 not-on-file-reason           pic x(24)  value
           "OPERATOR NOT ON FILE".
       77 bad-month-reason             pic x(24)  value
           "MONTH NOT YYYYMM".
       77 no-evaluator-reason          pic x(24)  value
           "NO EVALUATOR".
       77 bad-score-reason             pic x(24)  value
           "SCORE NOT 0-100".
      *
       procedure division.
       000-main.
      *
           open output report-file.
      *
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           perform 100-load-operators.
      *
           if layout-unknown
               display "A7-QAPOST: RUN REFUSED, NOTHING POSTED"
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           if ws-op-overflow is equal to "y"
               display "A7-QAPOST: A7.DAT EXCEEDS 500 "
                       "OPERATORS - RUN REFUSED, NOTHING POSTED"
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           open input qa-trans-file.
      *
           if ws-qa-trans-file-status is equal to "35"
               display "A7-QAPOST: NO EVALUATIONS TO POST"
           else
               perform 150-open-score-file
               open output qa-keep-file
               perform 110-read-qa-trans
               perform 200-post-one-evaluation
                   until ws-eof-flag is equal to ws-eof-Y
               close qa-score-file
                     qa-keep-file
               close qa-trans-file
               perform 900-rewrite-trans-file
           end-if.
      *
           perform 800-write-summary.
      *
           close report-file.
      *
           goback.
      *
      *loads every operator number on A7.dat
       100-load-operators.
      *
           open input emp-file.
      *
           if ws-emp-file-status is not equal to "35"
               perform 105-read-emp-record
               perform 108-check-a7-layout
               perform 106-add-op-entry
                   until ws-op-eof-flag is equal to "y"
                   or ws-op-count is equal to 500
           end-if.
      *
           if ws-op-eof-flag is not equal to "y"
               move "y" to ws-op-overflow
           end-if.
      *
           close emp-file.
      *
       105-read-emp-record.
           read emp-file
               at end
                   move "y" to ws-op-eof-flag.
      *
       106-add-op-entry.
      *
           add 1 to ws-op-count.
           move emp-rec-num to ws-op-num(ws-op-count).
      *
           perform 105-read-emp-record.
      *
      *a layout header on the first record is checked and passed
      *over - any other version ends the load before a row is
      *misread
       108-check-a7-layout.
      *
           if ws-op-eof-flag is not equal to "y"
             and eh-layout-header
               if eh-file-id is equal to "A7EMP"
                 and eh-version is equal to ws-a7-version
                   perform 105-read-emp-record
               else
                   move "y" to ws-layout-bad
                   move "y" to ws-op-eof-flag
                   display "A7-QAPOST: A7.DAT LAYOUT "
                           eh-file-id " VERSION " eh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ")"
               end-if
           end-if.
      *
       110-read-qa-trans.
      *
           read qa-trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *opens the scores file for append - the first posting
      *creates it
       150-open-score-file.
      *
           open extend qa-score-file.
           if ws-qa-score-file-status is equal to "35"
               open output qa-score-file
           end-if.
      *
       200-post-one-evaluation.
      *
           add 1 to ws-cntr-read.
      *
           perform 310-lookup-operator.
           perform 320-check-scores.
      *
           if not operator-found
               move not-on-file-reason to ws-rj-reason
               perform 400-write-reject
           else
           if qt-month is not numeric
             or qt-month-mm is less than 1
             or qt-month-mm is greater than 12
               move bad-month-reason to ws-rj-reason
               perform 400-write-reject
           else
           if qt-evaluator is equal to spaces
               move no-evaluator-reason to ws-rj-reason
               perform 400-write-reject
           else
           if not scores-ok
               move bad-score-reason to ws-rj-reason
               perform 400-write-reject
           else
               write qa-score-rec from qa-trans-rec
               add 1 to ws-cntr-posted
           end-if
           end-if
           end-if
           end-if.
      *
           perform 110-read-qa-trans.
      *
       310-lookup-operator.
      *
           move "n" to ws-op-found.
      *
           perform 315-match-operator
               varying ws-op-x from 1 by 1
               until ws-op-x is greater than ws-op-count
               or operator-found.
      *
       315-match-operator.
      *
           if ws-op-num(ws-op-x) is equal to qt-emp-num
               move "y" to ws-op-found
           end-if.
      *
      *every category score must read as a number no higher
      *than 100
       320-check-scores.
      *
           move "y" to ws-scores-ok.
      *
           perform 325-check-one-score
               varying ws-score-x from 1 by 1
               until ws-score-x is greater than 4.
      *
       325-check-one-score.
      *
           if qt-score(ws-score-x) is not numeric
               move "n" to ws-scores-ok
           else
               if qt-score(ws-score-x) is greater than 100
                   move "n" to ws-scores-ok
               end-if
           end-if.
      *
       400-write-reject.
      *
           add 1 to ws-cntr-rejected.
      *
           move qt-emp-num   to ws-rj-num.
           move qt-month     to ws-rj-month.
           move qt-evaluator to ws-rj-evaluator.
      *
           write report-line from ws-reject-line
             after advancing 1 line.
      *
           write qa-keep-rec from qa-trans-rec.
      *
       800-write-summary.
      *
           move "EVALUATIONS READ:       " to ws-dl-label.
           move ws-cntr-read               to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 2 lines.
      *
           move "POSTED:                 " to ws-dl-label.
           move ws-cntr-posted             to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "REJECTED:               " to ws-dl-label.
           move ws-cntr-rejected           to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *the transaction file keeps only the rejected evaluations
       900-rewrite-trans-file.
      *
           open input  qa-keep-file
                output qa-trans-file.
      *
           move "n" to ws-eof-flag.
           perform 910-read-keep.
           perform 920-copy-one-keep
               until ws-eof-flag is equal to ws-eof-Y.
      *
           close qa-keep-file
                 qa-trans-file.
      *
       910-read-keep.
           read qa-keep-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       920-copy-one-keep.
      *
           write qa-trans-rec from qa-keep-rec.
           perform 910-read-keep.
      *
       end program A7-QAPost.
