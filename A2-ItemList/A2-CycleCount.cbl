       identification division.
       program-id. A2-CycleCount.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *cycle count against the item master.  nothing compared the
      *on-hand balances A2-ItemList relieves and A2-POUpdate
      *replenishes with what is actually on the shelf, so every
      *mis-keyed sale or receipt just stayed in the balance.  the
      *counters' sheets come in as a count file (item, warehouse,
      *counted quantity, counter id) and print on a variance
      *report in units and in dollars at im-price.  a variance
      *inside both tolerances posts to im-on-hand at once; a
      *larger one is held on A2-CycleCountHeld.dat until a
      *supervisor approves or rejects it on the decision file -
      *and the supervisor must not be the one who counted.  an
      *approved hold posts its variance to the balance as it
      *stands that night.  every adjustment is appended to
      *A2-CycleCountLog.dat with the balance before and after.
      *the count and decision files empty once processed, so a
      *rerun cannot post the same count twice.  return code 4
      *when any count or decision was rejected.
      *
      *modification history:
      *  Oct 15/2026 - RS - counts and decisions find the item's row
      *                     at the counted warehouse - the master
      *                     now carries a row per item per site.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *the counters' sheets - item, warehouse, counted quantity
      *and the id of whoever counted
           select count-file
               assign to "../../../data/A2-CycleCount.dat"
               organization is line sequential
               file status is ws-count-file-status.
      *
      *supervisor decisions on held counts - A approves, R rejects
           select decision-file
               assign to "../../../data/A2-CycleCountApprove.dat"
               organization is line sequential
               file status is ws-decision-file-status.
      *
      *counts held for a supervisor, carried night to night
           select held-file
               assign to "../../../data/A2-CycleCountHeld.dat"
               organization is line sequential
               file status is ws-held-file-status.
      *
      *the item master - counts correct its on-hand balances
           select item-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-file-status.
      *
      *adjustment log - appended, one row per balance change or
      *rejected hold, before and after
           select adjust-log-file
               assign to "../../../data/A2-CycleCountLog.dat"
               organization is line sequential
               file status is ws-adjust-log-file-status.
      *
           select report-file
               assign to "../../../data/A2-CycleCount.out"
               organization is line sequential.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd count-file
           data record is count-rec
           record contains 18 characters.
      *
       01 count-rec.
           05 cc-item                  pic 9(4).
           05 cc-warehouse             pic x.
           05 cc-counted               pic 9(5).
           05 cc-counter               pic x(8).
      *
       fd decision-file
           data record is decision-rec
           record contains 14 characters.
      *
       01 decision-rec.
           05 dc-action                pic x.
               88 dc-action-approve     value "A".
               88 dc-action-reject      value "R".
           05 dc-item                  pic 9(4).
           05 dc-warehouse             pic x.
           05 dc-supervisor            pic x(8).
      *
       fd held-file
           data record is held-rec
           record contains 31 characters.
      *
       01 held-rec.
           05 hd-date                  pic 9(8).
           05 hd-item                  pic 9(4).
           05 hd-warehouse             pic x.
           05 hd-on-hand               pic 9(5).
           05 hd-counted               pic 9(5).
           05 hd-counter               pic x(8).
      *
      *item master records held whole, so the file rewrites
      *verbatim apart from the on-hand field
       fd item-file
           data record is item-rec
           record contains 36 characters.
      *
       01 item-rec                     pic x(36).
      *
       fd adjust-log-file
           data record is adjust-log-rec
           record contains 47 characters.
      *
       01 adjust-log-rec.
           05 al-date                  pic 9(8).
           05 al-action                pic x(8).
           05 al-item                  pic 9(4).
           05 al-warehouse             pic x.
           05 al-before                pic 9(5).
           05 al-after                 pic 9(5).
           05 al-counter               pic x(8).
           05 al-approver              pic x(8).
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
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
      *a variance posts without approval only when it is inside
      *both of these - units either way, and dollars at im-price
       77 tolerance-units              pic 9(5)   value 5.
       77 tolerance-dollars            pic 9(5)v99 value 100.00.
      *
      *the item master held whole, one row per item per
      *warehouse, with the fields of the row being counted viewed
      *through a work area
       01 ws-item-table.
           05 ws-item-entry occurs 1 to 300 times
                   depending on ws-item-count.
               10 ws-it-rec             pic x(36).
      *
       01 ws-item-count                pic 9(3)   value 0.
      *
       01 ws-item-work.
           05 wi-item-number           pic 9(4).
           05 wi-class                 pic x.
           05 wi-desc                  pic x(13).
           05 wi-price                 pic 9(4)v99.
           05 wi-on-hand-qty           pic 9(5).
           05 wi-reorder-point         pic 999.
           05 wi-reorder-qty           pic 999.
           05 wi-warehouse             pic x.
      *
      *held counts - a row is dropped on the rewrite once a
      *supervisor decides it
       01 ws-held-table.
           05 ws-held-entry occurs 1 to 200 times
                   depending on ws-held-count.
               10 ws-hd-date            pic 9(8).
               10 ws-hd-item            pic 9(4).
               10 ws-hd-warehouse       pic x.
               10 ws-hd-on-hand         pic 9(5).
               10 ws-hd-counted         pic 9(5).
               10 ws-hd-counter         pic x(8).
               10 ws-hd-live            pic x.
      *
       01 ws-held-count                pic 9(3)   value 0.
      *
       01 ws-scan-subs.
           05 ws-item-x                pic 9(3)   value 0.
           05 ws-item-hit              pic 9(3)   value 0.
           05 ws-held-x                pic 9(3)   value 0.
           05 ws-held-hit              pic 9(3)   value 0.
      *
       01 ws-scan-flags.
           05 ws-item-found            pic x      value "n".
               88 item-found            value "y".
           05 ws-held-found            pic x      value "n".
               88 held-found            value "y".
      *
       77 ws-count-file-status         pic xx     value spaces.
       77 ws-decision-file-status      pic xx     value spaces.
       77 ws-held-file-status          pic xx     value spaces.
       77 ws-item-file-status          pic xx     value spaces.
       77 ws-adjust-log-file-status    pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *set when the item master or the held file would not fit
      *its table - the run is refused rather than rewriting a
      *truncated file
       77 ws-item-overflow             pic x      value "n".
       77 ws-held-overflow             pic x      value "n".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *item and warehouse the lookups below search for
       01 ws-lookup-key.
           05 ws-key-item              pic 9(4)   value 0.
           05 ws-key-warehouse         pic x      value space.
      *
      *variance math for the row in hand
       01 ws-variance-math.
           05 ws-variance              pic s9(5)  value 0.
           05 ws-abs-variance          pic 9(5)   value 0.
           05 ws-var-value             pic s9(7)v99 value 0.
           05 ws-abs-value             pic 9(7)v99 value 0.
           05 ws-new-on-hand           pic s9(6)  value 0.
      *
      *counters and dollar totals
       01 ws-counters.
           05 ws-cntr-counts           pic 9(4)   value 0.
           05 ws-cntr-agreed           pic 9(4)   value 0.
           05 ws-cntr-posted           pic 9(4)   value 0.
           05 ws-cntr-held             pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-decisions        pic 9(4)   value 0.
           05 ws-cntr-approved         pic 9(4)   value 0.
           05 ws-cntr-declined         pic 9(4)   value 0.
           05 ws-cntr-adjustments      pic 9(4)   value 0.
           05 ws-tot-posted-value      pic s9(8)v99 value 0.
           05 ws-tot-held-value        pic s9(8)v99 value 0.
      *
      *reject and disposition notes
       77 note-bad-count               pic x(36)  value
           "REJECTED - ITEM OR QTY NOT NUMERIC".
       77 note-no-counter              pic x(36)  value
           "REJECTED - NO COUNTER ID".
       77 note-item-missing            pic x(36)  value
           "REJECTED - ITEM NOT ON ITEM MASTER".
       77 note-wrong-warehouse         pic x(36)  value
           "REJECTED - NOT STOCKED AT WAREHOUSE".
       77 note-held-full               pic x(36)  value
           "REJECTED - HELD FILE IS FULL".
       77 note-agrees                  pic x(36)  value
           "AGREES".
       77 note-posted                  pic x(36)  value
           "POSTED - WITHIN TOLERANCE".
       77 note-held                    pic x(36)  value
           "HELD FOR SUPERVISOR APPROVAL".
       77 note-held-replaces           pic x(36)  value
           "HELD - REPLACES EARLIER HELD COUNT".
       77 note-bad-action              pic x(36)  value
           "REFUSED - ACTION NOT A OR R".
       77 note-not-held                pic x(36)  value
           "REFUSED - NO COUNT HELD FOR ITEM".
       77 note-no-supervisor           pic x(36)  value
           "REFUSED - NO SUPERVISOR ID".
       77 note-own-count               pic x(36)  value
           "REFUSED - SUPERVISOR DID THE COUNT".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(24)  value
                       "CYCLE COUNT VARIANCES - ".
           05 filler                   pic x(4)   value "RUN ".
           05 hd-run-date              pic 9(8).
           05 filler                   pic x(20)  value
                       "   TOLERANCE: UNITS ".
           05 hd-tol-units             pic zzzz9.
           05 filler                   pic x(10)  value "  DOLLARS ".
           05 hd-tol-dollars           pic zz,zz9.99.
           05 filler                   pic x(20)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(37)  value
               "ITEM  DESCRIPTION    WH  ON-HAND COUN".
           05 filler                   pic x(36)  value
               "TED VARIANCE     VALUE   DISPOSITION".
           05 filler                   pic x(27)  value spaces.
      *
       01 ws-section-line.
           05 ws-sl-text               pic x(60).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-detail-line.
           05 dl-item                  pic 9(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-desc                  pic x(13).
           05 filler                   pic x(3)   value spaces.
           05 dl-warehouse             pic x.
           05 filler                   pic x(3)   value spaces.
           05 dl-on-hand               pic zzzz9.
           05 filler                   pic x(3)   value spaces.
           05 dl-counted               pic zzzz9.
           05 filler                   pic x(3)   value spaces.
           05 dl-variance              pic -----9.
           05 filler                   pic x(2)   value spaces.
           05 dl-value                 pic ---,--9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(36).
           05 filler                   pic x(2)   value spaces.
      *
       01 ws-total-line.
           05 tl-label                 pic x(30).
           05 tl-count                 pic zzz9.
           05 filler                   pic x(4)   value spaces.
           05 tl-value                 pic ---,---,--9.99.
           05 filler                   pic x(48)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-item-file.
           perform 120-load-held.
      *
           if ws-item-overflow is equal to "y"
             or ws-held-overflow is equal to "y"
               display "A2-CYCLECOUNT: ITEM MASTER OR HELD FILE "
                       "EXCEEDS ITS TABLE - RUN REFUSED, FILES "
                       "UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
           open extend adjust-log-file.
           if ws-adjust-log-file-status is equal to "35"
               open output adjust-log-file
           end-if.
      *
           move ws-run-date       to hd-run-date.
           move tolerance-units   to hd-tol-units.
           move tolerance-dollars to hd-tol-dollars.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
      *decisions on earlier holds go first, so a count held
      *tonight cannot be decided by a card keyed before it was
           move "SUPERVISOR DECISIONS ON HELD COUNTS:" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 2 lines.
           perform 200-apply-decisions.
      *
           move "TONIGHT'S COUNTS:" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 2 lines.
           perform 300-apply-counts.
      *
           perform 800-print-totals.
      *
           close report-file.
           close adjust-log-file.
      *
           perform 900-rewrite-held.
      *
      *the item master only rewrites when a balance moved
           if ws-cntr-adjustments is greater than 0
               perform 910-rewrite-item-file
           end-if.
      *
           if ws-cntr-rejected is greater than 0
               display "A2-CYCLECOUNT: " ws-cntr-rejected
                       " COUNT(S) OR DECISION(S) REJECTED - SEE "
                       "A2-CycleCount.out"
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
       110-load-item-file.
      *
           open input item-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-item-file-status is not equal to "35"
               perform 111-read-item
               perform 112-add-item-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-item-count is equal to 300
      *the table rewrites the master when a balance moves, so a
      *load that stopped with rows still unread must refuse to
      *run - rewriting from a short table would destroy them
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-item-overflow
               end-if
           end-if.
      *
           close item-file.
      *
       111-read-item.
           read item-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       112-add-item-entry.
      *
           add 1 to ws-item-count.
           move item-rec to ws-it-rec(ws-item-count).
      *
           perform 111-read-item.
      *
      *a missing held file is a cold start - tonight's holds
      *build a new one
       120-load-held.
      *
           open input held-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-held-file-status is not equal to "35"
               perform 121-read-held
               perform 122-add-held-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-held-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-held-overflow
               end-if
           end-if.
      *
           close held-file.
      *
       121-read-held.
           read held-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-held-entry.
      *
           add 1 to ws-held-count.
           move hd-date      to ws-hd-date(ws-held-count).
           move hd-item      to ws-hd-item(ws-held-count).
           move hd-warehouse to ws-hd-warehouse(ws-held-count).
           move hd-on-hand   to ws-hd-on-hand(ws-held-count).
           move hd-counted   to ws-hd-counted(ws-held-count).
           move hd-counter   to ws-hd-counter(ws-held-count).
           move "y"          to ws-hd-live(ws-held-count).
      *
           perform 121-read-held.
      *
       200-apply-decisions.
      *
           open input decision-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-decision-file-status is not equal to "35"
               perform 201-read-decision
               perform 210-apply-one-decision
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close decision-file.
      *
      *processed decisions are emptied so the same approval
      *cannot post twice
           if ws-decision-file-status is not equal to "35"
               open output decision-file
               close decision-file
           end-if.
      *
       201-read-decision.
           read decision-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a decision names the held count by item and warehouse - a
      *refused decision leaves the count held for another card
       210-apply-one-decision.
      *
           add 1 to ws-cntr-decisions.
           move dc-item      to ws-key-item.
           move dc-warehouse to ws-key-warehouse.
           perform 400-lookup-held.
      *
           if not dc-action-approve
             and not dc-action-reject
               move note-bad-action to dl-note
               perform 230-print-refused-decision
           else
               if not held-found
                   move note-not-held to dl-note
                   perform 230-print-refused-decision
               else
                   if dc-supervisor is equal to spaces
                       move note-no-supervisor to dl-note
                       perform 230-print-refused-decision
                   else
                       if dc-supervisor is equal to
                                       ws-hd-counter(ws-held-hit)
                           move note-own-count to dl-note
                           perform 230-print-refused-decision
                       else
                           perform 220-decide-held-count
                       end-if
                   end-if
               end-if
           end-if.
      *
           perform 201-read-decision.
      *
      *an approval posts the variance found at count time to the
      *balance as it stands now, never below zero; a rejection
      *leaves the balance alone.  either way the hold is done
       220-decide-held-count.
      *
           move ws-hd-item(ws-held-hit) to ws-key-item.
           perform 420-lookup-item-row.
      *
           subtract ws-hd-on-hand(ws-held-hit)
               from ws-hd-counted(ws-held-hit)
               giving ws-variance.
      *
           move ws-hd-date(ws-held-hit)    to al-date.
           move ws-hd-item(ws-held-hit)    to al-item dl-item.
           move ws-hd-warehouse(ws-held-hit)
                                           to al-warehouse
                                              dl-warehouse.
           move ws-hd-counter(ws-held-hit) to al-counter.
           move dc-supervisor              to al-approver.
           move ws-hd-counted(ws-held-hit) to dl-counted.
           move ws-variance                to dl-variance.
      *
           if item-found
               move ws-it-rec(ws-item-hit) to ws-item-work
               move wi-desc        to dl-desc
               move wi-on-hand-qty to al-before dl-on-hand
               multiply ws-variance by wi-price
                   giving ws-var-value
           else
               move spaces to dl-desc
               move 0      to al-before dl-on-hand ws-var-value
           end-if.
           move ws-var-value to dl-value.
      *
           if dc-action-approve
             and item-found
               add ws-variance wi-on-hand-qty giving ws-new-on-hand
               if ws-new-on-hand is less than 0
                   move 0 to ws-new-on-hand
               end-if
               move ws-new-on-hand to wi-on-hand-qty
               move ws-item-work   to ws-it-rec(ws-item-hit)
               add 1 to ws-cntr-adjustments
               add 1 to ws-cntr-approved
               add ws-var-value to ws-tot-posted-value
               move "APPROVED" to al-action
               move spaces to dl-note
               string "APPROVED BY " dc-supervisor
                   delimited by size into dl-note
           else
               add 1 to ws-cntr-declined
               move "REJECTED" to al-action
               move spaces to dl-note
               if item-found
                   string "REJECTED BY " dc-supervisor
                       delimited by size into dl-note
               else
                   string "DROPPED - ITEM GONE - " dc-supervisor
                       delimited by size into dl-note
               end-if
           end-if.
      *
           move wi-on-hand-qty to al-after.
           if not item-found
               move 0 to al-after
           end-if.
           write adjust-log-rec.
      *
           move "n" to ws-hd-live(ws-held-hit).
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       230-print-refused-decision.
      *
           add 1 to ws-cntr-rejected.
           move dc-item      to dl-item.
           move dc-warehouse to dl-warehouse.
           move spaces       to dl-desc.
           move 0 to dl-on-hand dl-counted dl-variance dl-value.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       300-apply-counts.
      *
           open input count-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-count-file-status is not equal to "35"
               perform 301-read-count
               perform 310-apply-one-count
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close count-file.
      *
      *processed counts are emptied so a rerun cannot post the
      *same count twice
           if ws-count-file-status is not equal to "35"
               open output count-file
               close count-file
           end-if.
      *
       301-read-count.
           read count-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-apply-one-count.
      *
           add 1 to ws-cntr-counts.
           move cc-item      to dl-item.
           move cc-warehouse to dl-warehouse.
           move spaces       to dl-desc.
           move 0 to dl-on-hand dl-counted dl-variance dl-value.
      *
           if cc-item is not numeric
             or cc-counted is not numeric
               move note-bad-count to dl-note
               perform 390-print-rejected-count
           else
               if cc-counter is equal to spaces
                   move note-no-counter to dl-note
                   perform 390-print-rejected-count
               else
                   move cc-item      to ws-key-item
                   move cc-warehouse to ws-key-warehouse
                   perform 420-lookup-item-row
                   if item-found
                       move ws-it-rec(ws-item-hit) to ws-item-work
                       perform 320-weigh-variance
                   else
                       perform 410-lookup-item
                       if item-found
                           move note-wrong-warehouse to dl-note
                       else
                           move note-item-missing to dl-note
                       end-if
                       perform 390-print-rejected-count
                   end-if
               end-if
           end-if.
      *
           perform 301-read-count.
      *
      *units and dollars either way against the tolerances - an
      *agreeing count changes nothing
       320-weigh-variance.
      *
           subtract wi-on-hand-qty from cc-counted
               giving ws-variance.
           move ws-variance to ws-abs-variance.
           multiply ws-variance by wi-price giving ws-var-value.
           move ws-var-value to ws-abs-value.
      *
           move wi-desc        to dl-desc.
           move wi-on-hand-qty to dl-on-hand.
           move cc-counted     to dl-counted.
           move ws-variance    to dl-variance.
           move ws-var-value   to dl-value.
      *
           if ws-variance is equal to 0
               add 1 to ws-cntr-agreed
               move note-agrees to dl-note
           else
               if ws-abs-variance is not greater than tolerance-units
                 and ws-abs-value is not greater than
                                       tolerance-dollars
                   perform 330-post-count
               else
                   perform 340-hold-count
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       330-post-count.
      *
           move ws-run-date    to al-date.
           move "AUTO"         to al-action.
           move cc-item        to al-item.
           move cc-warehouse   to al-warehouse.
           move wi-on-hand-qty to al-before.
           move cc-counted     to al-after.
           move cc-counter     to al-counter.
           move spaces         to al-approver.
           write adjust-log-rec.
      *
           move cc-counted   to wi-on-hand-qty.
           move ws-item-work to ws-it-rec(ws-item-hit).
      *
           add 1 to ws-cntr-adjustments.
           add 1 to ws-cntr-posted.
           add ws-var-value to ws-tot-posted-value.
           move note-posted to dl-note.
      *
      *a later count of an item already waiting on a supervisor
      *replaces the earlier one - the newer sheet is what gets
      *decided
       340-hold-count.
      *
           perform 400-lookup-held.
      *
           if held-found
               move note-held-replaces to dl-note
           else
               if ws-held-count is equal to 200
                   move note-held-full to dl-note
                   add 1 to ws-cntr-rejected
               else
                   add 1 to ws-held-count
                   move ws-held-count to ws-held-hit
                   move note-held to dl-note
               end-if
           end-if.
      *
           if dl-note is not equal to note-held-full
               move ws-run-date    to ws-hd-date(ws-held-hit)
               move cc-item        to ws-hd-item(ws-held-hit)
               move cc-warehouse   to ws-hd-warehouse(ws-held-hit)
               move wi-on-hand-qty to ws-hd-on-hand(ws-held-hit)
               move cc-counted     to ws-hd-counted(ws-held-hit)
               move cc-counter     to ws-hd-counter(ws-held-hit)
               move "y"            to ws-hd-live(ws-held-hit)
               add 1 to ws-cntr-held
               add ws-var-value to ws-tot-held-value
           end-if.
      *
       390-print-rejected-count.
      *
           add 1 to ws-cntr-rejected.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *the live held count for the key item at the key warehouse
       400-lookup-held.
      *
           move "n" to ws-held-found.
           perform 405-match-held
               varying ws-held-x from 1 by 1
               until ws-held-x is greater than ws-held-count
               or held-found.
      *
       405-match-held.
      *
           if ws-hd-live(ws-held-x) is equal to "y"
             and ws-hd-item(ws-held-x) is equal to ws-key-item
             and ws-hd-warehouse(ws-held-x) is equal to
                                       ws-key-warehouse
               move "y" to ws-held-found
               move ws-held-x to ws-held-hit
           end-if.
      *
      *the item at any warehouse - tells a count keyed against
      *the wrong site from an item the master does not carry
       410-lookup-item.
      *
           move "n" to ws-item-found.
           perform 415-match-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count
               or item-found.
      *
       415-match-item.
      *
           move ws-it-rec(ws-item-x) to ws-item-work.
           if wi-item-number is numeric
             and wi-item-number is equal to ws-key-item
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
      *the item's row at the key warehouse - an item is stocked
      *at each site it has a master row for
       420-lookup-item-row.
      *
           move "n" to ws-item-found.
           perform 425-match-item-row
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count
               or item-found.
      *
       425-match-item-row.
      *
           move ws-it-rec(ws-item-x) to ws-item-work.
           if wi-item-number is numeric
             and wi-item-number is equal to ws-key-item
             and wi-warehouse is equal to ws-key-warehouse
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
       800-print-totals.
      *
           move "COUNTS READ" to tl-label.
           move ws-cntr-counts to tl-count.
           move 0 to tl-value.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           move "COUNTS AGREEING" to tl-label.
           move ws-cntr-agreed to tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "POSTED WITHIN TOLERANCE" to tl-label.
           move ws-cntr-posted to tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "HELD FOR APPROVAL" to tl-label.
           move ws-cntr-held to tl-count.
           move ws-tot-held-value to tl-value.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "HOLDS APPROVED" to tl-label.
           move ws-cntr-approved to tl-count.
           move 0 to tl-value.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "HOLDS REJECTED" to tl-label.
           move ws-cntr-declined to tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "COUNTS/DECISIONS REFUSED" to tl-label.
           move ws-cntr-rejected to tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "NET VALUE POSTED TO ON-HAND" to tl-label.
           move ws-cntr-adjustments to tl-count.
           move ws-tot-posted-value to tl-value.
           write report-line from ws-total-line
             after advancing 1 line.
      *
       900-rewrite-held.
      *
           open output held-file.
      *
           perform 905-write-one-held
               varying ws-held-x from 1 by 1
               until ws-held-x is greater than ws-held-count.
      *
           close held-file.
      *
       905-write-one-held.
      *
           if ws-hd-live(ws-held-x) is equal to "y"
               move ws-hd-date(ws-held-x)      to hd-date
               move ws-hd-item(ws-held-x)      to hd-item
               move ws-hd-warehouse(ws-held-x) to hd-warehouse
               move ws-hd-on-hand(ws-held-x)   to hd-on-hand
               move ws-hd-counted(ws-held-x)   to hd-counted
               move ws-hd-counter(ws-held-x)   to hd-counter
               write held-rec
           end-if.
      *
       910-rewrite-item-file.
      *
           open output item-file.
      *
           perform 915-write-one-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count.
      *
           close item-file.
      *
       915-write-one-item.
      *
           write item-rec from ws-it-rec(ws-item-x).
      *
       end program A2-CycleCount.
