       identification division.
       program-id. A2-ItemPartMaint.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *maintenance for A2-ItemPartXref.dat, the cross-reference
      *that ties an A2 item to the A6 part it is.  the price drift
      *check and A2-PriceDiscToA6 used to match a four-digit item
      *to a three-digit part by number alone - an item and a part
      *sharing a number are not always the same product, and items
      *above 999 could never match.  modeled on A2-DiscountMaint:
      *add/change/delete transactions, keyed and approved under dual
      *control through A0-MaintApproval, with edits (the item on
      *A2-ItemMaster.dat, the part on A6-PartMaster.dat, one part
      *per item and one item per part), an audit log of every
      *change, and the cross-reference rewritten only from a clean
      *batch - a single rejected transaction leaves it untouched.
      *
      *an add maps an unmapped item to a part, a change moves a
      *mapped item to another part, a delete drops the item's
      *mapping.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select xref-file
               assign to "../../../data/A2-ItemPartXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is line sequential
               file status is ws-item-master-file-status.
      *
           select part-master-file
               assign to "../../../data/A6-PartMaster.dat"
               organization is indexed
               access is random
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
      *maintenance transactions - one action per record, the
      *mapping identified by its item.  approved rows are appended
      *by A0-MaintApproval and the file empties once a clean batch
      *is applied
           select trans-file
               assign to "../../../data/A2-ItemPartMaint-Trans.dat"
               organization is line sequential.
      *
      *audit log - one row per applied or rejected transaction
           select log-file
               assign to "../../../data/A2-ItemPartMaint-Log.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd xref-file
           data record is xref-rec
           record contains 7 characters.
      *
       01 xref-rec.
           05 xp-item                  pic 9(4).
           05 xp-part                  pic 999.
      *
       fd item-master-file
           data record is item-master-rec
           record contains 36 characters.
      *
       01 item-master-rec.
           05 im-item                  pic 9(4).
           05 filler                   pic x(32).
      *
       fd part-master-file
           data record is part-master-rec
           record contains 23 characters.
      *
       01 part-master-rec.
           05 pm-prt-num               pic 999.
           05 pm-prt-desc              pic x(10).
           05 pm-prt-price             pic 99v99.
           05 pm-prt-vend-num          pic 9(6).
      *
       fd trans-file
           data record is trans-line
           record contains 24 characters.
      *
       01 trans-line.
           05 tl-action                pic x.
               88 tl-action-valid       value "A", "C", "D".
               88 tl-action-add         value "A".
               88 tl-action-change      value "C".
               88 tl-action-delete      value "D".
           05 tl-item                  pic 9(4).
           05 tl-part                  pic 999.
      *who keyed the transaction and who approved it
           05 tl-keyer-id              pic x(8).
           05 tl-approver-id           pic x(8).
      *
       fd log-file
           data record is log-line
           record contains 96 characters.
      *
       01 log-line                     pic x(96).
      *
       working-storage section.
      *
      *the mappings, maintained in place and rewritten only when
      *the whole batch was clean
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 300 times
                   depending on ws-xref-count.
               10 ws-xr-item            pic 9(4).
               10 ws-xr-part            pic 999.
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *item numbers on the item master - one row per item per
      *warehouse there, so an item appears once per row
       01 ws-item-table.
           05 ws-item-entry occurs 1 to 300 times
                   depending on ws-item-count.
               10 ws-it-item            pic 9(4).
      *
       01 ws-item-count                pic 9(3)   value 0.
      *
       01 ws-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-part-hit              pic 9(3)   value 0.
           05 ws-item-x                pic 9(3)   value 0.
      *
       01 ws-flags.
           05 ws-xref-eof              pic x      value "n".
           05 ws-item-eof              pic x      value "n".
           05 ws-xref-found            pic x      value "n".
               88 xref-found            value "y".
           05 ws-item-found            pic x      value "n".
               88 item-found            value "y".
           05 ws-part-found            pic x      value "n".
               88 part-found            value "y".
      *set when a table would not fit - the run is refused rather
      *than rewriting a truncated file
           05 ws-table-overflow        pic x      value "n".
      *
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-item-master-file-status   pic xx     value spaces.
       77 ws-part-master-file-status   pic xx     value spaces.
       77 ws-part-master-absent        pic x      value "n".
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *run date, stamped on every audit row
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *counters for the audit trailer
       01 ws-counters.
           05 ws-cntr-read             pic 9(4)   value 0.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
      *
      *audit log row
       01 ws-log-row.
           05 lg-run-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 lg-action                pic x(10).
           05 filler                   pic x(7)   value " ITEM: ".
           05 lg-item                  pic x(4).
           05 filler                   pic x(7)   value " PART: ".
           05 lg-part                  pic x(3).
           05 filler                   pic x      value spaces.
           05 lg-note                  pic x(28).
           05 filler                   pic x      value spaces.
           05 lg-keyer-id              pic x(8).
           05 filler                   pic x      value "/".
           05 lg-approver-id           pic x(8).
      *the part a change or delete took the item off
           05 filler                   pic x(6)   value " WAS: ".
           05 lg-was-part              pic x(3).
      *
      *audit trailer
       01 ws-log-summary.
           05 filler                   pic x(7)   value "READ: ".
           05 ws-sm-read               pic zzz9.
           05 filler                   pic x(10)  value "  APPLIED:".
           05 ws-sm-applied            pic zzz9.
           05 filler                   pic x(11)  value "  REJECTED:".
           05 ws-sm-rejected           pic zzz9.
           05 filler                   pic x(56)  value spaces.
      *
      *reject notes
       77 note-bad-action              pic x(28)  value
           "ACTION CODE NOT A, C OR D".
       77 note-not-approved            pic x(28)  value
           "NOT APPROVED BY A SECOND ID".
       77 note-bad-item                pic x(28)  value
           "ITEM NOT ON THE ITEM MASTER".
       77 note-bad-part                pic x(28)  value
           "PART NOT ON THE PART MASTER".
       77 note-item-mapped             pic x(28)  value
           "ITEM ALREADY MAPPED".
       77 note-part-mapped             pic x(28)  value
           "PART MAPPED TO ANOTHER ITEM".
       77 note-missing                 pic x(28)  value
           "ITEM HAS NO MAPPING".
       77 note-full                    pic x(28)  value
           "CROSS-REFERENCE IS FULL".
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-load-xref.
           perform 120-load-items.
      *
           if ws-table-overflow is equal to "y"
               display "A2-ITEMPARTMAINT: CROSS-REFERENCE OR ITEM "
                       "MASTER EXCEEDS 300 ROWS - RUN REFUSED, FILE "
                       "UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           open input part-master-file.
           if ws-part-master-file-status is equal to "35"
               move "y" to ws-part-master-absent
           end-if.
      *
           open input trans-file.
           open output log-file.
      *
           perform 110-read-trans.
           perform 200-apply-one-trans
               until ws-eof-flag is equal to ws-eof-Y.
      *
           perform 800-write-log-summary.
      *
           close trans-file
                 log-file.
      *
           if ws-part-master-absent is not equal to "y"
               close part-master-file
           end-if.
      *
      *a dirty batch leaves the live cross-reference and the
      *transactions exactly as they were - the rejected cards are
      *dropped, corrections keyed through approval and re-run
           if ws-cntr-rejected is greater than 0
               display "A2-ITEMPARTMAINT: " ws-cntr-rejected
                       " TRANSACTION(S) REJECTED - CROSS-REFERENCE "
                       "UNTOUCHED, SEE THE AUDIT LOG"
               move 8 to return-code
           else
               perform 900-rewrite-xref
      *the applied transactions are on the log now - emptied so
      *the next approvals append to a clean file
               open output trans-file
               close trans-file
           end-if.
      *
           goback.
      *
      *loads the live mappings - a missing file is a cold start and
      *the adds build a new one
       100-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               perform 105-read-xref
               perform 106-add-xref-entry
                   until ws-xref-eof is equal to "y"
                   or ws-xref-count is equal to 300
      *the table rewrites the file from a clean batch, so a load
      *that stopped with rows still unread must refuse to run -
      *rewriting from a short table would delete the overflow
               if ws-xref-eof is not equal to "y"
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close xref-file.
      *
       105-read-xref.
           read xref-file
               at end
                   move "y" to ws-xref-eof.
      *
       106-add-xref-entry.
      *
           add 1 to ws-xref-count.
           move xp-item to ws-xr-item(ws-xref-count).
           move xp-part to ws-xr-part(ws-xref-count).
      *
           perform 105-read-xref.
      *
       110-read-trans.
      *
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *the item numbers an add or change may name
       120-load-items.
      *
           open input item-master-file.
      *
           if ws-item-master-file-status is not equal to "35"
               perform 125-read-item
               perform 126-add-item-entry
                   until ws-item-eof is equal to "y"
                   or ws-table-overflow is equal to "y"
               close item-master-file
           end-if.
      *
       125-read-item.
           read item-master-file
               at end
                   move "y" to ws-item-eof.
      *
       126-add-item-entry.
      *
           if ws-item-count is equal to 300
               move "y" to ws-table-overflow
           else
               add 1 to ws-item-count
               move im-item to ws-it-item(ws-item-count)
           end-if.
      *
           perform 125-read-item.
      *
       200-apply-one-trans.
      *
           add 1 to ws-cntr-read.
           move spaces to lg-was-part.
      *
           perform 210-lookup-item-mapping.
      *
           if not tl-action-valid
               move note-bad-action to lg-note
               perform 400-log-rejected
           else
           if tl-keyer-id is equal to spaces
             or tl-approver-id is equal to spaces
             or tl-approver-id is equal to tl-keyer-id
               move note-not-approved to lg-note
               perform 400-log-rejected
           else
               if tl-action-add
                   perform 300-apply-add
               else
                   if tl-action-change
                       perform 310-apply-change
                   else
                       perform 320-apply-delete
                   end-if
               end-if
           end-if
           end-if.
      *
           perform 110-read-trans.
      *
      *the mapping for the transaction's item, if it has one
       210-lookup-item-mapping.
      *
           move "n" to ws-xref-found.
           move 0   to ws-xref-hit.
      *
           perform 215-match-item-mapping
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or xref-found.
      *
       215-match-item-mapping.
      *
           if ws-xr-item(ws-xref-x) is equal to tl-item
               move "y" to ws-xref-found
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *the mapping already holding the transaction's part, if any
       220-lookup-part-mapping.
      *
           move 0 to ws-part-hit.
      *
           perform 225-match-part-mapping
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or ws-part-hit is greater than 0.
      *
       225-match-part-mapping.
      *
           if ws-xr-part(ws-xref-x) is equal to tl-part
               move ws-xref-x to ws-part-hit
           end-if.
      *
       230-lookup-item.
      *
           move "n" to ws-item-found.
      *
           if tl-item is numeric
               perform 235-match-item
                   varying ws-item-x from 1 by 1
                   until ws-item-x is greater than ws-item-count
                   or item-found
           end-if.
      *
       235-match-item.
      *
           if ws-it-item(ws-item-x) is equal to tl-item
               move "y" to ws-item-found
           end-if.
      *
      *keyed read for the transaction's part
       240-lookup-part.
      *
           move "n" to ws-part-found.
      *
           if ws-part-master-absent is not equal to "y"
             and tl-part is numeric
               move tl-part to pm-prt-num
               read part-master-file
                   invalid key
                       continue
                   not invalid key
                       move "y" to ws-part-found
               end-read
           end-if.
      *
      *an add needs a real item with no mapping yet and a real
      *part no other item holds
       300-apply-add.
      *
           perform 230-lookup-item.
           perform 240-lookup-part.
           perform 220-lookup-part-mapping.
      *
           if not item-found
               move note-bad-item to lg-note
               perform 400-log-rejected
           else
           if xref-found
               move note-item-mapped to lg-note
               perform 400-log-rejected
           else
           if not part-found
               move note-bad-part to lg-note
               perform 400-log-rejected
           else
           if ws-part-hit is greater than 0
               move note-part-mapped to lg-note
               perform 400-log-rejected
           else
           if ws-xref-count is equal to 300
               move note-full to lg-note
               perform 400-log-rejected
           else
               add 1 to ws-xref-count
               move tl-item to ws-xr-item(ws-xref-count)
               move tl-part to ws-xr-part(ws-xref-count)
               add 1 to ws-cntr-applied
               move "ADDED"  to lg-action
               move spaces   to lg-note
               perform 410-write-log-row
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
      *a change moves a mapped item onto a real part no other
      *item holds
       310-apply-change.
      *
           perform 240-lookup-part.
           perform 220-lookup-part-mapping.
      *
           if not xref-found
               move note-missing to lg-note
               perform 400-log-rejected
           else
           if not part-found
               move note-bad-part to lg-note
               perform 400-log-rejected
           else
           if ws-part-hit is greater than 0
             and ws-part-hit is not equal to ws-xref-hit
               move note-part-mapped to lg-note
               perform 400-log-rejected
           else
               move ws-xr-part(ws-xref-hit) to lg-was-part
               move tl-part to ws-xr-part(ws-xref-hit)
               add 1 to ws-cntr-applied
               move "CHANGED" to lg-action
               move spaces    to lg-note
               perform 410-write-log-row
           end-if
           end-if
           end-if.
      *
      *a delete shuffles the later mappings down so the table
      *stays dense
       320-apply-delete.
      *
           if xref-found
               move ws-xr-part(ws-xref-hit) to lg-was-part
               perform 330-shuffle-mappings-down
                   varying ws-xref-x from ws-xref-hit by 1
                   until ws-xref-x is not less than ws-xref-count
               subtract 1 from ws-xref-count
               add 1 to ws-cntr-applied
               move "DELETED" to lg-action
               move spaces    to lg-note
               perform 410-write-log-row
           else
               move note-missing to lg-note
               perform 400-log-rejected
           end-if.
      *
       330-shuffle-mappings-down.
      *
           move ws-xr-item(ws-xref-x + 1) to ws-xr-item(ws-xref-x).
           move ws-xr-part(ws-xref-x + 1) to ws-xr-part(ws-xref-x).
      *
       400-log-rejected.
      *
           add 1 to ws-cntr-rejected.
           move "REJECTED" to lg-action.
           perform 410-write-log-row.
      *
       410-write-log-row.
      *
           move ws-run-date    to lg-run-date.
           move tl-item        to lg-item.
           move tl-part        to lg-part.
           move tl-keyer-id    to lg-keyer-id.
           move tl-approver-id to lg-approver-id.
      *
           write log-line from ws-log-row.
      *
       800-write-log-summary.
      *
           move ws-cntr-read     to ws-sm-read.
           move ws-cntr-applied  to ws-sm-applied.
           move ws-cntr-rejected to ws-sm-rejected.
           write log-line from ws-log-summary.
      *
       900-rewrite-xref.
      *
           open output xref-file.
      *
           perform 910-write-one-mapping
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count.
      *
           close xref-file.
      *
       910-write-one-mapping.
      *
           move ws-xr-item(ws-xref-x) to xp-item.
           move ws-xr-part(ws-xref-x) to xp-part.
           write xref-rec.
      *
       end program A2-ItemPartMaint.
