       identification division.
       program-id. A2-ItemPartRecon.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *item-to-part reconciliation report.  A2-ItemPartXref.dat ties
      *each A2 item to the A6 part it is, and the drift check and
      *A2-PriceDiscToA6 now go through it - an item left unmapped is
      *simply never price-checked, so the gaps need to be seen.
      *this report lists the items on A2-ItemMaster.dat with no
      *part, the parts on A6-PartMaster.dat with no item, and the
      *mappings that do not agree - the item's description against
      *the part's (the part description is ten characters, so the
      *first ten of the item's are compared), or an item or part
      *that has since left its master.  the items come out in item
      *master order, the parts in part number order and the
      *mappings in cross-reference order.
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
               access is sequential
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select report-file
               assign to "../../../data/A2-ItemPartRecon.out"
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
           05 im-class                 pic x.
           05 im-desc                  pic x(13).
           05 filler                   pic x(18).
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
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       working-storage section.
      *
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-item-master-file-status   pic xx     value spaces.
       77 ws-part-master-file-status   pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *the mappings, each marked off as its item and its part turn
      *up on their masters, with both descriptions kept for the
      *agreement check
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 300 times
                   depending on ws-xref-count.
               10 ws-xr-item            pic 9(4).
               10 ws-xr-part            pic 999.
               10 ws-xr-item-desc       pic x(13).
               10 ws-xr-item-desc-r redefines ws-xr-item-desc.
                   15 ws-xr-item-desc-short pic x(10).
                   15 filler            pic x(3).
               10 ws-xr-part-desc       pic x(10).
               10 ws-xr-item-seen       pic x.
               10 ws-xr-part-seen       pic x.
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
       01 ws-xref-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-xref-eof              pic x      value "n".
      *
       01 ws-counters.
           05 ws-cntr-no-part          pic 9(4)   value 0.
           05 ws-cntr-no-item          pic 9(4)   value 0.
           05 ws-cntr-checked          pic 9(4)   value 0.
           05 ws-cntr-disagree         pic 9(4)   value 0.
      *
      *mapping notes
       77 note-desc-differs            pic x(28)  value
           "DESCRIPTIONS DO NOT AGREE".
       77 note-item-gone               pic x(28)  value
           "ITEM NOT ON THE ITEM MASTER".
       77 note-part-gone               pic x(28)  value
           "PART NOT ON THE PART MASTER".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(35)  value
                   "ITEM TO PART RECONCILIATION - AS OF".
           05 filler                   pic x      value spaces.
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(36)  value spaces.
      *
       01 ws-section-line.
           05 sl-title                 pic x(40).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(6)   value "ITEM".
           05 filler                   pic x(15)  value "DESCRIPTION".
           05 filler                   pic x(5)   value "PART".
           05 filler                   pic x(12)  value "DESCRIPTION".
           05 filler                   pic x(42)  value "NOTE".
      *
       01 ws-detail-line.
           05 dl-item                  pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-item-desc             pic x(13).
           05 filler                   pic x(2)   value spaces.
           05 dl-part                  pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-part-desc             pic x(10).
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(28).
           05 filler                   pic x(14)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(4)   value "NONE".
           05 filler                   pic x(76)  value spaces.
      *
       01 ws-total-line.
           05 ws-tl-label              pic x(30).
           05 ws-tl-count              pic zzz9.
           05 filler                   pic x(46)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-load-xref.
      *
           open output report-file.
      *
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           perform 200-items-with-no-part.
           perform 300-parts-with-no-item.
           perform 400-mappings-not-agreeing.
      *
           perform 500-print-totals.
      *
           close report-file.
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
      *loads the cross-reference - a report off a short table
      *would call the overflow's items unmapped, so it is flagged
       110-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               perform 115-read-xref
               perform 120-add-xref-entry
                   until ws-xref-eof is equal to "y"
                   or ws-xref-count is equal to 300
               if ws-xref-eof is not equal to "y"
                   display "A2-ITEMPARTRECON: OVER 300 MAPPINGS - "
                           "REPORT COVERS THE FIRST 300"
                   move 8 to return-code
               end-if
           end-if.
      *
           close xref-file.
      *
       115-read-xref.
           read xref-file
               at end
                   move "y" to ws-xref-eof.
      *
       120-add-xref-entry.
      *
           add 1 to ws-xref-count.
           move xp-item to ws-xr-item(ws-xref-count).
           move xp-part to ws-xr-part(ws-xref-count).
           move spaces  to ws-xr-item-desc(ws-xref-count).
           move spaces  to ws-xr-part-desc(ws-xref-count).
           move "n"     to ws-xr-item-seen(ws-xref-count).
           move "n"     to ws-xr-part-seen(ws-xref-count).
      *
           perform 115-read-xref.
      *
      *walks the item master - an item with no mapping is listed,
      *a mapped one has its description kept for the check
       200-items-with-no-part.
      *
           move "ITEMS WITH NO PART" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           open input item-master-file.
      *
           if ws-item-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 205-read-item
               perform 210-check-one-item
                   until ws-eof-flag is equal to ws-eof-Y
               close item-master-file
           end-if.
      *
           if ws-cntr-no-part is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       205-read-item.
           read item-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       210-check-one-item.
      *
           move 0 to ws-xref-hit.
           perform 215-match-item
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or ws-xref-hit is not equal to 0.
      *
           if ws-xref-hit is equal to 0
               move spaces  to ws-detail-line
               move im-item to dl-item
               move im-desc to dl-item-desc
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-no-part
           else
               move im-desc to ws-xr-item-desc(ws-xref-hit)
               move "y"     to ws-xr-item-seen(ws-xref-hit)
           end-if.
      *
           perform 205-read-item.
      *
       215-match-item.
      *
           if ws-xr-item(ws-xref-x) is equal to im-item
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *walks the part master in part number order - a part no
      *item maps to is listed, a mapped one has its description
      *kept for the check
       300-parts-with-no-item.
      *
           move "PARTS WITH NO ITEM" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           open input part-master-file.
      *
           if ws-part-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 305-read-part
               perform 310-check-one-part
                   until ws-eof-flag is equal to ws-eof-Y
               close part-master-file
           end-if.
      *
           if ws-cntr-no-item is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       305-read-part.
           read part-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       310-check-one-part.
      *
           move 0 to ws-xref-hit.
           perform 315-match-part
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or ws-xref-hit is not equal to 0.
      *
           if ws-xref-hit is equal to 0
               move spaces      to ws-detail-line
               move pm-prt-num  to dl-part
               move pm-prt-desc to dl-part-desc
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-no-item
           else
               move pm-prt-desc to ws-xr-part-desc(ws-xref-hit)
               move "y"         to ws-xr-part-seen(ws-xref-hit)
           end-if.
      *
           perform 305-read-part.
      *
       315-match-part.
      *
           if ws-xr-part(ws-xref-x) is equal to pm-prt-num
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *every mapping checked - both ends still on their masters
      *and the descriptions agreeing
       400-mappings-not-agreeing.
      *
           move "MAPPINGS THAT DO NOT AGREE" to sl-title.
           write report-line from ws-section-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
           perform 410-check-one-mapping
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count.
      *
           if ws-cntr-disagree is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       410-check-one-mapping.
      *
           add 1 to ws-cntr-checked.
      *
           move spaces to ws-detail-line.
           move ws-xr-item(ws-xref-x)      to dl-item.
           move ws-xr-item-desc(ws-xref-x) to dl-item-desc.
           move ws-xr-part(ws-xref-x)      to dl-part.
           move ws-xr-part-desc(ws-xref-x) to dl-part-desc.
      *
           if ws-xr-item-seen(ws-xref-x) is not equal to "y"
               move note-item-gone to dl-note
           else
           if ws-xr-part-seen(ws-xref-x) is not equal to "y"
               move note-part-gone to dl-note
           else
           if ws-xr-item-desc-short(ws-xref-x) is not equal to
              ws-xr-part-desc(ws-xref-x)
               move note-desc-differs to dl-note
           end-if
           end-if
           end-if.
      *
           if dl-note is not equal to spaces
               write report-line from ws-detail-line
                 after advancing 1 line
               add 1 to ws-cntr-disagree
           end-if.
      *
       500-print-totals.
      *
           move "ITEMS WITH NO PART:" to ws-tl-label.
           move ws-cntr-no-part to ws-tl-count.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           move "PARTS WITH NO ITEM:" to ws-tl-label.
           move ws-cntr-no-item to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "MAPPINGS CHECKED:" to ws-tl-label.
           move ws-cntr-checked to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move "MAPPINGS THAT DO NOT AGREE:" to ws-tl-label.
           move ws-cntr-disagree to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
      *
       end program A2-ItemPartRecon.
