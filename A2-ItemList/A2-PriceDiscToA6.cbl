      *A6-DataValidation's full edit set instead of being retyped
      *with fresh chances for typos.  the batch number is the run
      *date's yymmdd, which the processed-batch log keeps unique.
      *each item is taken to its part through the A2-ItemPartXref
      *cross-reference that A2-ItemPartMaint keeps - an item with
      *no mapping is rejected rather than guessed at.  only with
      *no cross-reference file at all is the item number taken as
      *the part number.
      *
       environment division.
      *
               record key is pm-prt-num
               file status is ws-part-master-file-status.
      *
      *the item-to-part cross-reference
           select xref-file
               assign to "../../../data/A2-ItemPartXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *the generated batch, ready to be fed as A6.dat
           select trans-file
               assign to "../../../data/A6-PriceCorrections.dat"
           05 pm-prt-desc              pic x(10).
           05 pm-prt-price             pic 99v99.
           05 pm-prt-vend-num          pic 9(6).
      *
       fd xref-file
           data record is xref-rec
           record contains 7 characters.
      *
       01 xref-rec.
           05 xp-item                  pic 9(4).
           05 xp-part                  pic 999.
      *
      *generated records in A6.dat's own 24-byte layout
       fd trans-file
      *a missing master means nothing can be generated
       77 ws-part-master-absent        pic x      value "n".
      *
      *the item-to-part cross-reference, loaded at start
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 300 times
                   depending on ws-xref-count.
               10 ws-xr-item            pic 9(4).
               10 ws-xr-part            pic 999.
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
       01 ws-xref-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-xref-eof              pic x      value "n".
           05 ws-xref-absent           pic x      value "n".
      *
       77 ws-xref-file-status          pic xx     value spaces.
      *
      *the generated change records are collected here first -
      *the batch header needs the count before the rows go out
       01 ws-gen-table.
           05 ws-price-ok              pic x      value "n".
               88 price-ok              value "y".
      *
      *the item number as a comparable figure, and the part it
      *maps to
       01 ws-item-work.
           05 ws-item-num              pic 9(4)   value 0.
           05 ws-part-num              pic 999    value 0.
      *
      *counters
       01 ws-counters.
      *reject notes
       77 note-bad-item                pic x(36)  value
           "ITEM NUMBER NOT NUMERIC".
       77 note-no-mapping              pic x(36)  value
           "ITEM HAS NO PART MAPPING".
       77 note-not-on-master           pic x(36)  value
           "PART NOT ON THE MASTER".
       77 note-bad-price               pic x(36)  value
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-open-part-master.
           perform 105-load-xref.
      *
           open output log-file.
           move spaces to log-line.
           if ws-part-master-file-status is equal to "35"
               move "y" to ws-part-master-absent
           end-if.
      *
      *loads the item-to-part cross-reference into its table
       105-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is equal to "35"
               move "y" to ws-xref-absent
           else
               perform 106-read-xref
               perform 107-add-xref-entry
                   until ws-xref-eof is equal to "y"
                   or ws-xref-count is equal to 300
           end-if.
      *
           close xref-file.
      *
       106-read-xref.
           read xref-file
               at end
                   move "y" to ws-xref-eof.
      *
       107-add-xref-entry.
      *
           add 1 to ws-xref-count.
           move xp-item to ws-xr-item(ws-xref-count).
           move xp-part to ws-xr-part(ws-xref-count).
      *
           perform 106-read-xref.
      *
       110-read-disc.
           read disc-file
               perform 400-log-rejected
           else
               move dc-item to ws-item-num
               perform 205-map-item-to-part
               if ws-xref-hit is equal to 0
                   move note-no-mapping to lg-note
                   perform 400-log-rejected
               else
               perform 210-lookup-part
               if not part-found
                   move note-not-on-master to lg-note
                       perform 300-queue-change-record
                   end-if
               end-if
               end-if
           end-if.
      *
           perform 110-read-disc.
      *
      *finds the part the item maps to.  with no cross-reference
      *file the item number is the part number - part numbers run
      *to three digits, so a four-digit item can never match
       205-map-item-to-part.
      *
           move 0 to ws-xref-hit.
           move 0 to ws-part-num.
      *
           if ws-xref-absent is equal to "y"
               if ws-item-num is not greater than 999
                   move ws-item-num to ws-part-num
                   move 1 to ws-xref-hit
               end-if
           else
               perform 206-match-xref
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
                   or ws-xref-hit is not equal to 0
               if ws-xref-hit is not equal to 0
                   move ws-xr-part(ws-xref-hit) to ws-part-num
               end-if
           end-if.
      *
       206-match-xref.
      *
           if ws-xr-item(ws-xref-x) is equal to ws-item-num
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *keyed read for the discrepancy's mapped part
       210-lookup-part.
      *
           move "n" to ws-part-found.
      *
           if ws-part-master-absent is not equal to "y"
               move ws-part-num to pm-prt-num
               read part-master-file
                   invalid key
                       continue
               perform 400-log-rejected
           else
               move "C"          to gw-mnt-code
               move ws-part-num  to gw-prt-num
               move pm-prt-desc  to gw-prt-desc
               move ws-new-price to gw-prt-price
               move pm-prt-vend-num to gw-prt-vend-num
