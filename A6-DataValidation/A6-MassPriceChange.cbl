      *number or vendor series, a signed percent, and the batch
      *number to generate under) and produces change transactions
      *for every matching part on A6-PartMaster.dat in the
      *standard change layout under a batch header, so the whole
      *reprice flows through A6-DataValidation's edits and the
      *normal update step.  a request may name the date the new
      *prices take effect - the vendor's announced increase date -
      *and every generated change carries it, so the update step
      *holds the batch on the pending-price file until that day
      *instead of someone remembering to feed it then.
      *
       environment division.
      *
       file-control.
      *
      *the request - one record: vendor number (zero means match
      *on the series digit instead), percent, batch number, and
      *an optional effective date (blank is effective at once)
           select request-file
               assign to "../../../data/A6-MassPriceReq.dat"
               organization is line sequential
      *
       fd request-file
           data record is request-rec
           record contains 25 characters.
      *
       01 request-rec.
           05 mp-vend-num              pic 9(6).
           05 mp-percent               pic s99v9
                                       sign leading separate.
           05 mp-batch-num             pic 9(6).
           05 mp-eff-date              pic x(8).
      *
       fd part-master-file
           data record is part-master-rec
      *
       fd trans-file
           data record is trans-rec
           record contains 32 characters.
      *
       01 trans-rec.
           05 tr-mnt-code              pic x.
           05 tr-prt-desc              pic x(10).
           05 tr-prt-price             pic 99v99.
           05 tr-prt-vend-num          pic 9(6).
           05 tr-eff-date              pic x(8).
      *
       01 batch-header-rec redefines trans-rec.
           05 bh-marker                pic x.
           05 bh-batch-num             pic 9(6).
           05 bh-date                  pic 9(8).
           05 bh-count                 pic 9(4).
           05 filler                   pic x(13).
      *
       fd log-file
           data record is log-line
       01 ws-gen-table.
           05 ws-gen-entry occurs 1 to 500 times
                   depending on ws-gen-count.
               10 ws-gn-rec             pic x(32).
      *
       01 ws-gen-count                 pic 9(3)   value 0.
      *
           05 gw-prt-desc              pic x(10).
           05 gw-prt-price             pic 99v99.
           05 gw-prt-vend-num          pic 9(6).
           05 gw-eff-date              pic x(8).
      *
       77 ws-request-file-status       pic xx     value spaces.
       77 ws-part-master-file-status   pic xx     value spaces.
               display "A6-MASSPRICECHANGE: PERCENT OR BATCH "
                       "NUMBER NOT NUMERIC - RUN REFUSED"
           end-if.
      *
           if request-ok
             and mp-eff-date is not equal to spaces
             and mp-eff-date is not numeric
               move "n" to ws-request-ok
               display "A6-MASSPRICECHANGE: EFFECTIVE DATE "
                       "NOT NUMERIC - RUN REFUSED"
           end-if.
      *
      *walks the part master generating one change per matching
      *part - the description and vendor ride through unchanged
                       move pm-prt-desc  to gw-prt-desc
                       move ws-new-price to gw-prt-price
                       move pm-prt-vend-num to gw-prt-vend-num
                       move mp-eff-date  to gw-eff-date
                       add 1 to ws-gen-count
                       move ws-gen-work to ws-gn-rec(ws-gen-count)
                       add 1 to ws-cntr-generated
