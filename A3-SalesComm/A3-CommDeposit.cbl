       identification division.
       program-id. A3-CommDeposit.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *commission direct deposit.  A3-PaymentRun writes
      *A3-Payments.dat, but the reps were still paid by cheque
      *while payroll deposits straight to the bank.  run after the
      *payment run, this step converts each payment to a row in the
      *payroll bank file layout - payroll employee number, amount,
      *transit, institution and account - closed with the same
      *TRL count-and-dollar trailer, as A3-BankFile.dat.  each rep
      *is tied to their banking through EmployeeXref.dat (the
      *payroll employee number on the xref row) and
      *MidtermBankMaster.dat.  a rep with no xref row, no payroll
      *number or no bank details, or whose bank master row is
      *flagged "R" because a deposit to it was returned, is listed
      *on A3-ChequeList.out for a cheque run instead of being
      *dropped, and the deposits plus the cheques are proved
      *against the A3-Payments.dat trailer at the foot of the
      *listing.
      *
      *a payments file that is missing, has no trailer or
      *disagrees with its own trailer is refused with return code
      *8 and nothing written; return code 4 when any rep goes to
      *the cheque list.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select payment-file
               assign to "../../../data/A3-Payments.dat"
               organization is line sequential
               file status is ws-payment-file-status.
      *
           select xref-file
               assign to "../../../data/EmployeeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select bank-master-file
               assign to "../../../data/MidtermBankMaster.dat"
               organization is line sequential
               file status is ws-bank-master-file-status.
      *
           select employee-master-file
               assign to "../../../data/A3-EmployeeMaster.dat"
               organization is line sequential
               file status is ws-employee-file-status.
      *
      *the deposit file, in the payroll bank file layout
           select bank-file
               assign to "../../../data/A3-BankFile.dat"
               organization is line sequential.
      *
      *reps to pay by cheque, and the proof against the trailer
           select cheque-file
               assign to "../../../data/A3-ChequeList.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *payment rows exactly as A3-PaymentRun writes them
       fd payment-file
           data record is payment-rec
           record contains 16 characters.
      *
       01 payment-rec.
           05 py-sman-num              pic 999.
           05 py-amount                pic 9(8).
           05 filler                   pic x(5).
      *
       01 payment-trailer-rec redefines payment-rec.
           05 pt-marker                pic x(3).
               88 pt-trailer-row        value "TRL".
           05 pt-count                 pic 9(4).
           05 pt-dollars               pic 9(9).
      *
       fd xref-file
           data record is xref-rec
           record contains 43 characters.
      *
       01 xref-rec.
           05 xr-company-id            pic x(6).
           05 xr-a3-num                pic 999.
           05 xr-a4-num                pic x(3).
           05 xr-a7-num                pic x(3).
           05 xr-payroll-name          pic x(20).
           05 xr-a1-num                pic x(4).
           05 xr-payroll-num           pic x(4).
      *
       fd bank-master-file
           data record is bank-master-rec
           record contains 25 characters.
      *
      *"R" when a deposit to this account came back from the bank
       01 bank-master-rec.
           05 bk-emp-num               pic 9(4).
           05 bk-transit               pic 9(5).
           05 bk-institution           pic 9(3).
           05 bk-account               pic x(12).
           05 bk-status                pic x.
      *
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num              pic 999.
           05 em-full-name             pic x(30).
           05 em-plan-code             pic x(4).
      *
       fd bank-file
           data record is bank-rec
           record contains 33 characters.
      *
       01 bank-rec.
           05 bf-emp-num               pic 9(4).
           05 bf-amount                pic 9(7)v99.
           05 bf-transit               pic 9(5).
           05 bf-institution           pic 9(3).
           05 bf-account               pic x(12).
      *
       01 bank-trailer-rec redefines bank-rec.
           05 bt-marker                pic x(3).
           05 bt-count                 pic 9(4).
           05 bt-dollars               pic 9(9)v99.
           05 filler                   pic x(15).
      *
       fd cheque-file
           data record is cheque-line
           record contains 80 characters.
      *
       01 cheque-line                  pic x(80).
      *
       working-storage section.
      *
      *salesperson to payroll employee number, off the xref
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a3              pic 999.
               10 ws-xr-payroll         pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *bank details per payroll employee
       01 ws-bank-table.
           05 ws-bank-entry occurs 1 to 500 times
                   depending on ws-bank-count.
               10 ws-bk-emp             pic 9(4).
               10 ws-bk-transit         pic 9(5).
               10 ws-bk-inst            pic 9(3).
               10 ws-bk-account         pic x(12).
               10 ws-bk-status          pic x.
                   88 bk-returned        value "R".
      *
       01 ws-bank-count                pic 9(3)   value 0.
      *
      *salesperson names for the cheque list
       01 ws-emp-table.
           05 ws-emp-entry occurs 1 to 200 times
                   depending on ws-emp-count.
               10 ws-emp-sman           pic 999.
               10 ws-emp-name           pic x(30).
      *
       01 ws-emp-count                 pic 9(3)   value 0.
      *
       01 ws-table-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-bk-x                  pic 9(3)   value 0.
           05 ws-bk-hit                pic 9(3)   value 0.
           05 ws-emp-x                 pic 9(3)   value 0.
           05 ws-emp-hit               pic 9(3)   value 0.
      *
       01 ws-table-flags.
           05 ws-xref-found            pic x      value "n".
               88 xref-row-found        value "y".
           05 ws-bank-found            pic x      value "n".
               88 bank-details-found    value "y".
           05 ws-emp-found             pic x      value "n".
               88 employee-found        value "y".
      *set when a file would not fit its table - the run is
      *refused rather than sending good reps to the cheque list
           05 ws-table-overflow        pic x      value "n".
               88 table-overflowed      value "y".
      *
       77 ws-payment-file-status       pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-bank-master-file-status   pic xx     value spaces.
       77 ws-employee-file-status      pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *the payments file as read on the first pass, against its
      *own trailer
       01 ws-payment-check.
           05 ws-pc-rows               pic 9(4)   value 0.
           05 ws-pc-dollars            pic 9(9)   value 0.
           05 ws-pc-trailer-seen       pic x      value "n".
               88 payment-trailer-seen  value "y".
           05 ws-pc-trailer-count      pic 9(4)   value 0.
           05 ws-pc-trailer-dollars    pic 9(9)   value 0.
      *
      *where each payment went
       01 ws-deposit-totals.
           05 ws-bank-rows             pic 9(4)    value 0.
           05 ws-bank-dollars          pic 9(9)v99 value 0.
           05 ws-cheque-rows           pic 9(4)    value 0.
           05 ws-cheque-dollars        pic 9(9)    value 0.
           05 ws-zero-rows             pic 9(4)    value 0.
           05 ws-proof-dollars         pic 9(9)v99 value 0.
           05 ws-proof-rows            pic 9(4)    value 0.
      *
      *why a rep is paid by cheque
       01 ws-cheque-reason             pic x(32)  value spaces.
      *
       77 no-xref-reason               pic x(32)  value
           "NO EMPLOYEE XREF ROW".
       77 no-payroll-num-reason        pic x(32)  value
           "NO PAYROLL NUMBER ON XREF ROW".
       77 no-bank-reason               pic x(32)  value
           "NO BANK DETAILS ON FILE".
       77 returned-bank-reason         pic x(32)  value
           "BANK ACCOUNT RETURNED".
       77 too-large-reason             pic x(32)  value
           "AMOUNT TOO LARGE FOR BANK FILE".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "COMMISSION PAYMENTS TO PAY BY CHEQUE".
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "REP  NAME                           ".
           05 filler                   pic x(40)  value
               "     AMOUNT  REASON".
      *
       01 ws-cheque-detail.
           05 cd-sman                  pic 999.
           05 filler                   pic x(2)   value spaces.
           05 cd-name                  pic x(30).
           05 filler                   pic x      value spaces.
           05 cd-amount                pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 cd-reason                pic x(32).
      *
       01 ws-proof-line.
           05 pl-label                 pic x(36).
           05 pl-count                 pic zz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 pl-dollars               pic zzz,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 pl-note                  pic x(20).
      *
       01 ws-blank-line                pic x(80)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-check-payments.
      *
           if ws-payment-file-status is equal to "35"
               display "A3-COMMDEPOSIT: NO A3-PAYMENTS.DAT - "
                       "NOTHING WRITTEN"
               move 8 to return-code
               goback
           end-if.
      *
           if not payment-trailer-seen
             or ws-pc-trailer-count is not equal to ws-pc-rows
             or ws-pc-trailer-dollars is not equal to ws-pc-dollars
               display "A3-COMMDEPOSIT: A3-PAYMENTS.DAT DOES NOT "
                       "AGREE WITH ITS TRAILER - NOTHING WRITTEN"
               move 8 to return-code
               goback
           end-if.
      *
           perform 110-load-xref.
           perform 120-load-bank-master.
           perform 130-load-employee-names.
      *
           if table-overflowed
               display "A3-COMMDEPOSIT: A MASTER FILE EXCEEDS ITS "
                       "TABLE - NOTHING WRITTEN"
               move 8 to return-code
               goback
           end-if.
      *
           open output bank-file.
           open output cheque-file.
      *
           write cheque-line from ws-heading-line
             after advancing 1 line.
           write cheque-line from ws-blank-line
             after advancing 1 line.
           write cheque-line from ws-column-line
             after advancing 1 line.
      *
           open input payment-file.
           move ws-eof-N to ws-eof-flag.
           perform 101-read-payment.
           perform 200-convert-one-payment
               until ws-eof-flag is equal to ws-eof-Y.
           close payment-file.
      *
           perform 300-write-bank-trailer.
           perform 400-print-proof.
      *
           close bank-file.
           close cheque-file.
      *
           display "A3-COMMDEPOSIT: " ws-bank-rows " DEPOSITS, "
                   ws-cheque-rows " BY CHEQUE".
      *
           goback.
      *
      *first pass - counts and totals the payment rows and picks
      *up the trailer, so a damaged file is refused before any
      *deposit is written
       100-check-payments.
      *
           open input payment-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-payment-file-status is not equal to "35"
               perform 101-read-payment
               perform 102-check-one-payment
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close payment-file.
      *
       101-read-payment.
           read payment-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       102-check-one-payment.
      *
           if pt-trailer-row
               move "y"        to ws-pc-trailer-seen
               move pt-count   to ws-pc-trailer-count
               move pt-dollars to ws-pc-trailer-dollars
           else
               add 1         to ws-pc-rows
               add py-amount to ws-pc-dollars
           end-if.
      *
           perform 101-read-payment.
      *
       110-load-xref.
      *
           open input xref-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-xref-file-status is not equal to "35"
               perform 111-read-xref
               perform 112-add-xref-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-xref-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close xref-file.
      *
       111-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *only rows that name a salesperson are of use here
       112-add-xref-entry.
      *
           if xr-a3-num is numeric
             and xr-a3-num is greater than 0
               add 1 to ws-xref-count
               move xr-a3-num      to ws-xr-a3(ws-xref-count)
               move xr-payroll-num to ws-xr-payroll(ws-xref-count)
           end-if.
      *
           perform 111-read-xref.
      *
       120-load-bank-master.
      *
           open input bank-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-bank-master-file-status is not equal to "35"
               perform 121-read-bank-master
               perform 122-add-bank-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-bank-count is equal to 500
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close bank-master-file.
      *
       121-read-bank-master.
           read bank-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-bank-entry.
      *
           if bk-emp-num is numeric
               add 1 to ws-bank-count
               move bk-emp-num     to ws-bk-emp(ws-bank-count)
               move bk-transit     to ws-bk-transit(ws-bank-count)
               move bk-institution to ws-bk-inst(ws-bank-count)
               move bk-account     to ws-bk-account(ws-bank-count)
               move bk-status      to ws-bk-status(ws-bank-count)
           end-if.
      *
           perform 121-read-bank-master.
      *
       130-load-employee-names.
      *
           open input employee-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-employee-file-status is not equal to "35"
               perform 131-read-employee
               perform 132-add-emp-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-emp-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close employee-master-file.
      *
       131-read-employee.
           read employee-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-emp-entry.
      *
           add 1 to ws-emp-count.
           move em-sman-num  to ws-emp-sman(ws-emp-count).
           move em-full-name to ws-emp-name(ws-emp-count).
      *
           perform 131-read-employee.
      *
      *each payment becomes a deposit row, or a cheque-list line
      *naming why it could not - a zero payment is neither
       200-convert-one-payment.
      *
           if pt-trailer-row
               continue
           else
           if py-amount is equal to 0
               add 1 to ws-zero-rows
           else
               perform 210-route-payment
           end-if
           end-if.
      *
           perform 101-read-payment.
      *
       210-route-payment.
      *
           move spaces to ws-cheque-reason.
           move "n" to ws-bank-found.
      *
           perform 220-find-xref.
      *
           if not xref-row-found
               move no-xref-reason to ws-cheque-reason
           else
           if ws-xr-payroll(ws-xref-hit) is not numeric
               move no-payroll-num-reason to ws-cheque-reason
           else
               perform 230-find-bank-details
               if not bank-details-found
                   move no-bank-reason to ws-cheque-reason
               else
               if bk-returned(ws-bk-hit)
                   move returned-bank-reason to ws-cheque-reason
               else
               if py-amount is greater than 9999999
                   move too-large-reason to ws-cheque-reason
               end-if
               end-if
               end-if
           end-if
           end-if.
      *
           if ws-cheque-reason is equal to spaces
               perform 240-write-deposit
           else
               perform 250-write-cheque-line
           end-if.
      *
       220-find-xref.
      *
           move "n" to ws-xref-found.
           perform 221-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or xref-row-found.
      *
       221-match-xref.
      *
           if ws-xr-a3(ws-xref-x) is equal to py-sman-num
               move "y" to ws-xref-found
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       230-find-bank-details.
      *
           move "n" to ws-bank-found.
           perform 231-match-bank-entry
               varying ws-bk-x from 1 by 1
               until ws-bk-x is greater than ws-bank-count
               or bank-details-found.
      *
       231-match-bank-entry.
      *
           if ws-bk-emp(ws-bk-x) is equal to ws-xr-payroll(ws-xref-hit)
               move "y" to ws-bank-found
               move ws-bk-x to ws-bk-hit
           end-if.
      *
       240-write-deposit.
      *
           move spaces                      to bank-rec.
           move ws-xr-payroll(ws-xref-hit)  to bf-emp-num.
           move py-amount                   to bf-amount.
           move ws-bk-transit(ws-bk-hit)    to bf-transit.
           move ws-bk-inst(ws-bk-hit)       to bf-institution.
           move ws-bk-account(ws-bk-hit)    to bf-account.
           write bank-rec.
      *
           add 1         to ws-bank-rows.
           add py-amount to ws-bank-dollars.
      *
       250-write-cheque-line.
      *
           move "n" to ws-emp-found.
           perform 251-match-employee
               varying ws-emp-x from 1 by 1
               until ws-emp-x is greater than ws-emp-count
               or employee-found.
      *
           move py-sman-num to cd-sman.
           if employee-found
               move ws-emp-name(ws-emp-hit) to cd-name
           else
               move "*** NOT ON EMPLOYEE MASTER" to cd-name
           end-if.
           move py-amount        to cd-amount.
           move ws-cheque-reason to cd-reason.
           write cheque-line from ws-cheque-detail
             after advancing 1 line.
      *
           add 1         to ws-cheque-rows.
           add py-amount to ws-cheque-dollars.
      *
           if return-code is less than 4
               move 4 to return-code
           end-if.
      *
       251-match-employee.
      *
           if ws-emp-sman(ws-emp-x) is equal to py-sman-num
               move "y" to ws-emp-found
               move ws-emp-x to ws-emp-hit
           end-if.
      *
      *the same TRL trailer the payroll bank file carries
       300-write-bank-trailer.
      *
           move spaces          to bank-trailer-rec.
           move "TRL"           to bt-marker.
           move ws-bank-rows    to bt-count.
           move ws-bank-dollars to bt-dollars.
           write bank-rec.
      *
      *deposits, cheques and zero rows together must make up the
      *A3-Payments.dat trailer exactly
       400-print-proof.
      *
           if ws-cheque-rows is equal to 0
               move "     NONE - EVERY REP DEPOSITED" to cheque-line
               write cheque-line
                 after advancing 1 line
           end-if.
      *
           write cheque-line from ws-blank-line
             after advancing 1 line.
      *
           move spaces to ws-proof-line.
           move "A3-PAYMENTS.DAT TRAILER" to pl-label.
           move ws-pc-trailer-count   to pl-count.
           move ws-pc-trailer-dollars to pl-dollars.
           write cheque-line from ws-proof-line
             after advancing 1 line.
      *
           move spaces to ws-proof-line.
           move "DEPOSITED - A3-BANKFILE.DAT" to pl-label.
           move ws-bank-rows    to pl-count.
           move ws-bank-dollars to pl-dollars.
           write cheque-line from ws-proof-line
             after advancing 1 line.
      *
           move spaces to ws-proof-line.
           move "TO PAY BY CHEQUE" to pl-label.
           move ws-cheque-rows    to pl-count.
           move ws-cheque-dollars to pl-dollars.
           write cheque-line from ws-proof-line
             after advancing 1 line.
      *
           move spaces to ws-proof-line.
           move "ZERO PAYMENTS, NOT SENT" to pl-label.
           move ws-zero-rows to pl-count.
           move 0            to pl-dollars.
           write cheque-line from ws-proof-line
             after advancing 1 line.
      *
           add ws-bank-rows ws-cheque-rows ws-zero-rows
               giving ws-proof-rows.
           add ws-bank-dollars ws-cheque-dollars
               giving ws-proof-dollars.
      *
           move spaces to ws-proof-line.
           move "TOTAL ACCOUNTED FOR" to pl-label.
           move ws-proof-rows    to pl-count.
           move ws-proof-dollars to pl-dollars.
           if ws-proof-rows is equal to ws-pc-trailer-count
             and ws-proof-dollars is equal to ws-pc-trailer-dollars
               move "IN BALANCE" to pl-note
           else
               move "*** OUT OF BALANCE" to pl-note
               move 8 to return-code
           end-if.
           write cheque-line from ws-proof-line
             after advancing 1 line.
      *
       end program A3-CommDeposit.
