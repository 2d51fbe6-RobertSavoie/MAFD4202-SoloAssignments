       identification division.
       program-id. MidtermBankReturns.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *direct-deposit returns.  when the bank cannot deposit a row
      *of MidtermBankFile.dat - the account closed, a bad transit
      *or account number - it sends the row back on its returns
      *file, and until now nothing here read it: the employee went
      *unpaid until they complained.  this program reads the
      *returns (MidtermBankReturns.dat - the deposit row as it was
      *sent, the bank's reason code and the date returned) and:
      *
      *  - matches each return to the deposit it came from on
      *    MidtermBankFile-History.dat, the record the pay cycle
      *    keeps of every bank file it releases - employee,
      *    amount and banking all have to agree, and the latest
      *    such deposit not already returned is the one taken.
      *    a return with no deposit to match stays on the returns
      *    file and is listed; one already recorded is listed and
      *    dropped.
      *  - flags the employee's row on MidtermBankMaster.dat ("R")
      *    while it still holds the banking that bounced, so the
      *    next pay run pays them by cheque instead of depositing
      *    to the bad account again.  correcting the banking (and
      *    clearing the flag) is done on the bank master itself.
      *  - records the return, open, on the returns register
      *    (MidtermBankReturns-Register.dat).  a return stays open
      *    until it is settled - by a manual cheque, entered on
      *    MidtermBankReturns-Settle.dat with the employee, the
      *    pay date, period and run type of the pay returned and
      *    the cheque number, or
      *    by the pay run depositing it again on the next bank file
      *    once the employee's banking is corrected.  a return
      *    the pay run has put on a bank file not yet released is
      *    pending ("P") until the pay cycle releases it; a cheque
      *    entered against it stays on the settlement file.  once
      *    released it is reissued ("B"), and the pay cycle keeps
      *    the reissue on the deposit history under the pay it was
      *    for - so if the reissue bounces too, its return reopens
      *    the same register row.
      *  - keeps a settled return (cheque or reissue) on the
      *    register for a year after it was settled, then moves it
      *    to the archive for the year it is moved off in
      *    (MidtermBankReturns-Register-yyyy.dat), so the register
      *    holds the open returns and only the last year's settled
      *    ones.
      *
      *the reissue list (MidtermBankReturns-Reissue.out) shows the
      *returns recorded this run, the employee, the pay they were
      *for and how each is to be reissued - the next bank file when
      *the banking has already been corrected, otherwise a manual
      *cheque.  the outstanding-returns report
      *(MidtermBankReturns-Outstanding.out) lists every return
      *still open or pending on the register, however old, with
      *its route.
      *
      *return code 4 when a return or settlement could not be
      *matched; more rows than the tables hold, or a YTD file
      *layout this program does not read, refuses the run with
      *return code 8 and nothing written.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *the bank's returned deposits
           select returns-file
               assign to '../../../data/MidtermBankReturns.dat'
               organization is line sequential
               file status is ws-returns-file-status.
      *
      *every deposit row released to the bank, with its pay date
           select history-file
               assign to '../../../data/MidtermBankFile-History.dat'
               organization is line sequential
               file status is ws-history-file-status.
      *
           select bank-master-file
               assign to '../../../data/MidtermBankMaster.dat'
               organization is line sequential
               file status is ws-bank-master-file-status.
      *
      *every return recorded, open until settled
           select register-file
               assign to
                   '../../../data/MidtermBankReturns-Register.dat'
               organization is line sequential
               file status is ws-register-file-status.
      *
      *settled returns past the retention period, one archive for
      *each year they are moved off in
           select register-archive-file
               assign to ws-register-archive-name
               organization is line sequential
               file status is ws-archive-file-status.
      *
      *manual cheques issued against open returns
           select settle-file
               assign to '../../../data/MidtermBankReturns-Settle.dat'
               organization is line sequential
               file status is ws-settle-file-status.
      *
      *payroll year-to-date file - employee names off the E rows
           select ytd-file
               assign to '../../../data/MidtermPractical2-YTD.dat'
               organization is line sequential
               file status is ws-ytd-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
           select reissue-file
               assign to '../../../data/MidtermBankReturns-Reissue.out'
               organization is line sequential.
      *
           select outstanding-file
               assign to
                   '../../../data/MidtermBankReturns-Outstanding.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the deposit row as it went to the bank, then why and when
      *the bank sent it back
       fd returns-file
           data record is returns-rec
           record contains 44 characters.
      *
       01 returns-rec.
           05 rt-emp-num               pic 9(4).
           05 rt-amount                pic 9(7)v99.
           05 rt-transit               pic 9(5).
           05 rt-institution           pic 9(3).
           05 rt-account               pic x(12).
           05 rt-reason                pic x(3).
           05 rt-return-date           pic 9(8).
      *
      *one released deposit row, with the pay it was for
       fd history-file
           data record is history-rec
           record contains 45 characters.
      *
       01 history-rec.
           05 dh-pay-date              pic 9(8).
           05 dh-period                pic 9(3).
           05 dh-run-type              pic x.
           05 dh-emp-num               pic 9(4).
           05 dh-amount                pic 9(7)v99.
           05 dh-transit               pic 9(5).
           05 dh-institution           pic 9(3).
           05 dh-account               pic x(12).
      *
       fd bank-master-file
           data record is bank-master-rec
           record contains 25 characters.
      *
       01 bank-master-rec.
           05 bk-emp-num               pic 9(4).
           05 bk-transit               pic 9(5).
           05 bk-institution           pic 9(3).
           05 bk-account               pic x(12).
           05 bk-status                pic x.
      *
      *one return - O open, C settled by manual cheque, B settled
      *by the pay run's bank file
       fd register-file
           data record is register-rec
           record contains 75 characters.
      *
       01 register-rec.
           05 rg-emp-num               pic 9(4).
           05 rg-pay-date              pic 9(8).
           05 rg-period                pic 9(3).
           05 rg-run-type              pic x.
           05 rg-amount                pic 9(7)v99.
           05 rg-transit               pic 9(5).
           05 rg-institution           pic 9(3).
           05 rg-account               pic x(12).
           05 rg-reason                pic x(3).
           05 rg-return-date           pic 9(8).
           05 rg-status                pic x.
           05 rg-settle-date           pic 9(8).
           05 rg-reference             pic x(10).
      *
       fd register-archive-file
           data record is register-archive-rec
           record contains 75 characters.
      *
       01 register-archive-rec         pic x(75).
      *
      *a manual cheque issued for the return of one employee's
      *pay - named by pay date, period and run type, since an
      *off-cycle pay can share a regular pay's date
       fd settle-file
           data record is settle-rec
           record contains 34 characters.
      *
       01 settle-rec.
           05 st-emp-num               pic 9(4).
           05 st-pay-date              pic 9(8).
           05 st-period                pic 9(3).
           05 st-run-type              pic x.
           05 st-cheque-num            pic x(10).
           05 st-cheque-date           pic 9(8).
      *
       fd ytd-file
           data record is ytd-record
           record contains 82 characters.
      *
       01 ytd-record.
           05 ytd-rec-type             pic x.
               88 ytd-employee-rec      value "E".
           05 filler                   pic x(81).
      *
       01 ytd-employee-record redefines ytd-record.
           05 filler                   pic x.
           05 ye-emp-num               pic 9(4).
           05 ye-name                  pic x(20).
           05 filler                   pic x(57).
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it
       01 ytd-header-rec redefines ytd-record.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd reissue-file
           data record is reissue-line
           record contains 100 characters.
      *
       01 reissue-line                 pic x(100).
      *
       fd outstanding-file
           data record is outstanding-line
           record contains 100 characters.
      *
       01 outstanding-line             pic x(100).
      *
       working-storage section.
      *
       77 ws-returns-file-status       pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-bank-master-file-status   pic xx     value spaces.
       77 ws-register-file-status      pic xx     value spaces.
       77 ws-settle-file-status        pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-archive-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *the YTD file layout version this program reads
       77 ws-ytd-version               pic 99     value 03.
      *
      *set, with the console message, when the run is refused
       77 ws-run-stopped               pic x      value "n".
           88 run-stopped               value "y".
      *
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-parts redefines ws-run-date.
           05 ws-run-year              pic 9(4).
           05 filler                   pic 9(4).
      *
      *a settled return stays on the register a year past the date
      *it was settled, then moves to the year's archive
       01 ws-archive-cutoff            pic 9(8)   value 0.
       01 ws-register-archive-name.
           05 filler                   pic x(41)  value
               '../../../data/MidtermBankReturns-Register'.
           05 filler                   pic x      value "-".
           05 ws-ra-year               pic 9(4).
           05 filler                   pic x(4)   value ".dat".
      *
      *the flag a returned account carries on the bank master
       77 cnst-returned-flag           pic x      value "R".
      *
      *the returns, with the deposit each was matched to
       01 ws-return-table.
           05 ws-return-entry occurs 1 to 200 times
                   depending on ws-return-count.
               10 ws-rt-emp             pic 9(4).
               10 ws-rt-amount          pic 9(7)v99.
               10 ws-rt-transit         pic 9(5).
               10 ws-rt-inst            pic 9(3).
               10 ws-rt-account         pic x(12).
               10 ws-rt-reason          pic x(3).
               10 ws-rt-return-date     pic 9(8).
               10 ws-rt-pay-date        pic 9(8).
               10 ws-rt-period          pic 9(3).
               10 ws-rt-run-type        pic x.
               10 ws-rt-seen-recorded   pic x.
               10 ws-rt-action          pic x.
                   88 rt-recorded        value "M".
                   88 rt-already         value "A".
                   88 rt-no-deposit      value "N".
      *
       01 ws-return-count              pic 9(3)   value 0.
      *
      *the returns register
       01 ws-register-table.
           05 ws-register-entry occurs 1 to 1000 times
                   depending on ws-register-count.
               10 ws-rg-emp             pic 9(4).
               10 ws-rg-pay-date        pic 9(8).
               10 ws-rg-period          pic 9(3).
               10 ws-rg-run-type        pic x.
               10 ws-rg-amount          pic 9(7)v99.
               10 ws-rg-transit         pic 9(5).
               10 ws-rg-inst            pic 9(3).
               10 ws-rg-account         pic x(12).
               10 ws-rg-reason          pic x(3).
               10 ws-rg-return-date     pic 9(8).
               10 ws-rg-status          pic x.
                   88 rg-open            value "O".
                   88 rg-pending         value "P".
                   88 rg-reissued        value "B".
                   88 rg-settled         value "C" "B".
               10 ws-rg-settle-date     pic 9(8).
               10 ws-rg-reference       pic x(10).
      *
       01 ws-register-count            pic 9(4)   value 0.
      *
      *the bank master, flagged where a deposit bounced
       01 ws-bank-table.
           05 ws-bank-entry occurs 1 to 500 times
                   depending on ws-bank-count.
               10 ws-bk-emp             pic 9(4).
               10 ws-bk-transit         pic 9(5).
               10 ws-bk-inst            pic 9(3).
               10 ws-bk-account         pic x(12).
               10 ws-bk-status          pic x.
      *
       01 ws-bank-count                pic 9(3)   value 0.
      *
      *manual cheques entered, and whether each settled a return
       01 ws-settle-table.
           05 ws-settle-entry occurs 1 to 200 times
                   depending on ws-settle-count.
               10 ws-st-emp             pic 9(4).
               10 ws-st-pay-date        pic 9(8).
               10 ws-st-period          pic 9(3).
               10 ws-st-run-type        pic x.
               10 ws-st-cheque-num      pic x(10).
               10 ws-st-cheque-date     pic 9(8).
               10 ws-st-applied         pic x.
      *
       01 ws-settle-count              pic 9(3)   value 0.
      *
      *employee names off the YTD file
       01 ws-name-table.
           05 ws-name-entry occurs 1 to 500 times
                   depending on ws-name-count.
               10 ws-nm-emp             pic 9(4).
               10 ws-nm-name            pic x(20).
      *
       01 ws-name-count                pic 9(3)   value 0.
      *
       01 ws-table-subs.
           05 ws-return-x              pic 9(3)   value 0.
           05 ws-register-x            pic 9(4)   value 0.
           05 ws-register-hit          pic 9(4)   value 0.
           05 ws-bank-x                pic 9(3)   value 0.
           05 ws-bank-hit              pic 9(3)   value 0.
           05 ws-settle-x              pic 9(3)   value 0.
           05 ws-name-x                pic 9(3)   value 0.
           05 ws-name-hit              pic 9(3)   value 0.
           05 ws-reason-x              pic 9      value 0.
           05 ws-reason-hit            pic 9      value 0.
      *
      *the register row being looked for
       01 ws-find-emp                  pic 9(4)   value 0.
       01 ws-find-pay-date             pic 9(8)   value 0.
       01 ws-find-period               pic 9(3)   value 0.
       01 ws-find-run-type             pic x      value spaces.
      *
      *the deposit being handed down the matching returns, and the
      *one a return gives up for it
       01 ws-carry-deposit.
           05 ws-carry-pay-date        pic 9(8)   value 0.
           05 ws-carry-period          pic 9(3)   value 0.
           05 ws-carry-run-type        pic x      value spaces.
       01 ws-held-deposit.
           05 ws-held-pay-date         pic 9(8)   value 0.
           05 ws-held-period           pic 9(3)   value 0.
           05 ws-held-run-type         pic x      value spaces.
       01 ws-find-reason               pic x(3)   value spaces.
      *
       01 ws-run-totals.
           05 ws-rt-read               pic 9(3)   value 0.
           05 ws-rt-recorded           pic 9(3)   value 0.
           05 ws-rt-recorded-dollars   pic 9(8)v99 value 0.
           05 ws-rt-already            pic 9(3)   value 0.
           05 ws-rt-already-dollars    pic 9(8)v99 value 0.
           05 ws-rt-unmatched          pic 9(3)   value 0.
           05 ws-rt-unmatched-dollars  pic 9(8)v99 value 0.
           05 ws-rt-flagged            pic 9(3)   value 0.
           05 ws-rt-archived           pic 9(4)   value 0.
           05 ws-rt-settled            pic 9(3)   value 0.
           05 ws-rt-settle-unmatched   pic 9(3)   value 0.
           05 ws-rt-open               pic 9(4)   value 0.
           05 ws-rt-open-dollars       pic 9(8)v99 value 0.
      *
      *the bank's return reason codes
       01 ws-reason-values.
           05 filler                   pic x(26)  value
               "905ACCOUNT CLOSED".
           05 filler                   pic x(26)  value
               "908ACCOUNT FROZEN".
           05 filler                   pic x(26)  value
               "912INVALID ACCOUNT NUMBER".
           05 filler                   pic x(26)  value
               "914BAD TRANSIT/INSTITUTION".
           05 filler                   pic x(26)  value
               "915ACCOUNT NOT FOUND".
      *
       01 ws-reason-table redefines ws-reason-values.
           05 ws-reason-entry               occurs 5 times.
               10 ws-rs-code                pic x(3).
               10 ws-rs-text                pic x(23).
      *
       77 note-other-reason            pic x(23)  value
           "RETURNED BY THE BANK".
      *
      *how a return is to be reissued
       77 route-bank-file              pic x(26)  value
           "NEXT BANK FILE".
       77 route-cheque                 pic x(26)  value
           "MANUAL CHEQUE".
       77 route-pending                pic x(26)  value
           "PENDING RELEASE".
       77 ws-route                     pic x(26)  value spaces.
      *
      *report lines
       01 ws-reissue-heading.
           05 filler                   pic x(30)  value
                   "DIRECT-DEPOSIT RETURNS REISSUE".
           05 filler                   pic x(8)   value "  AS OF ".
           05 rh-run-date              pic 9(8).
           05 filler                   pic x(54)  value spaces.
      *
       01 ws-outstanding-heading.
           05 filler                   pic x(30)  value
                   "OUTSTANDING DEPOSIT RETURNS".
           05 filler                   pic x(8)   value "  AS OF ".
           05 oh-run-date              pic 9(8).
           05 filler                   pic x(54)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(47)  value
               "EMP  NAME                 PAY DATE       AMOUNT".
           05 filler                   pic x(53)  value
               "  RETURNED REASON                  REISSUE BY".
      *
       01 ws-detail-line.
           05 dl-emp                   pic 9(4).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(20).
           05 filler                   pic x      value spaces.
           05 dl-pay-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 dl-amount                pic z,zzz,zz9.99.
           05 filler                   pic x(2)   value spaces.
           05 dl-return-date           pic 9(8).
           05 filler                   pic x      value spaces.
           05 dl-reason                pic x(23).
           05 filler                   pic x      value spaces.
           05 dl-route                 pic x(18).
      *
       01 ws-section-line.
           05 sl-text                  pic x(60).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-settle-line.
           05 filler                   pic x(5)   value spaces.
           05 sx-emp                   pic 9(4).
           05 filler                   pic x(2)   value spaces.
           05 sx-pay-date              pic 9(8).
           05 filler                   pic x      value spaces.
           05 sx-period                pic 9(3).
           05 filler                   pic x      value spaces.
           05 sx-run-type              pic x.
           05 filler                   pic x(2)   value spaces.
           05 sx-cheque-num            pic x(10).
           05 filler                   pic x(2)   value spaces.
           05 sx-note                  pic x(34).
           05 filler                   pic x(27)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(5)   value spaces.
           05 filler                   pic x(40)  value "NONE".
           05 filler                   pic x(55)  value spaces.
      *
       01 ws-run-total-line.
           05 rl-label                 pic x(36).
           05 rl-count                 pic zzz9.
           05 filler                   pic x(4)   value "  $".
           05 rl-dollars               pic zz,zzz,zz9.99.
           05 filler                   pic x(43)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-register.
      *
           if not run-stopped
               perform 120-load-bank-master
           end-if.
      *
           if not run-stopped
               perform 130-load-returns
           end-if.
      *
           if not run-stopped
               perform 140-load-settlements
           end-if.
      *
           if not run-stopped
               perform 150-load-names
           end-if.
      *
           if not run-stopped
             and ws-register-count + ws-return-count
                                           is greater than 1000
               display "MIDTERMBANKRETURNS: RETURNS WOULD TAKE THE "
                       "REGISTER PAST 1000 ROWS - RUN REFUSED"
               move "y" to ws-run-stopped
           end-if.
      *
           if run-stopped
               move 8 to return-code
               goback
           end-if.
      *
           perform 200-match-to-deposits.
      *
           perform 300-record-one-return
               varying ws-return-x from 1 by 1
               until ws-return-x is greater than ws-return-count.
      *
           perform 400-apply-one-settlement
               varying ws-settle-x from 1 by 1
               until ws-settle-x is greater than ws-settle-count.
      *
           perform 500-rewrite-files.
      *
           perform 600-print-reissue-list.
      *
           perform 700-print-outstanding.
      *
           display "MIDTERMBANKRETURNS: " ws-rt-recorded
                   " RETURN(S) RECORDED, " ws-rt-flagged
                   " BANK ACCOUNT(S) FLAGGED, " ws-rt-settled
                   " SETTLED, " ws-rt-open " OPEN".
      *
           if ws-rt-unmatched is greater than 0
             or ws-rt-settle-unmatched is greater than 0
               display "MIDTERMBANKRETURNS: " ws-rt-unmatched
                       " RETURN(S) AND " ws-rt-settle-unmatched
                       " CHEQUE(S) NOT MATCHED - SEE "
                       "MidtermBankReturns-Reissue.out"
               move 4 to return-code
           end-if.
      *
           goback.
      *
      *the business date when set, otherwise the system date
       100-set-run-date.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
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
           close business-date-file.
      *
      *a missing register means nothing has been returned yet
       110-load-register.
      *
           open input register-file.
      *
           if ws-register-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 115-read-register
               perform 116-add-register-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close register-file.
      *
       115-read-register.
           read register-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       116-add-register-entry.
      *
           if rg-emp-num is numeric
               if ws-register-count is equal to 1000
                   display "MIDTERMBANKRETURNS: OVER 1000 ROWS ON "
                           "THE RETURNS REGISTER - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-register-count
                   move register-rec
                     to ws-register-entry(ws-register-count)
               end-if
           end-if.
      *
           perform 115-read-register.
      *
      *a missing bank master means nothing can be flagged
       120-load-bank-master.
      *
           open input bank-master-file.
      *
           if ws-bank-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 125-read-bank-master
               perform 126-add-bank-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close bank-master-file.
      *
       125-read-bank-master.
           read bank-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       126-add-bank-entry.
      *
           if bk-emp-num is numeric
               if ws-bank-count is equal to 500
                   display "MIDTERMBANKRETURNS: OVER 500 ROWS ON "
                           "MIDTERMBANKMASTER.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-bank-count
                   move bk-emp-num     to ws-bk-emp(ws-bank-count)
                   move bk-transit     to ws-bk-transit(ws-bank-count)
                   move bk-institution to ws-bk-inst(ws-bank-count)
                   move bk-account     to ws-bk-account(ws-bank-count)
                   move bk-status      to ws-bk-status(ws-bank-count)
               end-if
           end-if.
      *
           perform 125-read-bank-master.
      *
      *a missing returns file means the bank sent nothing back
       130-load-returns.
      *
           open input returns-file.
      *
           if ws-returns-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 135-read-returns
               perform 136-add-return-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close returns-file.
      *
       135-read-returns.
           read returns-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       136-add-return-entry.
      *
           if rt-emp-num is numeric
             and rt-amount is numeric
               if ws-return-count is equal to 200
                   display "MIDTERMBANKRETURNS: OVER 200 ROWS ON "
                           "MIDTERMBANKRETURNS.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-return-count
                   move rt-emp-num     to ws-rt-emp(ws-return-count)
                   move rt-amount      to ws-rt-amount(ws-return-count)
                   move rt-transit
                     to ws-rt-transit(ws-return-count)
                   move rt-institution to ws-rt-inst(ws-return-count)
                   move rt-account
                     to ws-rt-account(ws-return-count)
                   move rt-reason      to ws-rt-reason(ws-return-count)
                   move rt-return-date
                     to ws-rt-return-date(ws-return-count)
                   move 0   to ws-rt-pay-date(ws-return-count)
                   move 0   to ws-rt-period(ws-return-count)
                   move spaces to ws-rt-run-type(ws-return-count)
                   move "n" to ws-rt-seen-recorded(ws-return-count)
                   move "N" to ws-rt-action(ws-return-count)
               end-if
           end-if.
      *
           perform 135-read-returns.
      *
      *a missing settlement file means no cheques were issued
       140-load-settlements.
      *
           open input settle-file.
      *
           if ws-settle-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 145-read-settle
               perform 146-add-settle-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close settle-file.
      *
       145-read-settle.
           read settle-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       146-add-settle-entry.
      *
           if st-emp-num is numeric
             and st-pay-date is numeric
             and st-period is numeric
               if ws-settle-count is equal to 200
                   display "MIDTERMBANKRETURNS: OVER 200 ROWS ON "
                           "MIDTERMBANKRETURNS-SETTLE.DAT - RUN "
                           "REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-settle-count
                   move st-emp-num    to ws-st-emp(ws-settle-count)
                   move st-pay-date
                     to ws-st-pay-date(ws-settle-count)
                   move st-period     to ws-st-period(ws-settle-count)
                   move st-run-type
                     to ws-st-run-type(ws-settle-count)
                   move st-cheque-num
                     to ws-st-cheque-num(ws-settle-count)
                   if st-cheque-date is numeric
                     and st-cheque-date is greater than 0
                       move st-cheque-date
                         to ws-st-cheque-date(ws-settle-count)
                   else
                       move ws-run-date
                         to ws-st-cheque-date(ws-settle-count)
                   end-if
                   move "n" to ws-st-applied(ws-settle-count)
               end-if
           end-if.
      *
           perform 145-read-settle.
      *
      *names for the reports - an employee not on the YTD file
      *prints without one
       150-load-names.
      *
           open input ytd-file.
      *
           if ws-ytd-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 155-read-ytd
               perform 157-check-ytd-layout
               perform 156-add-name-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-name-count is equal to 500
           end-if.
      *
           close ytd-file.
      *
       155-read-ytd.
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       156-add-name-entry.
      *
           if ytd-employee-rec
             and ye-emp-num is numeric
               add 1 to ws-name-count
               move ye-emp-num to ws-nm-emp(ws-name-count)
               move ye-name    to ws-nm-name(ws-name-count)
           end-if.
      *
           perform 155-read-ytd.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version refuses the run before a row is misread
       157-check-ytd-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 155-read-ytd
               else
                   move "y"      to ws-run-stopped
                   move ws-eof-Y to ws-eof-flag
                   display "MIDTERMBANKRETURNS: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN REFUSED"
               end-if
           end-if.
      *
      *one pass of the deposit history - the history is written in
      *pay order, so the last deposit a return matches is the
      *latest; one already on the register is only noted.  when
      *several returns match alike, each newer deposit goes to the
      *first of them and moves the one it held down to the next,
      *so they end up holding the latest deposits one apiece
       200-match-to-deposits.
      *
           if ws-return-count is greater than 0
               open input history-file
               if ws-history-file-status is not equal to "35"
                   move "n" to ws-eof-flag
                   perform 205-read-history
                   perform 210-match-one-deposit
                       until ws-eof-flag is equal to ws-eof-Y
               end-if
               close history-file
           end-if.
      *
       205-read-history.
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       210-match-one-deposit.
      *
           move dh-emp-num  to ws-find-emp.
           move dh-pay-date to ws-find-pay-date.
           move dh-period   to ws-find-period.
           move dh-run-type to ws-find-run-type.
           perform 250-find-register.
      *
           if ws-register-hit is greater than 0
             and not rg-reissued(ws-register-hit)
               move 0 to ws-carry-pay-date
           else
               move dh-pay-date to ws-carry-pay-date
               move dh-period   to ws-carry-period
               move dh-run-type to ws-carry-run-type
           end-if.
      *
           perform 220-check-one-return
               varying ws-return-x from 1 by 1
               until ws-return-x is greater than ws-return-count.
      *
           perform 205-read-history.
      *
       220-check-one-return.
      *
           if ws-rt-emp(ws-return-x) is equal to dh-emp-num
             and ws-rt-amount(ws-return-x) is equal to dh-amount
             and ws-rt-transit(ws-return-x) is equal to dh-transit
             and ws-rt-inst(ws-return-x) is equal to dh-institution
             and ws-rt-account(ws-return-x) is equal to dh-account
               if ws-register-hit is greater than 0
                 and not rg-reissued(ws-register-hit)
                   move "y" to ws-rt-seen-recorded(ws-return-x)
               else
               if ws-carry-pay-date is greater than 0
                   move ws-rt-pay-date(ws-return-x)
                     to ws-held-pay-date
                   move ws-rt-period(ws-return-x)   to ws-held-period
                   move ws-rt-run-type(ws-return-x)
                     to ws-held-run-type
                   move ws-carry-pay-date
                     to ws-rt-pay-date(ws-return-x)
                   move ws-carry-period   to ws-rt-period(ws-return-x)
                   move ws-carry-run-type
                     to ws-rt-run-type(ws-return-x)
                   move ws-held-deposit to ws-carry-deposit
               end-if
               end-if
           end-if.
      *
      *the register row for the employee's pay named by the
      *ws-find- fields - pay date, period and run type together,
      *so an off-cycle pay on a regular pay's date is its own row
       250-find-register.
      *
           move 0 to ws-register-hit.
           perform 251-match-register
               varying ws-register-x from 1 by 1
               until ws-register-x is greater than ws-register-count
               or ws-register-hit is greater than 0.
      *
       251-match-register.
      *
           if ws-rg-emp(ws-register-x) is equal to ws-find-emp
             and ws-rg-pay-date(ws-register-x) is equal to
                                               ws-find-pay-date
             and ws-rg-period(ws-register-x) is equal to ws-find-period
             and ws-rg-run-type(ws-register-x) is equal to
                                               ws-find-run-type
               move ws-register-x to ws-register-hit
           end-if.
      *
      *a matched return goes on the register, open, and flags the
      *bank row while it still holds the banking that bounced - a
      *second return of the same deposit in one file is already
      *recorded by the first.  a return of a deposit reissued on a
      *bank file (status "B") returned on or after the reissue
      *reopens that register row
       300-record-one-return.
      *
           add 1 to ws-rt-read.
      *
           move 0 to ws-register-hit.
           if ws-rt-pay-date(ws-return-x) is greater than 0
               move ws-rt-emp(ws-return-x)      to ws-find-emp
               move ws-rt-pay-date(ws-return-x) to ws-find-pay-date
               move ws-rt-period(ws-return-x)   to ws-find-period
               move ws-rt-run-type(ws-return-x) to ws-find-run-type
               perform 250-find-register
           end-if.
      *
           if ws-rt-pay-date(ws-return-x) is greater than 0
             and ws-register-hit is equal to 0
               move "M" to ws-rt-action(ws-return-x)
               add 1 to ws-rt-recorded
               add ws-rt-amount(ws-return-x) to ws-rt-recorded-dollars
               perform 310-add-register-entry
               perform 320-flag-bank-account
           else
           if ws-register-hit is greater than 0
             and rg-reissued(ws-register-hit)
             and ws-rt-return-date(ws-return-x) is not less than
                 ws-rg-settle-date(ws-register-hit)
               move "M" to ws-rt-action(ws-return-x)
               add 1 to ws-rt-recorded
               add ws-rt-amount(ws-return-x) to ws-rt-recorded-dollars
               perform 315-reopen-register-entry
               perform 320-flag-bank-account
           else
           if ws-rt-pay-date(ws-return-x) is greater than 0
             or ws-rt-seen-recorded(ws-return-x) is equal to "y"
               move "A" to ws-rt-action(ws-return-x)
               add 1 to ws-rt-already
               add ws-rt-amount(ws-return-x) to ws-rt-already-dollars
           else
               move "N" to ws-rt-action(ws-return-x)
               add 1 to ws-rt-unmatched
               add ws-rt-amount(ws-return-x)
                 to ws-rt-unmatched-dollars
           end-if
           end-if
           end-if.
      *
       310-add-register-entry.
      *
           add 1 to ws-register-count.
      *
           move ws-rt-emp(ws-return-x)
             to ws-rg-emp(ws-register-count).
           move ws-rt-pay-date(ws-return-x)
             to ws-rg-pay-date(ws-register-count).
           move ws-rt-period(ws-return-x)
             to ws-rg-period(ws-register-count).
           move ws-rt-run-type(ws-return-x)
             to ws-rg-run-type(ws-register-count).
           move ws-rt-amount(ws-return-x)
             to ws-rg-amount(ws-register-count).
           move ws-rt-transit(ws-return-x)
             to ws-rg-transit(ws-register-count).
           move ws-rt-inst(ws-return-x)
             to ws-rg-inst(ws-register-count).
           move ws-rt-account(ws-return-x)
             to ws-rg-account(ws-register-count).
           move ws-rt-reason(ws-return-x)
             to ws-rg-reason(ws-register-count).
           move ws-rt-return-date(ws-return-x)
             to ws-rg-return-date(ws-register-count).
           move "O"    to ws-rg-status(ws-register-count).
           move 0      to ws-rg-settle-date(ws-register-count).
           move spaces to ws-rg-reference(ws-register-count).
      *
      *the reissued deposit bounced as well - the row is open
      *again, with the banking and reason of this return
       315-reopen-register-entry.
      *
           move ws-rt-transit(ws-return-x)
             to ws-rg-transit(ws-register-hit).
           move ws-rt-inst(ws-return-x)
             to ws-rg-inst(ws-register-hit).
           move ws-rt-account(ws-return-x)
             to ws-rg-account(ws-register-hit).
           move ws-rt-reason(ws-return-x)
             to ws-rg-reason(ws-register-hit).
           move ws-rt-return-date(ws-return-x)
             to ws-rg-return-date(ws-register-hit).
           move "O"    to ws-rg-status(ws-register-hit).
           move 0      to ws-rg-settle-date(ws-register-hit).
           move spaces to ws-rg-reference(ws-register-hit).
      *
       320-flag-bank-account.
      *
           move ws-rt-emp(ws-return-x) to ws-find-emp.
           perform 330-find-bank-entry.
      *
           if ws-bank-hit is greater than 0
               if ws-bk-transit(ws-bank-hit) is equal to
                                           ws-rt-transit(ws-return-x)
                 and ws-bk-inst(ws-bank-hit) is equal to
                                           ws-rt-inst(ws-return-x)
                 and ws-bk-account(ws-bank-hit) is equal to
                                           ws-rt-account(ws-return-x)
                 and ws-bk-status(ws-bank-hit) is not equal to
                                           cnst-returned-flag
                   move cnst-returned-flag
                     to ws-bk-status(ws-bank-hit)
                   add 1 to ws-rt-flagged
               end-if
           end-if.
      *
       330-find-bank-entry.
      *
           move 0 to ws-bank-hit.
           perform 331-match-bank-entry
               varying ws-bank-x from 1 by 1
               until ws-bank-x is greater than ws-bank-count
               or ws-bank-hit is greater than 0.
      *
       331-match-bank-entry.
      *
           if ws-bk-emp(ws-bank-x) is equal to ws-find-emp
               move ws-bank-x to ws-bank-hit
           end-if.
      *
      *a manual cheque settles the open return it names; one that
      *names no open return, or one already reissued on a bank
      *file not yet released, stays on the file to be looked at
       400-apply-one-settlement.
      *
           move ws-st-emp(ws-settle-x)      to ws-find-emp.
           move ws-st-pay-date(ws-settle-x) to ws-find-pay-date.
           move ws-st-period(ws-settle-x)   to ws-find-period.
           move ws-st-run-type(ws-settle-x) to ws-find-run-type.
           perform 250-find-register.
      *
           if ws-register-hit is greater than 0
               if rg-open(ws-register-hit)
                   move "C" to ws-rg-status(ws-register-hit)
                   move ws-st-cheque-date(ws-settle-x)
                     to ws-rg-settle-date(ws-register-hit)
                   move ws-st-cheque-num(ws-settle-x)
                     to ws-rg-reference(ws-register-hit)
                   move "y" to ws-st-applied(ws-settle-x)
                   add 1 to ws-rt-settled
               else
               if rg-pending(ws-register-hit)
                   move "p" to ws-st-applied(ws-settle-x)
                   add 1 to ws-rt-settle-unmatched
               else
                   move "a" to ws-st-applied(ws-settle-x)
                   add 1 to ws-rt-settle-unmatched
               end-if
               end-if
           else
               add 1 to ws-rt-settle-unmatched
           end-if.
      *
      *the register and bank master are written back; the returns
      *and settlement files keep only what was not matched
      *settled returns a year past their settlement go to the
      *year's register archive instead of back on the register
       500-rewrite-files.
      *
           compute ws-archive-cutoff = ws-run-date - 10000.
           move ws-run-year to ws-ra-year.
      *
           perform 505-count-archived
               varying ws-register-x from 1 by 1
               until ws-register-x is greater than ws-register-count.
      *
           if ws-rt-archived is greater than 0
               open extend register-archive-file
               if ws-archive-file-status is equal to "35"
                   open output register-archive-file
               end-if
           end-if.
      *
           open output register-file.
           perform 510-write-one-register
               varying ws-register-x from 1 by 1
               until ws-register-x is greater than ws-register-count.
           close register-file.
      *
           if ws-rt-archived is greater than 0
               close register-archive-file
               display "MIDTERMBANKRETURNS: " ws-rt-archived
                       " SETTLED RETURN(S) MOVED TO "
                       "MidtermBankReturns-Register-" ws-ra-year
                       ".dat"
           end-if.
      *
           if ws-rt-flagged is greater than 0
               open output bank-master-file
               perform 520-write-one-bank
                   varying ws-bank-x from 1 by 1
                   until ws-bank-x is greater than ws-bank-count
               close bank-master-file
           end-if.
      *
           if ws-return-count is greater than 0
               open output returns-file
               perform 530-keep-one-return
                   varying ws-return-x from 1 by 1
                   until ws-return-x is greater than ws-return-count
               close returns-file
           end-if.
      *
           if ws-settle-count is greater than 0
               open output settle-file
               perform 540-keep-one-settlement
                   varying ws-settle-x from 1 by 1
                   until ws-settle-x is greater than ws-settle-count
               close settle-file
           end-if.
      *
       505-count-archived.
      *
           if rg-settled(ws-register-x)
             and ws-rg-settle-date(ws-register-x) is less than
                 ws-archive-cutoff
               add 1 to ws-rt-archived
           end-if.
      *
       510-write-one-register.
      *
           if rg-settled(ws-register-x)
             and ws-rg-settle-date(ws-register-x) is less than
                 ws-archive-cutoff
               move ws-register-entry(ws-register-x)
                 to register-archive-rec
               write register-archive-rec
           else
               move ws-register-entry(ws-register-x) to register-rec
               write register-rec
           end-if.
      *
       520-write-one-bank.
      *
           move ws-bk-emp(ws-bank-x)     to bk-emp-num.
           move ws-bk-transit(ws-bank-x) to bk-transit.
           move ws-bk-inst(ws-bank-x)    to bk-institution.
           move ws-bk-account(ws-bank-x) to bk-account.
           move ws-bk-status(ws-bank-x)  to bk-status.
           write bank-master-rec.
      *
       530-keep-one-return.
      *
           if rt-no-deposit(ws-return-x)
               move ws-rt-emp(ws-return-x)       to rt-emp-num
               move ws-rt-amount(ws-return-x)    to rt-amount
               move ws-rt-transit(ws-return-x)   to rt-transit
               move ws-rt-inst(ws-return-x)      to rt-institution
               move ws-rt-account(ws-return-x)   to rt-account
               move ws-rt-reason(ws-return-x)    to rt-reason
               move ws-rt-return-date(ws-return-x)
                 to rt-return-date
               write returns-rec
           end-if.
      *
       540-keep-one-settlement.
      *
           if ws-st-applied(ws-settle-x) is equal to "n"
             or ws-st-applied(ws-settle-x) is equal to "p"
               move ws-st-emp(ws-settle-x)         to st-emp-num
               move ws-st-pay-date(ws-settle-x)    to st-pay-date
               move ws-st-period(ws-settle-x)      to st-period
               move ws-st-run-type(ws-settle-x)    to st-run-type
               move ws-st-cheque-num(ws-settle-x)  to st-cheque-num
               move ws-st-cheque-date(ws-settle-x) to st-cheque-date
               write settle-rec
           end-if.
      *
      *the returns recorded this run with how each is reissued,
      *then what could not be matched
       600-print-reissue-list.
      *
           open output reissue-file.
      *
           move ws-run-date to rh-run-date.
           write reissue-line from ws-reissue-heading
             after advancing 1 line.
           write reissue-line from ws-column-line
             after advancing 2 lines.
      *
           if ws-rt-recorded is equal to 0
               write reissue-line from ws-none-line
                 after advancing 1 line
           else
               perform 610-print-one-recorded
                   varying ws-return-x from 1 by 1
                   until ws-return-x is greater than ws-return-count
           end-if.
      *
           move "RETURNS WITH NO DEPOSIT TO MATCH - LEFT ON THE FILE"
             to sl-text.
           write reissue-line from ws-section-line
             after advancing 2 lines.
           if ws-rt-unmatched is equal to 0
               write reissue-line from ws-none-line
                 after advancing 1 line
           else
               perform 620-print-one-unmatched
                   varying ws-return-x from 1 by 1
                   until ws-return-x is greater than ws-return-count
           end-if.
      *
           move "MANUAL CHEQUES NOT SETTLING AN OPEN RETURN"
             to sl-text.
           write reissue-line from ws-section-line
             after advancing 2 lines.
           if ws-rt-settle-unmatched is equal to 0
               write reissue-line from ws-none-line
                 after advancing 1 line
           else
               perform 630-print-one-bad-settlement
                   varying ws-settle-x from 1 by 1
                   until ws-settle-x is greater than ws-settle-count
           end-if.
      *
           move "RETURNS ON THE BANK FILE"        to rl-label.
           move ws-rt-read                       to rl-count.
           add ws-rt-recorded-dollars ws-rt-already-dollars
               ws-rt-unmatched-dollars giving rl-dollars.
           write reissue-line from ws-run-total-line
             after advancing 2 lines.
      *
           move "RECORDED FOR REISSUE"            to rl-label.
           move ws-rt-recorded                   to rl-count.
           move ws-rt-recorded-dollars           to rl-dollars.
           write reissue-line from ws-run-total-line
             after advancing 1 line.
      *
           move "ALREADY RECORDED - DROPPED"      to rl-label.
           move ws-rt-already                    to rl-count.
           move ws-rt-already-dollars            to rl-dollars.
           write reissue-line from ws-run-total-line
             after advancing 1 line.
      *
           move "NO DEPOSIT TO MATCH"             to rl-label.
           move ws-rt-unmatched                  to rl-count.
           move ws-rt-unmatched-dollars          to rl-dollars.
           write reissue-line from ws-run-total-line
             after advancing 1 line.
      *
           close reissue-file.
      *
       610-print-one-recorded.
      *
           if rt-recorded(ws-return-x)
               move ws-rt-emp(ws-return-x)         to dl-emp
               move ws-rt-pay-date(ws-return-x)    to dl-pay-date
               move ws-rt-amount(ws-return-x)      to dl-amount
               move ws-rt-return-date(ws-return-x) to dl-return-date
               move ws-rt-reason(ws-return-x)      to ws-find-reason
               perform 800-fill-name-reason-route
               write reissue-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
       620-print-one-unmatched.
      *
           if rt-no-deposit(ws-return-x)
               move ws-rt-emp(ws-return-x)         to dl-emp
               move 0                              to dl-pay-date
               move ws-rt-amount(ws-return-x)      to dl-amount
               move ws-rt-return-date(ws-return-x) to dl-return-date
               move ws-rt-emp(ws-return-x)         to ws-find-emp
               perform 810-find-name
               move ws-rt-reason(ws-return-x)      to ws-find-reason
               perform 820-translate-reason
               move "NO DEPOSIT ON FILE"           to dl-route
               write reissue-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
       630-print-one-bad-settlement.
      *
           if ws-st-applied(ws-settle-x) is not equal to "y"
               move ws-st-emp(ws-settle-x)        to sx-emp
               move ws-st-pay-date(ws-settle-x)   to sx-pay-date
               move ws-st-period(ws-settle-x)     to sx-period
               move ws-st-run-type(ws-settle-x)   to sx-run-type
               move ws-st-cheque-num(ws-settle-x) to sx-cheque-num
               if ws-st-applied(ws-settle-x) is equal to "a"
                   move "RETURN ALREADY SETTLED - DROPPED"
                     to sx-note
               else
               if ws-st-applied(ws-settle-x) is equal to "p"
                   move "REISSUE PENDING - LEFT ON THE FILE"
                     to sx-note
               else
                   move "NO SUCH RETURN - LEFT ON THE FILE"
                     to sx-note
               end-if
               end-if
               write reissue-line from ws-settle-line
                 after advancing 1 line
           end-if.
      *
      *every return still open or pending release, however old
       700-print-outstanding.
      *
           open output outstanding-file.
      *
           move ws-run-date to oh-run-date.
           write outstanding-line from ws-outstanding-heading
             after advancing 1 line.
           write outstanding-line from ws-column-line
             after advancing 2 lines.
      *
           perform 710-print-one-open
               varying ws-register-x from 1 by 1
               until ws-register-x is greater than ws-register-count.
      *
           if ws-rt-open is equal to 0
               write outstanding-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
           move "RETURNS OUTSTANDING"             to rl-label.
           move ws-rt-open                       to rl-count.
           move ws-rt-open-dollars               to rl-dollars.
           write outstanding-line from ws-run-total-line
             after advancing 2 lines.
      *
           close outstanding-file.
      *
       710-print-one-open.
      *
           if rg-open(ws-register-x)
             or rg-pending(ws-register-x)
               add 1 to ws-rt-open
               add ws-rg-amount(ws-register-x) to ws-rt-open-dollars
               move ws-rg-emp(ws-register-x)         to dl-emp
               move ws-rg-pay-date(ws-register-x)    to dl-pay-date
               move ws-rg-amount(ws-register-x)      to dl-amount
               move ws-rg-return-date(ws-register-x) to dl-return-date
               move ws-rg-reason(ws-register-x)      to ws-find-reason
               perform 800-fill-name-reason-route
               if rg-pending(ws-register-x)
                   move route-pending to dl-route
               end-if
               write outstanding-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
      *name, reason and reissue route for the detail line - the
      *next bank file once the bank row no longer carries the
      *returned flag, a manual cheque until then
       800-fill-name-reason-route.
      *
           move dl-emp to ws-find-emp.
           perform 810-find-name.
      *
           perform 820-translate-reason.
      *
           perform 330-find-bank-entry.
           if ws-bank-hit is greater than 0
             and ws-bk-status(ws-bank-hit) is not equal to
                                               cnst-returned-flag
               move route-bank-file to dl-route
           else
               move route-cheque to dl-route
           end-if.
      *
       810-find-name.
      *
           move spaces to dl-name.
           move 0 to ws-name-hit.
           perform 811-match-name
               varying ws-name-x from 1 by 1
               until ws-name-x is greater than ws-name-count
               or ws-name-hit is greater than 0.
           if ws-name-hit is greater than 0
               move ws-nm-name(ws-name-hit) to dl-name
           end-if.
      *
       811-match-name.
      *
           if ws-nm-emp(ws-name-x) is equal to ws-find-emp
               move ws-name-x to ws-name-hit
           end-if.
      *
      *the bank's reason code in words
       820-translate-reason.
      *
           move 0 to ws-reason-hit.
           perform 821-match-reason
               varying ws-reason-x from 1 by 1
               until ws-reason-x is greater than 5
               or ws-reason-hit is greater than 0.
           if ws-reason-hit is greater than 0
               move ws-rs-text(ws-reason-hit) to dl-reason
           else
               move note-other-reason to dl-reason
           end-if.
      *
       821-match-reason.
      *
           if ws-rs-code(ws-reason-x) is equal to ws-find-reason
               move ws-reason-x to ws-reason-hit
           end-if.
      *
       end program MidtermBankReturns.
