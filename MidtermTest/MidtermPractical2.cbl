      *                     statement immediately in the year-end
      *                     layout, and keeps closed records out
      *                     of future pay runs.
      *  Oct 15/2026 - RS - the direct-deposit file is written as
      *                     MidtermBankFile-Pending.dat; the pay
      *                     cycle driver (MidtermPayCycle) balances
      *                     it against its trailer and only then
      *                     releases it as MidtermBankFile.dat for
      *                     the bank pickup.
      *  Oct 15/2026 - RS - the YTD file opens with a layout header
      *                     record naming its layout version - a
      *                     version this program does not read
      *                     refuses the run, file untouched, and
      *                     the rewritten file carries the header.
      *  Oct 15/2026 - RS - pay the one-off earnings waiting on
      *                     MidtermEarnings.dat (operator incentives
      *                     and the like) in with the period gross,
      *                     so they are taxed, posted to the YTD and
      *                     shown on the stub; rows paid leave the
      *                     file, rows for anyone not paid this run
      *                     stay for the next.
      *  Oct 15/2026 - RS - off-cycle run mode: a period control
      *                     record marked "O" pays the one-time
      *                     payments on MidtermOneTime.dat (retro
      *                     off A4, bonuses) under its own period
      *                     sequence, taxed by the bonus method
      *                     against the regular period pay instead
      *                     of as a period's regular pay, with
      *                     CPP/EI to the maximums, the YTD posted
      *                     and stubs and a bank file as usual.
      *  Oct 15/2026 - RS - journal every pay run to the shared
      *                     GLInterface.dat feed with a balancing
      *                     trailer - wages and the employer CPP/EI
      *                     to expense under the employee's
      *                     department, the withholdings,
      *                     deductions and net pay to their
      *                     liabilities - accounts off
      *                     MidtermGLAccountMap.dat, so payroll
      *                     posts through GL-AccountPost instead of
      *                     being journaled by hand.
      *  Oct 15/2026 - RS - vacation and sick leave bank: hours
      *                     accrue each regular period at a rate
      *                     by years of service (A4.dat through
      *                     EmployeeXref.dat), approved leave on
      *                     MidtermLeave.dat is taken against the
      *                     balances and written to
      *                     A7-LeaveStatus.dat for the call-centre
      *                     report, leave past the balance goes to
      *                     MidtermLeave-Exceptions.out and waits,
      *                     and the balances ride on a new L
      *                     record behind each E record on the YTD
      *                     file and print on the stub.
      *  Oct 15/2026 - RS - direct-deposit returns: a bank master
      *                     row flagged "R" by MidtermBankReturns
      *                     is paid by cheque with an exception
      *                     row, and a return still open on
      *                     MidtermBankReturns-Register.dat whose
      *                     banking has been corrected is paid
      *                     again on this run's bank file and
      *                     marked settled.
      *  Oct 15/2026 - RS - a return paid again is marked pending
      *                     release ("P"), not settled - the pay
      *                     cycle marks it settled once the bank
      *                     file goes out, and a pending return
      *                     found here (its file never released)
      *                     is paid again on this run's file.  a
      *                     GL journal too big to write ends the
      *                     run with return code 4.
      *
       environment division.
       input-output section.
                organization is line sequential
                file status is ws-deduction-file-status.
      *
      *one-off earnings waiting for the next pay - employee, code,
      *whole-dollar amount and where the earning came from
            select earnings-file
                assign to '../../../data/MidtermEarnings.dat'
                organization is line sequential
                file status is ws-earnings-file-status.
      *
      *one-time payments waiting for an off-cycle run - the same
      *layout as the one-off earnings
            select one-time-file
                assign to '../../../data/MidtermOneTime.dat'
                organization is line sequential
                file status is ws-one-time-file-status.
      *
      *pay stubs - one page per employee per period, printed and
      *handed out instead of waiting for year-end
            select stub-file
                file status is ws-bank-master-file-status.
      *
      *the bank interface file, closed with a count-and-dollar
      *trailer the bank balances against - built as a pending file
      *the pay-cycle driver balances and releases to the bank
      *pickup, so a pay run that dies part way never leaves a
      *half-built deposit file where the bank collects it
            select bank-file
                assign to '../../../data/MidtermBankFile-Pending.dat'
                organization is line sequential.
      *
      *termination transactions - employee and last day; the file
                organization is line sequential.
      *
      *employees paid by cheque because no bank details are on
      *file, or the account on file had a deposit returned
            select bank-exception-file
                assign to '../../../data/MidtermBank-Exceptions.out'
                organization is line sequential.
      *
      *deposits the bank returned - the open ones are paid again
      *on the bank file once the employee's banking is corrected,
      *and left pending until the pay cycle releases the file
            select returns-register-file
                assign to
                    '../../../data/MidtermBankReturns-Register.dat'
                organization is line sequential
                file status is ws-register-file-status.
      *
      *payroll GL account map - the account each journal line
      *posts to, by line code; a code with no row keeps its
      *built-in account
            select gl-map-file
                assign to '../../../data/MidtermGLAccountMap.dat'
                organization is line sequential
                file status is ws-gl-map-file-status.
      *
      *payroll employee number to contact number, and the contact
      *roster's department - the cost centre wages are charged to
            select xref-file
                assign to '../../../data/EmployeeXref.dat'
                organization is line sequential
                file status is ws-xref-file-status.
      *
            select contact-file
                assign to '../../../data/A1-ContactList.dat'
                organization is line sequential
                file status is ws-contact-file-status.
      *
      *shared GL interface feed - the pay run's journal is appended
      *with its balancing trailer for GL-AccountPost
            select gl-file
                assign to '../../../data/GLInterface.dat'
                organization is line sequential
                file status is ws-gl-file-status.
      *
      *leave-taken transactions, A4's years of service, the A7
      *leave/status file approved leave is posted to, and the
      *leave that would overdraw a balance
            select leave-file
                assign to '../../../data/MidtermLeave.dat'
                organization is line sequential
                file status is ws-leave-file-status.
      *
            select service-file
                assign to '../../../data/A4.dat'
                organization is line sequential
                file status is ws-service-file-status.
      *
            select leave-status-file
                assign to '../../../data/A7-LeaveStatus.dat'
                organization is line sequential
                file status is ws-leave-status-file-status.
      *
            select leave-exception-file
                assign to '../../../data/MidtermLeave-Exceptions.out'
                organization is line sequential.
      *
       data division.
       file section.
           05 ytd-rec-type              pic x.
               88 ytd-total-rec          value "T".
               88 ytd-emp-rec            value "E".
               88 ytd-leave-rec          value "L".
           05 ytd-tot-tax               pic 9(6).
           05 ytd-prov-stat-entry            occurs 4 times.
               10 ytd-prov-tax-count         pic 9(4).
      *the last pay period already posted to this file - the guard
      *against a double run
           05 ytd-last-period           pic 9(3).
      *the last off-cycle period posted - its own sequence, with
      *the same guard
           05 ytd-last-offcycle         pic 9(3).
           05 filler                    pic x(25).
      *
      *per-employee year-to-date record
       01 ytd-emp-record redefines ytd-record.
      *A active, T terminated - a closed record stays for the
      *statements but leaves every future pay run
           05 ye-status                 pic x.
      *
      *per-employee leave bank, written straight after the
      *employee's E record - balances in hours, with the hours
      *earned and taken this year
       01 ytd-leave-record redefines ytd-record.
           05 filler                    pic x.
           05 yl-emp-num                pic 9(4).
           05 yl-vac-balance            pic 9(4)v99.
           05 yl-sick-balance           pic 9(4)v99.
           05 yl-vac-earned             pic 9(4)v99.
           05 yl-vac-taken              pic 9(4)v99.
           05 yl-sick-earned            pic 9(4)v99.
           05 yl-sick-taken             pic 9(4)v99.
           05 filler                    pic x(41).
      *
      *layout header - the first record of the file, naming the
      *record layout version of the rows below it; a file without
      *one predates the header and is read as the current layout
       01 ytd-header-rec redefines ytd-record.
           05 yh-marker                 pic x(8).
               88 yh-layout-header       value "*LAYOUT ".
           05 yh-file-id                pic x(10).
           05 yh-version                pic 99.
           05 filler                    pic x(62).
      *
       fd period-file
           data record is period-rec
           record contains 12 characters.
      *
       01 period-rec.
           05 pc-period                 pic 9(3).
           05 pc-pay-date               pic 9(8).
      *"O" marks an off-cycle run; anything else is the regular
      *period pay
           05 pc-run-type               pic x.
               88 pc-off-cycle           value "O".
      *
       fd rename-file
           data record is rename-rec
           05 dd-percent                pic 99v99.
           05 dd-from                   pic 9(8).
           05 dd-to                     pic 9(8).
      *
       fd earnings-file
           data record is earnings-rec
           record contains 32 characters.
      *
       01 earnings-rec.
           05 ea-emp-num                pic 9(4).
           05 ea-code                   pic x(4).
           05 ea-amount                 pic 9(6).
           05 ea-reference              pic x(18).
      *
       fd one-time-file
           data record is one-time-rec
           record contains 32 characters.
      *
       01 one-time-rec.
           05 ot-emp-num                pic 9(4).
           05 ot-code                   pic x(4).
           05 ot-amount                 pic 9(6).
           05 ot-reference              pic x(18).
      *
       fd stub-file
           data record is stub-line
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
       fd bank-file
           data record is bank-rec
           05 bx-name                  pic x(20).
           05 filler                   pic x      value spaces.
           05 bx-reason                pic x(44).
      *
      *one returned deposit - O open, C settled by manual cheque,
      *B settled by a later bank file
       fd returns-register-file
           data record is register-rec
           record contains 75 characters.
      *
       01 register-rec.
           05 rg-emp-num               pic 9(4).
           05 rg-pay-date              pic 9(8).
           05 rg-period                pic 9(3).
           05 rg-run-type              pic x.
           05 rg-amount                pic 9(7)v99.
           05 rg-banking               pic x(20).
           05 rg-reason                pic x(3).
           05 rg-return-date           pic 9(8).
           05 rg-status                pic x.
               88 rg-open               value "O".
               88 rg-pending            value "P".
           05 rg-settle-date           pic 9(8).
           05 rg-reference             pic x(10).
      *
       fd gl-map-file
           data record is gl-map-rec
           record contains 12 characters.
      *
       01 gl-map-rec.
           05 gm-line-code             pic x(4).
           05 gm-account               pic x(8).
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
      *roster rows as A1-ContactList reads them - only the contact
      *number and the department matter here
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic x(4).
           05 il-name                  pic x(16).
           05 il-email                 pic x(30).
           05 il-number                pic x(12).
           05 il-status                pic x.
           05 il-dept                  pic x(3).
           05 il-manager-num           pic x(4).
      *
       01 contact-header-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd gl-file
           data record is gl-line
           record contains 53 characters.
      *
       01 gl-line                      pic x(53).
      *
      *one leave taken - V vacation or S sick, the hours, the
      *days away, and "Y" once a supervisor has approved it
       fd leave-file
           data record is leave-rec
           record contains 27 characters.
      *
       01 leave-rec.
           05 lt-emp-num               pic 9(4).
           05 lt-type                  pic x.
           05 lt-hours                 pic 9(3)v99.
           05 lt-from                  pic 9(8).
           05 lt-to                    pic 9(8).
           05 lt-approved              pic x.
      *
      *A4 employee rows - only the number and years of service
      *matter here
       fd service-file
           data record is service-rec
           record contains 36 characters.
      *
       01 service-rec.
           05 sv-emp-num               pic xxx.
           05 sv-emp-name              pic x(15).
           05 sv-emp-code              pic x.
           05 sv-emp-years             pic 99.
           05 filler                   pic x(15).
      *
       fd leave-status-file
           data record is leave-status-rec
           record contains 22 characters.
      *
       01 leave-status-rec.
           05 lv-emp-num               pic x(3).
           05 lv-status                pic x(3).
           05 lv-from                  pic 9(8).
           05 lv-to                    pic 9(8).
      *
       fd leave-exception-file
           data record is leave-exception-line
           record contains 70 characters.
      *
       01 leave-exception-line         pic x(70).
      *
       working-storage section.
      *
           05 filler                   pic x(45)    value spaces.
           05 filler                   pic x(11)    value "Total Dedn:".
           05 ws-total-dedns           pic $$$$,$$9.99.
      *
       01 ws-total-earn-line.
           05 filler                   pic x(45)    value spaces.
           05 filler                   pic x(11)    value "Total Earn:".
           05 ws-total-earn            pic $$$$,$$9.
      *
      *one run-total line per deduction code seen
       01 ws-dedn-code-line.
           05 ws-dk-found              pic x        value "n".
               88 dedn-code-found       value "y".
      *
      *the one-off earnings file, loaded once at startup - each row
      *is marked as it is paid and only the unpaid ones are written
      *back at the end of the run
       01 ws-earn-table.
           05 ws-earn-entry occurs 1 to 200 times
                   depending on ws-earn-count.
               10 ws-er-emp             pic 9(4).
               10 ws-er-code            pic x(4).
               10 ws-er-amount          pic 9(6).
               10 ws-er-reference       pic x(18).
               10 ws-er-paid            pic x.
      *
       01 ws-earn-count                pic 9(3)     value 0.
      *
       01 ws-earn-subs.
           05 ws-er-x                  pic 9(3)     value 0.
      *
       77 ws-earnings-file-status      pic xx       value spaces.
       77 ws-earn-eof-flag             pic x        value "n".
       77 ws-earn-overflow             pic x        value "n".
       77 ws-cntr-earn-paid            pic 9(3)     value 0.
      *
      *the one-time payments file, loaded on an off-cycle run only
      *- marked as paid the way the earnings table is, with the
      *unpaid rows written back for the next off-cycle run
       01 ws-one-time-table.
           05 ws-one-time-entry occurs 1 to 200 times
                   depending on ws-ot-count.
               10 ws-ot-emp             pic 9(4).
               10 ws-ot-code            pic x(4).
               10 ws-ot-amount          pic 9(6).
               10 ws-ot-reference       pic x(18).
               10 ws-ot-paid            pic x.
      *
       01 ws-ot-count                  pic 9(3)     value 0.
      *
       01 ws-ot-subs.
           05 ws-ot-x                  pic 9(3)     value 0.
      *
       77 ws-one-time-file-status      pic xx       value spaces.
       77 ws-ot-eof-flag               pic x        value "n".
       77 ws-ot-overflow               pic x        value "n".
       77 ws-cntr-ot-paid              pic 9(3)     value 0.
       77 ws-cntr-ot-held              pic 9(3)     value 0.
       77 ws-cntr-ot-employees         pic 9(3)     value 0.
      *
      *the bonus method spreads a one-time payment over the pay
      *periods in the year, taxes that slice on top of the regular
      *period pay, and takes the slice's tax that many times
       77 cnst-periods-per-year        pic 99       value 26.
      *
      *bank details per employee, loaded once at startup
       01 ws-bank-table.
           05 ws-bank-entry occurs 1 to 500 times
               10 ws-bk-transit         pic 9(5).
               10 ws-bk-inst            pic 9(3).
               10 ws-bk-account         pic x(12).
               10 ws-bk-status          pic x.
                   88 bk-returned        value "R".
      *
       01 ws-bank-count                pic 9(3)     value 0.
      *
      *
       77 no-bank-reason               pic x(44)    value
           "NO BANK DETAILS ON FILE - PAY BY CHEQUE".
       77 returned-bank-reason         pic x(44)    value
           "BANK ACCOUNT RETURNED - PAY BY CHEQUE".
      *
      *the returns register, loaded whole and written back with
      *the returns reissued on this bank file marked pending
       01 ws-register-table.
           05 ws-register-entry occurs 1 to 1000 times
                   depending on ws-register-count.
               10 ws-rr-row             pic x(75).
      *
       01 ws-register-count            pic 9(4)     value 0.
      *
       01 ws-register-subs.
           05 ws-rr-x                  pic 9(4)     value 0.
      *
       77 ws-register-file-status      pic xx       value spaces.
       77 ws-register-eof-flag         pic x        value "n".
       77 ws-register-overflow         pic x        value "n".
       77 ws-cntr-reissued             pic 9(3)     value 0.
       77 cnst-reissue-reference       pic x(10)    value
           "BANKFILE".
      *
       77 ws-term-file-status          pic xx       value spaces.
       77 ws-term-eof-flag             pic x        value "n".
       77 ws-ey-overflow               pic x        value "n".
       77 ws-ey-create-warned          pic x        value "n".
      *
      *the ytd layout version this program reads and writes, the
      *switch set when the file carries any other, and the header
      *the rewritten file opens with
       77 ws-ytd-version               pic 99       value 03.
       77 ws-ytd-layout-bad            pic x        value "n".
           88 ytd-layout-unknown        value "y".
      *
       01 ws-ytd-header.
           05 filler                   pic x(8)     value "*LAYOUT ".
           05 filler                   pic x(10)    value "PAYYTD".
           05 filler                   pic 99       value 03.
           05 filler                   pic x(62)    value spaces.
      *
      *period control - this run's period, the last one posted,
      *and the switch that refuses a double run
       01 ws-period-control.
           05 ws-this-period           pic 9(3)     value 0.
           05 ws-this-pay-date         pic 9(8)     value 0.
           05 ws-last-period           pic 9(3)     value 0.
           05 ws-last-offcycle         pic 9(3)     value 0.
           05 ws-run-type              pic x        value "R".
               88 off-cycle-run         value "O".
      *
      *the run type on the heading and each stub - blank on a
      *regular period pay
       77 cnst-off-cycle-label         pic x(11)    value
           "OFF-CYCLE".
      *pay stub page layout - title, identity line, and one
      *figure line per amount with the year-to-date alongside
       01 ws-stub-title.
           05 filler                   pic x(2)     value spaces.
           05 filler                   pic x(10)    value "PAY DATE: ".
           05 ws-sb-pay-date           pic 9(8).
           05 filler                   pic x(2)     value spaces.
           05 ws-sb-run-type           pic x(11)    value spaces.
           05 filler                   pic x(31)    value spaces.
      *
       01 ws-stub-name-line.
           05 filler                   pic x(5)     value spaces.
           05 ws-sb-ytd                pic $$,$$$,$$9.99.
           05 filler                   pic x(29)    value spaces.
      *
      *the one-off earnings included in the gross above
       01 ws-stub-earn-line.
           05 filler                   pic x(7)     value spaces.
           05 filler                   pic x(14)    value
                                       "INCL. EARNINGS".
           05 ws-se-amount             pic $$$,$$9.99.
           05 filler                   pic x(49)    value spaces.
      *
      *stubs written so far - the first page opens without a
      *form feed, every later one starts on a fresh page
       77 ws-stub-count                pic 9(3)     value 0.
           05 filler                   pic x(2)     value spaces.
           05 filler                   pic x(10)    value "PAY DATE: ".
           05 ws-ph-pay-date           pic 9(8).
           05 filler                   pic x(2)     value spaces.
           05 ws-ph-run-type           pic x(11)    value spaces.
           05 filler                   pic x(54)    value spaces.
      *
       77 ws-eof                       pic x        value "n".
       77 ws-eof-y                     pic x        value "y".
               10 ws-ey-ei              pic 9(5)v99.
               10 ws-ey-dedns           pic 9(7)v99.
               10 ws-ey-status          pic x.
               10 ws-ey-vac-bal         pic 9(4)v99.
               10 ws-ey-sick-bal        pic 9(4)v99.
               10 ws-ey-vac-earned      pic 9(4)v99.
               10 ws-ey-vac-taken       pic 9(4)v99.
               10 ws-ey-sick-earned     pic 9(4)v99.
               10 ws-ey-sick-taken      pic 9(4)v99.
      *
       01 ws-ey-count                  pic 9(3)     value 0.
      *
           05 math-room                pic s9(5)v99.
           05 math-dedns               pic 9(5)v99.
           05 math-dedn-item           pic 9(5)v99.
           05 math-other-earn          pic 9(6).
           05 math-one-time            pic 9(6).
           05 math-fed-base            pic 9(5)v99.
       01 math-totals.
           05 math-total-tot-tax       pic 9(6).
           05 math-total-cpp           pic 9(7)v99  value 0.
           05 math-total-ei            pic 9(7)v99  value 0.
           05 math-total-dedns         pic 9(7)v99  value 0.
           05 math-total-earn          pic 9(7)     value 0.
      *
      *payroll journal lines and their built-in accounts - WAGE,
      *CPPR and EIER are expense charged to the employee's
      *department, the rest liabilities held by payroll; RNDG
      *takes the cents the whole-dollar net pay leaves over
       01 ws-gl-acct-values.
           05 filler                   pic x(12)    value
                                       "WAGEPAYWAGES".
           05 filler                   pic x(12)    value
                                       "CPPRPAYCPPER".
           05 filler                   pic x(12)    value
                                       "EIERPAYEIER ".
           05 filler                   pic x(12)    value
                                       "FEDTFEDTXPAY".
           05 filler                   pic x(12)    value
                                       "PRVTPRVTXPAY".
           05 filler                   pic x(12)    value
                                       "CPPLCPPPAYBL".
           05 filler                   pic x(12)    value
                                       "EIL EIPAYABL".
           05 filler                   pic x(12)    value
                                       "DEDNDEDNPAYB".
           05 filler                   pic x(12)    value
                                       "NETPNETPAYBL".
           05 filler                   pic x(12)    value
                                       "RNDGPAYROUND".
      *
       01 ws-gl-acct-table redefines ws-gl-acct-values.
           05 ws-gl-acct-entry              occurs 10 times.
               10 ws-ga-line-code           pic x(4).
               10 ws-ga-account             pic x(8).
      *
       77 ws-gl-acct-size              pic 99       value 10.
      *
       01 ws-gl-acct-subs.
           05 ws-ga-x                  pic 99       value 0.
           05 ws-ga-hit                pic 99       value 0.
      *
       77 ws-gl-map-file-status        pic xx       value spaces.
       77 ws-gl-map-eof-flag           pic x        value "n".
      *
      *payroll number to contact, A4 and A7 numbers, and contact
      *number to department, loaded once at startup
       01 ws-pxref-table.
           05 ws-pxref-entry occurs 1 to 200 times
                   depending on ws-pxref-count.
               10 ws-px-payroll         pic x(4).
               10 ws-px-a1              pic x(4).
               10 ws-px-a4              pic x(3).
               10 ws-px-a7              pic x(3).
      *
       01 ws-pxref-count               pic 9(3)     value 0.
      *
       01 ws-contact-table.
           05 ws-contact-entry occurs 1 to 500 times
                   depending on ws-contact-count.
               10 ws-ct-num             pic x(4).
               10 ws-ct-dept            pic x(3).
      *
       01 ws-contact-count             pic 9(3)     value 0.
      *
       01 ws-dept-subs.
           05 ws-px-x                  pic 9(3)     value 0.
           05 ws-px-hit                pic 9(3)     value 0.
           05 ws-ct-x                  pic 9(3)     value 0.
           05 ws-ct-hit                pic 9(3)     value 0.
      *
       77 ws-xref-file-status          pic xx       value spaces.
       77 ws-xref-eof-flag             pic x        value "n".
       77 ws-contact-file-status       pic xx       value spaces.
       77 ws-contact-eof-flag          pic x        value "n".
      *
      *the A1 roster layout versions this program reads
       77 ws-roster-version            pic 99       value 03.
       77 ws-roster-prior-version      pic 99       value 02.
      *
      *this employee's payroll number as a key, and the cost
      *centre their wages are charged to - the payroll centre
      *when no department is on file
       77 ws-emp-key                   pic x(4)     value spaces.
       01 ws-emp-centre.
           05 ws-ec-dept               pic x(3)     value spaces.
           05 filler                   pic x        value spaces.
       77 cnst-payroll-centre          pic x(4)     value "PAY ".
       77 ws-cntr-no-dept              pic 9(3)     value 0.
      *
      *the employer pays EI at this multiple of the employee
      *premium, and matches CPP dollar for dollar
       77 cnst-ei-employer-factor      pic 9v9      value 1.4.
      *
      *one employee's employer costs and the journal's rounding
       01 math-journal.
           05 math-cpp-er              pic 9(4)v99  value 0.
           05 math-ei-er               pic 9(4)v99  value 0.
           05 math-jn-credit           pic 9(6)v99  value 0.
           05 math-jn-round            pic s9(6)v99 value 0.
      *
      *the run's journal, summed by account, centre and side until
      *end of run - every employee posts both sides, so the table
      *always balances
       01 ws-journal-table.
           05 ws-journal-entry occurs 1 to 200 times
                   depending on ws-journal-count.
               10 ws-jn-account         pic x(8).
               10 ws-jn-centre          pic x(4).
               10 ws-jn-dr-cr           pic x.
               10 ws-jn-amount          pic 9(9)v99.
      *
       01 ws-journal-count             pic 9(3)     value 0.
      *
       01 ws-journal-subs.
           05 ws-journal-x             pic 9(3)     value 0.
           05 ws-journal-hit           pic 9(3)     value 0.
           05 ws-journal-found         pic x        value "n".
               88 journal-found         value "y".
      *
      *set when the journal outgrows its table - no journal is
      *written rather than an unbalanced one
       77 ws-journal-overflow          pic x        value "n".
      *
      *one posting into the journal table
       01 ws-journal-post.
           05 ws-jp-line-code          pic x(4).
           05 ws-jp-account            pic x(8).
           05 ws-jp-centre             pic x(4).
           05 ws-jp-dr-cr              pic x.
           05 ws-jp-amount             pic 9(9)v99.
      *
      *GL feed row, layout header, and balancing totals
       01 ws-gl-row.
           05 gl-rec-type              pic x.
           05 gl-account               pic x(8).
           05 gl-cost-center           pic x(4).
           05 gl-dr-cr                 pic x.
           05 gl-amount                pic 9(9)v99.
           05 gl-date                  pic 9(8).
           05 gl-source                pic x(20).
      *
       01 ws-gl-totals.
           05 ws-gl-row-count          pic 9(4)     value 0.
           05 ws-gl-debit-total        pic 9(9)v99  value 0.
      *
       77 ws-gl-file-status            pic xx       value spaces.
      *
       01 ws-gl-header.
           05 filler                   pic x(8)     value "*LAYOUT ".
           05 filler                   pic x(10)    value "GLINTERF".
           05 filler                   pic 99       value 01.
           05 filler                   pic x(33)    value spaces.
      *
      *the leave-taken file, loaded on a regular run only - each
      *row is marked as it is taken and only the rest are written
      *back, unapproved and overdrawn leave waiting for the next
      *run
       01 ws-leave-table.
           05 ws-leave-entry occurs 1 to 200 times
                   depending on ws-leave-count.
               10 ws-lt-emp             pic 9(4).
               10 ws-lt-type            pic x.
               10 ws-lt-hours           pic 9(3)v99.
               10 ws-lt-from            pic 9(8).
               10 ws-lt-to              pic 9(8).
               10 ws-lt-approved        pic x.
               10 ws-lt-taken           pic x.
      *
       01 ws-leave-count               pic 9(3)     value 0.
      *
       01 ws-leave-subs.
           05 ws-lt-x                  pic 9(3)     value 0.
      *
       77 ws-leave-file-status         pic xx       value spaces.
       77 ws-leave-eof-flag            pic x        value "n".
       77 ws-leave-overflow            pic x        value "n".
       77 ws-leave-status-file-status  pic xx       value spaces.
       77 ws-leave-status-open         pic x        value "n".
       77 ws-cntr-leave-taken          pic 9(3)     value 0.
       77 ws-cntr-leave-flagged        pic 9(3)     value 0.
       77 ws-cntr-no-service           pic 9(3)     value 0.
      *
      *A4 employee number to years of service
       01 ws-service-table.
           05 ws-service-entry occurs 1 to 500 times
                   depending on ws-service-count.
               10 ws-sv-num             pic x(3).
               10 ws-sv-years           pic 99.
      *
       01 ws-service-count             pic 9(3)     value 0.
      *
       01 ws-service-subs.
           05 ws-sv-x                  pic 9(3)     value 0.
           05 ws-sv-hit                pic 9(3)     value 0.
      *
       77 ws-service-file-status       pic xx       value spaces.
       77 ws-service-eof-flag          pic x        value "n".
      *
      *annual vacation hours by years of service - each band runs
      *from its years up to the next band's - and the flat annual
      *sick hours, both accrued a period at a time
       01 ws-accrual-values.
           05 filler                   pic x(7)     value "0008000".
           05 filler                   pic x(7)     value "0512000".
           05 filler                   pic x(7)     value "1016000".
           05 filler                   pic x(7)     value "2020000".
      *
       01 ws-accrual-table redefines ws-accrual-values.
           05 ws-accrual-entry              occurs 4 times.
               10 ws-ac-from-years          pic 99.
               10 ws-ac-vac-annual          pic 9(3)v99.
      *
       77 ws-accrual-size              pic 9        value 4.
       01 ws-accrual-subs.
           05 ws-ac-x                  pic 9        value 0.
           05 ws-ac-hit                pic 9        value 0.
       77 cnst-sick-annual-hours       pic 9(3)v99  value 48.00.
      *
      *the A7 leave/status codes approved leave posts under
       77 cnst-vacation-status         pic x(3)     value "VAC".
       77 cnst-sick-status             pic x(3)     value "SCK".
      *
      *one employee's leave for the period
       01 math-leave.
           05 math-emp-years           pic 99       value 0.
           05 math-vac-earn            pic 9(3)v99  value 0.
           05 math-sick-earn           pic 9(3)v99  value 0.
           05 math-vac-taken           pic 9(4)v99  value 0.
           05 math-sick-taken          pic 9(4)v99  value 0.
      *
      *stub line - hours earned and taken this period against the
      *balance left
       01 ws-stub-leave-line.
           05 filler                   pic x(5)     value spaces.
           05 ws-sl-label              pic x(16).
           05 filler                   pic x(7)     value "EARNED ".
           05 ws-sl-earned             pic zz9.99.
           05 filler                   pic x(8)     value "  TAKEN ".
           05 ws-sl-taken              pic z,zz9.99.
           05 filler                   pic x(10)    value
               "  BALANCE ".
           05 ws-sl-balance            pic z,zz9.99.
           05 filler                   pic x(12)    value spaces.
      *
      *leave exception listing - the leave that would overdraw
      *the balance, with the balance it ran into
       01 ws-lx-heading.
           05 filler                   pic x(26)    value
               "EMP  NAME".
           05 filler                   pic x(44)    value
               "LEAVE     HOURS FROM      BALANCE".
      *
       01 ws-lx-detail.
           05 ws-lx-emp-num            pic 9(4).
           05 filler                   pic x        value spaces.
           05 ws-lx-name               pic x(20).
           05 filler                   pic x        value spaces.
           05 ws-lx-type               pic x(8).
           05 filler                   pic x        value spaces.
           05 ws-lx-hours              pic zz9.99.
           05 filler                   pic x        value spaces.
           05 ws-lx-from               pic 9(8).
           05 filler                   pic x        value spaces.
           05 ws-lx-balance            pic z,zz9.99.
           05 filler                   pic x(11)    value spaces.
      *
       procedure division.
       000-main.
           perform 25-open-files.
      *
           perform 30-load-ytd-totals.
      *
           if ytd-layout-unknown
               display "PAY RUN: YTD FILE LAYOUT NOT SUPPORTED "
                       "- RUN REFUSED, FILE UNTOUCHED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
           if ws-ey-overflow is equal to "y"
               display "PAY RUN: YTD FILE EXCEEDS 500 EMPLOYEES "
           perform 45-apply-renames.
      *
           perform 42-load-deductions.
      *
           perform 900-load-gl-map.
      *
           perform 905-load-departments.
      *
           perform 180-load-earnings.
      *
           if ws-earn-overflow is equal to "y"
               display "PAY RUN: EARNINGS FILE EXCEEDS 200 ROWS "
                       "- RUN REFUSED, FILE UNTOUCHED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
           perform 40-load-period-control.
      *
               move 8 to return-code
               goback
           end-if.
      *
           if off-cycle-run
               perform 805-load-one-time
           end-if.
      *
           if ws-ot-overflow is equal to "y"
               display "PAY RUN: ONE-TIME FILE EXCEEDS 200 ROWS "
                       "- RUN REFUSED, FILE UNTOUCHED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
      *leave accrues and is taken on the regular period pay only
           if not off-cycle-run
               perform 830-load-leave
               perform 835-load-service-years
           end-if.
      *
           if ws-leave-overflow is equal to "y"
               display "PAY RUN: LEAVE FILE EXCEEDS 200 ROWS "
                       "- RUN REFUSED, FILE UNTOUCHED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
           perform 670-load-register.
      *
           if ws-register-overflow is equal to "y"
               display "PAY RUN: RETURNS REGISTER EXCEEDS 1000 ROWS "
                       "- RUN REFUSED, FILE UNTOUCHED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
      *an off-cycle run with nothing to pay would only burn an
      *off-cycle period number
           if off-cycle-run
             and ws-ot-count is equal to 0
               display "PAY RUN: NO ONE-TIME PAYMENTS WAITING "
                       "- OFF-CYCLE RUN REFUSED"
               perform 75-close-files
               move 8 to return-code
               goback
           end-if.
      *
           perform 80-read-file.
      *
           move ws-this-period   to ws-ph-period.
           move ws-this-pay-date to ws-ph-pay-date.
           if off-cycle-run
               move cnst-off-cycle-label to ws-ph-run-type
           end-if.
           write print-line
             from ws-period-heading after advancing 1 lines.
           write print-line
           move math-total-dedns to ws-total-dedns.
           write print-line
             from ws-total-dedns-line after advancing 1 lines.
      *
           move math-total-earn to ws-total-earn.
           write print-line
             from ws-total-earn-line after advancing 1 lines.
      *
           perform 760-print-dedn-code-totals
             varying ws-dk-x from 1 by 1
      *
           perform 700-print-province-averages.
      *
      *returned deposits go out again behind this run's own rows
           perform 675-reissue-returns.
      *
      *terminations close out after the final pay has gone
      *through the normal run - an off-cycle run leaves them
      *waiting for the regular pay
           if off-cycle-run
               perform 808-save-one-time
           else
               perform 600-apply-terminations
           end-if.
      *
           perform 185-save-earnings.
      *
           if not off-cycle-run
               perform 860-save-leave
           end-if.
      *
           perform 720-save-ytd-totals.
      *
           perform 950-write-gl-journal.
      *
           perform 75-close-files.
      *
           open output bank-file.
           open output bank-exception-file.
           open output term-stmt-file.
           open output leave-exception-file.
           move spaces to bank-exception-line.
           write leave-exception-line from ws-lx-heading.
      *
           perform 27-load-bank-master.
      *
               move 0 to math-total-tot-tax
           else
               perform 32-read-ytd-record
               perform 31-check-ytd-layout
               perform 33-load-one-ytd-record
                   until ws-ytd-eof-flag is equal to "y"
           end-if.
      *
           close ytd-file.
      *
      *a layout header on the first record is checked and passed
      *over - any version but this program's ends the load before
      *a record is misread
       31-check-ytd-layout.
      *
           if ws-ytd-eof-flag is not equal to "y"
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 32-read-ytd-record
               else
                   move "y" to ws-ytd-layout-bad
                   move "y" to ws-ytd-eof-flag
                   display "PAY RUN: YTD FILE LAYOUT " yh-file-id
                           " VERSION " yh-version
                           " (EXPECTS " ws-ytd-version ")"
               end-if
           end-if.
      *
       32-read-ytd-record.
           read ytd-file
           if ytd-total-rec
               move ytd-tot-tax to math-total-tot-tax
               move ytd-last-period to ws-last-period
      *a file written before the off-cycle sequence carries
      *spaces there - nothing off-cycle has been posted yet
               if ytd-last-offcycle is numeric
                   move ytd-last-offcycle to ws-last-offcycle
               end-if
               perform 35-load-one-ytd-province
                 varying ws-prov-idx from 1 by 1
                 until ws-prov-idx > ws-prov-table-size
               move ye-cpp     to ws-ey-cpp(ws-ey-count)
               move ye-ei      to ws-ey-ei(ws-ey-count)
               move ye-dedns   to ws-ey-dedns(ws-ey-count)
               move 0 to ws-ey-vac-bal(ws-ey-count)
               move 0 to ws-ey-sick-bal(ws-ey-count)
               move 0 to ws-ey-vac-earned(ws-ey-count)
               move 0 to ws-ey-vac-taken(ws-ey-count)
               move 0 to ws-ey-sick-earned(ws-ey-count)
               move 0 to ws-ey-sick-taken(ws-ey-count)
           end-if.
      *
      *the leave bank follows its employee's E record
           if ytd-leave-rec
             and ws-ey-count is greater than 0
               if ws-ey-num(ws-ey-count) is equal to yl-emp-num
                   move yl-vac-balance  to ws-ey-vac-bal(ws-ey-count)
                   move yl-sick-balance to ws-ey-sick-bal(ws-ey-count)
                   move yl-vac-earned
                     to ws-ey-vac-earned(ws-ey-count)
                   move yl-vac-taken    to ws-ey-vac-taken(ws-ey-count)
                   move yl-sick-earned
                     to ws-ey-sick-earned(ws-ey-count)
                   move yl-sick-taken
                     to ws-ey-sick-taken(ws-ey-count)
               end-if
           end-if.
      *
           perform 32-read-ytd-record.
               move bk-transit     to ws-bk-transit(ws-bank-count)
               move bk-institution to ws-bk-inst(ws-bank-count)
               move bk-account     to ws-bk-account(ws-bank-count)
               move bk-status      to ws-bk-status(ws-bank-count)
           end-if.
      *
           perform 28-read-bank-master.
      *
      *one deposit row per employee with bank details - the rest,
      *and anyone whose account had a deposit returned, go to the
      *exception listing and get a cheque, without stopping the run
       660-write-bank-row.
      *
           move "n" to ws-bank-found.
               or bank-details-found.
      *
           if bank-details-found
             and not bk-returned(ws-bk-hit)
               move spaces       to bank-rec
               move tax-emp-num  to bf-emp-num
               move math-net-pay to bf-amount
               write bank-rec
               add 1 to ws-bank-rows
               add math-net-pay to ws-bank-dollars
           else
           if bank-details-found
               move tax-emp-num          to bx-emp-num
               move tax-name             to bx-name
               move returned-bank-reason to bx-reason
               write bank-exception-line
           else
               move tax-emp-num    to bx-emp-num
               move tax-name       to bx-name
               move no-bank-reason to bx-reason
               write bank-exception-line
           end-if
           end-if.
      *
       665-match-bank-entry.
               move ws-bk-x to ws-bk-hit
           end-if.
      *
      *loads the returns register - a missing register means no
      *deposit has ever come back
       670-load-register.
      *
           open input returns-register-file.
      *
           if ws-register-file-status is not equal to "35"
               perform 671-read-register
               perform 672-add-register-entry
                   until ws-register-eof-flag is equal to "y"
                   or ws-register-overflow is equal to "y"
           end-if.
      *
           close returns-register-file.
      *
       671-read-register.
           read returns-register-file
               at end
                   move "y" to ws-register-eof-flag.
      *
       672-add-register-entry.
      *
           if rg-emp-num is numeric
               if ws-register-count is equal to 1000
                   move "y" to ws-register-overflow
               else
                   add 1 to ws-register-count
                   move register-rec
                     to ws-rr-row(ws-register-count)
               end-if
           end-if.
      *
           perform 671-read-register.
      *
      *an open return is deposited again, at the amount returned,
      *to the employee's banking as it stands now - once the bank
      *master row has been corrected and no longer carries the
      *returned flag.  the rest stay open for a manual cheque.
      *a reissue is pending ("P") until the pay cycle releases the
      *file and marks it settled; one still pending here was on a
      *pending file this run overwrites, so it is open again and
      *goes out on this run's file like any other open return
       675-reissue-returns.
      *
           if ws-register-count is greater than 0
               perform 676-reissue-one-return
                   varying ws-rr-x from 1 by 1
                   until ws-rr-x is greater than ws-register-count
      *
               open output returns-register-file
               perform 677-write-one-register
                   varying ws-rr-x from 1 by 1
                   until ws-rr-x is greater than ws-register-count
               close returns-register-file
           end-if.
      *
           if ws-cntr-reissued is greater than 0
               display "PAY RUN: " ws-cntr-reissued
                       " RETURNED DEPOSIT(S) PAID AGAIN ON THE "
                       "BANK FILE"
           end-if.
      *
       676-reissue-one-return.
      *
           move ws-rr-row(ws-rr-x) to register-rec.
      *
           if rg-pending
               move "O"    to rg-status
               move 0      to rg-settle-date
               move spaces to rg-reference
               move register-rec to ws-rr-row(ws-rr-x)
           end-if.
      *
           if rg-open
               move "n" to ws-bank-found
               perform 678-match-register-bank
                   varying ws-bk-x from 1 by 1
                   until ws-bk-x is greater than ws-bank-count
                   or bank-details-found
               if bank-details-found
                 and not bk-returned(ws-bk-hit)
                   move spaces       to bank-rec
                   move rg-emp-num   to bf-emp-num
                   move rg-amount    to bf-amount
                   move ws-bk-transit(ws-bk-hit) to bf-transit
                   move ws-bk-inst(ws-bk-hit)    to bf-institution
                   move ws-bk-account(ws-bk-hit) to bf-account
                   write bank-rec
                   add 1 to ws-bank-rows
                   add rg-amount to ws-bank-dollars
      *
                   move "P"                    to rg-status
                   move ws-this-pay-date       to rg-settle-date
                   move cnst-reissue-reference to rg-reference
                   move register-rec to ws-rr-row(ws-rr-x)
                   add 1 to ws-cntr-reissued
               end-if
           end-if.
      *
       677-write-one-register.
      *
           move ws-rr-row(ws-rr-x) to register-rec.
           write register-rec.
      *
       678-match-register-bank.
      *
           if ws-bk-emp(ws-bk-x) is equal to rg-emp-num
               move "y" to ws-bank-found
               move ws-bk-x to ws-bk-hit
           end-if.
      *
      *loads the voluntary deduction master - a missing file just
      *means nobody has any
       42-load-deductions.
      *
           perform 43-read-deduction.
      *
      *loads the one-off earnings - a missing file just means
      *nothing extra is waiting; more rows than the table holds
      *refuses the run rather than drop an earning
       180-load-earnings.
      *
           open input earnings-file.
      *
           if ws-earnings-file-status is not equal to "35"
               perform 181-read-earning
               perform 182-add-earn-entry
                   until ws-earn-eof-flag is equal to "y"
                   or ws-earn-overflow is equal to "y"
           end-if.
      *
           close earnings-file.
      *
       181-read-earning.
           read earnings-file
               at end
                   move "y" to ws-earn-eof-flag.
      *
       182-add-earn-entry.
      *
           if ea-emp-num is numeric
             and ea-amount is numeric
               if ws-earn-count is equal to 200
                   move "y" to ws-earn-overflow
               else
                   add 1 to ws-earn-count
                   move ea-emp-num   to ws-er-emp(ws-earn-count)
                   move ea-code      to ws-er-code(ws-earn-count)
                   move ea-amount    to ws-er-amount(ws-earn-count)
                   move ea-reference to ws-er-reference(ws-earn-count)
                   move "n"          to ws-er-paid(ws-earn-count)
               end-if
           end-if.
      *
           perform 181-read-earning.
      *
      *writes back only the earnings this run did not pay, so
      *nothing is paid twice and nothing waiting is lost
       185-save-earnings.
      *
           if ws-earn-count is greater than 0
               open output earnings-file
               perform 186-keep-one-earning
                   varying ws-er-x from 1 by 1
                   until ws-er-x is greater than ws-earn-count
               close earnings-file
           end-if.
      *
           if ws-cntr-earn-paid is greater than 0
               display "PAY RUN: " ws-cntr-earn-paid
                       " ONE-OFF EARNING(S) PAID"
           end-if.
      *
       186-keep-one-earning.
      *
           if ws-er-paid(ws-er-x) is not equal to "y"
               move ws-er-emp(ws-er-x)       to ea-emp-num
               move ws-er-code(ws-er-x)      to ea-code
               move ws-er-amount(ws-er-x)    to ea-amount
               move ws-er-reference(ws-er-x) to ea-reference
               write earnings-rec
           end-if.
      *
      *adds this employee's waiting earnings to the period gross
      *before any tax is worked out, marking each row paid
       190-add-other-earnings.
      *
           move 0 to math-other-earn.
      *
           perform 195-add-one-earning
               varying ws-er-x from 1 by 1
               until ws-er-x is greater than ws-earn-count.
      *
           add math-other-earn to gross-salary.
           add math-other-earn to math-total-earn.
      *
       195-add-one-earning.
      *
           if ws-er-emp(ws-er-x) is equal to tax-emp-num
             and ws-er-paid(ws-er-x) is not equal to "y"
               add ws-er-amount(ws-er-x) to math-other-earn
               move "y" to ws-er-paid(ws-er-x)
               add 1 to ws-cntr-earn-paid
           end-if.
      *
      *an off-cycle run pays only the employee's one-time payments
      *- the regular pay on test2.dat is the base the bonus method
      *taxes against, not pay; an employee with nothing waiting is
      *passed over without a stub or a deposit
       800-pay-one-time.
      *
           perform 810-add-one-time-pay.
      *
           if math-one-time is greater than 0
               add 1 to ws-cntr-ot-employees
               move tax-name       to ws-name
               move province-code  to ws-prov
               move 0              to math-other-earn
      *
               perform 820-calculate-bonus-tax
               perform 450-calculate-cpp-ei
      *voluntary deductions come off the regular pay only
               move 0 to math-dedns
               move 0 to ws-dedns
               perform 500-calculate-totals
      *
               perform 550-update-employee-ytd
      *
               perform 650-write-pay-stub
      *
               perform 660-write-bank-row
      *
               perform 910-journal-employee
      *
               perform 150-write-lines
           end-if.
      *
      *loads the one-time payments - more rows than the table
      *holds refuses the run rather than drop a payment
       805-load-one-time.
      *
           open input one-time-file.
      *
           if ws-one-time-file-status is not equal to "35"
               perform 806-read-one-time
               perform 807-add-one-time-entry
                   until ws-ot-eof-flag is equal to "y"
                   or ws-ot-overflow is equal to "y"
           end-if.
      *
           close one-time-file.
      *
       806-read-one-time.
           read one-time-file
               at end
                   move "y" to ws-ot-eof-flag.
      *
       807-add-one-time-entry.
      *
           if ot-emp-num is numeric
             and ot-amount is numeric
               if ws-ot-count is equal to 200
                   move "y" to ws-ot-overflow
               else
                   add 1 to ws-ot-count
                   move ot-emp-num   to ws-ot-emp(ws-ot-count)
                   move ot-code      to ws-ot-code(ws-ot-count)
                   move ot-amount    to ws-ot-amount(ws-ot-count)
                   move ot-reference to ws-ot-reference(ws-ot-count)
                   move "n"          to ws-ot-paid(ws-ot-count)
               end-if
           end-if.
      *
           perform 806-read-one-time.
      *
      *writes back the payments this run did not make - an
      *employee not on the payroll file or already terminated -
      *so they wait for the next off-cycle run
       808-save-one-time.
      *
           open output one-time-file.
           perform 809-keep-one-payment
               varying ws-ot-x from 1 by 1
               until ws-ot-x is greater than ws-ot-count.
           close one-time-file.
      *
           display "PAY RUN: OFF-CYCLE " ws-cntr-ot-paid
                   " ONE-TIME PAYMENT(S) PAID TO "
                   ws-cntr-ot-employees " EMPLOYEE(S)".
           if ws-cntr-ot-held is greater than 0
               display "PAY RUN: " ws-cntr-ot-held
                       " ONE-TIME PAYMENT(S) HELD - EMPLOYEE NOT "
                       "PAID THIS RUN"
           end-if.
      *
       809-keep-one-payment.
      *
           if ws-ot-paid(ws-ot-x) is not equal to "y"
               move ws-ot-emp(ws-ot-x)       to ot-emp-num
               move ws-ot-code(ws-ot-x)      to ot-code
               move ws-ot-amount(ws-ot-x)    to ot-amount
               move ws-ot-reference(ws-ot-x) to ot-reference
               write one-time-rec
               add 1 to ws-cntr-ot-held
           end-if.
      *
      *totals this employee's waiting one-time payments, marking
      *each row paid
       810-add-one-time-pay.
      *
           move 0 to math-one-time.
      *
           perform 815-add-one-payment
               varying ws-ot-x from 1 by 1
               until ws-ot-x is greater than ws-ot-count.
      *
           add math-one-time to math-total-earn.
      *
       815-add-one-payment.
      *
           if ws-ot-emp(ws-ot-x) is equal to tax-emp-num
             and ws-ot-paid(ws-ot-x) is not equal to "y"
               add ws-ot-amount(ws-ot-x) to math-one-time
               move "y" to ws-ot-paid(ws-ot-x)
               add 1 to ws-cntr-ot-paid
           end-if.
      *
      *bonus method - the federal tax is the extra tax one
      *period's share of the payment adds on top of the regular
      *period's taxable pay, taken once for every period in the
      *year; the provincial rate is flat, so it applies to the
      *payment itself.  the payment then stands as the gross for
      *CPP/EI and the rest of the run
       820-calculate-bonus-tax.
      *
           if gross-salary is greater than exemption-amount
               subtract exemption-amount
                   from gross-salary
                 giving math-taxable-income
           else
               move 0 to math-taxable-income
           end-if.
      *
           perform 300-calculate-fed-tax.
           move math-fed-tax to math-fed-base.
      *
           compute math-taxable-income rounded =
               math-taxable-income
               + math-one-time / cnst-periods-per-year.
      *
           perform 300-calculate-fed-tax.
      *
           compute math-fed-tax rounded =
               (math-fed-tax - math-fed-base)
               * cnst-periods-per-year.
           move math-fed-tax to ws-fed-tax.
      *
           move math-one-time to gross-salary.
           move math-one-time to math-taxable-income.
           perform 400-calculate-prov-tax.
      *
      *takes every deduction effective on the pay date for this
      *employee - a non-zero percent takes that share of gross,
      *otherwise the flat amount applies
                   not at end
                       move pc-period   to ws-this-period
                       move pc-pay-date to ws-this-pay-date
                       if pc-off-cycle
                           move "O" to ws-run-type
                       end-if
               end-read
           end-if.
      *
           close period-file.
      *
      *an off-cycle run is checked against its own sequence
           if period-ok
             and off-cycle-run
             and ws-this-period is not greater than ws-last-offcycle
               move "n" to ws-period-ok
               display "PAY RUN: OFF-CYCLE PERIOD " ws-this-period
                       " ALREADY POSTED (LAST " ws-last-offcycle
                       ") - RUN REFUSED"
           end-if.
      *
           if period-ok
             and not off-cycle-run
             and ws-this-period is not greater than ws-last-period
               move "n" to ws-period-ok
               display "PAY RUN: PERIOD " ws-this-period
             stub-file,
             bank-file,
             bank-exception-file,
             term-stmt-file,
             leave-exception-file.
      *
       80-read-file.
      *
             and ws-ey-status(ws-ey-hit) is equal to "T"
               display "PAY RUN: EMPLOYEE " tax-emp-num
                       " IS TERMINATED - RECORD SKIPPED"
           else
           if off-cycle-run
               perform 800-pay-one-time
           else
               move tax-name       to ws-name
               move province-code  to ws-prov
      *
               perform 190-add-other-earnings
               perform 200-calculate-taxable
               perform 300-calculate-fed-tax
               perform 400-calculate-prov-tax
               perform 500-calculate-totals
      *
               perform 550-update-employee-ytd
      *
               perform 840-post-leave
      *
               perform 650-write-pay-stub
      *
               perform 660-write-bank-row
      *
               perform 910-journal-employee
      *
               perform 150-write-lines
           end-if
           end-if.
      *
           perform 80-read-file.
               move 0 to ws-ey-cpp(ws-ey-hit)
               move 0 to ws-ey-ei(ws-ey-hit)
               move 0 to ws-ey-dedns(ws-ey-hit)
               move 0 to ws-ey-vac-bal(ws-ey-hit)
               move 0 to ws-ey-sick-bal(ws-ey-hit)
               move 0 to ws-ey-vac-earned(ws-ey-hit)
               move 0 to ws-ey-vac-taken(ws-ey-hit)
               move 0 to ws-ey-sick-earned(ws-ey-hit)
               move 0 to ws-ey-sick-taken(ws-ey-hit)
               move "A" to ws-ey-status(ws-ey-hit)
               move "y" to ws-ey-found
           end-if.
               add math-fed-tax  to ws-ey-fed(ws-ey-hit) rounded
               add math-prov-tax to ws-ey-prov(ws-ey-hit)
               add math-net-pay  to ws-ey-net(ws-ey-hit)
      *an off-cycle payment is not another pay period
               if not off-cycle-run
                   add 1 to ws-ey-periods(ws-ey-hit)
               end-if
               add math-cpp      to ws-ey-cpp(ws-ey-hit)
               add math-ei       to ws-ey-ei(ws-ey-hit)
               add math-dedns    to ws-ey-dedns(ws-ey-hit)
      *
           move ws-this-period   to ws-sb-period.
           move ws-this-pay-date to ws-sb-pay-date.
           if off-cycle-run
               move cnst-off-cycle-label to ws-sb-run-type
           end-if.
           write stub-line from ws-stub-period-line
             after advancing 1 line.
      *
           end-if.
           write stub-line from ws-stub-figure-line
             after advancing 2 lines.
      *
           if math-other-earn is greater than 0
               move math-other-earn to ws-se-amount
               write stub-line from ws-stub-earn-line
                 after advancing 1 line
           end-if.
      *
           move "FEDERAL TAX:    " to ws-sb-label.
           move math-fed-tax       to ws-sb-amount.
           end-if.
           write stub-line from ws-stub-figure-line
             after advancing 2 lines.
      *
           if not off-cycle-run
             and emp-ytd-found
               move "VACATION HOURS: "       to ws-sl-label
               move math-vac-earn            to ws-sl-earned
               move math-vac-taken           to ws-sl-taken
               move ws-ey-vac-bal(ws-ey-hit) to ws-sl-balance
               write stub-line from ws-stub-leave-line
                 after advancing 1 line
               move "SICK HOURS:     "        to ws-sl-label
               move math-sick-earn            to ws-sl-earned
               move math-sick-taken           to ws-sl-taken
               move ws-ey-sick-bal(ws-ey-hit) to ws-sl-balance
               write stub-line from ws-stub-leave-line
                 after advancing 1 line
           end-if.
      *
       560-match-employee.
      *
       720-save-ytd-totals.
      *
           open output ytd-file.
      *
           write ytd-record from ws-ytd-header.
      *
           move spaces to ytd-record.
           move "T" to ytd-rec-type.
           move math-total-tot-tax to ytd-tot-tax.
      *each sequence moves on only on its own kind of run
           if off-cycle-run
               move ws-last-period   to ytd-last-period
               move ws-this-period   to ytd-last-offcycle
           else
               move ws-this-period   to ytd-last-period
               move ws-last-offcycle to ytd-last-offcycle
           end-if.
      *
           perform 725-save-one-ytd-province
             varying ws-prov-idx from 1 by 1
           move ws-ey-status(ws-ey-x)  to ye-status.
      *
           write ytd-record.
      *
           move spaces to ytd-record.
           move "L" to ytd-rec-type.
           move ws-ey-num(ws-ey-x)         to yl-emp-num.
           move ws-ey-vac-bal(ws-ey-x)     to yl-vac-balance.
           move ws-ey-sick-bal(ws-ey-x)    to yl-sick-balance.
           move ws-ey-vac-earned(ws-ey-x)  to yl-vac-earned.
           move ws-ey-vac-taken(ws-ey-x)   to yl-vac-taken.
           move ws-ey-sick-earned(ws-ey-x) to yl-sick-earned.
           move ws-ey-sick-taken(ws-ey-x)  to yl-sick-taken.
      *
           write ytd-record.
      *
      *loads the leave-taken transactions - a missing file means
      *nobody took leave this period
       830-load-leave.
      *
           open input leave-file.
      *
           if ws-leave-file-status is not equal to "35"
               perform 831-read-leave
               perform 832-add-leave-entry
                   until ws-leave-eof-flag is equal to "y"
                   or ws-leave-overflow is equal to "y"
           end-if.
      *
           close leave-file.
      *
       831-read-leave.
           read leave-file
               at end
                   move "y" to ws-leave-eof-flag.
      *
       832-add-leave-entry.
      *
           if lt-emp-num is numeric
             and lt-hours is numeric
             and lt-from is numeric
             and lt-to is numeric
             and (lt-type is equal to "V" or lt-type is equal to "S")
               if ws-leave-count is equal to 200
                   move "y" to ws-leave-overflow
               else
                   add 1 to ws-leave-count
                   move lt-emp-num  to ws-lt-emp(ws-leave-count)
                   move lt-type     to ws-lt-type(ws-leave-count)
                   move lt-hours    to ws-lt-hours(ws-leave-count)
                   move lt-from     to ws-lt-from(ws-leave-count)
                   move lt-to       to ws-lt-to(ws-leave-count)
                   move lt-approved to ws-lt-approved(ws-leave-count)
                   move "n"         to ws-lt-taken(ws-leave-count)
               end-if
           end-if.
      *
           perform 831-read-leave.
      *
      *loads each A4 employee's years of service - the accrual
      *rate is set by them
       835-load-service-years.
      *
           open input service-file.
      *
           if ws-service-file-status is not equal to "35"
               perform 836-read-service
               perform 837-add-service-entry
                   until ws-service-eof-flag is equal to "y"
                   or ws-service-count is equal to 500
           end-if.
      *
           close service-file.
      *
       836-read-service.
           read service-file
               at end
                   move "y" to ws-service-eof-flag.
      *
       837-add-service-entry.
      *
           if sv-emp-num is not equal to spaces
             and sv-emp-years is numeric
               add 1 to ws-service-count
               move sv-emp-num   to ws-sv-num(ws-service-count)
               move sv-emp-years to ws-sv-years(ws-service-count)
           end-if.
      *
           perform 836-read-service.
      *
      *accrues the period's vacation and sick hours, then takes
      *this employee's approved leave against the balances
       840-post-leave.
      *
           move 0 to math-vac-earn.
           move 0 to math-sick-earn.
           move 0 to math-vac-taken.
           move 0 to math-sick-taken.
      *
           if emp-ytd-found
               perform 841-find-service-years
      *
               move 1 to ws-ac-hit
               perform 843-match-accrual-band
                   varying ws-ac-x from 1 by 1
                   until ws-ac-x is greater than ws-accrual-size
               divide ws-ac-vac-annual(ws-ac-hit)
                   by cnst-periods-per-year
                   giving math-vac-earn rounded
               divide cnst-sick-annual-hours
                   by cnst-periods-per-year
                   giving math-sick-earn rounded
      *
               add math-vac-earn  to ws-ey-vac-bal(ws-ey-hit)
               add math-vac-earn  to ws-ey-vac-earned(ws-ey-hit)
               add math-sick-earn to ws-ey-sick-bal(ws-ey-hit)
               add math-sick-earn to ws-ey-sick-earned(ws-ey-hit)
      *
               perform 845-take-one-leave
                   varying ws-lt-x from 1 by 1
                   until ws-lt-x is greater than ws-leave-count
           end-if.
      *
      *payroll number to A4 number to years of service - an
      *employee with none on file accrues at the first band
       841-find-service-years.
      *
           move tax-emp-num to ws-emp-key.
           move 0 to math-emp-years.
      *
           move 0 to ws-px-hit.
           perform 921-match-pxref
               varying ws-px-x from 1 by 1
               until ws-px-x is greater than ws-pxref-count
               or ws-px-hit is greater than 0.
      *
           move 0 to ws-sv-hit.
           if ws-px-hit is greater than 0
             and ws-px-a4(ws-px-hit) is not equal to spaces
               perform 842-match-service
                   varying ws-sv-x from 1 by 1
                   until ws-sv-x is greater than ws-service-count
                   or ws-sv-hit is greater than 0
           end-if.
      *
           if ws-sv-hit is greater than 0
               move ws-sv-years(ws-sv-hit) to math-emp-years
           else
               add 1 to ws-cntr-no-service
           end-if.
      *
       842-match-service.
      *
           if ws-sv-num(ws-sv-x) is equal to ws-px-a4(ws-px-hit)
               move ws-sv-x to ws-sv-hit
           end-if.
      *
      *the bands run in ascending order - the last one the years
      *reach is the rate
       843-match-accrual-band.
      *
           if ws-ac-from-years(ws-ac-x) is not greater than
                                               math-emp-years
               move ws-ac-x to ws-ac-hit
           end-if.
      *
      *approved leave inside the balance is taken and posted to
      *A7; leave past the balance is listed and left waiting, and
      *unapproved leave is left alone
       845-take-one-leave.
      *
           if ws-lt-emp(ws-lt-x) is equal to tax-emp-num
             and ws-lt-taken(ws-lt-x) is not equal to "y"
             and ws-lt-approved(ws-lt-x) is equal to "Y"
               if ws-lt-type(ws-lt-x) is equal to "V"
                   if ws-lt-hours(ws-lt-x) is greater than
                                           ws-ey-vac-bal(ws-ey-hit)
                       move "VACATION" to ws-lx-type
                       move ws-ey-vac-bal(ws-ey-hit) to ws-lx-balance
                       perform 855-flag-leave
                   else
                       subtract ws-lt-hours(ws-lt-x)
                           from ws-ey-vac-bal(ws-ey-hit)
                       add ws-lt-hours(ws-lt-x)
                           to ws-ey-vac-taken(ws-ey-hit)
                       add ws-lt-hours(ws-lt-x) to math-vac-taken
                       move cnst-vacation-status to lv-status
                       perform 850-write-leave-status
                   end-if
               else
                   if ws-lt-hours(ws-lt-x) is greater than
                                           ws-ey-sick-bal(ws-ey-hit)
                       move "SICK" to ws-lx-type
                       move ws-ey-sick-bal(ws-ey-hit) to ws-lx-balance
                       perform 855-flag-leave
                   else
                       subtract ws-lt-hours(ws-lt-x)
                           from ws-ey-sick-bal(ws-ey-hit)
                       add ws-lt-hours(ws-lt-x)
                           to ws-ey-sick-taken(ws-ey-hit)
                       add ws-lt-hours(ws-lt-x) to math-sick-taken
                       move cnst-sick-status to lv-status
                       perform 850-write-leave-status
                   end-if
               end-if
           end-if.
      *
      *marks the leave taken and, for anyone with an A7 operator
      *number, appends the leave/status row the call-centre report
      *reads
       850-write-leave-status.
      *
           move "y" to ws-lt-taken(ws-lt-x).
           add 1 to ws-cntr-leave-taken.
      *
           if ws-px-hit is greater than 0
             and ws-px-a7(ws-px-hit) is not equal to spaces
               if ws-leave-status-open is not equal to "y"
                   open extend leave-status-file
                   if ws-leave-status-file-status is equal to "35"
                       open output leave-status-file
                   end-if
                   move "y" to ws-leave-status-open
               end-if
               move ws-px-a7(ws-px-hit) to lv-emp-num
               move ws-lt-from(ws-lt-x) to lv-from
               move ws-lt-to(ws-lt-x)   to lv-to
               write leave-status-rec
           end-if.
      *
       855-flag-leave.
      *
           move tax-emp-num          to ws-lx-emp-num.
           move tax-name             to ws-lx-name.
           move ws-lt-hours(ws-lt-x) to ws-lx-hours.
           move ws-lt-from(ws-lt-x)  to ws-lx-from.
           write leave-exception-line from ws-lx-detail.
           add 1 to ws-cntr-leave-flagged.
      *
      *writes back only the leave not taken, and reports the run's
      *leave counts
       860-save-leave.
      *
           if ws-leave-count is greater than 0
               open output leave-file
               perform 861-keep-one-leave
                   varying ws-lt-x from 1 by 1
                   until ws-lt-x is greater than ws-leave-count
               close leave-file
           end-if.
      *
           if ws-leave-status-open is equal to "y"
               close leave-status-file
           end-if.
      *
           if ws-cntr-leave-taken is greater than 0
               display "PAY RUN: " ws-cntr-leave-taken
                       " LEAVE ENTRY(IES) TAKEN"
           end-if.
           if ws-cntr-leave-flagged is greater than 0
               display "PAY RUN: " ws-cntr-leave-flagged
                       " LEAVE ENTRY(IES) OVER BALANCE - SEE "
                       "MidtermLeave-Exceptions.out"
           end-if.
           if ws-cntr-no-service is greater than 0
               display "PAY RUN: " ws-cntr-no-service
                       " EMPLOYEE(S) WITH NO YEARS OF SERVICE - "
                       "ACCRUED AT THE FIRST BAND"
           end-if.
      *
       861-keep-one-leave.
      *
           if ws-lt-taken(ws-lt-x) is not equal to "y"
               move ws-lt-emp(ws-lt-x)      to lt-emp-num
               move ws-lt-type(ws-lt-x)     to lt-type
               move ws-lt-hours(ws-lt-x)    to lt-hours
               move ws-lt-from(ws-lt-x)     to lt-from
               move ws-lt-to(ws-lt-x)       to lt-to
               move ws-lt-approved(ws-lt-x) to lt-approved
               write leave-rec
           end-if.
      *
      *loads the payroll GL account map over the built-in accounts
      *- a missing map journals to the built-in accounts, and a
      *row for a line code this program does not write is ignored
       900-load-gl-map.
      *
           open input gl-map-file.
      *
           if ws-gl-map-file-status is not equal to "35"
               perform 901-read-gl-map
               perform 902-apply-gl-map-row
                   until ws-gl-map-eof-flag is equal to "y"
           end-if.
      *
           close gl-map-file.
      *
       901-read-gl-map.
           read gl-map-file
               at end
                   move "y" to ws-gl-map-eof-flag.
      *
       902-apply-gl-map-row.
      *
           if gm-account is not equal to spaces
               perform 903-match-gl-map-row
                   varying ws-ga-x from 1 by 1
                   until ws-ga-x is greater than ws-gl-acct-size
           end-if.
      *
           perform 901-read-gl-map.
      *
       903-match-gl-map-row.
      *
           if ws-ga-line-code(ws-ga-x) is equal to gm-line-code
               move gm-account to ws-ga-account(ws-ga-x)
           end-if.
      *
      *loads the payroll-number-to-contact cross reference and the
      *contact roster's departments - a missing file, or a roster
      *in a layout this program does not read, just leaves the
      *wages on the payroll centre
       905-load-departments.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               perform 906-read-xref
               perform 907-add-xref-entry
                   until ws-xref-eof-flag is equal to "y"
                   or ws-pxref-count is equal to 200
           end-if.
      *
           close xref-file.
      *
           open input contact-file.
      *
           if ws-contact-file-status is not equal to "35"
               perform 908-read-contact
               if ws-contact-eof-flag is not equal to "y"
                 and hl-layout-header
                   if hl-file-id is not equal to "CONTACTS"
                     or (hl-version is not equal to ws-roster-version
                       and hl-version is not equal to
                                       ws-roster-prior-version)
                       display "PAY RUN: CONTACT ROSTER LAYOUT "
                               hl-file-id " VERSION " hl-version
                               " NOT READ - WAGES TO CENTRE "
                               cnst-payroll-centre
                       move "y" to ws-contact-eof-flag
                   else
                       perform 908-read-contact
                   end-if
               end-if
               perform 909-add-contact-entry
                   until ws-contact-eof-flag is equal to "y"
                   or ws-contact-count is equal to 500
           end-if.
      *
           close contact-file.
      *
       906-read-xref.
           read xref-file
               at end
                   move "y" to ws-xref-eof-flag.
      *
       907-add-xref-entry.
      *
           if xr-payroll-num is not equal to spaces
               add 1 to ws-pxref-count
               move xr-payroll-num to ws-px-payroll(ws-pxref-count)
               move xr-a1-num      to ws-px-a1(ws-pxref-count)
               move xr-a4-num      to ws-px-a4(ws-pxref-count)
               move xr-a7-num      to ws-px-a7(ws-pxref-count)
           end-if.
      *
           perform 906-read-xref.
      *
       908-read-contact.
           read contact-file
               at end
                   move "y" to ws-contact-eof-flag.
      *
       909-add-contact-entry.
      *
           if il-contact-num is not equal to spaces
               add 1 to ws-contact-count
               move il-contact-num to ws-ct-num(ws-contact-count)
               move il-dept        to ws-ct-dept(ws-contact-count)
           end-if.
      *
           perform 908-read-contact.
      *
      *journals one employee's pay - the gross and the employer
      *CPP/EI debited to expense under their department, every
      *withholding, the deductions and the net pay credited to
      *payroll's liabilities, and the cents the whole-dollar net
      *pay leaves over to rounding, so the employee's lines
      *balance on their own
       910-journal-employee.
      *
           perform 920-find-department.
      *
           move math-cpp to math-cpp-er.
           multiply math-ei by cnst-ei-employer-factor
               giving math-ei-er rounded.
      *
           move "WAGE"        to ws-jp-line-code.
           move ws-emp-centre to ws-jp-centre.
           move "D"           to ws-jp-dr-cr.
           move gross-salary  to ws-jp-amount.
           perform 915-post-journal.
      *
           move "CPPR"        to ws-jp-line-code.
           move math-cpp-er   to ws-jp-amount.
           perform 915-post-journal.
      *
           move "EIER"        to ws-jp-line-code.
           move math-ei-er    to ws-jp-amount.
           perform 915-post-journal.
      *
           move cnst-payroll-centre to ws-jp-centre.
           move "C"           to ws-jp-dr-cr.
      *
           move "FEDT"        to ws-jp-line-code.
           move math-fed-tax  to ws-jp-amount.
           perform 915-post-journal.
      *
           move "PRVT"        to ws-jp-line-code.
           move math-prov-tax to ws-jp-amount.
           perform 915-post-journal.
      *
           move "CPPL"        to ws-jp-line-code.
           add math-cpp math-cpp-er giving ws-jp-amount.
           perform 915-post-journal.
      *
           move "EIL "        to ws-jp-line-code.
           add math-ei math-ei-er giving ws-jp-amount.
           perform 915-post-journal.
      *
           move "DEDN"        to ws-jp-line-code.
           move math-dedns    to ws-jp-amount.
           perform 915-post-journal.
      *
           move "NETP"        to ws-jp-line-code.
           move math-net-pay  to ws-jp-amount.
           perform 915-post-journal.
      *
           add math-fed-tax math-prov-tax math-cpp math-ei
               math-dedns math-net-pay giving math-jn-credit.
           subtract math-jn-credit from gross-salary
               giving math-jn-round.
      *
           move "RNDG"        to ws-jp-line-code.
           if math-jn-round is greater than 0
               move "C"           to ws-jp-dr-cr
               move math-jn-round to ws-jp-amount
               perform 915-post-journal
           else
               if math-jn-round is less than 0
                   move "D"           to ws-jp-dr-cr
                   multiply math-jn-round by -1
                       giving ws-jp-amount
                   perform 915-post-journal
               end-if
           end-if.
      *
      *adds one posting to its account/centre/side line - a zero
      *amount posts nothing
       915-post-journal.
      *
           if ws-jp-amount is greater than 0
               perform 916-lookup-gl-account
               move "n" to ws-journal-found
               perform 917-match-journal
                   varying ws-journal-x from 1 by 1
                   until ws-journal-x is greater than
                                               ws-journal-count
                   or journal-found
               if not journal-found
                 and ws-journal-count is less than 200
                   add 1 to ws-journal-count
                   move ws-journal-count to ws-journal-hit
                   move ws-jp-account to ws-jn-account(ws-journal-hit)
                   move ws-jp-centre  to ws-jn-centre(ws-journal-hit)
                   move ws-jp-dr-cr   to ws-jn-dr-cr(ws-journal-hit)
                   move 0             to ws-jn-amount(ws-journal-hit)
                   move "y"           to ws-journal-found
               end-if
               if journal-found
                   add ws-jp-amount to ws-jn-amount(ws-journal-hit)
               else
                   move "y" to ws-journal-overflow
               end-if
           end-if.
      *
       916-lookup-gl-account.
      *
           move 0 to ws-ga-hit.
           perform 918-match-gl-account
               varying ws-ga-x from 1 by 1
               until ws-ga-x is greater than ws-gl-acct-size
               or ws-ga-hit is greater than 0.
      *
           move ws-ga-account(ws-ga-hit) to ws-jp-account.
      *
       917-match-journal.
      *
           if ws-jn-account(ws-journal-x) is equal to ws-jp-account
             and ws-jn-centre(ws-journal-x) is equal to ws-jp-centre
             and ws-jn-dr-cr(ws-journal-x) is equal to ws-jp-dr-cr
               move "y" to ws-journal-found
               move ws-journal-x to ws-journal-hit
           end-if.
      *
       918-match-gl-account.
      *
           if ws-ga-line-code(ws-ga-x) is equal to ws-jp-line-code
               move ws-ga-x to ws-ga-hit
           end-if.
      *
      *payroll number to contact number to department - the
      *department code is the cost centre, the payroll centre
      *when there is none
       920-find-department.
      *
           move tax-emp-num to ws-emp-key.
           move cnst-payroll-centre to ws-emp-centre.
      *
           move 0 to ws-px-hit.
           perform 921-match-pxref
               varying ws-px-x from 1 by 1
               until ws-px-x is greater than ws-pxref-count
               or ws-px-hit is greater than 0.
      *
           move 0 to ws-ct-hit.
           if ws-px-hit is greater than 0
             and ws-px-a1(ws-px-hit) is not equal to spaces
               perform 922-match-contact
                   varying ws-ct-x from 1 by 1
                   until ws-ct-x is greater than ws-contact-count
                   or ws-ct-hit is greater than 0
           end-if.
      *
           if ws-ct-hit is greater than 0
             and ws-ct-dept(ws-ct-hit) is not equal to spaces
               move spaces to ws-emp-centre
               move ws-ct-dept(ws-ct-hit) to ws-ec-dept
           else
               add 1 to ws-cntr-no-dept
           end-if.
      *
       921-match-pxref.
      *
           if ws-px-payroll(ws-px-x) is equal to ws-emp-key
               move ws-px-x to ws-px-hit
           end-if.
      *
       922-match-contact.
      *
           if ws-ct-num(ws-ct-x) is equal to ws-px-a1(ws-px-hit)
               move ws-ct-x to ws-ct-hit
           end-if.
      *
      *appends the run's journal and its balancing trailer to the
      *shared feed - a journal that outgrew its table is not
      *written at all rather than written short
       950-write-gl-journal.
      *
           if ws-cntr-no-dept is greater than 0
               display "PAY RUN: " ws-cntr-no-dept
                       " EMPLOYEE(S) WITH NO DEPARTMENT - WAGES TO "
                       "CENTRE " cnst-payroll-centre
           end-if.
      *
           if ws-journal-overflow is equal to "y"
               display "PAY RUN: GL JOURNAL EXCEEDS 200 LINES - "
                       "NO JOURNAL WRITTEN, JOURNAL BY HAND"
               move 4 to return-code
           else
               if ws-journal-count is greater than 0
                   perform 951-open-gl-feed
                   perform 955-write-one-journal-line
                       varying ws-journal-x from 1 by 1
                       until ws-journal-x is greater than
                                               ws-journal-count
                   perform 970-write-gl-trailer
               end-if
           end-if.
      *
      *opens the shared GL feed for append
       951-open-gl-feed.
      *
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
       955-write-one-journal-line.
      *
           move spaces to ws-gl-row.
           move ws-jn-account(ws-journal-x) to gl-account.
           move ws-jn-centre(ws-journal-x)  to gl-cost-center.
           move ws-jn-dr-cr(ws-journal-x)   to gl-dr-cr.
           move ws-jn-amount(ws-journal-x)  to gl-amount.
           perform 960-write-gl-row.
      *
      *one journal row - debits roll into the balancing total
       960-write-gl-row.
      *
           move "D"              to gl-rec-type.
           move ws-this-pay-date to gl-date.
           perform 965-stamp-gl-source.
           write gl-line from ws-gl-row.
      *
           add 1 to ws-gl-row-count.
           if gl-dr-cr is equal to "D"
               add gl-amount to ws-gl-debit-total
           end-if.
      *
      *the run type, period and pay date ride in the source
      *column so finance can tie each batch back to its pay run
       965-stamp-gl-source.
      *
           move spaces to gl-source.
           string "PAYRUN " ws-run-type ws-this-period " "
                  ws-this-pay-date
               delimited by size into gl-source.
      *
      *the balancing trailer - the row count in the account column
      *and the debit total (which must equal the credits) as its
      *amount
       970-write-gl-trailer.
      *
           move spaces             to ws-gl-row.
           move "T"                to gl-rec-type.
           move ws-gl-row-count    to gl-account.
           move ws-gl-debit-total  to gl-amount.
           move ws-this-pay-date   to gl-date.
           perform 965-stamp-gl-source.
           write gl-line from ws-gl-row.
      *
           close gl-file.
      *
       end program MidtermPractical2.
