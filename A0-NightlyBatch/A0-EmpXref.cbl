      *people who exist in one system and are missing or
      *inconsistent in another - xref rows whose keys match
      *nothing, and system records no xref row claims.
      *
      *modification history:
      *  Oct 15/2026 - RS - A7.dat and the payroll YTD file open
      *                     with a layout header record - a version
      *                     this program does not read stops the
      *                     run with a message and return code 8
      *                     instead of cross-referencing misread
      *                     rows.
      *  Oct 15/2026 - RS - xref rows carry the A1 contact number in
      *                     four more bytes at the end, for the
      *                     employee 360 profile - not used here.
      *  Oct 15/2026 - RS - the A3 employee master grew a commission
      *                     plan code - read past here.
      *  Oct 15/2026 - RS - xref rows carry the payroll employee
      *                     number in four more bytes at the end,
      *                     for the commission direct deposit - not
      *                     used here.
      *
       environment division.
      *
      *
       fd xref-file
           data record is xref-rec
           record contains 43 characters.
      *
       01 xref-rec.
           05 xr-company-id            pic x(6).
           05 xr-a4-num                pic x(3).
           05 xr-a7-num                pic x(3).
           05 xr-payroll-name          pic x(20).
           05 xr-a1-num                pic x(4).
           05 filler                   pic x(4).
      *
       fd a3-master-file
           data record is a3-master-rec
           record contains 37 characters.
      *
       01 a3-master-rec.
           05 em-sman-num              pic 999.
           05 em-full-name             pic x(30).
           05 filler                   pic x(4).
      *
       fd a4-file
           data record is a4-rec
           05 a7-emp-name              pic x(12).
           05 filler                   pic x(75).
      *
      *layout header - when present, the first record of the
      *file, naming the record layout version of the rows below it
       01 a7-header-rec.
           05 a7h-marker               pic x(8).
               88 a7h-layout-header     value "*LAYOUT ".
           05 a7h-file-id              pic x(10).
           05 a7h-version              pic 99.
           05 filler                   pic x(70).
      *
      *only the E employee rows matter here - the payroll side of
      *a person is keyed by the 20-character tax name
       fd ytd-file
           05 filler                   pic x(4).
           05 ye-name                  pic x(20).
           05 filler                   pic x(57).
      *
       01 ytd-header-rec.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
      *
       fd report-file
           data record is report-line
       77 ws-a7-file-status            pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
      *
      *the A7.dat and YTD layout versions this program reads, and
      *the switch set when either file carries any other
       77 ws-a7-version                pic 99     value 01.
       77 ws-ytd-version               pic 99     value 03.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
      *eof flag, reset before each load pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
           perform 120-load-a4-file.
           perform 130-load-a7-file.
           perform 140-load-ytd-file.
      *
           if layout-unknown
               move 8 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
      *
           if ws-a7-file-status is not equal to "35"
               perform 131-read-a7
               perform 133-check-a7-layout
               perform 132-add-a7-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-a7-count is equal to 200
           move "n"         to ws-a7-claimed(ws-a7-count).
      *
           perform 131-read-a7.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped file is read as the current layout, and
      *any other version ends the load before a row is misread
       133-check-a7-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and a7h-layout-header
               if a7h-file-id is equal to "A7EMP"
                 and a7h-version is equal to ws-a7-version
                   perform 131-read-a7
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-EMPXREF: A7.DAT LAYOUT "
                           a7h-file-id " VERSION " a7h-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-a7-version ") - RUN STOPPED"
               end-if
           end-if.
      *
       140-load-ytd-file.
      *
      *
           if ws-ytd-file-status is not equal to "35"
               perform 141-read-ytd
               perform 143-check-ytd-layout
               perform 142-add-ytd-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-pay-count is equal to 500
           end-if.
      *
           perform 141-read-ytd.
      *
       143-check-ytd-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and yh-layout-header
               if yh-file-id is equal to "PAYYTD"
                 and yh-version is equal to ws-ytd-version
                   perform 141-read-ytd
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "A0-EMPXREF: YTD FILE LAYOUT "
                           yh-file-id " VERSION " yh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-ytd-version ") - RUN STOPPED"
               end-if
           end-if.
      *
      *one xref row - each non-blank key must exist in its own
      *system; a hit also claims the system record so the orphan
