      *                     through to payroll and the GL, so a
      *                     human finally signs off before the
      *                     money moves.
      *  Oct 15/2026 - RS - a GL feed or chain control file this
      *                     run creates opens with a layout header
      *                     record naming its layout version, so
      *                     the programs reading it can refuse a
      *                     layout they do not understand.
      *
       environment division.
      *
      *
       77 ws-gl-file-status            pic xx      value spaces.
      *
      *layout header written as the first record of a GL feed
      *file this run creates
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *file status for the band-rules file - a missing file keeps
      *the compiled defaults
       77 ws-band-rules-file-status    pic xx      value spaces.
      *
       77 ws-chain-control-file-status pic xx      value spaces.
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
      *constants
       77 cnst-lines-per-page          pic 99      value 20.
       77 cnst-nongrad-prog-start      pic 99      value 10.
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
      *one journal row - the caller sets account, centre, side and
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           move "A5-SalaryReport-5B"  to cc-program.
