      *                     business date, so the end-of-chain
      *                     reconciliation can verify the handoff
      *                     that historically broke.
      *  Oct 15/2026 - RS - a chain control file this run creates
      *                     opens with a layout header record
      *                     naming its layout version, so the
      *                     reconciliation can refuse a layout it
      *                     does not understand.
      *
       environment division.
      *
       77 ws-chain-control-file-status pic xx    value spaces.
       77 ws-busdate-file-status       pic xx    value spaces.
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
      *run date for the chain control records
       77 ws-run-date                  pic 9(8)  value 0.
      *
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           move "A5-SalaryReport-5C"    to cc-program.
