      *is still open by item and customer so the oldest promises
      *get chased first.  runs after A2-POUpdate and, as the last
      *consumer of A2-POTrans.dat, empties it.
      *
      *modification history:
      *  Oct 15/2026 - RS - the PO transaction grew a vendor and a
      *                     promised date for the accepts - the
      *                     record widens to match; receipts read
      *                     as before.
      *
       environment division.
      *
      *
       fd po-trans-file
           data record is po-trans-rec
           record contains 27 characters.
      *
       01 po-trans-rec.
           05 pt-action                pic x.
           05 pt-po-num                pic 9(5).
           05 pt-item                  pic 9(4).
           05 pt-qty                   pic 999.
           05 filler                   pic x(14).
      *
       fd fill-file
           data record is fill-rec
