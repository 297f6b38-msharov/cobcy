      *> ----------------------------------------------------------
      *> TENACR.CPY
      *> Posted ACH return record, one per returned autopay debit
      *> on achrtn.dat.  The nightly TENACHR import appends one
      *> when it backs a returned debit out of the unit's paid
      *> bucket, naming the debit date and amount from the
      *> achdebit.YYYYMMDD origination file, the bank's return
      *> reason code, and whether the return cancelled the
      *> unit's autopay enrollment.  TENACHR reads the file
      *> before posting a return, so a return the bank sends
      *> twice, or a return file read twice, is never reversed
      *> twice.  Append-only; the file is the return history.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENACR replacing ==:REC-NAME:== by
      *>         ==posted-return-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  acr-building        picture is 9(02).
           05  acr-aptnum          picture is 9(04).
           05  acr-debit-date      picture is 9(08).
           05  acr-amount          picture is 9(07)V99.
           05  acr-reason          picture is X(03).
           05  acr-return-date     picture is 9(08).
           05  acr-posted-date     picture is 9(08).
           05  acr-cancelled       picture is X(01).
               88  acr-autopay-cancelled   value "Y".
