      *> cancelled record stays on file with status "C" so the
      *> enrollment history survives), and the monthly TENACHO
      *> origination job debits every unit whose latest record is
      *> enrolled.  Returned debits are backed out by the nightly
      *> TENACHR return import, which also appends a cancelled
      *> record (entered by TENACHR) when the bank says the
      *> account is closed or invalid.  COPY this with REPLACING
      *> to pick the record-name that matches the calling
      *> program's FD, e.g.
      *>     copy TENACH replacing ==:REC-NAME:== by
      *>         ==autopay-record==.
      *> The routing and account numbers no longer sit on this
      *> file.  TENACHE writes them to the protected achxref.dat
      *> cross-reference (TENACX layout) under a surrogate, and
      *> ACH-BANK-REF carries only that surrogate and the
      *> account's last four digits, with ACH-PROTECTED-FLAG
      *> "P".  Only TENACHO origination and the TENACHR return
      *> import resolve the surrogate; everything else shows
      *> the last four.  Records keyed before the change
      *> still hold the plain numbers (the ACH-PLAIN-NUMBERS
      *> view) until the TENACXC conversion moves them.  A
      *> cancellation carries the surrogate of the enrollment
      *> it ends, or zero.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ach-building        picture is 9(02).
           05  ach-aptnum          picture is 9(04).
           05  ach-bank-ref.
               10  ach-surrogate   picture is 9(06).
               10  ach-account-last4
                                   picture is X(04).
               10  ach-protected-flag
                                   picture is X(01).
                   88  ach-number-protected    value "P".
               10  filler          picture is X(15).
           05  ach-plain-numbers redefines ach-bank-ref.
               10  ach-routing     picture is 9(09).
               10  ach-account     picture is X(17).
           05  ach-status          picture is X(01).
               88  ach-enrolled            value "E".
               88  ach-cancelled           value "C".
