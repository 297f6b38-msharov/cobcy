      *> ----------------------------------------------------------
      *> TENSUS.CPY
      *> Unapplied-cash suspense record on suspense.dat.  A
      *> lockbox item TENBANK cannot apply, or a housing-authority
      *> item TENHAPP cannot, is money already in our bank that is
      *> on nobody's ledger; each one lands here with the bank's
      *> account reference as sent, the payment date, amount, the
      *> remitter text and the reason it would not apply.  The
      *> TENSUSA apply screen finds the right unit and moves the
      *> item onto payledgr.dat as an ordinary payment; the
      *> applied record carries the unit, receipt number,
      *> operator and date.  Records append and the latest per
      *> item number is current.  TENSUSR ages the open items,
      *> and TENBALN and TENGLX carry the suspense balance.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENSUS replacing ==:REC-NAME:== by
      *>         ==suspense-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  sus-item            picture is 9(06).
           05  sus-source          picture is X(01).
               88  sus-lockbox             value "L".
               88  sus-authority           value "H".
           05  sus-bank-ref        picture is X(06).
           05  sus-date            picture is 9(08).
           05  sus-amount          picture is 9(05)V99.
           05  sus-remitter        picture is X(10).
           05  sus-reason          picture is X(20).
           05  sus-status          picture is X(01).
               88  sus-open                value "O".
               88  sus-applied             value "A".
           05  sus-entered-date    picture is 9(08).
           05  sus-building        picture is 9(02).
           05  sus-aptnum          picture is 9(04).
           05  sus-receipt-no      picture is 9(06).
           05  sus-applied-date    picture is 9(08).
           05  sus-operator        picture is X(08).
