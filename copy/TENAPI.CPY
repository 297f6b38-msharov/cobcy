      *> ----------------------------------------------------------
      *> TENAPI.CPY
      *> Open-payables record on payables.dat, one per vendor
      *> invoice owed.  Vendor bills used to be paid out of a
      *> separate checkbook, so nothing said what we owed.  Every
      *> TENWCOST invoice posting appends one here, due the
      *> vendor's vendmst.dat payment terms after the posting
      *> date.  TENAPHLD puts an invoice on hold or releases it;
      *> the weekly TENVCHK check run pays what falls due, marks
      *> the invoice paid with its check number, rewrites the
      *> file, and prints the aged-payables report from what is
      *> left open.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENAPI replacing ==:REC-NAME:== by
      *>         ==payable-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ap-vendor           picture is 9(04).
           05  ap-invoice          picture is X(10).
           05  ap-ticket           picture is 9(05).
           05  ap-building         picture is 9(02).
           05  ap-po-number        picture is 9(06).
           05  ap-invoice-date     picture is 9(08).
           05  ap-due-date         picture is 9(08).
           05  ap-amount           picture is 9(07)V99.
           05  ap-hold             picture is X(01).
               88  ap-on-hold              value "Y".
           05  ap-status           picture is X(01).
               88  ap-open                 value "O".
               88  ap-paid                 value "P".
           05  ap-check-no         picture is 9(06).
           05  ap-paid-date        picture is 9(08).
