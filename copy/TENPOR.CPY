      *> ----------------------------------------------------------
      *> TENPOR.CPY
      *> Purchase-order record on purchord.dat, one per PO raised
      *> against a workordr.dat ticket and a vendmst.dat vendor
      *> before the work is bought.  TENPORD raises the PO with
      *> its estimated amount; a PO within the raising operator's
      *> operator.dat spending limit is approved as it is keyed,
      *> anything larger waits PENDING for a supervisor on the
      *> TENPOAPV review screen, which rewrites the file with the
      *> decision.  TENWCOST posts a vendor invoice only against
      *> an approved PO for the same ticket and vendor, and only
      *> within the potoler.ctl tolerance over its amount.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENPOR replacing ==:REC-NAME:== by
      *>         ==purchase-order-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  po-number           picture is 9(06).
           05  po-building         picture is 9(02).
           05  po-aptnum           picture is 9(04).
           05  po-ticket           picture is 9(05).
           05  po-vendor           picture is 9(04).
           05  po-amount           picture is 9(07)V99.
           05  po-description      picture is X(30).
           05  po-date             picture is 9(08).
           05  po-raised-by        picture is X(08).
           05  po-status           picture is X(01).
               88  po-pending              value "P".
               88  po-approved             value "A".
               88  po-rejected             value "R".
           05  po-decided-by       picture is X(08).
           05  po-decided-date     picture is 9(08).
