      *> FD, e.g.
      *>     copy TENPND replacing ==:REC-NAME:== by
      *>         ==pending-txn-record==.
      *> PND-PROPOSED-BY is the operator signed on when the
      *> proposal pass ran (spaces on an unattended run);
      *> PND-REVIEWED-BY and PND-REVIEWED-DATE are stamped by
      *> TENFAPRV when the item is approved or rejected, and
      *> each decision is also appended to pendhist.dat so it
      *> survives the TENFAPPL pass that drops the item.  The
      *> TENSODR segregation-of-duties report reads that
      *> history.  All three are spaces/zero on older records.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  pnd-building        picture is 9(02).
               88  pnd-proposed            value "P".
               88  pnd-approved            value "A".
               88  pnd-rejected            value "R".
           05  pnd-proposed-by     picture is X(08).
           05  pnd-reviewed-by     picture is X(08).
           05  pnd-reviewed-date   picture is 9(08).
