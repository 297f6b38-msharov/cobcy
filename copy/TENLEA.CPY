      *> a unit supersedes the earlier record); the nightly
      *> expiration report lists leases ending within the number
      *> of days named on leaseexp.ctl, grouped by building, so
      *> the office can start renewals ninety days out.  The
      *> early-termination rider says what a tenant who breaks
      *> the lease owes (the TENLBRK lease-break transaction):
      *>   F  a flat fee, LEA-BREAK-FEE
      *>   M  LEA-BREAK-MONTHS months of rent
      *>   R  rent until the unit is re-let, no later than the
      *>      lease end
      *> A lease written before the rider was kept, or with no
      *> rider, carries spaces there and breaks as R.  A lease
      *> whose term ran out with no renewal is carried on by the
      *> nightly month-to-month conversion (TENMTMC) under a new
      *> record ending 99991231, LEA-MONTH-TO-MONTH, term 000;
      *> it runs until notice is given through TENNTVM.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENLEA replacing ==:REC-NAME:== by
           05  lea-aptnum          picture is 9(04).
           05  lea-start-date      picture is 9(08).
           05  lea-end-date        picture is 9(08).
               88  lea-month-to-month      value 99991231.
           05  lea-term-months     picture is 9(03).
           05  lea-break-rider     picture is X(01).
               88  lea-break-flat-fee      value "F".
               88  lea-break-months-rent   value "M".
               88  lea-break-until-relet   value "R" " ".
           05  lea-break-fee       picture is 9(05)V99.
           05  lea-break-months    picture is 9(02).
