      *> ----------------------------------------------------------
      *> TENACX.CPY
      *> Protected bank-account cross-reference on achxref.dat,
      *> the ssnxref.dat arrangement applied to autopay.  Each
      *> enrollment keyed on TENACHE (or moved off achacct.dat
      *> by the TENACXC conversion) gets the next surrogate
      *> number, and its full routing and account numbers are
      *> kept here and nowhere else; achacct.dat carries the
      *> surrogate and the last four digits.  Only the TENACHO
      *> origination, the TENACHR return import and the
      *> supervisor-only TENACHL lookup read this file, and
      *> TENACHL logs every lookup to achlkup.dat.  TENREDAC
      *> redacts a former tenant's numbers here along with
      *> achacct.dat.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENACX replacing ==:REC-NAME:== by
      *>         ==bank-xref-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  acx-surrogate       picture is 9(06).
           05  acx-building        picture is 9(02).
           05  acx-aptnum          picture is 9(04).
           05  acx-routing         picture is 9(09).
           05  acx-account         picture is X(17).
           05  acx-entered-date    picture is 9(08).
