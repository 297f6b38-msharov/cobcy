      *> checkreg.dat.  Refunds and owner remittances used to go
      *> out as hand-written or typed checks recorded nowhere in
      *> the system; every check the system prints -- a TENRFND
      *> tenant refund, a TENREMIT owner remittance or a TENVCHK
      *> vendor payment -- lands here with its check number,
      *> payee, amount and reason.  CKR-BUILDING/CKR-APTNUM carry
      *> the unit-key on a tenant refund and zeroes on an owner
      *> or vendor check; CKR-SOURCE names the issuing program.
      *> CKR-VENDOR carries the vendor number on a TENVCHK check
      *> (zero on the others) so the TEN1099 year-end run can
      *> total each vendor's payments.  Check numbers come off
      *> the checkno.ctl control file so the programs draw from
      *> one numbered stock.  CKR-STATUS is blank while the check
      *> is outstanding; the TENCKCL import of the bank's paid-
      *> checks file sets "C" cleared with the paid date in
      *> CKR-STATUS-DATE, and the TENESCH annual unclaimed-
      *> property run sets "U" on a dormant refund check it voids
      *> and turns over to the state.  CKR-LETTER-DATE is the
      *> date TENCKOS mailed the payee the due-diligence letter
      *> on a stale check.  Those three fields are changed in
      *> place (the register is rewritten whole); a record
      *> written before they existed reads as outstanding with
      *> no letter sent.  COPY this with REPLACING to pick
      *> the record-name that matches the calling program's FD,
      *> e.g.
      *>     copy TENCKR replacing ==:REC-NAME:== by
      *>         ==check-register-record==.
      *> ----------------------------------------------------------
           05  ckr-reason          picture is X(20).
           05  ckr-source          picture is X(08).
           05  ckr-operator        picture is X(08).
           05  ckr-vendor          picture is 9(04).
           05  ckr-status          picture is X(01).
               88  ckr-outstanding         value space.
               88  ckr-cleared             value "C".
               88  ckr-unclaimed           value "U".
           05  ckr-status-date     picture is 9(08).
           05  ckr-letter-date     picture is 9(08).
