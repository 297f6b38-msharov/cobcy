      *> ----------------------------------------------------------
      *> TENUSM.CPY
      *> Per-unit summary record, keyed by unit-key on
      *> unitsum.dbf.  The late-fee, aging, dunning, statement,
      *> dashboard, profitability and month-end KPI runs each
      *> used to work out the same per-unit figures by scanning
      *> payledgr.dat, tenbal.dat, lease.dat, workordr.dat,
      *> legcase.dat, payplan.dat and badmail.dat for
      *> themselves, and no two of them agreed on a balance.
      *> The nightly TENUSUM step rebuilds this file from
      *> scratch, one record per unit, and the reports fetch a
      *> unit's figures with one random read through the
      *> TENUSML lookup.  USM-BALANCE is the month-end close's
      *> own arithmetic: rent less the month's concession less
      *> amount paid, plus the latest carry-forward and the
      *> tenbal.dat postings dated after it (a vacant unit
      *> carries only the carry-forward and postings).  A unit
      *> that has ledger or balance entries but is no longer on
      *> indexed.dbf still gets a record, with USM-NOT-ON-MASTER
      *> set, so the per-building money totals still add up.
      *> The prior-month figures are the month before
      *> USM-AS-OF-DATE, which is what the close needs for its
      *> kpistat.dat feed.  The legal, plan and mail status
      *> bytes are the latest record's status on each append
      *> file, or space when the unit has none.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENUSM replacing ==:REC-NAME:== by
      *>         ==summary-record==.
      *> The FD needs RECORD KEY IS usm-key OF <record-name>.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  usm-key.
               10  usm-building    picture is 9(02).
               10  usm-aptnum      picture is 9(04).
           05  usm-as-of-date      picture is 9(08).
           05  usm-master-flag     picture is X(01).
               88  usm-on-master           value "Y".
               88  usm-not-on-master       value "N".
           05  usm-occ-status      picture is X(01).
           05  usm-rent-amount     picture is 9(05)V99.
           05  usm-concession      picture is 9(05)V99.
           05  usm-amount-paid     picture is 9(05)V99.
           05  usm-carry-date      picture is 9(08).
           05  usm-carry-fwd       picture is S9(07)V99.
           05  usm-open-postings   picture is S9(07)V99.
           05  usm-balance         picture is S9(07)V99.
           05  usm-last-pay-date   picture is 9(08).
           05  usm-lease-end       picture is 9(08).
           05  usm-open-orders     picture is 9(03).
           05  usm-legal-status    picture is X(01).
           05  usm-plan-status     picture is X(01).
           05  usm-mail-status     picture is X(01).
           05  usm-prior-collected picture is S9(07)V99.
           05  usm-prior-fees      picture is S9(07)V99.
