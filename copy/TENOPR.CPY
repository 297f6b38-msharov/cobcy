      *>   2  update (TENUPDT/TENVACT/TENMAINT and the posting
      *>      transactions)
      *>   3  supervisor (approvals, restricted lookups)
      *> The purchase-order limit is the largest PO the operator
      *> may raise on TENPORD without a supervisor's approval.
      *> The entry program appends; re-entering an operator id
      *> supersedes the earlier record.  COPY this with REPLACING
      *> to pick the record-name that matches the calling
      *> program's FD, e.g.
      *>     copy TENOPR replacing ==:REC-NAME:== by
      *>         ==operator-record==.
      *> OPR-ENTERED-BY and OPR-ENTERED-DATE say who keyed the
      *> record on TENOPRM and when (spaces on the seeding
      *> record and on records keyed before they were
      *> carried), so an operator raising their own authority
      *> shows up on the TENSODR segregation-of-duties report.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  opr-id              picture is X(08).
           05  opr-name            picture is X(25).
           05  opr-authority       picture is 9(01).
           05  opr-po-limit        picture is 9(07)V99.
           05  opr-entered-by      picture is X(08).
           05  opr-entered-date    picture is 9(08).
