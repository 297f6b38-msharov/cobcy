      *> ----------------------------------------------------------
      *> TENAXR.CPY
      *> Protected applicant cross-reference on applxref.dat, the
      *> ssnxref.dat arrangement applied to the waiting list.
      *> Each application keyed on TENWAIT gets the next
      *> surrogate number, and the applicant's full social
      *> security number and birth date are kept here and
      *> nowhere else; applcnt.dat carries the surrogate and the
      *> last four digits.  Only the nightly TENSCRO screening
      *> request reads this file, to put the full number on the
      *> screening company's request.  TENREDAC redacts a housed
      *> applicant's entry here along with applcnt.dat once the
      *> tenancy is settled and retained.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENAXR replacing ==:REC-NAME:== by
      *>         ==applicant-xref-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  axr-surrogate       picture is 9(06).
           05  axr-ssn             picture is X(09).
           05  axr-birth-date      picture is 9(08).
           05  axr-name            picture is X(25).
           05  axr-app-date        picture is 9(08).
           05  axr-entered-date    picture is 9(08).
