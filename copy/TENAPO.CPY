      *> ----------------------------------------------------------
      *> TENAPO.CPY
      *> Payment application-order record, one per company on
      *> payorder.dat.  A payment used to go straight into
      *> AMOUNT-PAID with nothing saying which charges it paid;
      *> the TENAPLY allocation subprogram now spends every
      *> payment across the unit's open charges in the order
      *> named here, one class code per position:
      *>     F  late and NSF fees          U  utility charges
      *>     R  repair chargebacks         T  lease-break charges
      *>     A  adjustments                P  prior balance
      *>     M  current month's rent
      *> oldest charge first within a class.  A class left out of
      *> the string is paid after the named ones, in the house
      *> order FURTAPM.  A record under company 00 is the
      *> portfolio default used when a company has no record of
      *> its own; with neither, the house order applies.  When
      *> the same company appears more than once the later
      *> record supersedes the earlier one.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENAPO replacing ==:REC-NAME:== by
      *>         ==pay-order-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  apo-company         picture is 9(02).
           05  apo-order           picture is X(07).
           05  apo-entered-date    picture is 9(08).
           05  apo-entered-by      picture is X(08).
