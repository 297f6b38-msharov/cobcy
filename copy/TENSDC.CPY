      *> ----------------------------------------------------------
      *> TENSDC.CPY
      *> Staff rent-deduction control record on staffded.ctl, one
      *> per company.  It gives the company's payroll frequency
      *> (weekly, biweekly, semimonthly or monthly -- 52, 26, 24
      *> or 12 pay periods a year) and the employee rent discount:
      *> a percentage off RENT-AMOUNT, a flat monthly dollar
      *> amount off, or both.  TENPRDX takes the month's rent less
      *> the discount and spreads it over the company's pay
      *> periods to get each staff member's deduction.  A record
      *> under company 00 is the portfolio default used when a
      *> company has no record of its own; with neither, pay is
      *> biweekly and there is no discount.  When the same company
      *> appears more than once, the later record supersedes the
      *> earlier one.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENSDC replacing ==:REC-NAME:== by
      *>         ==deduction-control-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  sdc-company         picture is 9(02).
           05  sdc-frequency       picture is X(01).
               88  sdc-weekly              value "W".
               88  sdc-biweekly            value "B".
               88  sdc-semimonthly         value "S".
               88  sdc-monthly             value "M".
               88  sdc-frequency-valid     value "W" "B" "S" "M".
           05  sdc-discount-pct    picture is 9(03)V99.
           05  sdc-discount-amount picture is 9(05)V99.
