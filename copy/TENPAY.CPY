      *> deposit run bundles the payment onto a physical deposit
      *> ticket and stamps the ticket number here; lockbox and
      *> reversal items stay zero, they never ride to the teller.
      *> A method "P" record is rent a resident staff member had
      *> deducted from pay, posted by TENPRDI off payroll's
      *> confirmation; like lockbox it never rides to the teller.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  pay-building        picture is 9(02).
               88  pay-by-authority        value "H".
               88  pay-reversal            value "R".
               88  pay-summary             value "S".
               88  pay-by-payroll          value "P".
           05  pay-receipt-no      picture is 9(06).
           05  pay-deposit-ticket  picture is 9(06).
