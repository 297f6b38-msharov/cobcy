      *> the remittance month, the gross collections, the
      *> management fee withheld and the net remitted; the
      *> TENOWNY January job totals a year of these into the
      *> year-end earnings summary per owner, and the TEN1099
      *> year-end run reports the year's gross as the owner's
      *> 1099 rents.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENRMH replacing ==:REC-NAME:== by
      *>         ==remit-history-record==.
      *> ----------------------------------------------------------
