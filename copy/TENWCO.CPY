      *> appends a bldexp.dat building-expense summary entry
      *> (building, TENWOR category, month, amount) and the
      *> TENWCRP monthly report totals spending by building and
      *> category.  Each posting carries the approved purchase
      *> order it was matched to on purchord.dat.  TENPART also
      *> appends a materials-only record when it issues storeroom
      *> parts to a ticket: no vendor or PO, the part number in
      *> the invoice column.  TENTIME appends a labor-only record
      *> for an in-house technician's time ticket, with "TECH"
      *> and the personnel number in the invoice column.  An
      *> invoice tagged to a capproj.dat capital project carries
      *> the project number and is capitalized instead of
      *> expensed: it gets no bldexp.dat entry, and TENCAPD
      *> depreciates it (zero, or blank on records from before
      *> projects were kept, is repair expense).  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENWCO replacing ==:REC-NAME:== by
      *>         ==work-cost-record==.
      *> ----------------------------------------------------------
           05  wco-date            picture is 9(08).
           05  wco-labor           picture is 9(07)V99.
           05  wco-materials       picture is 9(07)V99.
           05  wco-po-number       picture is 9(06).
           05  wco-project         picture is 9(05).
