      *> Work-order record on workordr.dat, keyed by unit-key plus
      *> ticket number.  Repair requests used to live on a paper
      *> pad at the front desk and get lost.  The entry program
      *> opens tickets against a unit validated on indexed.dbf,
      *> and the nightly TENPRQI import opens them from the
      *> resident portal (a request for a category already open
      *> on the unit merges into that ticket, portwo.dat);
      *> the close screen marks them done; the nightly open-ticket
      *> aging report is the superintendent's morning list.  COPY
      *> this with REPLACING to pick the record-name that matches
