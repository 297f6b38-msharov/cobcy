      *> the office kept a tickler file of sticky notes.  The entry
      *> program appends these; the nightly apply step applies every
      *> change whose effective date has arrived, removes it from
      *> the file, and leaves the rest pending.  The reason code
      *> says why the rent changes (renewal, vacancy lease,
      *> improvement, other) for the rent-registration filing;
      *> TENRAPP carries it onto the rchghist.dat applied-change
      *> history, and a change entered before the code existed
      *> reads it back blank.  COPY this with REPLACING to pick
      *> the record-name that matches the calling program's FD,
      *> e.g.
      *>     copy TENRCH replacing ==:REC-NAME:== by
      *>         ==rent-change-record==.
      *> ----------------------------------------------------------
           05  rch-new-rent        picture is 9(05)V99.
           05  rch-effective-date  picture is 9(08).
           05  rch-entered-by      picture is X(08).
           05  rch-reason          picture is X(01).
               88  rch-renewal             value "R".
               88  rch-vacancy             value "V".
               88  rch-improvement         value "I".
               88  rch-other               value "O".
