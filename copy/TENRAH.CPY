      *> ----------------------------------------------------------
      *> TENRAH.CPY
      *> Applied rent-change history record on rchghist.dat, one
      *> per rentchg.dat change the nightly TENRAPP step applies.
      *> rentchg.dat forgets a change once it is applied, and the
      *> annual rent-registration filing for the regulated cities
      *> must give the reason for every change in the year, so
      *> TENRAPP appends the unit, the rent before and after, the
      *> effective and applied dates, the reason code and who
      *> entered the change.  Append-only.  TENRREG reads it to
      *> date and explain each registered unit's rent.  COPY this
      *> with REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENRAH replacing ==:REC-NAME:== by
      *>         ==change-history-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  rah-building        picture is 9(02).
           05  rah-aptnum          picture is 9(04).
           05  rah-old-rent        picture is 9(05)V99.
           05  rah-new-rent        picture is 9(05)V99.
           05  rah-effective-date  picture is 9(08).
           05  rah-applied-date    picture is 9(08).
           05  rah-reason          picture is X(01).
               88  rah-renewal             value "R".
               88  rah-vacancy             value "V".
               88  rah-improvement         value "I".
               88  rah-other               value "O".
           05  rah-entered-by      picture is X(08).
