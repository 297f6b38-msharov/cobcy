      *> target the remittance run holds the owner's ownledg.dat
      *> reserve up to -- appended after the building list so
      *> records written before the field existed still parse
      *> (the TENFCNV layout conversion zero-fills it).  The
      *> owner's taxpayer id and its type (E = employer id,
      *> S = social security number) follow for the TEN1099
      *> year-end information returns; a record keyed before they
      *> existed reads them back blank, which the 1099 run lists
      *> as a missing id.  When the same owner
      *> number appears more than once, the later record supersedes
      *> the earlier one -- the entry program appends, and readers
      *> keep the last record seen per owner number.  COPY this
               10  own-building    picture is 9(02)
                                   occurs 10 times.
           05  own-reserve-target  picture is 9(07)V99.
           05  own-tin             picture is X(09).
           05  own-tin-type        picture is X(01).
               88  own-tin-is-ein          value "E".
               88  own-tin-is-ssn          value "S".
