      *> address, city/state/zip and superintendent; reports name
      *> buildings in control breaks through the TENBLDL lookup
      *> subprogram and mailed paper carries a proper return
      *> address block.  The common-area square footage (halls,
      *> lobby, laundry -- space on no unit's TENATT record) and
      *> the property ID the city's energy-benchmarking tool gave
      *> the building (blank when the ordinance does not cover
      *> it) feed the TENENRG annual benchmarking export.  The
      *> entry program appends; re-entering a building supersedes
      *> the earlier record.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENBLD replacing ==:REC-NAME:== by
           05  bld-state           picture is X(02).
           05  bld-zip             picture is 99999B9999.
           05  bld-superintendent  picture is X(25).
           05  bld-common-sqft     picture is 9(07).
           05  bld-benchmark-id    picture is X(10).
