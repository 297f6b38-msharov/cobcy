      *> ----------------------------------------------------------
      *> TENPRT.CPY
      *> Storeroom part record on partmst.dat, keyed by building
      *> and part number.  Filters, faucets, smoke detectors and
      *> paint are bought in bulk for each building's storeroom;
      *> each record carries the part's description, average unit
      *> cost, quantity on hand and reorder point.  The TENPART
      *> transaction adds a part, receives stock (re-averaging
      *> the unit cost) and issues stock to a workordr.dat
      *> ticket; the quarterly TENPCNT count posts the variance
      *> between the shelf and the book.  Every one of those
      *> appends a record and the latest record per part
      *> supersedes, the owner-master convention, so the file is
      *> also the part's movement history: PRT-TRANSACTION says
      *> what produced the record and PRT-QUANTITY how many
      *> units it moved (negative for an issue or a count
      *> shortage), PRT-TICKET the ticket an issue was charged
      *> to.  The weekly TENPREO report lists parts below their
      *> reorder point.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENPRT replacing ==:REC-NAME:== by
      *>         ==part-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  prt-building        picture is 9(02).
           05  prt-number          picture is X(08).
           05  prt-description     picture is X(30).
           05  prt-unit-cost       picture is 9(05)V99.
           05  prt-on-hand         picture is 9(05).
           05  prt-reorder-point   picture is 9(05).
           05  prt-transaction     picture is X(01).
               88  prt-added               value "A".
               88  prt-received            value "R".
               88  prt-issued              value "I".
               88  prt-counted             value "C".
           05  prt-quantity        picture is S9(05).
           05  prt-ticket          picture is 9(05).
           05  prt-date            picture is 9(08).
           05  prt-operator        picture is X(08).
