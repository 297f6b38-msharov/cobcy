      *> ----------------------------------------------------------
      *> TENRWP.CPY
      *> Parameter card for the TENRWTR ad-hoc report writer, one
      *> card per line on the parameter deck (rptwrtr.ctl unless
      *> the operator names another deck).  Columns 1-6 say what
      *> the card is, the rest is positional:
      *>     TITLE  cols 8-67   report title
      *>     FIELD  cols 8-17   a field to print, in card order
      *>     SELECT cols 8-17   field, cols 19-20 operator (EQ NE
      *>            GT GE LT LE), cols 22-46 value; every SELECT
      *>            card must hold, so a rent range is two cards
      *>     SORT   cols 8-17   sort key, major first, up to three;
      *>            BREAK in cols 19-23 prints a subtotal each
      *>            time the key changes
      *> Field names: NAME COTENANT ADDRESS BUILDING BLDGNAME
      *> APTNUM CITY STATE ZIP STATUS (OCCUPIED or VACANT) RENT
      *> PAID BALANCE LEASEEND (YYYYMMDD) BEDROOMS SQFT.  An
      *> amount is written as it reads, e.g. 1500.00; a text
      *> field compares as it prints (ZIP as 99999 9999).  A card
      *> with "*" in column 1, or a blank card, is a comment.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENRWP replacing ==:REC-NAME:== by
      *>         ==parameter-card==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  rwp-card-type       picture is X(06).
               88  rwp-title-type          value "TITLE".
               88  rwp-field-type          value "FIELD".
               88  rwp-select-type         value "SELECT".
               88  rwp-sort-type           value "SORT".
           05  filler              picture is X(01).
           05  rwp-card-body       picture is X(73).
           05  rwp-title-card redefines rwp-card-body.
               10  rwp-title       picture is X(60).
               10  filler          picture is X(13).
           05  rwp-field-card redefines rwp-card-body.
               10  rwp-field-name  picture is X(10).
               10  filler          picture is X(63).
           05  rwp-select-card redefines rwp-card-body.
               10  rwp-sel-field   picture is X(10).
               10  filler          picture is X(01).
               10  rwp-sel-operator picture is X(02).
               10  filler          picture is X(01).
               10  rwp-sel-value   picture is X(25).
               10  filler          picture is X(34).
           05  rwp-sort-card redefines rwp-card-body.
               10  rwp-sort-field  picture is X(10).
               10  filler          picture is X(01).
               10  rwp-sort-option picture is X(05).
                   88  rwp-sort-break      value "BREAK".
               10  filler          picture is X(57).
