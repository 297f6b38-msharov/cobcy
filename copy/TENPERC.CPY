      *> ----------------------------------------------------------
      *> TENPERC.CPY
      *> Shared calling parameters for the TENPERC posting-period
      *> subprogram.  COPY this into WORKING-STORAGE in any
      *> program that posts money or charges against a unit, and
      *> it is also COPYed into TENPERC's own LINKAGE SECTION.
      *> To check a date, set TENPERC-FUNCTION "C" and
      *> TENPERC-DATE to the effective date and CALL "TENPERC"
      *> USING TENPERC-PARMS: TENPERC-RESULT comes back "O" when
      *> the date's month is open, "A" when it is closed and the
      *> item is to be posted today as a prior-period adjustment,
      *> "R" when it is closed and the item is to be refused;
      *> TENPERC-CLOSED-THROUGH is the last closed month.  The
      *> glperiod.ctl record is read on the first call.  To flag
      *> an adjustment once it has posted, set TENPERC-FUNCTION
      *> "R" with the kind, unit, amount, the effective date in
      *> TENPERC-DATE, the posting date, reference, program and
      *> operator, and CALL again; the ppadj.dat record is
      *> appended.
      *> ----------------------------------------------------------
       01  TENPERC-PARMS.
           05  TENPERC-FUNCTION        picture is X(01).
               88  TENPERC-CHECK               value "C".
               88  TENPERC-RECORD              value "R".
           05  TENPERC-DATE            picture is 9(08).
           05  TENPERC-RESULT          picture is X(01).
               88  TENPERC-OPEN                value "O".
               88  TENPERC-ADJUST              value "A".
               88  TENPERC-REFUSE              value "R".
           05  TENPERC-CLOSED-THROUGH  picture is 9(06).
           05  TENPERC-KIND            picture is X(01).
           05  TENPERC-BUILDING        picture is 9(02).
           05  TENPERC-APTNUM          picture is 9(04).
           05  TENPERC-AMOUNT          picture is S9(07)V99.
           05  TENPERC-POSTED-DATE     picture is 9(08).
           05  TENPERC-REFERENCE       picture is 9(06).
           05  TENPERC-PROGRAM         picture is X(08).
           05  TENPERC-OPERATOR        picture is X(08).
