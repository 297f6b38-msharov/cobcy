      *> ----------------------------------------------------------
      *> TENCNCL.CPY
      *> Shared calling parameters for the TENCNCL rent-concession
      *> lookup subprogram.  COPY this into WORKING-STORAGE in any
      *> program that bills, debits, closes or reports rent, and
      *> it is also COPYed into TENCNCL's own LINKAGE SECTION.
      *> Set the unit-key, the billing month (YYYYMM) and the
      *> unit's gross RENT-AMOUNT and CALL "TENCNCL" USING
      *> TENCNCL-PARMS; TENCNCL-ACTIVE comes back with the month's
      *> credit, type and reason when a concession on concess.dat
      *> covers that month, or TENCNCL-FOUND "N" and a zero credit
      *> when none does.  The credit never exceeds the rent passed
      *> in.  The file is loaded on the first call, the TENFEEL
      *> convention, latest record per unit winning.
      *> ----------------------------------------------------------
       01  TENCNCL-PARMS.
           05  TENCNCL-BUILDING        picture is 9(02).
           05  TENCNCL-APTNUM          picture is 9(04).
           05  TENCNCL-MONTH           picture is 9(06).
           05  TENCNCL-RENT            picture is 9(05)V99.
           05  TENCNCL-FOUND           picture is X(01).
               88  TENCNCL-ACTIVE              value "Y".
           05  TENCNCL-TYPE            picture is X(01).
           05  TENCNCL-CREDIT          picture is 9(05)V99.
           05  TENCNCL-REASON          picture is X(20).
           05  TENCNCL-END-DATE        picture is 9(08).
