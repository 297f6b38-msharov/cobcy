      *> ----------------------------------------------------------
      *> TENNTVL.CPY
      *> Shared calling parameters for the TENNTVL notice-to-
      *> vacate lookup subprogram.  COPY this into WORKING-STORAGE
      *> in any program that treats a unit on notice differently,
      *> and it is also COPYed into TENNTVL's own LINKAGE
      *> SECTION.  Set the unit-key and CALL "TENNTVL" USING
      *> TENNTVL-PARMS; TENNTVL-ON-NOTICE comes back true when
      *> the unit's latest ntvacate.dat record is a live notice,
      *> with the notice date, the planned move-out date and the
      *> reason code.  ntvacate.dat is loaded on the first call,
      *> the TENBLDL convention.
      *> ----------------------------------------------------------
       01  TENNTVL-PARMS.
           05  TENNTVL-BUILDING        picture is 9(02).
           05  TENNTVL-APTNUM          picture is 9(04).
           05  TENNTVL-FOUND           picture is X(01).
               88  TENNTVL-ON-NOTICE           value "Y".
           05  TENNTVL-NOTICE-DATE     picture is 9(08).
           05  TENNTVL-MOVE-OUT-DATE   picture is 9(08).
           05  TENNTVL-REASON          picture is X(02).
