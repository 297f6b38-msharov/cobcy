      *> ----------------------------------------------------------
      *> TENZIPV.CPY
      *> Shared calling parameters for the TENZIPV ZIP/city/state
      *> validation subprogram.  COPY this into WORKING-STORAGE
      *> in any program that CALLs TENZIPV, and it is also COPYed
      *> into TENZIPV's own LINKAGE SECTION, so the caller and the
      *> subprogram always agree on the parameter layout.  Set
      *> the city, state and the first five digits of the ZIP,
      *> CALL "TENZIPV" USING TENZIPV-PARMS, then test the
      *> result.  TENZIPV-STD-CITY and TENZIPV-STD-STATE come
      *> back with the zipref.dat standard for the ZIP whenever
      *> the ZIP is on the table:
      *>   V  city and state are the standard exactly;
      *>   C  same city and state, keyed in other capitals --
      *>      take the standard spelling;
      *>   M  the ZIP belongs to another city or state;
      *>   U  the ZIP is not on zipref.dat;
      *>   B  the ZIP is zero or not numeric;
      *>   N  no zipref.dat on file, nothing to check against.
      *> ----------------------------------------------------------
       01  TENZIPV-PARMS.
           05  TENZIPV-CITY            picture is X(15).
           05  TENZIPV-STATE           picture is X(02).
           05  TENZIPV-ZIP5            picture is X(05).
           05  TENZIPV-RESULT          picture is X(01).
               88  TENZIPV-MATCHED             value "V".
               88  TENZIPV-SPELLING            value "C".
               88  TENZIPV-MISMATCH            value "M".
               88  TENZIPV-UNKNOWN-ZIP         value "U".
               88  TENZIPV-BAD-ZIP             value "B".
               88  TENZIPV-NO-TABLE            value "N".
           05  TENZIPV-STD-CITY        picture is X(15).
           05  TENZIPV-STD-STATE       picture is X(02).
