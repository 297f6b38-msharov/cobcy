      *> ----------------------------------------------------------
      *> TENFOBL.CPY
      *> Shared calling parameters for the TENFOBL keys-out
      *> lookup subprogram.  COPY this into WORKING-STORAGE in
      *> any program that moves a tenant out of a unit or settles
      *> a deposit, and it is also COPYed into TENFOBL's own
      *> LINKAGE SECTION.  Set the unit-key and CALL "TENFOBL"
      *> USING TENFOBL-PARMS; TENFOBL-OUT-COUNT comes back with
      *> the number of keys and fobs whose latest keyinv.dat
      *> record has them issued to the unit's tenant, and
      *> TENFOBL-KEYS-OUT is true when any are.  keyinv.dat is
      *> read fresh on every call, so a key returned at the desk
      *> a minute ago is not reported.
      *> ----------------------------------------------------------
       01  TENFOBL-PARMS.
           05  TENFOBL-BUILDING        picture is 9(02).
           05  TENFOBL-APTNUM          picture is 9(04).
           05  TENFOBL-OUT-COUNT       picture is 9(03).
               88  TENFOBL-NONE-OUT            value zero.
           05  TENFOBL-FOUND           picture is X(01).
               88  TENFOBL-KEYS-OUT            value "Y".
