      *> ----------------------------------------------------------
      *> TENGRTL.CPY
      *> Shared calling parameters for the TENGRTL guarantor
      *> lookup subprogram.  COPY this into WORKING-STORAGE in any
      *> program that reports a tenant's guarantor, and it is
      *> also COPYed into TENGRTL's own LINKAGE SECTION.  Set the
      *> unit-key and the tenant's name and CALL "TENGRTL" USING
      *> TENGRTL-PARMS; the guaranty comes back ON-FILE with the
      *> guarantor's name, address, phone, limit and expiration
      *> when the latest guarantr.dat record for that unit and
      *> tenant is active.  Whether the guaranty is still in
      *> force on a given date is the caller's decision.
      *> guarantr.dat is loaded on the first call, the TENBLDL
      *> convention.
      *> ----------------------------------------------------------
       01  TENGRTL-PARMS.
           05  TENGRTL-BUILDING        picture is 9(02).
           05  TENGRTL-APTNUM          picture is 9(04).
           05  TENGRTL-TENANT          picture is X(25).
           05  TENGRTL-FOUND           picture is X(01).
               88  TENGRTL-ON-FILE             value "Y".
           05  TENGRTL-NAME            picture is X(25).
           05  TENGRTL-ADDRESS         picture is X(25).
           05  TENGRTL-CITY            picture is X(15).
           05  TENGRTL-STATE           picture is X(02).
           05  TENGRTL-ZIP             picture is 99999B9999.
           05  TENGRTL-PHONE           picture is X(15).
           05  TENGRTL-LIMIT           picture is 9(07)V99.
           05  TENGRTL-EXPIRES         picture is 9(08).
