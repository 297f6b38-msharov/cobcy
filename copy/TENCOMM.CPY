      *> ----------------------------------------------------------
      *> TENCOMM.CPY
      *> Shared calling parameters for the TENCOMM communications-
      *> log screen.  COPY this into WORKING-STORAGE in an inquiry
      *> that offers the log for the unit on display, and it is
      *> also COPYed into TENCOMM's own LINKAGE SECTION.  Set the
      *> unit-key and the tenant's name and CALL "TENCOMM" USING
      *> TENCOMM-PARMS: the unit's history and open follow-ups
      *> are shown and new entries taken until the operator
      *> leaves the channel blank.  TENCOMM-ADDED-COUNT comes
      *> back with the number of entries logged.
      *> ----------------------------------------------------------
       01  TENCOMM-PARMS.
           05  TENCOMM-BUILDING        picture is 9(02).
           05  TENCOMM-APTNUM          picture is 9(04).
           05  TENCOMM-NAME            picture is X(25).
           05  TENCOMM-ADDED-COUNT     picture is 9(03).
