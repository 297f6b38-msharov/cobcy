      *> ----------------------------------------------------------
      *> TENOLOG.CPY
      *> Shared calling parameters for the TENOLOG operations-log
      *> subprogram.  COPY this into WORKING-STORAGE in any batch
      *> program, and it is also COPYed into TENOLOG's own LINKAGE
      *> SECTION.  Set the program name once at startup; for each
      *> message set the severity and the text (and the unit-key
      *> when the message is about one unit) and CALL "TENOLOG"
      *> USING TENOLOG-PARMS.  TENOLOG puts the message on the
      *> console as "PROGRAM: text", exactly as the DISPLAY it
      *> replaces did, appends it to the night's opslog.YYYYMMDD
      *> operations log for the TENOPSD morning digest, and for
      *> an abort also raises an opsalert.dat alert that TENMENU
      *> shows until an operator acknowledges it.  The text and
      *> the unit-key are cleared after every call, so a message
      *> with no unit leaves the key at zero.  Log before moving
      *> a nonzero RETURN-CODE: the CALL itself resets it.
      *> ----------------------------------------------------------
       01  TENOLOG-PARMS.
           05  TENOLOG-PROGRAM         picture is X(08).
           05  TENOLOG-SEVERITY        picture is X(01).
               88  TENOLOG-INFO                value "I".
               88  TENOLOG-WARNING             value "W".
               88  TENOLOG-ERROR               value "E".
               88  TENOLOG-ABORT               value "A".
           05  TENOLOG-BUILDING        picture is 9(02).
           05  TENOLOG-APTNUM          picture is 9(04).
           05  TENOLOG-TEXT            picture is X(70).
