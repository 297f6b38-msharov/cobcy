      *> ----------------------------------------------------------
      *> TENEDLV.CPY
      *> Shared calling parameters for the TENEDLV e-delivery
      *> lookup subprogram.  COPY this into WORKING-STORAGE in any
      *> program that mails statements or letters, and it is also
      *> COPYed into TENEDLV's own LINKAGE SECTION.  Set the
      *> unit-key and CALL "TENEDLV" USING TENEDLV-PARMS; the
      *> unit comes back BY-EMAIL with the address to send to when
      *> its latest edeliv.dat election is enrolled and the
      *> chosen contact.dat email is on file and not flagged
      *> bounced, otherwise BY-PAPER (the old behavior).
      *> edeliv.dat and contact.dat are loaded on the first call,
      *> the TENBLDL convention.
      *> ----------------------------------------------------------
       01  TENEDLV-PARMS.
           05  TENEDLV-BUILDING        picture is 9(02).
           05  TENEDLV-APTNUM          picture is 9(04).
           05  TENEDLV-DELIVERY        picture is X(01).
               88  TENEDLV-BY-EMAIL            value "E".
               88  TENEDLV-BY-PAPER            value "P".
           05  TENEDLV-EMAIL           picture is X(30).
