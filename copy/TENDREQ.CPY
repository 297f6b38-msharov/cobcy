      *> ----------------------------------------------------------
      *> TENDREQ.CPY
      *> Shared calling parameters for the TENDREQ deposit-
      *> required subprogram.  COPY this into WORKING-STORAGE in
      *> any program that quotes or records the security deposit
      *> a new tenant owes at move-in, and it is also COPYed into
      *> TENDREQ's own LINKAGE SECTION.  Set the unit's monthly
      *> rent and the applicant's APP-RECOMMENDATION from the
      *> credit screening and CALL "TENDREQ" USING TENDREQ-PARMS;
      *> TENDREQ-DEPOSIT comes back with the standard deposit,
      *> raised by the screen.ctl conditional-approval months
      *> when the recommendation is "C", and TENDREQ-RAISED says
      *> whether it was.  screen.ctl is read on the first call.
      *> ----------------------------------------------------------
       01  TENDREQ-PARMS.
           05  TENDREQ-RENT            picture is 9(05)V99.
           05  TENDREQ-RECOMMENDATION  picture is X(01).
           05  TENDREQ-DEPOSIT         picture is 9(06)V99.
           05  TENDREQ-RAISED          picture is X(01).
               88  TENDREQ-WAS-RAISED          value "Y".
