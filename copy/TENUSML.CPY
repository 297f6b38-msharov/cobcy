      *> ----------------------------------------------------------
      *> TENUSML.CPY
      *> Shared calling parameters for the TENUSML unit-summary
      *> lookup subprogram.  COPY this into WORKING-STORAGE in
      *> any report that needs a unit's nightly figures, and it
      *> is also COPYed into TENUSML's own LINKAGE SECTION.  Set
      *> the unit-key and CALL "TENUSML" USING TENUSML-PARMS.
      *> The result comes back FOUND with the figures filled,
      *> NOT-ON-FILE when the unit was added after the summary
      *> was built, or NOT-AVAILABLE when unitsum.dbf is not on
      *> file (TENUSUM has not run); in either of the last two
      *> the caller works the unit out the way it did before the
      *> summary existed.  A call with a zero unit-key is a
      *> probe: it only answers whether the file is there.  The
      *> file is opened on the first call and held open, the
      *> TENBLDL convention.  The legal, plan and mail status
      *> bytes are the latest record's status on legcase.dat,
      *> payplan.dat and badmail.dat, space when there is none.
      *> The summary is only as good as the night it was built:
      *> a caller uses the balance and last-payment date only
      *> when TENUSML-AS-OF-DATE is today's business date, and
      *> otherwise works the unit out as for NOT-ON-FILE.  Even
      *> a current summary predates the day's TENPOST payments,
      *> which reach indexed.dbf only, so the caller adds
      *> TENUSML-AMOUNT-PAID (the month's amount paid when the
      *> summary was built) back to the balance and takes off
      *> the tenant record's AMOUNT-PAID as it stands now; a
      *> tenant record that shows more paid than the summary
      *> has been paid since, and its last payment is today.
      *> ----------------------------------------------------------
       01  TENUSML-PARMS.
           05  TENUSML-BUILDING        picture is 9(02).
           05  TENUSML-APTNUM          picture is 9(04).
           05  TENUSML-RESULT          picture is X(01).
               88  TENUSML-FOUND               value "F".
               88  TENUSML-NOT-ON-FILE         value "N".
               88  TENUSML-NOT-AVAILABLE       value "X".
           05  TENUSML-AS-OF-DATE      picture is 9(08).
           05  TENUSML-BALANCE         picture is S9(07)V99.
           05  TENUSML-CARRY-FWD       picture is S9(07)V99.
           05  TENUSML-LAST-PAY-DATE   picture is 9(08).
           05  TENUSML-LEASE-END       picture is 9(08).
           05  TENUSML-OPEN-ORDERS     picture is 9(03).
           05  TENUSML-LEGAL-STATUS    picture is X(01).
               88  TENUSML-NO-CASE             value " " "X".
           05  TENUSML-PLAN-STATUS     picture is X(01).
               88  TENUSML-PLAN-ACTIVE         value "A".
           05  TENUSML-MAIL-STATUS     picture is X(01).
               88  TENUSML-MAIL-HELD           value "F".
           05  TENUSML-AMOUNT-PAID     picture is 9(05)V99.
