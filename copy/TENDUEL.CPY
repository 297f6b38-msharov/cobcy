      *> ----------------------------------------------------------
      *> TENDUEL.CPY
      *> Shared calling parameters for the TENDUEL rent due-date
      *> subprogram.  COPY this into WORKING-STORAGE in any
      *> program that needs to know when a unit's rent is due or
      *> late, and it is also COPYed into TENDUEL's own LINKAGE
      *> SECTION.  Set the unit-key and a function and CALL
      *> "TENDUEL" USING TENDUEL-PARMS:
      *>     M  due and late dates for the month in TENDUEL-MONTH
      *>        (YYYYMM)
      *>     N  the first due date on or after TENDUEL-FROM-DATE
      *>        (an occupancy or last payment date) and its late
      *>        date
      *>     G  the late date for a payment due on
      *>        TENDUEL-FROM-DATE, the unit's grace counted from it
      *> The due date rolls forward past a holiday on batcal.ctl,
      *> and the grace days are counted on the TENDAYS calendar
      *> without the holidays, so the late date is the first day
      *> the rent is late.  A unit with no duedate.dat terms is
      *> due on the 1st with five days' grace (the old rule) and
      *> comes back HOUSE-TERMS.  duedate.dat and the holidays
      *> are loaded on the first call, the TENBLDL convention.
      *> ----------------------------------------------------------
       01  TENDUEL-PARMS.
           05  TENDUEL-BUILDING        picture is 9(02).
           05  TENDUEL-APTNUM          picture is 9(04).
           05  TENDUEL-FUNCTION        picture is X(01).
               88  TENDUEL-FOR-MONTH           value "M".
               88  TENDUEL-NEXT-DUE            value "N".
               88  TENDUEL-GRACE-FROM          value "G".
           05  TENDUEL-MONTH           picture is 9(06).
           05  TENDUEL-FROM-DATE       picture is 9(08).
           05  TENDUEL-DUE-DAY         picture is 9(02).
           05  TENDUEL-WEDNESDAY       picture is 9(01).
           05  TENDUEL-GRACE-DAYS      picture is 9(02).
           05  TENDUEL-DUE-DATE        picture is 9(08).
           05  TENDUEL-LATE-DATE       picture is 9(08).
           05  TENDUEL-TERMS           picture is X(01).
               88  TENDUEL-OWN-TERMS           value "O".
               88  TENDUEL-HOUSE-TERMS         value "H".
