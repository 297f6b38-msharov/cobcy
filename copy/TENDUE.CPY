      *> ----------------------------------------------------------
      *> TENDUE.CPY
      *> Rent due-day record, keyed by unit-key on duedate.dat.
      *> Rent is due on the 1st with five days' grace unless the
      *> unit has its own terms here: a tenant paid on the 3rd,
      *> or by lease rider on the 5th or 15th, carries that day
      *> of the month; a tenant paid on a Wednesday carries which
      *> Wednesday (1-4) and the day is left zero.  The grace is
      *> the days after the due date before the rent is late.
      *> The TENDUEM screen appends a record each time a unit's
      *> terms change, and a record with both the day and the
      *> Wednesday zero puts the unit back on house terms.  The
      *> latest record per unit wins, the owner-master
      *> convention, so the history stays on file.  Readers go
      *> through the TENDUEL lookup, which works out the dates.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENDUE replacing ==:REC-NAME:== by
      *>         ==due-day-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  due-building        picture is 9(02).
           05  due-aptnum          picture is 9(04).
           05  due-day             picture is 9(02).
           05  due-wednesday       picture is 9(01).
           05  due-grace-days      picture is 9(02).
           05  due-entered-date    picture is 9(08).
           05  due-reason          picture is X(20).
           05  due-entered-by      picture is X(08).
