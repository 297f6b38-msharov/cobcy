      *> ----------------------------------------------------------
      *> TENSAT.CPY
      *> Satellite archive record.  When a building is sold the
      *> TENDISP disposition job moves its units off indexed.dbf
      *> into a TENARCH-style archive generation, and every
      *> record the units own on the per-unit files (lease.dat,
      *> deposit.dat, unitattr.dat, tenbal.dat, payledgr.dat)
      *> moves with them onto one satellite archive file, each
      *> record whole under the name of the file it came off, so
      *> nothing the buyer's due diligence or a later dispute
      *> might ask for is lost.  Every one of those files begins
      *> with the two-digit building and four-digit apartment
      *> number, so SAT-RECORD can be read back through the
      *> file's own layout.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENSAT replacing ==:REC-NAME:== by
      *>         ==sat-archive-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  sat-source-file     picture is X(12).
           05  sat-record.
               10  sat-building    picture is 9(02).
               10  sat-aptnum      picture is 9(04).
               10  sat-rest        picture is X(194).
