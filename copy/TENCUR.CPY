      *> ----------------------------------------------------------
      *> TENCUR.CPY
      *> Keyed current-version record for the supersede-style
      *> satellite masters.  lease.dat, unitattr.dat, inscert.dat,
      *> recert.dat, payplan.dat, achacct.dat, splitpct.dat,
      *> haportn.dat and turnstat.dat are append-only -- the latest
      *> record per unit wins and the file itself is the history
      *> -- so every reader used to scan the whole file into a
      *> table.  The TENSCNV rebuild step keeps a keyed companion
      *> for each (leasex.dbf, unitattx.dbf, inscertx.dbf,
      *> recertx.dbf, payplanx.dbf, achacctx.dbf, splitpcx.dbf,
      *> haportnx.dbf, turnstax.dbf) holding only each unit's
      *> latest record, and readers fetch a unit's current record
      *> with one random read by unit-key.  CUR-IMAGE carries the
      *> satellite record exactly as it stands on the append
      *> file; the reader moves it into a working copy of the
      *> satellite layout.  When the companion is not on file the
      *> reader falls back to scanning the append file.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENCUR replacing ==:REC-NAME:== by
      *>         ==lease-cur-record==.
      *> The FD needs RECORD KEY IS cur-key OF <record-name>.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cur-key.
               10  cur-building    picture is 9(02).
               10  cur-aptnum      picture is 9(04).
           05  cur-image           picture is X(150).
