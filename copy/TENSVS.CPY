      *> ----------------------------------------------------------
      *> TENSVS.CPY
      *> Save set record, savset.YYYYMMDD.  One weekly TENSAVE run
      *> copies every file on the TENSVL list into this single
      *> line-sequential file, one file after another in list
      *> order: each record carries the name of the file it came
      *> from, its record key within that file (the relative
      *> record number for relative.dbf, the record's sequence
      *> number for every other file) and the record image as it
      *> stood on the file.  The savmanf.YYYYMMDD manifest
      *> (TENSVM) holds the counts and hash totals that prove it.
      *> COPY this with REPLACING to pick the record-name, e.g.
      *>     copy TENSVS replacing ==:REC-NAME:== by
      *>         ==save-set-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  svs-file-name       picture is X(12).
           05  svs-record-key      picture is 9(07).
           05  svs-image           picture is X(300).
