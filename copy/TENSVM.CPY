      *> ----------------------------------------------------------
      *> TENSVM.CPY
      *> Save set manifest record, savmanf.YYYYMMDD beside the
      *> savset.YYYYMMDD save set it describes.  The first record
      *> is the header (type H: save date and time, the number of
      *> file entries that follow); then one type F entry per
      *> file on the TENSVL list, in save set order, with the
      *> file's organization, whether it was on file at the save,
      *> its record count and two hash totals taken over every
      *> record image: the digit hash (each digit 1-9 in the
      *> image weighted by its value, summed) and the count of
      *> non-blank characters.  TENSAVE writes the manifest and
      *> proves the save set against it; TENREST proves it again
      *> before anything is overwritten.  COPY this with
      *> REPLACING to pick the record-name, e.g.
      *>     copy TENSVM replacing ==:REC-NAME:== by
      *>         ==manifest-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  svm-record-type     picture is X(01).
               88  svm-header              value "H".
               88  svm-file-entry          value "F".
           05  svm-file-name       picture is X(12).
           05  svm-organization    picture is X(01).
           05  svm-save-status     picture is X(01).
               88  svm-saved               value "S".
               88  svm-not-on-file         value "N".
           05  svm-record-count    picture is 9(07).
           05  svm-digit-hash      picture is 9(15).
           05  svm-char-count      picture is 9(11).
           05  svm-save-date       picture is 9(08).
           05  svm-save-time       picture is 9(08).
