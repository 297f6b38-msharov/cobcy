      *> ----------------------------------------------------------
      *> TENRDG.CPY
      *> Personal-data redaction register record on redact.dat.
      *> Counsel requires a former tenant's personal data to be
      *> removed a set number of years after the account is
      *> settled; the TENREDAC job overwrites names, forwarding
      *> addresses, phones, emails and bank accounts with the
      *> redaction marker and appends one record here per former
      *> tenancy and file it touched, so what was redacted and
      *> when can be shown later.  The register itself carries
      *> no personal data -- only the unit-key, the move-out
      *> date that identifies the tenancy, the settlement date
      *> the retention ran from, the file and the record count.
      *> Records append and are never changed.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENRDG replacing ==:REC-NAME:== by
      *>         ==register-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  rdg-run-date        picture is 9(08).
           05  rdg-run-time        picture is 9(08).
           05  rdg-building        picture is 9(02).
           05  rdg-aptnum          picture is 9(04).
           05  rdg-move-out-date   picture is 9(08).
           05  rdg-settled-date    picture is 9(08).
           05  rdg-settled-how     picture is X(01).
               88  rdg-nothing-owed        value "N".
               88  rdg-paid                value "P".
               88  rdg-written-off         value "W".
               88  rdg-past-limit          value "L".
           05  rdg-file-name       picture is X(30).
           05  rdg-record-count    picture is 9(05).
