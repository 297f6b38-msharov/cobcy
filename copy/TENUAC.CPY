      *> ----------------------------------------------------------
      *> TENUAC.CPY
      *> Utility-account record on utilacct.dat, keyed by unit-key
      *> and utility (E electric, G gas).  A unit metered by the
      *> electric or gas company carries the company's account
      *> and meter number here; a unit with no active record is
      *> on a house meter and needs no service transfer.  The
      *> TENUACM entry appends (re-entering a unit and utility
      *> supersedes the earlier record, the owner-master
      *> convention); status "X" takes a meter off when the unit
      *> goes back to a house meter.  The nightly TENUTLX step
      *> writes a service transfer for every active account on a
      *> unit moved into or out of.  COPY this with REPLACING to
      *> pick the record-name that matches the calling program's
      *> FD, e.g.
      *>     copy TENUAC replacing ==:REC-NAME:== by
      *>         ==utility-account-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  uac-building        picture is 9(02).
           05  uac-aptnum          picture is 9(04).
           05  uac-utility         picture is X(01).
               88  uac-electric            value "E".
               88  uac-gas                 value "G".
               88  uac-valid-utility       value "E" "G".
           05  uac-account         picture is X(15).
           05  uac-meter           picture is X(12).
           05  uac-status          picture is X(01).
               88  uac-active              value "A".
               88  uac-removed             value "X".
           05  uac-date            picture is 9(08).
           05  uac-entered-by      picture is X(08).
