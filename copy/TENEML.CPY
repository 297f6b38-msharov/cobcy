      *> ----------------------------------------------------------
      *> TENEML.CPY
      *> Outbound email extract record on the dated
      *> emailout.YYYYMMDD file the email vendor picks up.  Each
      *> e-delivered document is one header ("H") record carrying
      *> the recipient address and the subject line, followed by
      *> its body ("B") records -- the statement or letter lines
      *> exactly as they would have printed.  TENSTMT, TENDUN and
      *> TENNOTE all append to the same day's file; EML-DOCUMENT
      *> says which one wrote the message, and the unit-key rides
      *> on every record so the vendor's bounce file can quote it
      *> back for the TENEBNC import.  COPY this with REPLACING to
      *> pick the record-name that matches the calling program's
      *> FD, e.g.
      *>     copy TENEML replacing ==:REC-NAME:== by
      *>         ==email-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  eml-type            picture is X(01).
               88  eml-header              value "H".
               88  eml-body                value "B".
           05  eml-document        picture is X(04).
           05  eml-building        picture is 9(02).
           05  eml-aptnum          picture is 9(04).
           05  eml-text            picture is X(80).
           05  eml-header-text redefines eml-text.
               10  eml-recipient   picture is X(30).
               10  eml-subject     picture is X(50).
