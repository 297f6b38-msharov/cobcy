      *> email, and an emergency-contact flag; the TENINQ inquiry
      *> shows a unit's contacts automatically and the
      *> superintendents get an emergency-contact listing per
      *> building.  CON-EMAIL-STATUS is set to "B" by the TENEBNC
      *> import when the email vendor reports the address
      *> undeliverable; a corrected address goes on as a new
      *> contact record.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENCON replacing ==:REC-NAME:== by
      *>         ==contact-record==.
           05  con-email           picture is X(30).
           05  con-emergency       picture is X(01).
               88  con-is-emergency        value "Y".
           05  con-email-status    picture is X(01).
               88  con-email-bounced       value "B".
