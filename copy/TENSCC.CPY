      *> ----------------------------------------------------------
      *> TENSCC.CPY
      *> Credit-screening control record, the single record on
      *> screen.ctl.  Carries the subscriber code the screening
      *> company assigned us (it heads every TENSCRO request
      *> file and is checked on every TENSCRI result file) and
      *> the move-in deposit rule the TENDREQ subprogram applies:
      *> the standard deposit as a number of months of rent, and
      *> the further months of rent a conditional approval adds.
      *> Left zero (or no screen.ctl at all) the standard is one
      *> month and a conditional approval adds one more.  Kept by
      *> hand with an editor, like company.ctl.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENSCC replacing ==:REC-NAME:== by
      *>         ==screen-control-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  scc-subscriber      picture is X(10).
           05  scc-deposit-months  picture is 9(01)V99.
           05  scc-conditional-months
                                   picture is 9(01)V99.
