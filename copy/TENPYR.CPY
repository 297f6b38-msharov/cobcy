      *> ----------------------------------------------------------
      *> TENPYR.CPY
      *> Information-return payer control record, the single
      *> record on payer.ctl.  The TEN1099 year-end run files the
      *> vendor and owner 1099 returns under the management
      *> company as payer and transmitter; this record carries the
      *> company's taxpayer id, name, address and phone, the
      *> transmitter control code the IRS assigned, the contact
      *> the IRS calls about the file, the test-file flag ("T"
      *> while a test file is being sent) and the reporting
      *> threshold -- a recipient paid less than it for the year
      *> gets no return and is listed on the exception report
      *> instead (six hundred dollars when left zero).  Kept by
      *> hand with an editor, like company.ctl.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENPYR replacing ==:REC-NAME:== by
      *>         ==payer-control-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  pyr-tin             picture is X(09).
           05  pyr-name            picture is X(40).
           05  pyr-address         picture is X(40).
           05  pyr-city            picture is X(25).
           05  pyr-state           picture is X(02).
           05  pyr-zip             picture is X(09).
           05  pyr-phone           picture is X(15).
           05  pyr-tcc             picture is X(05).
           05  pyr-contact         picture is X(40).
           05  pyr-email           picture is X(50).
           05  pyr-test-flag       picture is X(01).
               88  pyr-test-file           value "T".
           05  pyr-threshold       picture is 9(05)V99.
