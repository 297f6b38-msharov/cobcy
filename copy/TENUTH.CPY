      *> was split across, and the TENUTRD twelve-month trend
      *> report plots cost and cost-per-occupied-unit, flagging a
      *> month that jumps past the utiltrnd.ctl threshold over the
      *> same month a year earlier.  The usage on the bill (kWh,
      *> gallons, therms -- zero when the bill shows none) rides
      *> along for the TENENRG energy-benchmarking export.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENUTH replacing ==:REC-NAME:== by
      *>         ==utility-history-record==.
      *> ----------------------------------------------------------
               88  uth-other               value "O".
           05  uth-amount          picture is 9(07)V99.
           05  uth-occupied-units  picture is 9(03).
           05  uth-usage           picture is 9(09).
