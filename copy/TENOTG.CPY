      *> ----------------------------------------------------------
      *> TENOTG.CPY
      *> Habitability outage record on outage.dat, keyed by
      *> outage number and apartment.  A boiler failure or a
      *> burst riser costs the affected tenants a rent credit
      *> for each day without the service; the credit used to be
      *> worked out on paper and posted as an unexplained
      *> adjustment.  The TENOTGM entry screen opens an outage
      *> against the equip.dat item or the workordr.dat ticket
      *> it came from, one record per affected apartment or a
      *> single record with apartment 0000 for the whole
      *> building, and later appends the restored ("R") records
      *> with the end date.  The nightly TENABAT run credits
      *> every occupied unit a restored outage covers and
      *> appends the abated ("A") records, so an outage is only
      *> ever credited once.  OTG-PERCENT is the share of the
      *> daily rent credited for each day out.  The latest record
      *> per outage number and apartment wins, the owner-master
      *> convention.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENOTG replacing ==:REC-NAME:== by
      *>         ==outage-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  otg-number          picture is 9(05).
           05  otg-building        picture is 9(02).
           05  otg-aptnum          picture is 9(04).
               88  otg-whole-building      value zero.
           05  otg-status          picture is X(01).
               88  otg-open                value "O".
               88  otg-restored            value "R".
               88  otg-abated              value "A".
               88  otg-cancelled           value "X".
           05  otg-type            picture is X(01).
               88  otg-heat                value "H".
               88  otg-hot-water           value "W".
               88  otg-water               value "A".
               88  otg-electric            value "E".
               88  otg-gas                 value "G".
               88  otg-elevator            value "L".
               88  otg-other               value "O".
               88  otg-valid-type          value "H" "W" "A" "E"
                                                 "G" "L" "O".
           05  otg-start-date      picture is 9(08).
           05  otg-end-date        picture is 9(08).
           05  otg-equip-number    picture is 9(04).
           05  otg-ticket          picture is 9(05).
           05  otg-percent         picture is 9(03).
           05  otg-description     picture is X(30).
           05  otg-entered-by      picture is X(08).
           05  otg-status-date     picture is 9(08).
