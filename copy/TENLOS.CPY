      *> ----------------------------------------------------------
      *> TENLOS.CPY
      *> Property loss record on insloss.dat.  Burst pipes and
      *> fires turned into insurance claims kept in a folder, and
      *> nobody could say what a loss cost or what the carrier
      *> paid.  The TENLOSM screen appends one record per loss: a
      *> loss number unique across the portfolio, the building
      *> and unit (0000 for common area or the whole building),
      *> the date and cause of the loss, the carrier's claim
      *> number, carrier and adjuster, the reserve the carrier set
      *> and our deductible, and the claim status -- "N" when the
      *> loss is carried in-house and never filed.  Re-entering a
      *> loss number supersedes the earlier record, the owner-
      *> master convention.  The tickets, recoveries and tenant
      *> relocation credits belonging to the loss are on the
      *> lossact.dat activity file (TENLSA) and the TENLOSR claim
      *> status report brings them together.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENLOS replacing ==:REC-NAME:== by
      *>         ==loss-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  los-loss            picture is 9(05).
           05  los-building        picture is 9(02).
           05  los-aptnum          picture is 9(04).
           05  los-loss-date       picture is 9(08).
           05  los-cause           picture is X(01).
               88  los-water               value "W".
               88  los-fire                value "F".
               88  los-storm               value "S".
               88  los-theft               value "T".
               88  los-liability           value "L".
               88  los-other-cause         value "O".
               88  los-cause-valid         value "W" "F" "S" "T"
                                                 "L" "O".
           05  los-description     picture is X(30).
           05  los-claim-no        picture is X(15).
           05  los-carrier         picture is X(20).
           05  los-adjuster        picture is X(20).
           05  los-reserve         picture is 9(07)V99.
           05  los-deductible      picture is 9(07)V99.
           05  los-status          picture is X(01).
               88  los-open                value "O".
               88  los-closed              value "C".
               88  los-denied              value "D".
               88  los-not-filed           value "N".
               88  los-status-valid        value "O" "C" "D" "N".
           05  los-date            picture is 9(08).
           05  los-entered-by      picture is X(08).
