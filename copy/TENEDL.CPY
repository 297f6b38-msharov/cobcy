      *> ----------------------------------------------------------
      *> TENEDL.CPY
      *> E-delivery election record, keyed by unit-key on
      *> edeliv.dat.  Many tenants would rather have their
      *> statements and letters by email than on paper; the
      *> TENEDLE screen appends an enrolled ("E") record naming
      *> which of the unit's contact.dat records carries the
      *> address, or a paper ("P") record when the tenant opts
      *> back out.  The nightly TENEBNC import appends a bounced
      *> ("B") record with the email vendor's reason when a
      *> message comes back undeliverable, which puts the unit
      *> back on paper by itself.  The latest record per unit
      *> wins, the owner-master convention, so the election
      *> history stays on file.  The address itself stays on
      *> contact.dat; readers go through the TENEDLV lookup.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENEDL replacing ==:REC-NAME:== by
      *>         ==edelivery-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  edl-building        picture is 9(02).
           05  edl-aptnum          picture is 9(04).
           05  edl-con-seq         picture is 9(02).
           05  edl-status          picture is X(01).
               88  edl-enrolled            value "E".
               88  edl-paper               value "P".
               88  edl-bounced             value "B".
           05  edl-date            picture is 9(08).
           05  edl-reason          picture is X(20).
           05  edl-entered-by      picture is X(08).
