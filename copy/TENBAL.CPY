      *> a posted fee (TENWAIV): a negative amount that offsets
      *> the fee on the statement and in the close, with the
      *> reason and operator on the waivreg.dat register.
      *> A "T" lease-break entry is a charge posted by the TENLBRK
      *> early-termination transaction, BAL-REFERENCE saying
      *> which: 1 the termination fee or rent the lease rider
      *> calls for, 2 concessions forfeited, 3 the re-letting
      *> charge.
      *> A "B" abatement entry is a rent credit for a habitability
      *> outage posted by the nightly TENABAT run: a negative
      *> amount, with the outage number in BAL-REFERENCE and the
      *> figures on the abatreg.dat register.
      *> An "A" adjustment posted by TENLOSM is a relocation
      *> credit for a tenant displaced by an insured loss: a
      *> negative amount, with the insloss.dat loss number in
      *> BAL-REFERENCE.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  bal-building        picture is 9(02).
               88  bal-adjustment          value "A".
               88  bal-waiver              value "W".
               88  bal-repair-charge       value "R".
               88  bal-lease-break         value "T".
               88  bal-abatement           value "B".
           05  bal-reference       picture is 9(05).
