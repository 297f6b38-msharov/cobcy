      *> Vendor master record, one per vendor on vendmst.dat.
      *> workordr.dat knew a ticket was opened and closed but not
      *> who did the work; each vendor here carries a number, a
      *> name, a phone and the trade (the TENWOR category codes),
      *> and the payment terms in days that date its invoices'
      *> payables.dat due dates (thirty when left zero).
      *> The taxpayer id, its type (E = employer id, S = social
      *> security number) and the mailing address follow for the
      *> TEN1099 year-end information returns; a record keyed
      *> before they existed reads them back blank.
      *> The TENVNDM entry appends; re-entering a vendor number
      *> supersedes the earlier record, the owner-master
      *> convention.  TENWCOST validates cost postings against
           05  vnd-name            picture is X(25).
           05  vnd-phone           picture is X(15).
           05  vnd-trade           picture is X(01).
           05  vnd-terms-days      picture is 9(03).
           05  vnd-tin             picture is X(09).
           05  vnd-tin-type        picture is X(01).
               88  vnd-tin-is-ein          value "E".
               88  vnd-tin-is-ssn          value "S".
           05  vnd-address         picture is X(25).
           05  vnd-city            picture is X(15).
           05  vnd-state           picture is X(02).
           05  vnd-zip             picture is 99999B9999.
