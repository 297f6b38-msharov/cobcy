      *> an applicant whose income falls short for that unit,
      *> logging the miss to dsqlog.dat.  A "D" status is a
      *> screening disqualification keyed by the office.
      *> The applicant's social security number and birth date
      *> identify the applicant to the credit-screening company.
      *> They are not on this file: TENWAIT writes them to the
      *> protected applxref.dat cross-reference (TENAXR layout)
      *> under a surrogate, and APP-SURROGATE and APP-SSN-LAST4
      *> carry only that surrogate and the last four digits,
      *> with APP-PROTECTED-FLAG "P".  Only TENSCRO resolves the
      *> surrogate, for the request file; a record without the
      *> flag has no number on file.  The nightly TENSCRO step
      *> sends every WAITING applicant not yet screened on its
      *> request file and marks APP-SCREEN-STATUS "R" (requested),
      *> and the TENSCRI result import stores the credit score,
      *> the eviction hits and the company's recommendation
      *> (accept, conditional or decline) and marks it "S"
      *> (screened).
      *> TENMATCH never offers a unit to a declined applicant,
      *> and a conditional approval raises the deposit required
      *> at move-in (the TENDREQ rule).  Records keyed before
      *> these fields existed read them back blank -- not yet
      *> requested -- and readers treat a non-numeric score,
      *> hit count or date as zero.
      *> An "H" status is an applicant housed by the TENMOVE
      *> move-in transaction, which records the unit-key the
      *> applicant moved in to in APP-HOUSED-BUILDING and
      *> APP-HOUSED-APTNUM (zero or blank otherwise) so TENREDAC
      *> can redact the applicant with the tenancy; nothing
      *> offers or screens an applicant once housed.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  app-name            picture is X(25).
               88  app-waiting             value "W".
               88  app-offered             value "O".
               88  app-disqualified        value "D".
               88  app-housed              value "H".
           05  app-income          picture is 9(07)V99.
           05  app-household-size  picture is 9(02).
           05  app-surrogate       picture is 9(06).
           05  app-ssn-last4       picture is X(04).
           05  app-protected-flag  picture is X(01).
               88  app-number-protected    value "P".
           05  app-housed-building picture is 9(02).
           05  app-housed-aptnum   picture is 9(04).
           05  app-screen-status   picture is X(01).
               88  app-not-screened        value space.
               88  app-screen-requested    value "R".
               88  app-screened            value "S".
           05  app-screen-date     picture is 9(08).
           05  app-credit-score    picture is 9(03).
           05  app-eviction-hits   picture is 9(02).
           05  app-recommendation  picture is X(01).
               88  app-rec-accept          value "A".
               88  app-rec-conditional     value "C".
               88  app-rec-decline         value "D".
