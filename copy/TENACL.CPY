      *> ----------------------------------------------------------
      *> TENACL.CPY
      *> Capital asset classes and their straight-line lives in
      *> months, shared by the TENCAPM project screen (which
      *> accepts only a class on this list) and the TENCAPD
      *> depreciation run, so the two can never disagree about a
      *> project's life.  S is the residential structure and its
      *> components -- roofs, boilers, full unit renovations --
      *> over 27.5 years; L land improvements such as paving and
      *> fencing over 15; E appliances and equipment over 5; F
      *> furniture and fixtures over 7.  A new class goes on this
      *> list and ASSET-CLASS-COUNT is raised to match.
      *> ----------------------------------------------------------
       01  asset-class-values.
           05  filler              picture is X(24)
                   value "S330STRUCTURE           ".
           05  filler              picture is X(24)
                   value "L180LAND IMPROVEMENT    ".
           05  filler              picture is X(24)
                   value "E060APPLIANCE/EQUIPMENT ".
           05  filler              picture is X(24)
                   value "F084FURNITURE/FIXTURES  ".
       01  asset-class-table redefines asset-class-values.
           05  asset-class-entry occurs 4 times
                   indexed by asset-class-index.
               10  acl-class       picture is X(01).
               10  acl-life-months picture is 9(03).
               10  acl-name        picture is X(20).
       01  asset-class-count       picture is 9(02) value 4.
