      *>===============================================================
      *>   ACTVREC -- one account of the ledger activity register,
      *>   PROD.UTIL.BIG.ACTIVITY: a GDG of 80-byte records in
      *>   account order, one per account on that night's BALFWD,
      *>   written every night by BIGEXCP from the previous
      *>   generation (EXCACTI (0)) plus tonight's BIGOUT movements
      *>   (EXCACTO (+1)).  It is how the exception run knows an
      *>   account has lain dormant.
      *>
      *>     ACT-LAST-MOVE-DATE   the latest night a +, - or *
      *>                          movement posted to the account;
      *>                          spaces when none ever has
      *>     ACT-FIRST-SEEN-DATE  the night the account first
      *>                          appeared on the register -- the
      *>                          dormancy clock for an account that
      *>                          has never moved
      *>     ACT-MOVE-NIGHTS      nights with a movement since then
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  ACTIVITY-REC.
           05  ACT-ACCOUNT             PIC X(16).
           05  FILLER                  PIC X.
           05  ACT-LAST-MOVE-DATE      PIC X(8).
           05  FILLER                  PIC X.
           05  ACT-FIRST-SEEN-DATE     PIC X(8).
           05  FILLER                  PIC X.
           05  ACT-MOVE-NIGHTS         PIC 9(5).
           05  FILLER                  PIC X(40).
