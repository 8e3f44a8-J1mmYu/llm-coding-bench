      *>===============================================================
      *>   ACRUREC -- one account's accrued-but-not-posted interest,
      *>   PROD.UTIL.BIG.ACCRUED: a GDG of 200-byte records in
      *>   account order, written every night by ACCRUAL from the
      *>   previous generation plus tonight's accrual.  The credit
      *>   and debit accumulators are kept apart (a credit balance
      *>   earns at the class's credit rate, an overdrawn one pays
      *>   at its debit rate) and at full BIGCALC precision; on the
      *>   capitalization night whole cents post to the ledger and
      *>   the sub-cent remainder stays here for the next period,
      *>   so nothing accrued is ever rounded away.
      *>
      *>   ACR-LAST-DATE is the last night accrued -- the next
      *>   night's day count runs from it, and a rerun of the same
      *>   night accrues nothing twice.  ACR-LAST-CAP-DATE likewise
      *>   stops a rerun capitalizing (or charging the fee) twice.
      *>   ACR-DAYS counts the days accrued in the current period.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  ACCRUED-REC.
           05  ACR-ACCOUNT             PIC X(16).
           05  ACR-CLASS               PIC X(8).
           05  ACR-PERIOD-START        PIC X(8).
           05  ACR-LAST-DATE           PIC X(8).
           05  ACR-LAST-CAP-DATE       PIC X(8).
           05  ACR-DAYS                PIC 9(5).
           05  ACR-CREDIT-INT          PIC X(60).
           05  ACR-DEBIT-INT           PIC X(60).
           05  FILLER                  PIC X(27).
