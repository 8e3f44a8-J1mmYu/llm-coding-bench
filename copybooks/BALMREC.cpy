      *>===============================================================
      *>   BALMREC -- one account of the ledger's account-balance
      *>   master, PROD.UTIL.BIG.BALMAST: a VSAM KSDS keyed on the
      *>   16-byte account (KEYS(16 0)), so the ledger reads and
      *>   rewrites only the accounts a night actually posts to, and
      *>   every reader finds an account by key instead of loading
      *>   the whole book into a table.
      *>
      *>   The first 520 bytes are exactly the balance-forward record
      *>   -- account in columns 1-16, balance from column 18 -- so
      *>   the nightly BALFWD generation is a straight unload of the
      *>   master in key order and BALLOAD rebuilds the master from
      *>   any BALFWD generation.  The blank key is the default
      *>   account the keyless ledger records post to.
      *>
      *>   BALM-OPENING is the account's position at the start of
      *>   the ledger run named in BALM-RUN-ID; the ledger stamps
      *>   every record with its run at close, so after a night
      *>   BALM-BALANCE is tonight's closing position and
      *>   BALM-OPENING last night's, for the movement readers.
      *>   BALM-EXPECTED / BALM-EXP-SW carry an EC expected closing
      *>   figure and BALM-TXN-COUNT the postings, for that run only.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  BALANCE-MASTER-REC.
           05  BALM-ACCOUNT            PIC X(16).
           05  FILLER                  PIC X.
           05  BALM-BALANCE            PIC X(503).
           05  BALM-OPENING            PIC X(503).
           05  BALM-EXPECTED           PIC X(503).
           05  BALM-EXP-SW             PIC X.
               88  BALM-HAVE-EXPECTED  VALUE 'Y'.
           05  BALM-TXN-COUNT          PIC 9(9).
           05  BALM-RUN-ID             PIC X(24).
           05  BALM-LAST-POST-DATE     PIC X(8).
           05  FILLER                  PIC X(32).
