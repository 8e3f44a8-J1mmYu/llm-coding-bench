      *>===============================================================
      *>   ACCTREC -- one account of the ledger's account reference
      *>   master, PROD.UTIL.BIG.ACCTMAST: a VSAM KSDS keyed on the
      *>   16-byte account (KEYS(16 0)), 200 bytes.  Only ACCTMNT
      *>   writes it; BIGINT-ADD reads it by key and posts nothing to
      *>   an account that is not on it, is frozen or closed, or is
      *>   not open yet on the run date, and nothing that would take
      *>   a balance below ACM-FLOOR.  The blank key is the default
      *>   account the keyless ledger records post to ('*' on an
      *>   ACCTMNT transaction).
      *>
      *>   ACM-FLOOR is the lowest balance the account may reach, as
      *>   a signed decimal in BIGCALC's form ("-500.00", "0");
      *>   ACM-FLOOR-SW 'N' means no floor at all.  ACM-MAINT-DATE /
      *>   ACM-MAINT-RUN-ID name the ACCTMNT run that last changed
      *>   the record, whose audit details carry the before/after.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  ACCOUNT-REF-REC.
           05  ACM-ACCOUNT             PIC X(16).
           05  ACM-OWNER               PIC X(40).
           05  ACM-CLASS               PIC X(8).
           05  ACM-OPEN-DATE           PIC X(8).
           05  ACM-CLOSE-DATE          PIC X(8).
           05  ACM-STATUS              PIC X.
               88  ACM-ACTIVE          VALUE 'A'.
               88  ACM-FROZEN          VALUE 'F'.
               88  ACM-CLOSED          VALUE 'C'.
           05  ACM-FLOOR-SW            PIC X.
               88  ACM-HAS-FLOOR       VALUE 'Y'.
           05  ACM-FLOOR               PIC X(40).
           05  ACM-MAINT-DATE          PIC X(8).
           05  ACM-MAINT-RUN-ID        PIC X(24).
           05  FILLER                  PIC X(46).
