      *>===============================================================
      *>   DUPHREC -- one posted-transaction fingerprint on the
      *>   BIGINT-ADD duplicate history PROD.UTIL.BIG.DUPHIST: a VSAM
      *>   KSDS keyed on the fingerprint, the night it posted and its
      *>   BIGIN line, 114 bytes (KEYS(114 0)) -- 200 bytes.  One
      *>   entry per TR record posted, so a fingerprint's postings
      *>   sit together and are found by key, oldest night first;
      *>   BIGINT-ADD ages out entries older than the DUP-DAYS
      *>   parameter's window as it goes.
      *>
      *>     DPH-ACCOUNT     account (spaces = the default account)
      *>     DPH-OP          operator, + - or *
      *>     DPH-REFERENCE   the provider's reference, the TR
      *>                     record's optional last token; spaces
      *>                     when the record carried none
      *>     DPH-AMOUNT      the amount exactly as keyed
      *>     DPH-RUN-DATE    the night it posted
      *>     DPH-LINE        its BIGIN line number that night
      *>     DPH-STATE       P pending: written by the ledger run
      *>                     DPH-RUN-ID as it posted; C committed:
      *>                     that run closed out with the balance
      *>                     master intact.  A pending entry from
      *>                     any other run is from a run that never
      *>                     finished and is not remembered.
      *>   An amount longer than DPH-AMOUNT is not fingerprinted.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  DUP-HIST-REC.
           05  DPH-KEY.
               10  DPH-FINGERPRINT.
                   15  DPH-ACCOUNT     PIC X(16).
                   15  DPH-OP          PIC X.
                   15  DPH-REFERENCE   PIC X(20).
                   15  DPH-AMOUNT      PIC X(60).
               10  DPH-RUN-DATE        PIC X(8).
               10  DPH-LINE            PIC 9(9).
           05  DPH-STATE               PIC X.
               88  DPH-PENDING         VALUE 'P'.
               88  DPH-COMMITTED       VALUE 'C'.
           05  DPH-RUN-ID              PIC X(24).
           05  FILLER                  PIC X(61).
