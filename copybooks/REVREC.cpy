      *>===============================================================
      *>   REVREC -- one entry of the ledger's reversal register,
      *>   PROD.UTIL.BIG.REVREG: a VSAM KSDS keyed on the reversed
      *>   posting -- its BIGOUT run date and line number, 17 bytes
      *>   (KEYS(17 0)) -- 200 bytes.  BIGINT-ADD writes one entry
      *>   for every RV record it posts, so a second reversal of the
      *>   same line finds the key taken and is refused; BIGSTMT
      *>   reads it by key to mark reversed lines on the statement.
      *>
      *>   REV-ORIG-LINE is the line's number within its night's
      *>   LEDGER.OUT generation, the fifth token every posted
      *>   movement line carries.  REV-ORIG-OP / REV-AMOUNT are the
      *>   original movement as it was posted (the amount cut to 60
      *>   bytes for display); REV-REV-DATE / REV-REV-LINE point at
      *>   the reversing line in its own generation, and
      *>   REV-RUN-ID names the ledger run that posted it.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  REVERSAL-REC.
           05  REV-KEY.
               10  REV-ORIG-DATE       PIC X(8).
               10  REV-ORIG-LINE       PIC 9(9).
           05  REV-ACCOUNT             PIC X(16).
           05  REV-ORIG-OP             PIC X.
           05  REV-AMOUNT              PIC X(60).
           05  REV-REV-DATE            PIC X(8).
           05  REV-REV-LINE            PIC 9(9).
           05  REV-RUN-ID              PIC X(24).
           05  FILLER                  PIC X(65).
