      *>===============================================================
      *>   PERDREC -- one account's frozen period-end position on the
      *>   permanent period-end dataset PROD.UTIL.BIG.PERIOD.END, 600
      *>   bytes.  PERIODCL appends one record per account on each
      *>   period-close night -- the closing position exactly as the
      *>   ledger unloaded it to that night's BALFWD generation --
      *>   so a reported month's balances survive the 7-generation
      *>   BALFWD roll-off.  PED-PERIOD is the closed month (yyyymm),
      *>   PED-CLASS the account's class off the account master at
      *>   the close ("(NONE)" when it is not on it), PED-RUN-ID the
      *>   PERIODCL run that froze it.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  PERIOD-END-REC.
           05  PED-PERIOD              PIC X(6).
           05  PED-CLOSE-DATE          PIC X(8).
           05  PED-ACCOUNT             PIC X(16).
           05  PED-CLASS               PIC X(8).
           05  PED-BALANCE             PIC X(503).
           05  PED-RUN-ID              PIC X(24).
           05  FILLER                  PIC X(35).
