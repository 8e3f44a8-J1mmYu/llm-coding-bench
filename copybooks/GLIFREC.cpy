      *>===============================================================
      *>   GLIFREC -- one record of the corporate-GL posting
      *>   interface, PROD.UTIL.GL.INTERFACE: a GDG of 80-byte
      *>   records GLEXTR cuts each night and GLRECON and BALCHAIN
      *>   read back.
      *>     P  posting: one per ledger movement
      *>     B  balance movement: one per account, tonight's
      *>        closing against last night's
      *>     M  memo: reject and write-off totals
      *>     T  trailer: GLI-ACCOUNT(1:9) is the record count and
      *>        GLI-AMOUNT the hash total (the plain sum of every P
      *>        and B amount, signs ignored)
      *>   GLI-AMOUNT is a right-trimmed decimal string built through
      *>   BIGCALC, so pennies survive.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  GLI-REC.
           05  GLI-TYPE                PIC X.
               88  GLI-TYPE-POSTING    VALUE 'P'.
               88  GLI-TYPE-BALANCE    VALUE 'B'.
               88  GLI-TYPE-MEMO       VALUE 'M'.
               88  GLI-TYPE-TRAILER    VALUE 'T'.
           05  GLI-SOURCE              PIC X(8).
           05  GLI-ACCOUNT             PIC X(16).
           05  GLI-POST-DATE           PIC X(8).
           05  GLI-DC                  PIC X.
           05  GLI-AMOUNT              PIC X(32).
           05  FILLER                  PIC X(14).
