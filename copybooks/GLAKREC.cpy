      *>===============================================================
      *>   GLAKREC -- one record of the corporate GL's acknowledgment
      *>   file, PROD.UTIL.GL.ACK: a GDG of 80-byte records the GL
      *>   team sends back for each GL.INTERFACE generation GLEXTR
      *>   cut, laid out like the interface record it answers.
      *>     H  header: GLA-POST-DATE is the interface file's run
      *>        date (its T record's date), GLA-ACK-COUNT and
      *>        GLA-AMOUNT echo that trailer's record count and
      *>        hash total, so the answer names the file it answers
      *>     A  one accepted posting (P or B record)
      *>     R  one rejected posting, GLA-REASON the GL's reason code
      *>     T  trailer: GLA-ACK-COUNT = the number of A and R records
      *>   A and R records carry the posting's source program,
      *>   account, posting date, D/C and amount exactly as sent.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  GL-ACK-REC.
           05  GLA-TYPE                PIC X.
               88  GLA-TYPE-HEADER     VALUE 'H'.
               88  GLA-TYPE-ACCEPTED   VALUE 'A'.
               88  GLA-TYPE-REJECTED   VALUE 'R'.
               88  GLA-TYPE-TRAILER    VALUE 'T'.
           05  GLA-SOURCE              PIC X(8).
           05  GLA-ACCOUNT             PIC X(16).
           05  GLA-COUNTS REDEFINES GLA-ACCOUNT.
               10  GLA-ACK-COUNT       PIC 9(9).
               10  FILLER              PIC X(7).
           05  GLA-POST-DATE           PIC X(8).
           05  GLA-DC                  PIC X.
           05  GLA-AMOUNT              PIC X(32).
           05  GLA-REASON              PIC X(4).
           05  FILLER                  PIC X(10).
