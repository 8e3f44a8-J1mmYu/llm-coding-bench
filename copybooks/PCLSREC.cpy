      *>===============================================================
      *>   PCLSREC -- one closed accounting period on the closed-
      *>   period marker dataset PROD.UTIL.BIG.PERIOD.CLOSED, 80
      *>   bytes, appended by PERIODCL when a period-close night's
      *>   trial balance ties to BALFWD.  PCL-CLOSED-THRU is the last
      *>   calendar day of the closed month: the ledger posts nothing
      *>   dated on or before the highest PCL-CLOSED-THRU on file.
      *>   PCL-CLOSE-DATE is the working day the close ran on, and
      *>   PCL-ACCOUNTS the number of positions frozen for it.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  PERIOD-CLOSED-REC.
           05  PCL-PERIOD              PIC X(6).
           05  FILLER                  PIC X.
           05  PCL-CLOSED-THRU         PIC X(8).
           05  FILLER                  PIC X.
           05  PCL-CLOSE-DATE          PIC X(8).
           05  FILLER                  PIC X.
           05  PCL-ACCOUNTS            PIC 9(9).
           05  FILLER                  PIC X.
           05  PCL-RUN-ID              PIC X(24).
           05  FILLER                  PIC X(21).
