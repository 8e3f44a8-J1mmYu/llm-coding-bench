      *>===============================================================
      *>   DLVLREC -- one entry of the provider delivery receipt log,
      *>   PROD.UTIL.CSV.DELIVERY.LOG: 80 bytes, appended (never
      *>   rewritten) by every DELVCHK run, so it is the permanent
      *>   record of what each provider sent and when it was first
      *>   seen on CSVIN.
      *>     DLV-CHECK-DATE  the business day the run was checking
      *>     DLV-PROVIDER    the #BHDR provider id
      *>     DLV-BATCH-DATE  the #BHDR batch date (blank on MISSING)
      *>     DLV-ENV-SEQ     this envelope's place among the same
      *>                     provider's envelopes on CSVIN (1 = its
      *>                     first)
      *>     DLV-SEEN-DATE / DLV-SEEN-TIME  when a DELVCHK run first
      *>                     found the envelope (or found it missing)
      *>     DLV-STATUS      ONTIME, LATE, DUPLICAT (more envelopes
      *>                     than the schedule allows), RESENT (a
      *>                     batch already received on an earlier
      *>                     day), UNSCHED (not expected that day)
      *>                     or MISSING (nothing by the cutoff)
      *>     DLV-ROWS        the #BTRL declared row count
      *>   One entry per envelope, written by the run that first
      *>   finds it; one MISSING entry per provider and day, written
      *>   by the first run past the cutoff that does not find it.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  DELIVERY-LOG-REC.
           05  DLV-CHECK-DATE          PIC X(8).
           05  FILLER                  PIC X.
           05  DLV-PROVIDER            PIC X(8).
           05  FILLER                  PIC X.
           05  DLV-BATCH-DATE          PIC X(8).
           05  FILLER                  PIC X.
           05  DLV-ENV-SEQ             PIC 9(2).
           05  FILLER                  PIC X.
           05  DLV-SEEN-DATE           PIC X(8).
           05  DLV-SEEN-TIME           PIC X(6).
           05  FILLER                  PIC X.
           05  DLV-STATUS              PIC X(8).
               88  DLV-ONTIME          VALUE "ONTIME".
               88  DLV-LATE            VALUE "LATE".
               88  DLV-DUPLICATE       VALUE "DUPLICAT".
               88  DLV-RESENT          VALUE "RESENT".
               88  DLV-UNSCHEDULED     VALUE "UNSCHED".
               88  DLV-MISSING         VALUE "MISSING".
           05  FILLER                  PIC X.
           05  DLV-ROWS                PIC 9(9).
           05  FILLER                  PIC X(17).
