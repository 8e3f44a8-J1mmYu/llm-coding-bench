      *>===============================================================
      *>   CSVDLREC -- one record of the CSV change file,
      *>   PROD.UTIL.CSV.DELTA: a GDG of 10367-byte records CSVDELTA
      *>   writes every night by comparing tonight's CSV.OUT
      *>   generation with last night's, row by row, on the KEY
      *>   columns CSVCTL defines.
      *>     H  header: DLR-RUN-DATE, DLR-KEY the key columns used
      *>        ("KEYCOLS=1,3") and DLR-ROW the output shape read
      *>     A  row added tonight: DLR-KEY, the whole new row in
      *>        DLR-ROW (DLR-ROW-LEN bytes)
      *>     D  row gone tonight: DLR-KEY, the whole old row
      *>     C  one column of a row present both nights whose value
      *>        moved: DLR-COL the column number, DLR-BEFORE last
      *>        night's value, DLR-AFTER tonight's.  A row with three
      *>        changed columns is three C records, in column order.
      *>        DLR-COL zero means the row could not be split and
      *>        the first 100 bytes of each image are given instead.
      *>     T  trailer: the counts in DLR-TOTALS
      *>   Every record carries DLR-RUN-DATE, so generations can be
      *>   concatenated downstream without losing which night a
      *>   change belongs to.  A key shared by several rows pairs
      *>   them in file order: the first old row with the first new
      *>   one, and so on.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  CSV-DELTA-REC.
           05  DLR-TYPE                PIC X.
               88  DLR-TYPE-HEADER     VALUE 'H'.
               88  DLR-TYPE-ADD        VALUE 'A'.
               88  DLR-TYPE-CHANGE     VALUE 'C'.
               88  DLR-TYPE-DELETE     VALUE 'D'.
               88  DLR-TYPE-TRAILER    VALUE 'T'.
           05  DLR-RUN-DATE            PIC X(8).
           05  DLR-KEY                 PIC X(100).
           05  DLR-COL                 PIC 9(4).
           05  DLR-BEFORE              PIC X(100).
           05  DLR-AFTER               PIC X(100).
           05  DLR-ROW-LEN             PIC 9(5).
           05  DLR-ROW                 PIC X(10049).
           05  DLR-TOTALS REDEFINES DLR-ROW.
               10  DLR-OLD-ROWS        PIC 9(9).
               10  DLR-NEW-ROWS        PIC 9(9).
               10  DLR-ADD-COUNT       PIC 9(9).
               10  DLR-DELETE-COUNT    PIC 9(9).
               10  DLR-CHANGE-COUNT    PIC 9(9).
               10  DLR-UNCHANGED-COUNT PIC 9(9).
               10  DLR-COLUMN-COUNT    PIC 9(9).
               10  FILLER              PIC X(9986).
