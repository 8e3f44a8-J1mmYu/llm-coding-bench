      *>===============================================================
      *>   CSVPTREC -- one record of the CSV split manifest,
      *>   PROD.UTIL.CSV.PART.MANIFEST: 80-byte records CSVSPLIT
      *>   writes every night as it divides CSVIN into the parallel
      *>   CSVPARSER streams, and CSVMERGE reads to put the streams'
      *>   output back together in CSVIN order.
      *>     H  header: CPT-RUN-ID the split run, CPT-PART-COUNT the
      *>        streams in use
      *>     U  one unit of CSVIN, in CSVIN order -- a whole provider
      *>        envelope, a run of rows outside any envelope, or a
      *>        trailer with no header -- and the stream it went to
      *>     T  trailer: CPT-UNIT-COUNT units and CPT-TOTAL-LINES
      *>        CSVIN lines, so a short manifest is never mistaken
      *>        for a whole one
      *>   Lines are counted the way CSVPARSER counts them: one per
      *>   envelope record and one per logical row (a row with an
      *>   open quote takes its continuation records with it).
      *>   CPT-FIRST-LINE is the unit's first line in its stream,
      *>   which is the LINE= number the stream's CSVREJ gives it.
      *>   CPT-DECL-SW says what the unit's trailer declared:
      *>   'Y' a row count (CPT-DECL-ROWS), 'X' a count that is not
      *>   a number, 'N' no trailer.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  CSV-PART-REC.
           05  CPT-TYPE                PIC X.
               88  CPT-TYPE-HEADER     VALUE 'H'.
               88  CPT-TYPE-UNIT       VALUE 'U'.
               88  CPT-TYPE-TRAILER    VALUE 'T'.
           05  CPT-UNIT-SEQ            PIC 9(7).
           05  CPT-BODY.
               10  CPT-PARTITION       PIC 9.
               10  CPT-KIND            PIC X.
                   88  CPT-KIND-ENVELOPE VALUE 'E'.
                   88  CPT-KIND-LOOSE  VALUE 'L'.
                   88  CPT-KIND-STRAY  VALUE 'S'.
               10  CPT-PROVIDER        PIC X(8).
               10  CPT-BATCH-DATE      PIC X(8).
               10  CPT-FIRST-LINE      PIC 9(9).
               10  CPT-LINES           PIC 9(9).
               10  CPT-ROWS            PIC 9(9).
               10  CPT-PHYS            PIC 9(9).
               10  CPT-DECL-ROWS       PIC 9(9).
               10  CPT-DECL-SW         PIC X.
               10  FILLER              PIC X(8).
           05  CPT-CONTROL REDEFINES CPT-BODY.
               10  CPT-PART-COUNT      PIC 9.
               10  CPT-RUN-ID          PIC X(24).
               10  CPT-UNIT-COUNT      PIC 9(7).
               10  CPT-TOTAL-LINES     PIC 9(9).
               10  FILLER              PIC X(31).
