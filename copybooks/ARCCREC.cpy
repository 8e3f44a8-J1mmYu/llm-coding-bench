      *>===============================================================
      *>   ARCCREC -- one archive generation on the permanent archive
      *>   catalog PROD.UTIL.ARCHIVE.CATALOG, 400 bytes.  ARCCAT
      *>   appends one record each time a generation of RLE.ARCHIVE,
      *>   RLE.NIGHTPKG or NIGHTLY.AUDIT.ARCHIVE is written; ARCLOOK
      *>   reads it back to name the generations that cover a range
      *>   of business dates.
      *>
      *>   ARCC-TYPE is the archive: RLEARCH, NIGHTPKG or AUDARCH.
      *>   ARCC-GEN is the absolute generation (GnnnnV00) under the
      *>   ARCC-DSN GDG base.  ARCC-ENTRY-KIND says how that number
      *>   was arrived at: counted on from the type's previous entry
      *>   (N), given on a GEN card (A), or a BACKFILL card cataloging
      *>   an older generation after the fact (B) -- backfill entries
      *>   are never counted on from.
      *>   ARCC-LINES, ARCC-INBYTES and ARCC-CHECKSUM are the archive's
      *>   own *RLEMF* manifest trailer figures (ARCC-FIGS-SRC M); the
      *>   audit archive carries no manifest, so for it they are
      *>   counted over the decoded records with the same positional
      *>   fold (C).  X means a manifest archive with no trailer.
      *>   ARCC-FIRST-DATE / ARCC-LAST-DATE are the earliest and
      *>   latest business dates inside (the ledger line's date, the
      *>   audit record's run date); spaces when nothing inside was
      *>   dated.  ARCC-MEMBER is the *RLEDIR* directory of a
      *>   container archive, ARCC-MBR-COUNT zero for a plain one.
      *>   When a generation is cataloged twice the later record wins.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  ARCHIVE-CATALOG-REC.
           05  ARCC-TYPE               PIC X(8).
           05  ARCC-GEN                PIC 9(4).
           05  ARCC-ENTRY-KIND         PIC X.
               88  ARCC-KIND-NIGHTLY   VALUE 'N'.
               88  ARCC-KIND-ANCHOR    VALUE 'A'.
               88  ARCC-KIND-BACKFILL  VALUE 'B'.
           05  ARCC-DSN                PIC X(44).
           05  ARCC-RUN-DATE           PIC X(8).
           05  ARCC-RUN-TIME           PIC X(6).
           05  ARCC-ARCH-DATE          PIC X(8).
           05  ARCC-METHOD             PIC X(6).
           05  ARCC-FIGS-SRC           PIC X.
               88  ARCC-FIGS-MANIFEST  VALUE 'M'.
               88  ARCC-FIGS-COUNTED   VALUE 'C'.
               88  ARCC-FIGS-MISSING   VALUE 'X'.
           05  ARCC-LINES              PIC 9(9).
           05  ARCC-INBYTES            PIC 9(9).
           05  ARCC-CHECKSUM           PIC 9(9).
           05  ARCC-FIRST-DATE         PIC X(8).
           05  ARCC-LAST-DATE          PIC X(8).
           05  ARCC-DATED-LINES        PIC 9(9).
           05  ARCC-MBR-COUNT          PIC 9.
           05  ARCC-MEMBER OCCURS 5 TIMES.
               10  ARCC-MBR-NAME       PIC X(16).
               10  ARCC-MBR-LINES      PIC 9(9).
               10  ARCC-MBR-CHECKSUM   PIC 9(9).
           05  ARCC-RUN-ID             PIC X(24).
           05  FILLER                  PIC X(67).
