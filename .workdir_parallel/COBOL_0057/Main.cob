       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCCAT.

      *    Adds the archive generations a run has just written to the
      *    permanent archive catalog (ARCCAT, ARCCREC layout), one
      *    record per generation, so the generations that cover a
      *    range of business dates can be looked up (ARCLOOK) instead
      *    of worked out by hand.  Up to three archives per run, each
      *    on its own fixed DD (ARCIN1 to ARCIN3) and named by an
      *    ARCCTL card:
      *        ARCHIVE n type       n = 1 to 3; type RLEARCH (the
      *                             RLE.ARCHIVE ledger archive),
      *                             NIGHTPKG (the RLE.NIGHTPKG
      *                             container) or AUDARCH (the aged
      *                             NIGHTLY.AUDIT.ARCHIVE)
      *        DSN n name           the GDG base, when it is not the
      *                             type's usual one
      *        GEN n gggg           the absolute generation of ARCINn,
      *                             to start or re-anchor the count
      *        BACKFILL n gggg      catalog an OLDER generation after
      *                             the fact; it is not counted on from
      *        DATEMBR n name       the container member whose lines
      *                             carry the business dates (NIGHTPKG
      *                             default LEDGEROUT)
      *    Without a GEN or BACKFILL card the generation is one past
      *    the type's last counted entry on the catalog.  Each archive
      *    is read once: the *RLEMF* manifest header gives the date it
      *    was written and its method, the trailer its line count,
      *    byte count and checksum, the *RLEDIR* block its member
      *    list.  The encoded lines are decoded through RLECALC only
      *    to find the earliest and latest business date inside: the
      *    date on a ledger line, the run date of an aged audit
      *    record.  The audit archive carries no manifest, so its
      *    figures are counted over the decoded records with the same
      *    positional fold RLE uses.  A generation already on the
      *    catalog with the same date, count and checksum (a rerun)
      *    is not added twice.
      *    RETURN-CODE 0 when every archive is cataloged, 4 when a
      *    line would not decode or a generation number had to be
      *    assumed, 8 when a manifest archive has no trailer, 16 when
      *    there is no ARCHIVE card, an archive or the catalog will
      *    not open, or a card names an unknown type.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CTL-FILE ASSIGN TO "ARCCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARC-IN1-FILE ASSIGN TO "ARCIN1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN1-STATUS.
           SELECT ARC-IN2-FILE ASSIGN TO "ARCIN2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN2-STATUS.
           SELECT ARC-IN3-FILE ASSIGN TO "ARCIN3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN3-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ARC-RPT-FILE ASSIGN TO "ARCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  ARC-CTL-REC             PIC X(80).
      *    The archive line format is 4100 bytes end to end, the same
      *    as RLE's own RLEIN/RLEOUT and RLECALC's buffers.
       FD  ARC-IN1-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  ARC-IN1-REC             PIC X(4100).
       FD  ARC-IN2-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  ARC-IN2-REC             PIC X(4100).
       FD  ARC-IN3-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  ARC-IN3-REC             PIC X(4100).
       FD  ARC-CAT-FILE.
           COPY ARCCREC.
       FD  ARC-RPT-FILE.
       01  ARC-RPT-REC             PIC X(132).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-IN1-STATUS           PIC XX.
       01  WS-IN2-STATUS           PIC XX.
       01  WS-IN3-STATUS           PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-IN-OPEN-STATUS       PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-CAT-EOF-SW           PIC X VALUE 'N'.
           88  WS-CAT-EOF          VALUE 'Y'.
       01  WS-IN-EOF-SW            PIC X.
           88  WS-IN-EOF           VALUE 'Y'.

      *    The archive types this catalog knows: the type name, how
      *    the business date is found on a decoded line (L the date
      *    token of a ledger line, A the run date of an audit record),
      *    whether the archive carries a *RLEMF* manifest, the usual
      *    GDG base, and the container member whose lines are dated.
       01  WS-TYPE-COUNT           PIC 9 VALUE 3.
       01  WS-TYPE-DEFS.
           05  FILLER PIC X(8)  VALUE "RLEARCH".
           05  FILLER PIC X(1)  VALUE "L".
           05  FILLER PIC X(1)  VALUE "Y".
           05  FILLER PIC X(44) VALUE "PROD.UTIL.RLE.ARCHIVE".
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(8)  VALUE "NIGHTPKG".
           05  FILLER PIC X(1)  VALUE "L".
           05  FILLER PIC X(1)  VALUE "Y".
           05  FILLER PIC X(44) VALUE "PROD.UTIL.RLE.NIGHTPKG".
           05  FILLER PIC X(16) VALUE "LEDGEROUT".
           05  FILLER PIC X(8)  VALUE "AUDARCH".
           05  FILLER PIC X(1)  VALUE "A".
           05  FILLER PIC X(1)  VALUE "N".
           05  FILLER PIC X(44)
               VALUE "PROD.UTIL.NIGHTLY.AUDIT.ARCHIVE".
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-DEFS.
           05  WS-TYPE-ENTRY OCCURS 3 TIMES.
               10  WS-TYPE-NAME    PIC X(8).
               10  WS-TYPE-DATE-FORM PIC X.
               10  WS-TYPE-MANIFEST PIC X.
               10  WS-TYPE-DSN     PIC X(44).
               10  WS-TYPE-DATE-MBR PIC X(16).
       01  WS-TYPE-IDX             PIC 9.

      *    Each type's last counted entry on the catalog, the base
      *    the next generation number is counted on from and the
      *    fingerprint a rerun is recognized by.
       01  WS-LAST-TABLE.
           05  WS-LAST-ENTRY OCCURS 3 TIMES.
               10  WS-LAST-FOUND-SW PIC X.
               10  WS-LAST-GEN     PIC 9(4).
               10  WS-LAST-ARCH-DATE PIC X(8).
               10  WS-LAST-LINES   PIC 9(9).
               10  WS-LAST-CHECKSUM PIC 9(9).
       01  WS-CAT-READ-COUNT       PIC 9(9) VALUE 0.

      *    The archives named on ARCCTL, one slot per ARCINn DD.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 3 TIMES.
               10  WS-SLOT-USED-SW PIC X.
               10  WS-SLOT-TYPE-IDX PIC 9.
               10  WS-SLOT-DSN     PIC X(44).
               10  WS-SLOT-GEN     PIC 9(4).
               10  WS-SLOT-KIND    PIC X.
               10  WS-SLOT-DATE-MBR PIC X(16).
       01  WS-SLOT-IDX             PIC 9.
       01  WS-SLOT-USED-COUNT      PIC 9 VALUE 0.

       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(44).
       01  WS-CTL-SLOT             PIC 9.
       01  WS-CTL-GEN              PIC 9(4).

      *    What one archive turned out to hold.
       01  WS-ARC-LINE             PIC X(4100).
       01  WS-ARC-LEN              PIC 9(4).
       01  WS-DATA-LINES           PIC 9(9).
       01  WS-ARCH-DATE            PIC X(8).
       01  WS-ARCH-METHOD          PIC X(6).
       01  WS-MF-TRAILER-SW        PIC X.
           88  WS-MF-TRAILER       VALUE 'Y'.
       01  WS-MF-LINES             PIC 9(9).
       01  WS-MF-INBYTES           PIC 9(9).
       01  WS-MF-CHECKSUM          PIC 9(9).
       01  WS-FIRST-DATE           PIC X(8).
       01  WS-LAST-DATE            PIC X(8).
       01  WS-DATED-LINES          PIC 9(9).
       01  WS-BAD-DECODE-COUNT     PIC 9(9).
       01  WS-CUR-MBR-NAME         PIC X(16).
       01  WS-MBR-COUNT            PIC 9.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 5 TIMES.
               10  WS-MBR-NAME     PIC X(16).
               10  WS-MBR-LINES    PIC 9(9).
               10  WS-MBR-CHECKSUM PIC 9(9).
       01  WS-MBR-IDX              PIC 9.
       01  WS-GEN-ASSUMED-SW       PIC X.
           88  WS-GEN-ASSUMED      VALUE 'Y'.
       01  WS-RERUN-SW             PIC X.
           88  WS-RERUN            VALUE 'Y'.
       01  WS-SLOT-RC              PIC 9(4).
       01  WS-SLOT-RESULT          PIC X(40).

      *    Manifest, directory and bracket records are blank-
      *    separated NAME=value tokens behind an 8-byte marker.
       01  WS-MF-TOKEN-1           PIC X(40).
       01  WS-MF-TOKEN-2           PIC X(40).
       01  WS-MF-TOKEN-3           PIC X(40).
       01  WS-MF-TOKEN-4           PIC X(40).
       01  WS-MF-TOKEN             PIC X(40).
       01  WS-MF-NAME              PIC X(10).
       01  WS-MF-VALUE             PIC X(30).
       01  WS-MF-NAME-VALUE        PIC X(16).
       01  WS-MF-LINES-VALUE       PIC 9(9).
       01  WS-MF-CKSUM-VALUE       PIC 9(9).
       01  WS-MF-INBYTES-VALUE     PIC 9(9).

      *    The same positional fold RLE builds its manifest checksum
      *    with, for the audit archive, which has no manifest.
       01  WS-CHECKSUM             PIC S9(18) COMP-5.
       01  WS-CK-POS               PIC 9(5).
       01  WS-COUNTED-BYTES        PIC 9(9).

      *    RLECALC interface areas, sized to its LINKAGE layout.
       01  WS-CALC-MODE            PIC X.
       01  WS-DEC-INPUT            PIC X(4100).
       01  WS-DEC-INPUT-LEN        PIC 9(4).
       01  WS-DEC-OUTPUT           PIC X(4100).
       01  WS-DEC-OUTPUT-LEN       PIC 9(5).
       01  WS-DEC-BAD-SW           PIC X.
           88  WS-DEC-BAD          VALUE 'Y'.
       01  LS-CALC-RC              PIC S9(4) COMP-5.

      *    A candidate business date off one decoded line.
       01  WS-LINE-ACCT            PIC X(16).
       01  WS-LINE-DATE-TOKEN      PIC X(8).
       01  WS-LINE-DATE-LEN        PIC 9(4).
       01  WS-CAND-DATE            PIC X(8).
       01  WS-CAND-DATE-PARTS REDEFINES WS-CAND-DATE.
           05  WS-CAND-YYYY        PIC 9(4).
           05  WS-CAND-MM          PIC 9(2).
           05  WS-CAND-DD          PIC 9(2).

       01  WS-GEN-DISP             PIC 9(4).
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-3         PIC ZZZZZZZZ9.
       01  WS-FULL-DSN             PIC X(54).

       01  WS-RUN-ID               PIC X(24).
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(4) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO WS-RUN-TIME
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               MOVE 'N' TO WS-SLOT-USED-SW(WS-SLOT-IDX)
               MOVE 0 TO WS-SLOT-TYPE-IDX(WS-SLOT-IDX)
               MOVE SPACES TO WS-SLOT-DSN(WS-SLOT-IDX)
               MOVE 0 TO WS-SLOT-GEN(WS-SLOT-IDX)
               MOVE 'N' TO WS-SLOT-KIND(WS-SLOT-IDX)
               MOVE SPACES TO WS-SLOT-DATE-MBR(WS-SLOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE 'N' TO WS-LAST-FOUND-SW(WS-TYPE-IDX)
               MOVE 0 TO WS-LAST-GEN(WS-TYPE-IDX)
           END-PERFORM

           OPEN OUTPUT ARC-RPT-FILE
           MOVE "ARCCAT -- ARCHIVE GENERATIONS ADDED TO THE CATALOG"
               TO ARC-RPT-REC
           WRITE ARC-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM READ-CATALOG-CONTROL
           IF WS-SLOT-USED-COUNT = 0
               MOVE "*** NO ARCHIVE CARD ON ARCCTL -- NOTHING TO "
                   & "CATALOG ***" TO ARC-RPT-REC
               WRITE ARC-RPT-REC
               DISPLAY "ARCCAT: NO ARCHIVE CARD ON ARCCTL"
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM READ-EXISTING-CATALOG
           OPEN EXTEND ARC-CAT-FILE
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT ARC-CAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               MOVE SPACES TO ARC-RPT-REC
               STRING "*** CATALOG WILL NOT OPEN FOR UPDATE, STATUS="
                      WS-CAT-STATUS " ***"
                   DELIMITED BY SIZE INTO ARC-RPT-REC
               END-STRING
               WRITE ARC-RPT-REC
               DISPLAY "ARCCAT: UNABLE TO OPEN ARCCAT, STATUS="
                   WS-CAT-STATUS
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               IF WS-SLOT-USED-SW(WS-SLOT-IDX) = 'Y'
                   PERFORM CATALOG-ONE-ARCHIVE
               END-IF
           END-PERFORM
           CLOSE ARC-CAT-FILE

           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ARC-RPT-REC
           WRITE ARC-RPT-REC
           MOVE SPACES TO ARC-RPT-REC
           STRING "GENERATIONS ADDED " FUNCTION TRIM(WS-COUNT-DISP)
                  "  RC=" WS-FINAL-RC
               DELIMITED BY SIZE INTO ARC-RPT-REC
           END-STRING
           WRITE ARC-RPT-REC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE ARC-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "ARCCAT: ADDED=" WS-ADDED-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *----------------------------------------------------------------
      *    Control cards.
      *----------------------------------------------------------------
       READ-CATALOG-CONTROL.
           OPEN INPUT ARC-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ ARC-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-ARCCTL-CARD
               END-READ
           END-PERFORM
           CLOSE ARC-CTL-FILE.

       APPLY-ONE-ARCCTL-CARD.
           IF WS-CTL-REC-LEN < 80
               MOVE SPACES TO ARC-CTL-REC(WS-CTL-REC-LEN + 1:)
           END-IF
           IF ARC-CTL-REC = SPACES OR ARC-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
           UNSTRING ARC-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1) TO WS-CTL-TOKEN-1
           IF WS-CTL-TOKEN-2(1:1) < '1' OR WS-CTL-TOKEN-2(1:1) > '3'
              OR WS-CTL-TOKEN-2(2:1) NOT = SPACE
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-TOKEN-2(1:1) TO WS-CTL-SLOT
           EVALUATE WS-CTL-TOKEN-1
               WHEN "ARCHIVE"
                   PERFORM APPLY-ARCHIVE-CARD
               WHEN "DSN"
                   MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-3)
                       TO WS-SLOT-DSN(WS-CTL-SLOT)
               WHEN "GEN"
                   PERFORM EDIT-CARD-GENERATION
                   IF WS-CTL-GEN > 0
                       MOVE WS-CTL-GEN TO WS-SLOT-GEN(WS-CTL-SLOT)
                       MOVE 'A' TO WS-SLOT-KIND(WS-CTL-SLOT)
                   END-IF
               WHEN "BACKFILL"
                   PERFORM EDIT-CARD-GENERATION
                   IF WS-CTL-GEN > 0
                       MOVE WS-CTL-GEN TO WS-SLOT-GEN(WS-CTL-SLOT)
                       MOVE 'B' TO WS-SLOT-KIND(WS-CTL-SLOT)
                   END-IF
               WHEN "DATEMBR"
                   MOVE WS-CTL-TOKEN-3(1:16)
                       TO WS-SLOT-DATE-MBR(WS-CTL-SLOT)
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE.

       APPLY-ARCHIVE-CARD.
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-3) TO WS-CTL-TOKEN-3
           MOVE 0 TO WS-SLOT-TYPE-IDX(WS-CTL-SLOT)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-NAME(WS-TYPE-IDX) = WS-CTL-TOKEN-3(1:8)
                   MOVE WS-TYPE-IDX TO WS-SLOT-TYPE-IDX(WS-CTL-SLOT)
               END-IF
           END-PERFORM
           IF WS-SLOT-TYPE-IDX(WS-CTL-SLOT) = 0
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-USED-SW(WS-CTL-SLOT) NOT = 'Y'
               ADD 1 TO WS-SLOT-USED-COUNT
           END-IF
           MOVE 'Y' TO WS-SLOT-USED-SW(WS-CTL-SLOT).

      *    A generation number on a GEN or BACKFILL card: 1 to 9999.
       EDIT-CARD-GENERATION.
           MOVE 0 TO WS-CTL-GEN
           IF FUNCTION TRIM(WS-CTL-TOKEN-3) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-CTL-TOKEN-3)) < 5
               MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-3) TO WS-CTL-GEN
           END-IF
           IF WS-CTL-GEN = 0
               PERFORM REPORT-BAD-CARD
           END-IF.

       REPORT-BAD-CARD.
           MOVE SPACES TO ARC-RPT-REC
           STRING "*** ARCCTL CARD NOT RECOGNIZED, IGNORED: "
                  ARC-CTL-REC(1:60)
               DELIMITED BY SIZE INTO ARC-RPT-REC
           END-STRING
           WRITE ARC-RPT-REC
           DISPLAY "ARCCAT: ARCCTL CARD NOT RECOGNIZED: "
               ARC-CTL-REC(1:60)
           MOVE 16 TO WS-WORST-RC.

      *----------------------------------------------------------------
      *    The catalog as it stands: each type's last counted entry.
      *    Backfill entries are older generations and never the base
      *    the count goes on from.
      *----------------------------------------------------------------
       READ-EXISTING-CATALOG.
           OPEN INPUT ARC-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-EOF
               READ ARC-CAT-FILE
                   AT END
                       MOVE 'Y' TO WS-CAT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CAT-READ-COUNT
                       PERFORM NOTE-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARC-CAT-FILE.

       NOTE-CATALOG-ENTRY.
           IF ARCC-KIND-BACKFILL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-NAME(WS-TYPE-IDX) = ARCC-TYPE
                   MOVE 'Y' TO WS-LAST-FOUND-SW(WS-TYPE-IDX)
                   MOVE ARCC-GEN TO WS-LAST-GEN(WS-TYPE-IDX)
                   MOVE ARCC-ARCH-DATE TO WS-LAST-ARCH-DATE(WS-TYPE-IDX)
                   MOVE ARCC-LINES TO WS-LAST-LINES(WS-TYPE-IDX)
                   MOVE ARCC-CHECKSUM TO WS-LAST-CHECKSUM(WS-TYPE-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    One archive: read it through once, settle its generation
      *    number, and add it to the catalog.
      *----------------------------------------------------------------
       CATALOG-ONE-ARCHIVE.
           MOVE WS-SLOT-TYPE-IDX(WS-SLOT-IDX) TO WS-TYPE-IDX
           IF WS-SLOT-DSN(WS-SLOT-IDX) = SPACES
               MOVE WS-TYPE-DSN(WS-TYPE-IDX) TO WS-SLOT-DSN(WS-SLOT-IDX)
           END-IF
           IF WS-SLOT-DATE-MBR(WS-SLOT-IDX) = SPACES
               MOVE WS-TYPE-DATE-MBR(WS-TYPE-IDX)
                   TO WS-SLOT-DATE-MBR(WS-SLOT-IDX)
           END-IF
           MOVE 0 TO WS-SLOT-RC
           MOVE SPACES TO WS-SLOT-RESULT WS-FIRST-DATE WS-LAST-DATE
           MOVE SPACES TO ARC-RPT-REC
           WRITE ARC-RPT-REC

           PERFORM OPEN-CURRENT-ARCHIVE
           IF WS-IN-OPEN-STATUS NOT = "00"
               MOVE SPACES TO ARC-RPT-REC
               STRING "ARCHIVE " WS-SLOT-IDX " "
                      WS-TYPE-NAME(WS-TYPE-IDX)
                      "  *** ARCIN" WS-SLOT-IDX
                      " WILL NOT OPEN, STATUS=" WS-IN-OPEN-STATUS
                      " -- NOT CATALOGED ***"
                   DELIMITED BY SIZE INTO ARC-RPT-REC
               END-STRING
               WRITE ARC-RPT-REC
               DISPLAY "ARCCAT: UNABLE TO OPEN ARCIN" WS-SLOT-IDX
                   ", STATUS=" WS-IN-OPEN-STATUS
               MOVE 16 TO WS-SLOT-RC
               MOVE "ARCHIVE-NOT-READABLE" TO WS-SLOT-RESULT
               PERFORM WRITE-ARCHIVE-AUDIT-DETAIL
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-CURRENT-ARCHIVE
           PERFORM CLOSE-CURRENT-ARCHIVE
           PERFORM SETTLE-GENERATION
           PERFORM BUILD-CATALOG-RECORD
           IF WS-RERUN
               MOVE "ALREADY-CATALOGED" TO WS-SLOT-RESULT
           ELSE
               WRITE ARCHIVE-CATALOG-REC
               ADD 1 TO WS-ADDED-COUNT
               IF NOT ARCC-KIND-BACKFILL
                   MOVE 'Y' TO WS-LAST-FOUND-SW(WS-TYPE-IDX)
                   MOVE ARCC-GEN TO WS-LAST-GEN(WS-TYPE-IDX)
                   MOVE ARCC-ARCH-DATE
                       TO WS-LAST-ARCH-DATE(WS-TYPE-IDX)
                   MOVE ARCC-LINES TO WS-LAST-LINES(WS-TYPE-IDX)
                   MOVE ARCC-CHECKSUM
                       TO WS-LAST-CHECKSUM(WS-TYPE-IDX)
               END-IF
               MOVE "CATALOGED" TO WS-SLOT-RESULT
           END-IF
           PERFORM JUDGE-ARCHIVE
           PERFORM REPORT-ONE-ARCHIVE
           PERFORM WRITE-ARCHIVE-AUDIT-DETAIL
           IF WS-SLOT-RC > WS-WORST-RC
               MOVE WS-SLOT-RC TO WS-WORST-RC
           END-IF.

       SCAN-CURRENT-ARCHIVE.
           MOVE 0 TO WS-DATA-LINES WS-DATED-LINES WS-BAD-DECODE-COUNT
           MOVE 0 TO WS-MF-LINES WS-MF-INBYTES WS-MF-CHECKSUM
           MOVE 0 TO WS-MBR-COUNT WS-CHECKSUM WS-COUNTED-BYTES
           MOVE 'N' TO WS-MF-TRAILER-SW
           MOVE SPACES TO WS-ARCH-DATE WS-FIRST-DATE WS-LAST-DATE
               WS-CUR-MBR-NAME
           MOVE "RLE" TO WS-ARCH-METHOD
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               PERFORM READ-CURRENT-ARCHIVE
               IF NOT WS-IN-EOF
                   PERFORM NOTE-ONE-ARCHIVE-LINE
               END-IF
           END-PERFORM.

       NOTE-ONE-ARCHIVE-LINE.
           EVALUATE TRUE
               WHEN WS-ARC-LINE(1:8) = "*RLEMF*H"
                   PERFORM SPLIT-MARKER-RECORD
                   PERFORM NOTE-MANIFEST-HEADER
               WHEN WS-ARC-LINE(1:8) = "*RLEMF*T"
                   PERFORM SPLIT-MARKER-RECORD
                   MOVE 'Y' TO WS-MF-TRAILER-SW
                   MOVE WS-MF-LINES-VALUE TO WS-MF-LINES
                   MOVE WS-MF-INBYTES-VALUE TO WS-MF-INBYTES
                   MOVE WS-MF-CKSUM-VALUE TO WS-MF-CHECKSUM
               WHEN WS-ARC-LINE(1:8) = "*RLEDIR*"
                   PERFORM SPLIT-MARKER-RECORD
                   IF WS-MBR-COUNT < 5
                       ADD 1 TO WS-MBR-COUNT
                       MOVE WS-MF-NAME-VALUE
                           TO WS-MBR-NAME(WS-MBR-COUNT)
                       MOVE WS-MF-LINES-VALUE
                           TO WS-MBR-LINES(WS-MBR-COUNT)
                       MOVE WS-MF-CKSUM-VALUE
                           TO WS-MBR-CHECKSUM(WS-MBR-COUNT)
                   END-IF
               WHEN WS-ARC-LINE(1:8) = "*RLEMB*H"
                   PERFORM SPLIT-MARKER-RECORD
                   MOVE WS-MF-NAME-VALUE TO WS-CUR-MBR-NAME
               WHEN WS-ARC-LINE(1:8) = "*RLEMB*T"
                   MOVE SPACES TO WS-CUR-MBR-NAME
               WHEN OTHER
                   ADD 1 TO WS-DATA-LINES
                   IF WS-SLOT-DATE-MBR(WS-SLOT-IDX) = SPACES
                      OR WS-SLOT-DATE-MBR(WS-SLOT-IDX) = WS-CUR-MBR-NAME
                       PERFORM DATE-ONE-ARCHIVE-LINE
                   END-IF
           END-EVALUATE.

      *    The four blank-separated tokens of a marker record, each
      *    NAME=value token applied in turn.
       SPLIT-MARKER-RECORD.
           MOVE SPACES TO WS-MF-TOKEN-1 WS-MF-TOKEN-2 WS-MF-TOKEN-3
               WS-MF-TOKEN-4 WS-MF-NAME-VALUE
           MOVE 0 TO WS-MF-LINES-VALUE WS-MF-CKSUM-VALUE
               WS-MF-INBYTES-VALUE
           UNSTRING WS-ARC-LINE(1:WS-ARC-LEN) DELIMITED BY ALL SPACES
               INTO WS-MF-TOKEN-1 WS-MF-TOKEN-2 WS-MF-TOKEN-3
                    WS-MF-TOKEN-4
           END-UNSTRING
           MOVE WS-MF-TOKEN-2 TO WS-MF-TOKEN
           PERFORM APPLY-MARKER-FIELD
           MOVE WS-MF-TOKEN-3 TO WS-MF-TOKEN
           PERFORM APPLY-MARKER-FIELD
           MOVE WS-MF-TOKEN-4 TO WS-MF-TOKEN
           PERFORM APPLY-MARKER-FIELD.

       APPLY-MARKER-FIELD.
           IF WS-MF-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MF-NAME WS-MF-VALUE
           UNSTRING WS-MF-TOKEN DELIMITED BY "="
               INTO WS-MF-NAME WS-MF-VALUE
           END-UNSTRING
           EVALUATE WS-MF-NAME
               WHEN "NAME"
               WHEN "MEMBER"
                   MOVE WS-MF-VALUE(1:16) TO WS-MF-NAME-VALUE
               WHEN "LINES"
                   MOVE FUNCTION NUMVAL(WS-MF-VALUE)
                       TO WS-MF-LINES-VALUE
               WHEN "INBYTES"
                   MOVE FUNCTION NUMVAL(WS-MF-VALUE)
                       TO WS-MF-INBYTES-VALUE
               WHEN "CHECKSUM"
                   MOVE FUNCTION NUMVAL(WS-MF-VALUE)
                       TO WS-MF-CKSUM-VALUE
               WHEN "DATE"
                   MOVE WS-MF-VALUE(1:8) TO WS-ARCH-DATE
               WHEN "METHOD"
                   MOVE WS-MF-VALUE(1:6) TO WS-ARCH-METHOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A manifest header opens the archive; the figures of any
      *    earlier stream in the same dataset do not carry over.
       NOTE-MANIFEST-HEADER.
           MOVE 'N' TO WS-MF-TRAILER-SW
           MOVE 0 TO WS-MBR-COUNT.

      *    Decode one encoded line and take its business date, the
      *    way the archive's method says it was encoded.
       DATE-ONE-ARCHIVE-LINE.
           MOVE SPACES TO WS-DEC-INPUT
           MOVE WS-ARC-LINE(1:WS-ARC-LEN) TO WS-DEC-INPUT
           MOVE WS-ARC-LEN TO WS-DEC-INPUT-LEN
           MOVE SPACES TO WS-DEC-OUTPUT
           MOVE 0 TO WS-DEC-OUTPUT-LEN
           MOVE 'N' TO WS-DEC-BAD-SW
           IF WS-ARCH-METHOD = "DIGIT"
               MOVE 'U' TO WS-CALC-MODE
           ELSE
               MOVE 'D' TO WS-CALC-MODE
           END-IF
           CALL "RLECALC" USING WS-CALC-MODE WS-DEC-INPUT
               WS-DEC-INPUT-LEN WS-DEC-OUTPUT WS-DEC-OUTPUT-LEN
               WS-DEC-BAD-SW LS-CALC-RC
           END-CALL
           IF WS-DEC-BAD
               ADD 1 TO WS-BAD-DECODE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAND-DATE
           IF WS-TYPE-DATE-FORM(WS-TYPE-IDX) = 'A'
               PERFORM FOLD-DECODED-INTO-CHECKSUM
               MOVE WS-DEC-OUTPUT(10:8) TO WS-CAND-DATE
           ELSE
               MOVE SPACES TO WS-LINE-ACCT WS-LINE-DATE-TOKEN
               MOVE 0 TO WS-LINE-DATE-LEN
               UNSTRING WS-DEC-OUTPUT DELIMITED BY ALL SPACES
                   INTO WS-LINE-ACCT
                        WS-LINE-DATE-TOKEN COUNT IN WS-LINE-DATE-LEN
               END-UNSTRING
               IF WS-LINE-DATE-LEN = 8 AND WS-LINE-ACCT NOT = "*ALLOC"
                   MOVE WS-LINE-DATE-TOKEN TO WS-CAND-DATE
               END-IF
           END-IF
           PERFORM NOTE-BUSINESS-DATE.

       NOTE-BUSINESS-DATE.
           IF WS-CAND-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-YYYY < 1900
              OR WS-CAND-MM < 1 OR WS-CAND-MM > 12
              OR WS-CAND-DD < 1 OR WS-CAND-DD > 31
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATED-LINES
           IF WS-FIRST-DATE = SPACES OR WS-CAND-DATE < WS-FIRST-DATE
               MOVE WS-CAND-DATE TO WS-FIRST-DATE
           END-IF
           IF WS-LAST-DATE = SPACES OR WS-CAND-DATE > WS-LAST-DATE
               MOVE WS-CAND-DATE TO WS-LAST-DATE
           END-IF.

      *    RLE's manifest fold, over one decoded record: the length
      *    first, then every byte by position.
       FOLD-DECODED-INTO-CHECKSUM.
           ADD WS-DEC-OUTPUT-LEN TO WS-COUNTED-BYTES
           COMPUTE WS-CHECKSUM = FUNCTION MOD(
               WS-CHECKSUM * 31 + WS-DEC-OUTPUT-LEN + 1, 1000000000)
           PERFORM VARYING WS-CK-POS FROM 1 BY 1
                   UNTIL WS-CK-POS > WS-DEC-OUTPUT-LEN
               COMPUTE WS-CHECKSUM = FUNCTION MOD(
                   WS-CHECKSUM * 31
                       + FUNCTION ORD(WS-DEC-OUTPUT(WS-CK-POS:1)),
                   1000000000)
           END-PERFORM.

      *    The generation number: a GEN or BACKFILL card's, else one
      *    past the type's last counted entry (G9999V00 wraps to
      *    G0001V00, as the GDG itself does).  The very first entry
      *    of a type with no card is taken as G0001V00 and flagged.
       SETTLE-GENERATION.
           MOVE 'N' TO WS-GEN-ASSUMED-SW
           MOVE 'N' TO WS-RERUN-SW
           IF WS-SLOT-KIND(WS-SLOT-IDX) NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-FOUND-SW(WS-TYPE-IDX) NOT = 'Y'
               MOVE 1 TO WS-SLOT-GEN(WS-SLOT-IDX)
               MOVE 'Y' TO WS-GEN-ASSUMED-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FOR-RERUN
           IF WS-RERUN
               MOVE WS-LAST-GEN(WS-TYPE-IDX) TO WS-SLOT-GEN(WS-SLOT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-GEN(WS-TYPE-IDX) >= 9999
               MOVE 1 TO WS-SLOT-GEN(WS-SLOT-IDX)
           ELSE
               COMPUTE WS-SLOT-GEN(WS-SLOT-IDX) =
                   WS-LAST-GEN(WS-TYPE-IDX) + 1
           END-IF.

      *    A rerun of the step finds its own generation already the
      *    type's last entry: same written date, count and checksum.
       CHECK-FOR-RERUN.
           IF WS-TYPE-MANIFEST(WS-TYPE-IDX) = 'Y'
               IF WS-MF-TRAILER
                  AND WS-LAST-ARCH-DATE(WS-TYPE-IDX) = WS-ARCH-DATE
                  AND WS-LAST-LINES(WS-TYPE-IDX) = WS-MF-LINES
                  AND WS-LAST-CHECKSUM(WS-TYPE-IDX) = WS-MF-CHECKSUM
                   MOVE 'Y' TO WS-RERUN-SW
               END-IF
           ELSE
               IF WS-LAST-ARCH-DATE(WS-TYPE-IDX) = WS-RUN-DATE
                  AND WS-LAST-LINES(WS-TYPE-IDX) = WS-DATA-LINES
                  AND WS-LAST-CHECKSUM(WS-TYPE-IDX) =
                      FUNCTION MOD(WS-CHECKSUM, 1000000000)
                   MOVE 'Y' TO WS-RERUN-SW
               END-IF
           END-IF.

       BUILD-CATALOG-RECORD.
           MOVE SPACES TO ARCHIVE-CATALOG-REC
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO ARCC-TYPE
           MOVE WS-SLOT-GEN(WS-SLOT-IDX) TO ARCC-GEN
           MOVE WS-SLOT-KIND(WS-SLOT-IDX) TO ARCC-ENTRY-KIND
           MOVE WS-SLOT-DSN(WS-SLOT-IDX) TO ARCC-DSN
           MOVE WS-RUN-DATE TO ARCC-RUN-DATE
           MOVE WS-RUN-TIME TO ARCC-RUN-TIME
           MOVE WS-ARCH-METHOD TO ARCC-METHOD
           IF WS-TYPE-MANIFEST(WS-TYPE-IDX) = 'Y'
               MOVE WS-ARCH-DATE TO ARCC-ARCH-DATE
               IF WS-MF-TRAILER
                   MOVE 'M' TO ARCC-FIGS-SRC
                   MOVE WS-MF-LINES TO ARCC-LINES
                   MOVE WS-MF-INBYTES TO ARCC-INBYTES
                   MOVE WS-MF-CHECKSUM TO ARCC-CHECKSUM
               ELSE
                   MOVE 'X' TO ARCC-FIGS-SRC
                   MOVE WS-DATA-LINES TO ARCC-LINES
                   MOVE 0 TO ARCC-INBYTES
                   MOVE 0 TO ARCC-CHECKSUM
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO ARCC-ARCH-DATE
               MOVE 'C' TO ARCC-FIGS-SRC
               MOVE WS-DATA-LINES TO ARCC-LINES
               MOVE WS-COUNTED-BYTES TO ARCC-INBYTES
               COMPUTE ARCC-CHECKSUM =
                   FUNCTION MOD(WS-CHECKSUM, 1000000000)
           END-IF
           IF ARCC-ARCH-DATE = SPACES
               MOVE WS-RUN-DATE TO ARCC-ARCH-DATE
           END-IF
           MOVE WS-FIRST-DATE TO ARCC-FIRST-DATE
           MOVE WS-LAST-DATE TO ARCC-LAST-DATE
           MOVE WS-DATED-LINES TO ARCC-DATED-LINES
           MOVE WS-MBR-COUNT TO ARCC-MBR-COUNT
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > 5
               IF WS-MBR-IDX > WS-MBR-COUNT
                   MOVE SPACES TO ARCC-MBR-NAME(WS-MBR-IDX)
                   MOVE 0 TO ARCC-MBR-LINES(WS-MBR-IDX)
                   MOVE 0 TO ARCC-MBR-CHECKSUM(WS-MBR-IDX)
               ELSE
                   MOVE WS-MBR-NAME(WS-MBR-IDX)
                       TO ARCC-MBR-NAME(WS-MBR-IDX)
                   MOVE WS-MBR-LINES(WS-MBR-IDX)
                       TO ARCC-MBR-LINES(WS-MBR-IDX)
                   MOVE WS-MBR-CHECKSUM(WS-MBR-IDX)
                       TO ARCC-MBR-CHECKSUM(WS-MBR-IDX)
               END-IF
           END-PERFORM
           MOVE WS-RUN-ID TO ARCC-RUN-ID.

      *    Cataloged is not the same as sound: say what is wrong.
       JUDGE-ARCHIVE.
           IF WS-BAD-DECODE-COUNT > 0 OR WS-GEN-ASSUMED
               MOVE 4 TO WS-SLOT-RC
           END-IF
           IF ARCC-FIGS-MISSING
               MOVE 8 TO WS-SLOT-RC
               MOVE "CATALOGED-NO-MANIFEST-TRAILER"
                   TO WS-SLOT-RESULT
           END-IF.

       REPORT-ONE-ARCHIVE.
           MOVE ARCC-GEN TO WS-GEN-DISP
           MOVE SPACES TO WS-FULL-DSN
           STRING FUNCTION TRIM(ARCC-DSN) ".G" WS-GEN-DISP "V00"
               DELIMITED BY SIZE INTO WS-FULL-DSN
           END-STRING
           MOVE SPACES TO ARC-RPT-REC
           STRING "ARCHIVE " WS-SLOT-IDX " " ARCC-TYPE " "
                  WS-FULL-DSN " " FUNCTION TRIM(WS-SLOT-RESULT)
               DELIMITED BY SIZE INTO ARC-RPT-REC
           END-STRING
           WRITE ARC-RPT-REC
           EVALUATE TRUE
               WHEN WS-RERUN
                   MOVE "      ALREADY THE LAST ENTRY FOR THIS TYPE "
                       & "-- SAME DATE, COUNT AND CHECKSUM; NOT ADDED "
                       & "AGAIN" TO ARC-RPT-REC
                   WRITE ARC-RPT-REC
               WHEN ARCC-KIND-ANCHOR
                   MOVE "      GENERATION AS GIVEN ON THE GEN CARD"
                       TO ARC-RPT-REC
                   WRITE ARC-RPT-REC
               WHEN ARCC-KIND-BACKFILL
                   MOVE "      BACKFILLED -- GENERATION AS GIVEN ON "
                       & "THE BACKFILL CARD" TO ARC-RPT-REC
                   WRITE ARC-RPT-REC
               WHEN WS-GEN-ASSUMED
                   MOVE "      *** FIRST ENTRY FOR THIS TYPE -- "
                       & "GENERATION ASSUMED G0001V00; RERUN WITH A "
                       & "GEN CARD IF THE GDG IS OLDER ***"
                       TO ARC-RPT-REC
                   WRITE ARC-RPT-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ARCC-LINES TO WS-COUNT-DISP
           MOVE ARCC-INBYTES TO WS-COUNT-DISP-2
           MOVE SPACES TO ARC-RPT-REC
           EVALUATE TRUE
               WHEN ARCC-FIGS-MANIFEST
                   STRING "      WRITTEN " ARCC-ARCH-DATE
                          "  METHOD " ARCC-METHOD
                          "  MANIFEST LINES "
                          FUNCTION TRIM(WS-COUNT-DISP)
                          "  INBYTES " FUNCTION TRIM(WS-COUNT-DISP-2)
                          "  CHECKSUM " ARCC-CHECKSUM
                       DELIMITED BY SIZE INTO ARC-RPT-REC
                   END-STRING
               WHEN ARCC-FIGS-COUNTED
                   STRING "      WRITTEN " ARCC-ARCH-DATE
                          "  METHOD " ARCC-METHOD
                          "  COUNTED LINES "
                          FUNCTION TRIM(WS-COUNT-DISP)
                          "  BYTES " FUNCTION TRIM(WS-COUNT-DISP-2)
                          "  CHECKSUM " ARCC-CHECKSUM
                       DELIMITED BY SIZE INTO ARC-RPT-REC
                   END-STRING
               WHEN OTHER
                   STRING "      WRITTEN " ARCC-ARCH-DATE
                          "  METHOD " ARCC-METHOD
                          "  *** NO MANIFEST TRAILER *** ENCODED LINES "
                          FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO ARC-RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE ARC-RPT-REC
           MOVE ARCC-DATED-LINES TO WS-COUNT-DISP
           MOVE SPACES TO ARC-RPT-REC
           IF ARCC-FIRST-DATE = SPACES
               MOVE "      NO DATED LINES -- NOT FOUND BY A DATE "
                   & "RANGE LOOKUP" TO ARC-RPT-REC
           ELSE
               STRING "      BUSINESS DATES " ARCC-FIRST-DATE
                      " THRU " ARCC-LAST-DATE
                      " ON " FUNCTION TRIM(WS-COUNT-DISP)
                      " LINES"
                   DELIMITED BY SIZE INTO ARC-RPT-REC
               END-STRING
           END-IF
           WRITE ARC-RPT-REC
           IF WS-BAD-DECODE-COUNT > 0
               MOVE WS-BAD-DECODE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO ARC-RPT-REC
               STRING "      *** " FUNCTION TRIM(WS-COUNT-DISP)
                      " LINES WOULD NOT DECODE -- NOT DATED ***"
                   DELIMITED BY SIZE INTO ARC-RPT-REC
               END-STRING
               WRITE ARC-RPT-REC
           END-IF
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > ARCC-MBR-COUNT
               MOVE ARCC-MBR-LINES(WS-MBR-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO ARC-RPT-REC
               STRING "      MEMBER " ARCC-MBR-NAME(WS-MBR-IDX)
                      " LINES " WS-COUNT-DISP
                      "  CHECKSUM " ARCC-MBR-CHECKSUM(WS-MBR-IDX)
                   DELIMITED BY SIZE INTO ARC-RPT-REC
               END-STRING
               WRITE ARC-RPT-REC
           END-PERFORM.

      *----------------------------------------------------------------
      *    The fixed ARCINn DDs.
      *----------------------------------------------------------------
       OPEN-CURRENT-ARCHIVE.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   OPEN INPUT ARC-IN1-FILE
                   MOVE WS-IN1-STATUS TO WS-IN-OPEN-STATUS
               WHEN 2
                   OPEN INPUT ARC-IN2-FILE
                   MOVE WS-IN2-STATUS TO WS-IN-OPEN-STATUS
               WHEN OTHER
                   OPEN INPUT ARC-IN3-FILE
                   MOVE WS-IN3-STATUS TO WS-IN-OPEN-STATUS
           END-EVALUATE.

       READ-CURRENT-ARCHIVE.
           MOVE SPACES TO WS-ARC-LINE
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   READ ARC-IN1-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE ARC-IN1-REC(1:WS-IN-REC-LEN)
                               TO WS-ARC-LINE
                   END-READ
               WHEN 2
                   READ ARC-IN2-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE ARC-IN2-REC(1:WS-IN-REC-LEN)
                               TO WS-ARC-LINE
                   END-READ
               WHEN OTHER
                   READ ARC-IN3-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE ARC-IN3-REC(1:WS-IN-REC-LEN)
                               TO WS-ARC-LINE
                   END-READ
           END-EVALUATE
           MOVE WS-IN-REC-LEN TO WS-ARC-LEN.

       CLOSE-CURRENT-ARCHIVE.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   CLOSE ARC-IN1-FILE
               WHEN 2
                   CLOSE ARC-IN2-FILE
               WHEN OTHER
                   CLOSE ARC-IN3-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    The audit trail: header, one detail per archive, trailer.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "ARCCAT  " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "ARCCAT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "ARCCAT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-ADDED-COUNT TO AUD-OK-COUNT
           IF WS-DETAIL-COUNT > WS-ADDED-COUNT
               COMPUTE AUD-ERROR-COUNT =
                   WS-DETAIL-COUNT - WS-ADDED-COUNT
           ELSE
               MOVE 0 TO AUD-ERROR-COUNT
           END-IF
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record per archive named on ARCCTL.
       WRITE-ARCHIVE-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "ARCCAT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-SLOT-RC TO AUD-RETURN-CODE
           MOVE WS-SLOT-GEN(WS-SLOT-IDX) TO WS-GEN-DISP
           STRING WS-TYPE-NAME(WS-TYPE-IDX) " G" WS-GEN-DISP "V00 "
                  WS-FIRST-DATE "-" WS-LAST-DATE
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE WS-SLOT-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

       END PROGRAM ARCCAT.
