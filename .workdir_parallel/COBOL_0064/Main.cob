       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJINV.

      *    Provider reject inventory and data-quality scorecard.
      *    REJSPLIT sends each provider its rejected rows; this
      *    program remembers them, notices when they come back
      *    corrected, and scores the providers on it.  The
      *    inventory (REJIREC layout) is carried from INVIN, the
      *    current generation, to INVOUT, the next.  Mode comes
      *    from INVCTL's first card:
      *
      *    TRACK -- after each CSVPARSER run.  FBKIN is that run's
      *    reject feedback (REJFBREC) and CSVIN the input it read.
      *    Every reject and every CSVIN data row is keyed from the
      *    CSVCTL KEY columns and delimiter through the same
      *    CSVPCALC scanner CSVPARSER uses, under the provider of
      *    the #BHDR envelope it arrived in; one SORT brings them
      *    together with the inventory by provider and key.  A key
      *    that came through accepted tonight (more CSVIN rows
      *    than rejects) closes its open item as corrected, with
      *    the days it took; a key only rejected opens an item, or
      *    ages and re-counts the one already open.  Tonight's
      *    rows sent and rejected per provider, and the reject
      *    counts per reason, are added to the inventory for the
      *    scorecard.  INVRPT shows the night per provider with
      *    the open items in age bands.  Run it once per CSVPARSER
      *    run -- a second run over the same input counts the
      *    night twice.
      *
      *    SCORE -- once a month, for account management's
      *    supplier reviews.  Reads the inventory only (no INVOUT)
      *    and prints one block per provider for the month: rows
      *    sent, rows rejected and the reject rate against the
      *    month before (SLIPPING when it rose by more than
      *    RATE-PTS points), the top reject reasons, the items
      *    corrected in the month with the average days to
      *    correct, and the rows never corrected -- then the open
      *    items themselves, oldest first within each provider's
      *    key order, up to LIST per provider.
      *
      *    Further INVCTL cards:
      *        DATE yyyymmdd    the business date of the run
      *                         (default today)
      *        MONTH yyyymm     SCORE: the month to score (default
      *                         the month before DATE)
      *        RATE-PTS n       SCORE: slipping threshold (default 2)
      *        LIST n           SCORE: open items listed per
      *                         provider (default 25)
      *    RETURN-CODE 0 clean; 4 a provider is SLIPPING, or a
      *    provider or reason table filled; 12 CSVCTL carries no
      *    KEY card (TRACK carries the inventory forward untouched);
      *    16 the inventory, CSVIN or FBKIN will not open, or the
      *    first INVCTL card is neither TRACK nor SCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-CTL-FILE ASSIGN TO "INVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CSV-CTL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INV-IN-FILE ASSIGN TO "INVIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVI-STATUS.
           SELECT INV-OUT-FILE ASSIGN TO "INVOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVO-STATUS.
           SELECT CSV-IN-FILE ASSIGN TO "CSVIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT FBK-IN-FILE ASSIGN TO "FBKIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FBK-STATUS.
           SELECT INV-RPT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    Work file for the SORT that brings the inventory and the
      *    night's rejects and rows together by provider and key.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  INV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  INV-CTL-REC             PIC X(80).
       FD  CSV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  CSV-CTL-REC             PIC X(80).
       FD  INV-IN-FILE.
       01  INV-IN-REC              PIC X(200).
       FD  INV-OUT-FILE.
       01  INV-OUT-REC             PIC X(200).
       FD  CSV-IN-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON WS-IN-REC-LEN.
       01  CSV-IN-REC              PIC X(1000).
       FD  FBK-IN-FILE.
           COPY REJFBREC.
       FD  INV-RPT-FILE.
       01  INV-RPT-REC             PIC X(132).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-PROVIDER        PIC X(8).
           05  SRT-KEY             PIC X(100).
      *    '1' an inventory item, '2' one of tonight's rejects, '3'
      *    one of tonight's CSVIN rows -- a sort key, so each key's
      *    inventory item arrives ahead of the night's evidence.
           05  SRT-SIDE            PIC X.
           05  SRT-SEQ             PIC 9(9).
           05  SRT-REASON          PIC X(40).
           05  SRT-INV-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-INVI-STATUS          PIC XX.
       01  WS-INVO-STATUS          PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-FBK-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X VALUE 'N'.
           88  WS-SORT-EOF         VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.

      *    The inventory record being read, updated or built.
           COPY REJIREC.

      *    INVCTL settings.
       01  WS-MODE                 PIC X(8) VALUE "TRACK".
           88  WS-MODE-TRACK       VALUE "TRACK".
           88  WS-MODE-SCORE       VALUE "SCORE".
       01  WS-FIRST-CARD-SW        PIC X VALUE 'Y'.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-SCORE-MONTH          PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH          PIC X(6) VALUE SPACES.
       01  WS-RATE-PTS             PIC 9(3) VALUE 2.
       01  WS-LIST-MAX             PIC 9(4) VALUE 25.
       01  WS-CTL-KEYWORD          PIC X(12).
       01  WS-CTL-VALUE-1          PIC X(10).
       01  WS-MONTH-YYYY           PIC 9(4).
       01  WS-MONTH-MM             PIC 9(2).

      *    Key derivation settings lifted from CSVCTL, the same
      *    cards CSVPARSER reads: the delimiter and the KEY columns.
       01  WS-DELIMITER            PIC X VALUE ','.
       01  WS-KEY-COL-COUNT        PIC 9(4) VALUE 0.
       01  WS-KEY-COLS.
           05  WS-KEY-COL OCCURS 5 TIMES PIC 9(4).
       01  WS-KEY-IDX              PIC 9(4).
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(10).
       01  WS-CTL-TOKEN-4          PIC X(10).
       01  WS-CTL-TOKEN-5          PIC X(10).
       01  WS-CTL-TOKEN-6          PIC X(10).
       01  WS-FIRST-REC-SW         PIC X VALUE 'Y'.

      *    CSVPCALC interface areas, matching its LINKAGE.
       01  CSV-LINE                PIC X(9100).
       01  LINE-LENGTH             PIC 9(4).
       01  FIELD-COUNT             PIC 9(4).
       01  IN-QUOTES               PIC 9.
       01  CSV-FIELDS.
           05  CSV-FIELD OCCURS 50 TIMES PIC X(100).
       01  LS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-CUR-KEY              PIC X(100).
       01  WS-CUR-KEY-PTR          PIC 9(4).
       01  WS-KEY-PARTS            PIC 9(4).

      *    A quoted field may run over physical records; CSVPARSER
      *    joins up to WS-MAX-CONT of them with LF-CHAR, and so
      *    does this program, so a row keys the same in both.
       01  LF-CHAR                 PIC X VALUE X'0A'.
       01  WS-MAX-CONT             PIC 99 VALUE 8.
       01  WS-CONT-COUNT           PIC 99.
       01  WS-APPEND-POS           PIC 9(4).

      *    The provider whose envelope CSVIN is inside, and the one
      *    the record in hand belongs to.
       01  WS-ENV-PROVIDER         PIC X(8) VALUE SPACES.
       01  WS-CUR-PROVIDER         PIC X(8).
       01  WS-ENV-TOKEN-1          PIC X(8).
       01  WS-ENV-TOKEN-2          PIC X(20).

      *    One line per provider.  Past the table's capacity every
      *    further provider is pooled in its last entry.
       01  MAX-PROVIDERS           PIC 9(3) VALUE 200.
       01  WS-PV-COUNT             PIC 9(3) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 200 TIMES.
               10  WS-PV-ID        PIC X(8).
               10  WS-PV-SENT      PIC 9(9).
               10  WS-PV-REJECTED  PIC 9(9).
               10  WS-PV-OPENED    PIC 9(7).
               10  WS-PV-REREJ     PIC 9(7).
               10  WS-PV-CLOSED    PIC 9(7).
               10  WS-PV-OPEN      PIC 9(7).
               10  WS-PV-BAND OCCURS 4 TIMES PIC 9(7).
               10  WS-PV-DAYS-SUM  PIC 9(9).
               10  WS-PV-PRIOR-SENT PIC 9(9).
               10  WS-PV-PRIOR-REJ PIC 9(9).
               10  WS-PV-MONTH-OPEN PIC 9(7).
               10  WS-PV-OLDEST    PIC 9(5).
       01  WS-PV-IDX               PIC 9(3).
       01  WS-PV-FOUND             PIC 9(3).
       01  WS-PV-POOLED-SW         PIC X VALUE 'N'.
           88  WS-PV-POOLED        VALUE 'Y'.

      *    Reject counts per provider and reason.  Reasons past the
      *    table's capacity are counted but not broken out.
       01  MAX-REASONS             PIC 9(4) VALUE 2000.
       01  WS-RS-COUNT             PIC 9(4) VALUE 0.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES.
               10  WS-RS-PROVIDER  PIC X(8).
               10  WS-RS-TEXT      PIC X(40).
               10  WS-RS-TALLY     PIC 9(9).
               10  WS-RS-TAKEN-SW  PIC X.
       01  WS-RS-IDX               PIC 9(4).
       01  WS-RS-FOUND             PIC 9(4).
       01  WS-RS-OVERFLOW          PIC 9(9) VALUE 0.
       01  WS-CUR-REASON           PIC X(40).
       01  WS-CUR-REASON-COUNT     PIC 9(9).
       01  MAX-TOP-REASONS         PIC 9 VALUE 3.
       01  WS-TOP-IDX              PIC 9.
       01  WS-TOP-BEST             PIC 9(4).

      *    One provider/key group at a time off the sorted stream.
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-GRP-PROVIDER         PIC X(8).
       01  WS-GRP-KEY              PIC X(100).
       01  WS-GRP-HAS-ITEM-SW      PIC X.
           88  WS-GRP-HAS-ITEM     VALUE 'Y'.
       01  WS-GRP-ITEM             PIC X(200).
       01  WS-GRP-REJECTS          PIC 9(7).
       01  WS-GRP-SEEN             PIC 9(7).
       01  WS-GRP-REASON           PIC X(40).

      *    Day arithmetic.
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-RUN-DAY              PIC S9(9) COMP-5.
       01  WS-FIRST-DAY            PIC S9(9) COMP-5.
       01  WS-AGE                  PIC S9(9) COMP-5.
       01  WS-AGE-BAND             PIC 9.

      *    Night totals.
       01  WS-SEQ                  PIC 9(9) VALUE 0.
       01  WS-SEQ-DISP             PIC 9(9).
       01  WS-INV-READ             PIC 9(9) VALUE 0.
       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-REJ-READ             PIC 9(9) VALUE 0.
       01  WS-ENV-REJECTS          PIC 9(9) VALUE 0.
       01  WS-NOKEY-REJECTS        PIC 9(9) VALUE 0.
       01  WS-NOKEY-ROWS           PIC 9(9) VALUE 0.
       01  WS-TOT-OPENED           PIC 9(9) VALUE 0.
       01  WS-TOT-CLOSED           PIC 9(9) VALUE 0.
       01  WS-TOT-OPEN             PIC 9(9) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(4) VALUE 0.

      *    Scorecard scratch.
       01  WS-RATE                 PIC 9(3)V99.
       01  WS-PRIOR-RATE           PIC 9(3)V99.
       01  WS-RATE-DISP            PIC ZZ9.99.
       01  WS-PRIOR-RATE-DISP      PIC ZZ9.99.
       01  WS-AVG-DAYS             PIC 9(5)V9.
       01  WS-AVG-DISP             PIC ZZZZ9.9.
       01  WS-SLIP-SW              PIC X.
           88  WS-SLIPPING         VALUE 'Y'.
       01  WS-LIST-COUNT           PIC 9(7).
       01  WS-LIST-PROVIDER        PIC X(8).
       01  WS-PROVIDER-DISP        PIC X(8).

       01  WS-COUNT-DISP           PIC Z(8)9.
       01  WS-COUNT-DISP-2         PIC Z(8)9.
       01  WS-COUNT-DISP-3         PIC Z(8)9.
       01  WS-COUNT-DISP-4         PIC Z(8)9.
       01  WS-COUNT-DISP-5         PIC Z(8)9.
       01  WS-COUNT-DISP-6         PIC Z(8)9.
       01  WS-BAND-DISP-1          PIC Z(6)9.
       01  WS-BAND-DISP-2          PIC Z(6)9.
       01  WS-BAND-DISP-3          PIC Z(6)9.
       01  WS-BAND-DISP-4          PIC Z(6)9.
       01  WS-DAYS-DISP            PIC ZZZZ9.
       01  WS-RPT-PTR              PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CONTROL-FILE
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           OPEN OUTPUT INV-RPT-FILE
           EVALUATE TRUE
               WHEN WS-MODE-TRACK
                   PERFORM RUN-TRACK-MODE
               WHEN WS-MODE-SCORE
                   PERFORM RUN-SCORE-MODE
               WHEN OTHER
                   DISPLAY "REJINV: *** ERROR *** FIRST INVCTL CARD "
                       "MUST BE TRACK OR SCORE"
                   MOVE "*** FIRST INVCTL CARD MUST BE TRACK OR SCORE"
                       & " -- NOTHING DONE ***" TO INV-RPT-REC
                   WRITE INV-RPT-REC
                   MOVE 16 TO WS-FINAL-RC
           END-EVALUATE
           CLOSE INV-RPT-FILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CONTROL-FILE.
           OPEN INPUT INV-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ INV-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE INV-CTL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW.

       APPLY-ONE-CONTROL-CARD.
           IF INV-CTL-REC = SPACES OR INV-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE-1
           UNSTRING INV-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-KEYWORD WS-CTL-VALUE-1
           END-UNSTRING
           IF WS-FIRST-CARD-SW = 'Y'
               MOVE 'N' TO WS-FIRST-CARD-SW
               MOVE FUNCTION UPPER-CASE(WS-CTL-KEYWORD) TO WS-MODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-KEYWORD)
               WHEN "DATE"
                   IF WS-CTL-VALUE-1(1:8) IS NUMERIC
                       MOVE WS-CTL-VALUE-1(1:8) TO WS-RUN-DATE
                   ELSE
                       DISPLAY "REJINV: BAD DATE CARD IGNORED: "
                           FUNCTION TRIM(INV-CTL-REC)
                   END-IF
               WHEN "MONTH"
                   IF WS-CTL-VALUE-1(1:6) IS NUMERIC
                      AND WS-CTL-VALUE-1(5:2) >= "01"
                      AND WS-CTL-VALUE-1(5:2) <= "12"
                       MOVE WS-CTL-VALUE-1(1:6) TO WS-SCORE-MONTH
                   ELSE
                       DISPLAY "REJINV: BAD MONTH CARD IGNORED: "
                           FUNCTION TRIM(INV-CTL-REC)
                   END-IF
               WHEN "RATE-PTS"
                   IF FUNCTION TRIM(WS-CTL-VALUE-1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-VALUE-1)
                           TO WS-RATE-PTS
                   END-IF
               WHEN "LIST"
                   IF FUNCTION TRIM(WS-CTL-VALUE-1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-VALUE-1)
                           TO WS-LIST-MAX
                   END-IF
               WHEN OTHER
                   DISPLAY "REJINV: UNKNOWN CONTROL CARD IGNORED: "
                       FUNCTION TRIM(INV-CTL-REC)
           END-EVALUATE.

      *    The delimiter and KEY columns from the same CSVCTL the
      *    validation step reads, so keys derive identically here.
       READ-CSV-CONTROL.
           OPEN INPUT CSV-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CSV-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-CSVCTL-CARD
               END-READ
           END-PERFORM
           CLOSE CSV-CTL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW.

       APPLY-ONE-CSVCTL-CARD.
           IF WS-FIRST-REC-SW = 'Y'
               MOVE 'N' TO WS-FIRST-REC-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
               WS-CTL-TOKEN-3 WS-CTL-TOKEN-4 WS-CTL-TOKEN-5
               WS-CTL-TOKEN-6
           UNSTRING CSV-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
                    WS-CTL-TOKEN-4 WS-CTL-TOKEN-5 WS-CTL-TOKEN-6
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "KEY"
                   MOVE 0 TO WS-KEY-COL-COUNT
                   MOVE WS-CTL-TOKEN-2 TO WS-CTL-TOKEN-1
                   PERFORM STORE-ONE-KEY-COLUMN
                   MOVE WS-CTL-TOKEN-3 TO WS-CTL-TOKEN-1
                   PERFORM STORE-ONE-KEY-COLUMN
                   MOVE WS-CTL-TOKEN-4 TO WS-CTL-TOKEN-1
                   PERFORM STORE-ONE-KEY-COLUMN
                   MOVE WS-CTL-TOKEN-5 TO WS-CTL-TOKEN-1
                   PERFORM STORE-ONE-KEY-COLUMN
                   MOVE WS-CTL-TOKEN-6 TO WS-CTL-TOKEN-1
                   PERFORM STORE-ONE-KEY-COLUMN
               WHEN "COLUMN"
               WHEN "KEYMODE"
               WHEN "OUTPUT"
               WHEN "CKPT"
               WHEN "MASTER"
               WHEN "BAMOUNT"
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
      *            The delimiter override record, as CSVPARSER
      *            spells it: PIPE, TAB, or one literal character.
                   EVALUATE FUNCTION UPPER-CASE(
                           WS-CTL-TOKEN-1(1:4))
                       WHEN "PIPE"
                           MOVE '|' TO WS-DELIMITER
                       WHEN "TAB "
                           MOVE X'09' TO WS-DELIMITER
                       WHEN OTHER
                           MOVE WS-CTL-TOKEN-1(1:1)
                               TO WS-DELIMITER
                   END-EVALUATE
           END-EVALUATE.

       STORE-ONE-KEY-COLUMN.
           IF WS-CTL-TOKEN-1 = SPACES OR WS-KEY-COL-COUNT >= 5
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CTL-TOKEN-1) IS NUMERIC
               ADD 1 TO WS-KEY-COL-COUNT
               MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-1)
                   TO WS-KEY-COL(WS-KEY-COL-COUNT)
           END-IF.

      *    The same pipe-joined key BUILD-CURRENT-KEY makes in the
      *    validation step, so the two always agree.
       BUILD-ROW-KEY.
           MOVE SPACES TO WS-CUR-KEY
           MOVE 1 TO WS-CUR-KEY-PTR
           MOVE 0 TO WS-KEY-PARTS
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COL-COUNT
               IF WS-KEY-IDX > 1 AND WS-CUR-KEY-PTR <= 100
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-CUR-KEY WITH POINTER WS-CUR-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               IF WS-KEY-COL(WS-KEY-IDX) <= FIELD-COUNT
                  AND CSV-FIELD(WS-KEY-COL(WS-KEY-IDX)) NOT = SPACES
                  AND WS-CUR-KEY-PTR <= 100
                   ADD 1 TO WS-KEY-PARTS
                   STRING FUNCTION TRIM(
                          CSV-FIELD(WS-KEY-COL(WS-KEY-IDX)))
                       DELIMITED BY SIZE
                       INTO WS-CUR-KEY WITH POINTER WS-CUR-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
      *    No key column there to read leaves only separators.
           IF WS-KEY-PARTS = 0
               MOVE SPACES TO WS-CUR-KEY
           END-IF.

      *    The provider entry for WS-CUR-PROVIDER, added on first
      *    sight; WS-PV-FOUND points at it.
       FIND-PROVIDER-ENTRY.
           MOVE 0 TO WS-PV-FOUND
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
                      OR WS-PV-FOUND > 0
               IF WS-PV-ID(WS-PV-IDX) = WS-CUR-PROVIDER
                   MOVE WS-PV-IDX TO WS-PV-FOUND
               END-IF
           END-PERFORM
           IF WS-PV-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PV-COUNT >= MAX-PROVIDERS
               IF NOT WS-PV-POOLED
                   MOVE 'Y' TO WS-PV-POOLED-SW
                   DISPLAY "REJINV: *** WARNING *** PROVIDER TABLE "
                       "FULL, FURTHER PROVIDERS POOLED IN THE LAST"
               END-IF
               MOVE MAX-PROVIDERS TO WS-PV-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PV-COUNT
           MOVE WS-PV-COUNT TO WS-PV-FOUND
           INITIALIZE WS-PV-ENTRY(WS-PV-FOUND)
           MOVE WS-CUR-PROVIDER TO WS-PV-ID(WS-PV-FOUND).

      *    Adds WS-CUR-REASON-COUNT to the WS-CUR-PROVIDER /
      *    WS-CUR-REASON entry.
       COUNT-REJECT-REASON.
           MOVE 0 TO WS-RS-FOUND
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                      OR WS-RS-FOUND > 0
               IF WS-RS-PROVIDER(WS-RS-IDX) = WS-CUR-PROVIDER
                  AND WS-RS-TEXT(WS-RS-IDX) = WS-CUR-REASON
                   MOVE WS-RS-IDX TO WS-RS-FOUND
               END-IF
           END-PERFORM
           IF WS-RS-FOUND = 0
               IF WS-RS-COUNT >= MAX-REASONS
                   ADD WS-CUR-REASON-COUNT TO WS-RS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RS-COUNT
               MOVE WS-RS-COUNT TO WS-RS-FOUND
               MOVE WS-CUR-PROVIDER TO WS-RS-PROVIDER(WS-RS-FOUND)
               MOVE WS-CUR-REASON TO WS-RS-TEXT(WS-RS-FOUND)
               MOVE 0 TO WS-RS-TALLY(WS-RS-FOUND)
           END-IF
           ADD WS-CUR-REASON-COUNT TO WS-RS-TALLY(WS-RS-FOUND).

      *    Days from RJI-FIRST-DATE to the run date into WS-AGE,
      *    never negative; WS-AGE-BAND is its 0-7 / 8-30 / 31-90 /
      *    91+ band.
       AGE-CURRENT-ITEM.
           MOVE 0 TO WS-AGE
           IF RJI-FIRST-DATE IS NUMERIC
               MOVE RJI-FIRST-DATE TO WS-DATE-NUM
               COMPUTE WS-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE = WS-RUN-DAY - WS-FIRST-DAY
               IF WS-AGE < 0
                   MOVE 0 TO WS-AGE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE <= 7
                   MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE <= 30
                   MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE <= 90
                   MOVE 3 TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BAND
           END-EVALUATE.

       EDIT-PROVIDER-NAME.
           IF WS-CUR-PROVIDER = SPACES
               MOVE "(NONE)" TO WS-PROVIDER-DISP
           ELSE
               MOVE WS-CUR-PROVIDER TO WS-PROVIDER-DISP
           END-IF.

      *----------------------------------------------------------
      *    TRACK: tonight's rejects and rows against the inventory.
      *----------------------------------------------------------
       RUN-TRACK-MODE.
           MOVE SPACES TO INV-RPT-REC
           STRING "REJINV -- PROVIDER REJECT INVENTORY, RUN OF "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC
           MOVE SPACES TO INV-RPT-REC
           WRITE INV-RPT-REC

           PERFORM READ-CSV-CONTROL
           OPEN INPUT INV-IN-FILE
           IF WS-INVI-STATUS NOT = "00"
               DISPLAY "REJINV: *** ERROR *** INVIN WILL NOT OPEN, "
                   "STATUS " WS-INVI-STATUS
               MOVE "*** THE INVENTORY (INVIN) WILL NOT OPEN -- "
                   & "NOTHING TRACKED ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
               MOVE 16 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INV-OUT-FILE
           IF WS-INVO-STATUS NOT = "00"
               DISPLAY "REJINV: *** ERROR *** INVOUT WILL NOT OPEN, "
                   "STATUS " WS-INVO-STATUS
               MOVE "*** THE NEW INVENTORY (INVOUT) WILL NOT OPEN -- "
                   & "NOTHING TRACKED ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
               CLOSE INV-IN-FILE
               MOVE 16 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

      *    Without a key nothing can be matched: the inventory goes
      *    forward as it stands rather than fill with rows that can
      *    never close.
           IF WS-KEY-COL-COUNT = 0
               DISPLAY "REJINV: *** ERROR *** CSVCTL CARRIES NO KEY "
                   "CARD -- INVENTORY CARRIED FORWARD UNCHANGED"
               MOVE "*** CSVCTL CARRIES NO KEY CARD -- ROWS CANNOT BE"
                   & " MATCHED, INVENTORY CARRIED FORWARD ***"
                   TO INV-RPT-REC
               WRITE INV-RPT-REC
               PERFORM CARRY-INVENTORY-FORWARD
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FBK-IN-FILE
           IF WS-FBK-STATUS NOT = "00"
               DISPLAY "REJINV: *** ERROR *** FBKIN WILL NOT OPEN, "
                   "STATUS " WS-FBK-STATUS
               MOVE 16 TO WS-FINAL-RC
           END-IF
           OPEN INPUT CSV-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "REJINV: *** ERROR *** CSVIN WILL NOT OPEN, "
                   "STATUS " WS-IN-STATUS
               MOVE 16 TO WS-FINAL-RC
           END-IF
           IF WS-FINAL-RC >= 16
               MOVE "*** THE NIGHT'S FEEDBACK (FBKIN) OR INPUT (CSVIN)"
                   & " WILL NOT OPEN -- INVENTORY CARRIED FORWARD ***"
                   TO INV-RPT-REC
               WRITE INV-RPT-REC
               IF WS-FBK-STATUS = "00"
                   CLOSE FBK-IN-FILE
               END-IF
               IF WS-IN-STATUS = "00"
                   CLOSE CSV-IN-FILE
               END-IF
               PERFORM CARRY-INVENTORY-FORWARD
               EXIT PARAGRAPH
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROVIDER SRT-KEY SRT-SIDE SRT-SEQ
               INPUT PROCEDURE IS RELEASE-TRACK-INPUT
               OUTPUT PROCEDURE IS APPLY-NIGHT-TO-INVENTORY
           PERFORM WRITE-NIGHT-COUNTS
           CLOSE INV-OUT-FILE
           PERFORM WRITE-TRACK-REPORT

           IF (WS-PV-POOLED OR WS-RS-OVERFLOW > 0)
              AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "REJINV: ROWS=" WS-ROWS-READ
               " REJECTS=" WS-REJ-READ
               " OPENED=" WS-TOT-OPENED
               " CORRECTED=" WS-TOT-CLOSED
               " OPEN=" WS-TOT-OPEN.

       CARRY-INVENTORY-FORWARD.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ INV-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE INV-IN-REC TO INV-OUT-REC
                       WRITE INV-OUT-REC
               END-READ
           END-PERFORM
           CLOSE INV-IN-FILE INV-OUT-FILE.

      *    Sort input side.  Volume and reason records go straight
      *    across to INVOUT; items, rejects and rows are released.
       RELEASE-TRACK-INPUT.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ INV-IN-FILE INTO REJ-INVENTORY-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INV-READ
                       IF RJI-TYPE-ITEM
                           ADD 1 TO WS-SEQ
                           MOVE RJI-PROVIDER TO SRT-PROVIDER
                           MOVE RJI-KEY TO SRT-KEY
                           MOVE '1' TO SRT-SIDE
                           MOVE WS-SEQ TO SRT-SEQ
                           MOVE SPACES TO SRT-REASON
                           MOVE REJ-INVENTORY-REC TO SRT-INV-REC
                           RELEASE SRT-REC
                       ELSE
                           MOVE REJ-INVENTORY-REC TO INV-OUT-REC
                           WRITE INV-OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-IN-FILE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ FBK-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM RELEASE-ONE-REJECT
               END-READ
           END-PERFORM
           CLOSE FBK-IN-FILE

           MOVE 'N' TO WS-EOF-SW
           MOVE SPACES TO WS-ENV-PROVIDER
           PERFORM UNTIL WS-EOF
               READ CSV-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CSV-IN-REC(1:5) = "#BHDR"
                          OR CSV-IN-REC(1:5) = "#BTRL"
                           PERFORM TRACK-BATCH-ENVELOPE
                       ELSE
                           PERFORM RELEASE-ONE-CSVIN-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSV-IN-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    A reject of the envelope itself (a trailer with no
      *    header) is not a data row and has no key.
       RELEASE-ONE-REJECT.
           IF RFB-ORIGINAL(1:5) = "#BHDR" OR RFB-ORIGINAL(1:5) = "#BTRL"
               ADD 1 TO WS-ENV-REJECTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REJ-READ
           MOVE RFB-PROVIDER TO WS-CUR-PROVIDER
           PERFORM FIND-PROVIDER-ENTRY
           ADD 1 TO WS-PV-REJECTED(WS-PV-FOUND)
           MOVE RFB-REASON TO WS-CUR-REASON
           MOVE 1 TO WS-CUR-REASON-COUNT
           PERFORM COUNT-REJECT-REASON

           MOVE SPACES TO CSV-LINE
           MOVE RFB-ORIGINAL TO CSV-LINE
           MOVE 1000 TO LINE-LENGTH
           PERFORM UNTIL LINE-LENGTH = 0
                   OR CSV-LINE(LINE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM LINE-LENGTH
           END-PERFORM
           MOVE SPACES TO CSV-FIELDS
           MOVE 0 TO FIELD-COUNT
           IF LINE-LENGTH > 0
               CALL "CSVPCALC" USING CSV-LINE LINE-LENGTH
                   WS-DELIMITER FIELD-COUNT IN-QUOTES CSV-FIELDS
                   LS-CALC-RC
               END-CALL
           END-IF
           PERFORM BUILD-ROW-KEY
           ADD 1 TO WS-SEQ
           IF WS-CUR-KEY = SPACES
      *        Nothing to match it by: an item of its own, which
      *        stays open and counts as never corrected.
               ADD 1 TO WS-NOKEY-REJECTS
               MOVE WS-SEQ TO WS-SEQ-DISP
               STRING "*NO KEY* " WS-RUN-DATE " " WS-SEQ-DISP
                   DELIMITED BY SIZE INTO WS-CUR-KEY
               END-STRING
           END-IF
           MOVE WS-CUR-PROVIDER TO SRT-PROVIDER
           MOVE WS-CUR-KEY TO SRT-KEY
           MOVE '2' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE RFB-REASON TO SRT-REASON
           MOVE SPACES TO SRT-INV-REC
           RELEASE SRT-REC.

       TRACK-BATCH-ENVELOPE.
           MOVE SPACES TO WS-ENV-TOKEN-1 WS-ENV-TOKEN-2
           UNSTRING CSV-IN-REC DELIMITED BY ALL SPACES
               INTO WS-ENV-TOKEN-1 WS-ENV-TOKEN-2
           END-UNSTRING
           IF WS-ENV-TOKEN-1 = "#BHDR"
               MOVE WS-ENV-TOKEN-2(1:8) TO WS-ENV-PROVIDER
           ELSE
               MOVE SPACES TO WS-ENV-PROVIDER
           END-IF.

      *    One logical row, continuation records joined the way
      *    CSVPARSER joins them.  A row whose key columns are empty
      *    is counted as sent but cannot close anything.
       RELEASE-ONE-CSVIN-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE WS-ENV-PROVIDER TO WS-CUR-PROVIDER
           PERFORM FIND-PROVIDER-ENTRY
           ADD 1 TO WS-PV-SENT(WS-PV-FOUND)

           MOVE SPACES TO CSV-LINE
           MOVE CSV-IN-REC TO CSV-LINE
           MOVE WS-IN-REC-LEN TO LINE-LENGTH
           MOVE 0 TO WS-CONT-COUNT
           CALL "CSVPCALC" USING CSV-LINE LINE-LENGTH
               WS-DELIMITER FIELD-COUNT IN-QUOTES CSV-FIELDS
               LS-CALC-RC
           END-CALL
           PERFORM UNTIL IN-QUOTES = 0
                   OR WS-EOF
                   OR WS-CONT-COUNT >= WS-MAX-CONT
               ADD 1 TO WS-CONT-COUNT
               READ CSV-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM APPEND-CONTINUATION-LINE
                       CALL "CSVPCALC" USING CSV-LINE
                           LINE-LENGTH WS-DELIMITER FIELD-COUNT
                           IN-QUOTES CSV-FIELDS LS-CALC-RC
                       END-CALL
               END-READ
           END-PERFORM

           PERFORM BUILD-ROW-KEY
           IF WS-CUR-KEY = SPACES
               ADD 1 TO WS-NOKEY-ROWS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ
           MOVE WS-CUR-PROVIDER TO SRT-PROVIDER
           MOVE WS-CUR-KEY TO SRT-KEY
           MOVE '3' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE SPACES TO SRT-REASON
           MOVE SPACES TO SRT-INV-REC
           RELEASE SRT-REC.

       APPEND-CONTINUATION-LINE.
           COMPUTE WS-APPEND-POS = LINE-LENGTH + 1
           MOVE LF-CHAR TO CSV-LINE(WS-APPEND-POS:1)
           ADD 1 TO LINE-LENGTH
           IF WS-IN-REC-LEN > 0
               COMPUTE WS-APPEND-POS = LINE-LENGTH + 1
               MOVE CSV-IN-REC(1:WS-IN-REC-LEN)
                   TO CSV-LINE(WS-APPEND-POS:WS-IN-REC-LEN)
               ADD WS-IN-REC-LEN TO LINE-LENGTH
           END-IF.

      *    Sort output side: one provider/key group at a time.
      *    Corrected items pass straight through; the open item (if
      *    any) and the night's evidence are settled at the break.
       APPLY-NIGHT-TO-INVENTORY.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-GRP-OPEN-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-SORTED-RECORD
               END-RETURN
           END-PERFORM
           IF WS-GRP-OPEN
               PERFORM SETTLE-KEY-GROUP
           END-IF.

       TAKE-ONE-SORTED-RECORD.
           IF WS-GRP-OPEN
              AND (SRT-PROVIDER NOT = WS-GRP-PROVIDER
                   OR SRT-KEY NOT = WS-GRP-KEY)
               PERFORM SETTLE-KEY-GROUP
           END-IF
           IF NOT WS-GRP-OPEN
               MOVE 'Y' TO WS-GRP-OPEN-SW
               MOVE SRT-PROVIDER TO WS-GRP-PROVIDER
               MOVE SRT-KEY TO WS-GRP-KEY
               MOVE 'N' TO WS-GRP-HAS-ITEM-SW
               MOVE SPACES TO WS-GRP-ITEM WS-GRP-REASON
               MOVE 0 TO WS-GRP-REJECTS WS-GRP-SEEN
           END-IF
           EVALUATE SRT-SIDE
               WHEN '1'
                   MOVE SRT-INV-REC TO REJ-INVENTORY-REC
                   IF RJI-OPEN AND NOT WS-GRP-HAS-ITEM
                       MOVE 'Y' TO WS-GRP-HAS-ITEM-SW
                       MOVE SRT-INV-REC TO WS-GRP-ITEM
                   ELSE
                       MOVE SRT-INV-REC TO INV-OUT-REC
                       WRITE INV-OUT-REC
                   END-IF
               WHEN '2'
                   ADD 1 TO WS-GRP-REJECTS
                   IF WS-GRP-REASON = SPACES
                       MOVE SRT-REASON TO WS-GRP-REASON
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-GRP-SEEN
           END-EVALUATE.

      *    The key came through accepted tonight when CSVIN carried
      *    more rows of it than were rejected.  Accepted closes the
      *    open item; rejected-only opens one or ages it.
       SETTLE-KEY-GROUP.
           MOVE 'N' TO WS-GRP-OPEN-SW
           IF NOT WS-GRP-HAS-ITEM
              AND (WS-GRP-REJECTS = 0
                   OR WS-GRP-SEEN > WS-GRP-REJECTS)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-PROVIDER TO WS-CUR-PROVIDER
           PERFORM FIND-PROVIDER-ENTRY
           IF WS-GRP-HAS-ITEM
               MOVE WS-GRP-ITEM TO REJ-INVENTORY-REC
               PERFORM AGE-CURRENT-ITEM
               MOVE WS-AGE TO RJI-AGE-DAYS
               IF WS-GRP-SEEN > WS-GRP-REJECTS
                   MOVE 'C' TO RJI-STATUS
                   MOVE WS-RUN-DATE TO RJI-CLOSED-DATE
                   ADD 1 TO WS-PV-CLOSED(WS-PV-FOUND)
                   ADD 1 TO WS-TOT-CLOSED
               ELSE
                   IF WS-GRP-REJECTS > 0
                       ADD WS-GRP-REJECTS TO RJI-TIMES-REJECTED
                       MOVE WS-RUN-DATE TO RJI-LAST-DATE
                       ADD 1 TO WS-PV-REREJ(WS-PV-FOUND)
                   END-IF
                   ADD 1 TO WS-PV-OPEN(WS-PV-FOUND)
                   ADD 1 TO WS-PV-BAND(WS-PV-FOUND, WS-AGE-BAND)
                   ADD 1 TO WS-TOT-OPEN
               END-IF
               MOVE REJ-INVENTORY-REC TO INV-OUT-REC
               WRITE INV-OUT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REJ-INVENTORY-REC
           MOVE 'I' TO RJI-REC-TYPE
           MOVE WS-GRP-PROVIDER TO RJI-PROVIDER
           MOVE WS-GRP-KEY TO RJI-KEY
           MOVE 'O' TO RJI-STATUS
           MOVE WS-RUN-DATE TO RJI-FIRST-DATE
           MOVE WS-RUN-DATE TO RJI-LAST-DATE
           MOVE WS-GRP-REJECTS TO RJI-TIMES-REJECTED
           MOVE 0 TO RJI-AGE-DAYS
           MOVE WS-GRP-REASON TO RJI-REASON
           MOVE REJ-INVENTORY-REC TO INV-OUT-REC
           WRITE INV-OUT-REC
           ADD 1 TO WS-PV-OPENED(WS-PV-FOUND)
           ADD 1 TO WS-PV-OPEN(WS-PV-FOUND)
           ADD 1 TO WS-PV-BAND(WS-PV-FOUND, 1)
           ADD 1 TO WS-TOT-OPENED
           ADD 1 TO WS-TOT-OPEN.

      *    Tonight's volume per provider and reject count per
      *    reason, for the month's scorecard.
       WRITE-NIGHT-COUNTS.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-SENT(WS-PV-IDX) > 0
                  OR WS-PV-REJECTED(WS-PV-IDX) > 0
                   MOVE SPACES TO REJ-INVENTORY-REC
                   MOVE 'V' TO RJI-REC-TYPE
                   MOVE WS-PV-ID(WS-PV-IDX) TO RJI-PROVIDER
                   MOVE WS-RUN-DATE TO RJI-VOL-DATE
                   MOVE WS-PV-SENT(WS-PV-IDX) TO RJI-ROWS-SENT
                   MOVE WS-PV-REJECTED(WS-PV-IDX)
                       TO RJI-ROWS-REJECTED
                   MOVE REJ-INVENTORY-REC TO INV-OUT-REC
                   WRITE INV-OUT-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               MOVE SPACES TO REJ-INVENTORY-REC
               MOVE 'R' TO RJI-REC-TYPE
               MOVE WS-RS-PROVIDER(WS-RS-IDX) TO RJI-PROVIDER
               MOVE WS-RUN-DATE TO RJI-RSN-DATE
               MOVE WS-RS-TEXT(WS-RS-IDX) TO RJI-RSN-TEXT
               MOVE WS-RS-TALLY(WS-RS-IDX) TO RJI-RSN-COUNT
               MOVE REJ-INVENTORY-REC TO INV-OUT-REC
               WRITE INV-OUT-REC
           END-PERFORM.

       WRITE-TRACK-REPORT.
           MOVE "PROVIDER ROWS-SENT   REJECTED  NEW-OPEN RE-REJECT"
               & "  CORRECTED STILL-OPEN     0-7D    8-30D   31-90D"
               & "     91+D" TO INV-RPT-REC
           WRITE INV-RPT-REC
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               MOVE WS-PV-ID(WS-PV-IDX) TO WS-CUR-PROVIDER
               PERFORM EDIT-PROVIDER-NAME
               MOVE WS-PV-SENT(WS-PV-IDX) TO WS-COUNT-DISP
               MOVE WS-PV-REJECTED(WS-PV-IDX) TO WS-COUNT-DISP-2
               MOVE WS-PV-OPENED(WS-PV-IDX) TO WS-COUNT-DISP-3
               MOVE WS-PV-REREJ(WS-PV-IDX) TO WS-COUNT-DISP-4
               MOVE WS-PV-CLOSED(WS-PV-IDX) TO WS-COUNT-DISP-5
               MOVE WS-PV-OPEN(WS-PV-IDX) TO WS-COUNT-DISP-6
               MOVE WS-PV-BAND(WS-PV-IDX, 1) TO WS-BAND-DISP-1
               MOVE WS-PV-BAND(WS-PV-IDX, 2) TO WS-BAND-DISP-2
               MOVE WS-PV-BAND(WS-PV-IDX, 3) TO WS-BAND-DISP-3
               MOVE WS-PV-BAND(WS-PV-IDX, 4) TO WS-BAND-DISP-4
               MOVE SPACES TO INV-RPT-REC
               STRING WS-PROVIDER-DISP " " WS-COUNT-DISP
                      "  " WS-COUNT-DISP-2 " " WS-COUNT-DISP-3
                      " " WS-COUNT-DISP-4 "  " WS-COUNT-DISP-5
                      "  " WS-COUNT-DISP-6 "  " WS-BAND-DISP-1
                      "  " WS-BAND-DISP-2 "  " WS-BAND-DISP-3
                      "  " WS-BAND-DISP-4
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-PERFORM
           IF WS-PV-COUNT = 0
               MOVE "  (NO ROWS, NO REJECTS AND NOTHING OPEN)"
                   TO INV-RPT-REC
               WRITE INV-RPT-REC
           END-IF
           MOVE SPACES TO INV-RPT-REC
           WRITE INV-RPT-REC

           MOVE WS-TOT-OPENED TO WS-COUNT-DISP
           MOVE WS-TOT-CLOSED TO WS-COUNT-DISP-2
           MOVE WS-TOT-OPEN TO WS-COUNT-DISP-3
           MOVE SPACES TO INV-RPT-REC
           STRING "ITEMS OPENED: " FUNCTION TRIM(WS-COUNT-DISP)
                  "   CORRECTED: " FUNCTION TRIM(WS-COUNT-DISP-2)
                  "   STILL OPEN: " FUNCTION TRIM(WS-COUNT-DISP-3)
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC
           IF WS-NOKEY-REJECTS > 0
               MOVE WS-NOKEY-REJECTS TO WS-COUNT-DISP
               MOVE SPACES TO INV-RPT-REC
               STRING "REJECTS WITH NO KEY TO READ (OPENED AS *NO KEY*"
                      ", NEVER MATCHABLE): "
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-IF
           IF WS-NOKEY-ROWS > 0
               MOVE WS-NOKEY-ROWS TO WS-COUNT-DISP
               MOVE SPACES TO INV-RPT-REC
               STRING "CSVIN ROWS WITH EMPTY KEY COLUMNS (COUNTED AS "
                      "SENT, MATCHED TO NOTHING): "
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-IF
           IF WS-ENV-REJECTS > 0
               MOVE WS-ENV-REJECTS TO WS-COUNT-DISP
               MOVE SPACES TO INV-RPT-REC
               STRING "ENVELOPE-RECORD REJECTS (NOT DATA ROWS, NOT "
                      "INVENTORIED): " FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-IF
           IF WS-PV-POOLED
               MOVE "*** PROVIDER TABLE FULL -- LATER PROVIDERS POOLED"
                   & " IN THE LAST LINE ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
           END-IF
           IF WS-RS-OVERFLOW > 0
               MOVE WS-RS-OVERFLOW TO WS-COUNT-DISP
               MOVE SPACES TO INV-RPT-REC
               STRING "*** REASON TABLE FULL -- "
                      FUNCTION TRIM(WS-COUNT-DISP)
                      " REJECTS NOT BROKEN OUT BY REASON ***"
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-IF.

      *----------------------------------------------------------
      *    SCORE: the month's scorecard, read-only.
      *----------------------------------------------------------
       RUN-SCORE-MODE.
           IF WS-SCORE-MONTH = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-MONTH-MM
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-MONTH-YYYY TO WS-SCORE-MONTH(1:4)
               MOVE WS-MONTH-MM TO WS-SCORE-MONTH(5:2)
           END-IF
           MOVE WS-SCORE-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-SCORE-MONTH(5:2) TO WS-MONTH-MM
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-MONTH-YYYY TO WS-PRIOR-MONTH(1:4)
           MOVE WS-MONTH-MM TO WS-PRIOR-MONTH(5:2)

           MOVE SPACES TO INV-RPT-REC
           STRING "REJINV -- PROVIDER DATA-QUALITY SCORECARD  MONTH="
                  WS-SCORE-MONTH "  (PRIOR MONTH " WS-PRIOR-MONTH
                  ")  RUN-DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC
           MOVE SPACES TO INV-RPT-REC
           WRITE INV-RPT-REC

           OPEN INPUT INV-IN-FILE
           IF WS-INVI-STATUS NOT = "00"
               DISPLAY "REJINV: *** ERROR *** INVIN WILL NOT OPEN, "
                   "STATUS " WS-INVI-STATUS
               MOVE "*** THE INVENTORY (INVIN) WILL NOT OPEN -- NO "
                   & "SCORECARD ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
               MOVE 16 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ INV-IN-FILE INTO REJ-INVENTORY-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INV-READ
                       PERFORM SCORE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE INV-IN-FILE

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               PERFORM WRITE-PROVIDER-SCORECARD
           END-PERFORM
           IF WS-PV-COUNT = 0
               MOVE "  (NOTHING SENT, REJECTED OR OPEN FOR THE MONTH)"
                   TO INV-RPT-REC
               WRITE INV-RPT-REC
           END-IF
           IF WS-PV-POOLED
               MOVE "*** PROVIDER TABLE FULL -- LATER PROVIDERS POOLED"
                   & " IN THE LAST BLOCK ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
           END-IF
           IF WS-RS-OVERFLOW > 0
               MOVE "*** REASON TABLE FULL -- SOME REASONS NOT BROKEN "
                   & "OUT ***" TO INV-RPT-REC
               WRITE INV-RPT-REC
           END-IF

           PERFORM LIST-OPEN-INVENTORY

           IF (WS-FLAG-COUNT > 0 OR WS-PV-POOLED
               OR WS-RS-OVERFLOW > 0) AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "REJINV: MONTH=" WS-SCORE-MONTH
               " PROVIDERS=" WS-PV-COUNT
               " SLIPPING=" WS-FLAG-COUNT.

       STEP-BACK-ONE-MONTH.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.

      *    A provider gets a block when it sent, was rejected or
      *    had an item close in the month, or has anything open.
       SCORE-ONE-RECORD.
           MOVE RJI-PROVIDER TO WS-CUR-PROVIDER
           EVALUATE TRUE
               WHEN RJI-TYPE-VOLUME
                   IF RJI-VOL-DATE(1:6) = WS-SCORE-MONTH
                       PERFORM FIND-PROVIDER-ENTRY
                       ADD RJI-ROWS-SENT TO WS-PV-SENT(WS-PV-FOUND)
                       ADD RJI-ROWS-REJECTED
                           TO WS-PV-REJECTED(WS-PV-FOUND)
                   END-IF
                   IF RJI-VOL-DATE(1:6) = WS-PRIOR-MONTH
                       PERFORM FIND-PROVIDER-ENTRY
                       ADD RJI-ROWS-SENT
                           TO WS-PV-PRIOR-SENT(WS-PV-FOUND)
                       ADD RJI-ROWS-REJECTED
                           TO WS-PV-PRIOR-REJ(WS-PV-FOUND)
                   END-IF
               WHEN RJI-TYPE-REASON
                   IF RJI-RSN-DATE(1:6) = WS-SCORE-MONTH
                       PERFORM FIND-PROVIDER-ENTRY
                       MOVE RJI-RSN-TEXT TO WS-CUR-REASON
                       MOVE RJI-RSN-COUNT TO WS-CUR-REASON-COUNT
                       PERFORM COUNT-REJECT-REASON
                   END-IF
               WHEN RJI-TYPE-ITEM
                   IF RJI-FIRST-DATE(1:6) = WS-SCORE-MONTH
                       PERFORM FIND-PROVIDER-ENTRY
                       ADD 1 TO WS-PV-OPENED(WS-PV-FOUND)
                   END-IF
                   IF RJI-CORRECTED
                      AND RJI-CLOSED-DATE(1:6) = WS-SCORE-MONTH
                       PERFORM FIND-PROVIDER-ENTRY
                       ADD 1 TO WS-PV-CLOSED(WS-PV-FOUND)
                       ADD RJI-AGE-DAYS TO WS-PV-DAYS-SUM(WS-PV-FOUND)
                   END-IF
                   IF RJI-OPEN
                       PERFORM FIND-PROVIDER-ENTRY
                       ADD 1 TO WS-PV-OPEN(WS-PV-FOUND)
                       PERFORM AGE-CURRENT-ITEM
                       IF WS-AGE > WS-PV-OLDEST(WS-PV-FOUND)
                           MOVE WS-AGE TO WS-PV-OLDEST(WS-PV-FOUND)
                       END-IF
                       IF RJI-FIRST-DATE(1:6) = WS-SCORE-MONTH
                           ADD 1 TO WS-PV-MONTH-OPEN(WS-PV-FOUND)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-PROVIDER-SCORECARD.
           MOVE WS-PV-ID(WS-PV-IDX) TO WS-CUR-PROVIDER
           PERFORM EDIT-PROVIDER-NAME
           MOVE 'N' TO WS-SLIP-SW
           MOVE 0 TO WS-RATE WS-PRIOR-RATE
           IF WS-PV-SENT(WS-PV-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-PV-REJECTED(WS-PV-IDX) * 100
                       / WS-PV-SENT(WS-PV-IDX)
                   ON SIZE ERROR MOVE 999.99 TO WS-RATE
               END-COMPUTE
           END-IF
           IF WS-PV-PRIOR-SENT(WS-PV-IDX) > 0
               COMPUTE WS-PRIOR-RATE ROUNDED =
                   WS-PV-PRIOR-REJ(WS-PV-IDX) * 100
                       / WS-PV-PRIOR-SENT(WS-PV-IDX)
                   ON SIZE ERROR MOVE 999.99 TO WS-PRIOR-RATE
               END-COMPUTE
               IF WS-PV-SENT(WS-PV-IDX) > 0
                  AND WS-RATE > WS-PRIOR-RATE + WS-RATE-PTS
                   MOVE 'Y' TO WS-SLIP-SW
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF

           MOVE SPACES TO INV-RPT-REC
           STRING "PROVIDER " WS-PROVIDER-DISP
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC

           MOVE WS-PV-SENT(WS-PV-IDX) TO WS-COUNT-DISP
           MOVE WS-PV-REJECTED(WS-PV-IDX) TO WS-COUNT-DISP-2
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE SPACES TO INV-RPT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  ROWS SENT " WS-COUNT-DISP
                  "   ROWS REJECTED " WS-COUNT-DISP-2
                  "   REJECT-PCT " WS-RATE-DISP
               DELIMITED BY SIZE INTO INV-RPT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-PV-PRIOR-SENT(WS-PV-IDX) > 0
               MOVE WS-PRIOR-RATE TO WS-PRIOR-RATE-DISP
               STRING "   PRIOR MONTH " WS-PRIOR-RATE-DISP
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               STRING "   PRIOR MONTH   (NONE)"
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           IF WS-SLIPPING
               STRING "   *** SLIPPING ***"
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE INV-RPT-REC

           PERFORM WRITE-TOP-REASONS

           MOVE WS-PV-OPENED(WS-PV-IDX) TO WS-COUNT-DISP
           MOVE WS-PV-CLOSED(WS-PV-IDX) TO WS-COUNT-DISP-2
           MOVE SPACES TO INV-RPT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  KEYS REJECTED " WS-COUNT-DISP
                  "   CORRECTED IN MONTH " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO INV-RPT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-PV-CLOSED(WS-PV-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-PV-DAYS-SUM(WS-PV-IDX) / WS-PV-CLOSED(WS-PV-IDX)
               MOVE WS-AVG-DAYS TO WS-AVG-DISP
               STRING "   AVG DAYS TO CORRECT " WS-AVG-DISP
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               STRING "   AVG DAYS TO CORRECT     (NONE)"
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE INV-RPT-REC

           MOVE WS-PV-OPEN(WS-PV-IDX) TO WS-COUNT-DISP
           MOVE WS-PV-MONTH-OPEN(WS-PV-IDX) TO WS-COUNT-DISP-2
           MOVE WS-PV-OLDEST(WS-PV-IDX) TO WS-DAYS-DISP
           MOVE SPACES TO INV-RPT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  NEVER CORRECTED " WS-COUNT-DISP
                  "   OF THEM FROM THIS MONTH " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO INV-RPT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-PV-OPEN(WS-PV-IDX) > 0
               STRING "   OLDEST OPEN " FUNCTION TRIM(WS-DAYS-DISP)
                      " DAYS"
                   DELIMITED BY SIZE INTO INV-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE INV-RPT-REC
           MOVE SPACES TO INV-RPT-REC
           WRITE INV-RPT-REC.

      *    The provider's most frequent reasons for the month,
      *    largest first.
       WRITE-TOP-REASONS.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               MOVE 'N' TO WS-RS-TAKEN-SW(WS-RS-IDX)
           END-PERFORM
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > MAX-TOP-REASONS
               MOVE 0 TO WS-TOP-BEST
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-COUNT
                   IF WS-RS-PROVIDER(WS-RS-IDX) = WS-PV-ID(WS-PV-IDX)
                      AND WS-RS-TAKEN-SW(WS-RS-IDX) = 'N'
                       IF WS-TOP-BEST = 0
                           MOVE WS-RS-IDX TO WS-TOP-BEST
                       ELSE
                           IF WS-RS-TALLY(WS-RS-IDX)
                                  > WS-RS-TALLY(WS-TOP-BEST)
                               MOVE WS-RS-IDX TO WS-TOP-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TOP-BEST > 0
                   MOVE 'Y' TO WS-RS-TAKEN-SW(WS-TOP-BEST)
                   MOVE WS-RS-TALLY(WS-TOP-BEST) TO WS-COUNT-DISP
                   MOVE SPACES TO INV-RPT-REC
                   IF WS-TOP-IDX = 1
                       STRING "  TOP REASONS " WS-COUNT-DISP "  "
                              WS-RS-TEXT(WS-TOP-BEST)
                           DELIMITED BY SIZE INTO INV-RPT-REC
                       END-STRING
                   ELSE
                       STRING "              " WS-COUNT-DISP "  "
                              WS-RS-TEXT(WS-TOP-BEST)
                           DELIMITED BY SIZE INTO INV-RPT-REC
                       END-STRING
                   END-IF
                   WRITE INV-RPT-REC
               ELSE
                   IF WS-TOP-IDX = 1
                       MOVE "  TOP REASONS     (NO REJECTS IN MONTH)"
                           TO INV-RPT-REC
                       WRITE INV-RPT-REC
                   END-IF
                   MOVE MAX-TOP-REASONS TO WS-TOP-IDX
               END-IF
           END-PERFORM.

      *    The open items, in the inventory's provider/key order,
      *    up to LIST per provider.
       LIST-OPEN-INVENTORY.
           MOVE SPACES TO INV-RPT-REC
           MOVE WS-LIST-MAX TO WS-COUNT-DISP
           STRING "OUTSTANDING REJECT INVENTORY -- OPEN ITEMS, UP TO "
                  FUNCTION TRIM(WS-COUNT-DISP) " PER PROVIDER"
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC
           MOVE "PROVIDER KEY                                      "
               & "           FIRST-REJ  DAYS TIMES  REASON"
               TO INV-RPT-REC
           WRITE INV-RPT-REC
           OPEN INPUT INV-IN-FILE
           IF WS-INVI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-LIST-PROVIDER
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ INV-IN-FILE INTO REJ-INVENTORY-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF RJI-TYPE-ITEM AND RJI-OPEN
                           PERFORM LIST-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-IN-FILE
           PERFORM NOTE-UNLISTED-ITEMS.

       LIST-ONE-OPEN-ITEM.
           IF RJI-PROVIDER NOT = WS-LIST-PROVIDER
               PERFORM NOTE-UNLISTED-ITEMS
               MOVE RJI-PROVIDER TO WS-LIST-PROVIDER
               MOVE 0 TO WS-LIST-COUNT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           IF WS-LIST-COUNT > WS-LIST-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE RJI-PROVIDER TO WS-CUR-PROVIDER
           PERFORM EDIT-PROVIDER-NAME
           PERFORM AGE-CURRENT-ITEM
           MOVE WS-AGE TO WS-DAYS-DISP
           MOVE RJI-TIMES-REJECTED TO WS-BAND-DISP-1
           MOVE SPACES TO INV-RPT-REC
           STRING WS-PROVIDER-DISP " " RJI-KEY(1:50) "  "
                  RJI-FIRST-DATE "  " WS-DAYS-DISP " "
                  WS-BAND-DISP-1(3:5) "  " RJI-REASON
               DELIMITED BY SIZE INTO INV-RPT-REC
           END-STRING
           WRITE INV-RPT-REC.

       NOTE-UNLISTED-ITEMS.
           IF WS-LIST-COUNT > WS-LIST-MAX
               COMPUTE WS-COUNT-DISP = WS-LIST-COUNT - WS-LIST-MAX
               MOVE WS-LIST-PROVIDER TO WS-CUR-PROVIDER
               PERFORM EDIT-PROVIDER-NAME
               MOVE SPACES TO INV-RPT-REC
               STRING WS-PROVIDER-DISP " ... AND "
                      FUNCTION TRIM(WS-COUNT-DISP)
                      " MORE OPEN ITEMS NOT LISTED"
                   DELIMITED BY SIZE INTO INV-RPT-REC
               END-STRING
               WRITE INV-RPT-REC
           END-IF.

       END PROGRAM REJINV.
