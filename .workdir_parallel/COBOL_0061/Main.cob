       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDROLL.

      *    Weekly legal hold copy of the generations about to roll
      *    off a GDG.  Each generation named on HRCTL is checked,
      *    line by line, against the active holds on the legal hold
      *    register (through the shared HOLDCHK entry point), and one
      *    that holds anything under a hold is copied whole to the
      *    held dataset (HLDOUT, outside the GDG) before the GDG
      *    limit scratches it.  HRCTL cards:
      *        SOURCE LEDGER | REJECTS | RLEARCH
      *                          what the inputs are: BIG.LEDGER.OUT
      *                          generations, CSV.REJECTS generations
      *                          or RLE.ARCHIVE generations (encoded
      *                          ledger, decoded through RLECALC to
      *                          be checked and copied still encoded)
      *        INPUT n label     n = 1 to 7, the HLDINn DD; the label
      *                          (the dataset name as the JCL gives
      *                          it) goes on the held copy and the
      *                          report.  A slot with no INPUT card is
      *                          not read.
      *    A line is judged on the program that wrote it (BIGINTAD
      *    for the ledger and the RLE archive, CSVPARSR for the
      *    rejects), its business date and its text.  A ledger line
      *    carries its own date; an undated line (a rejected
      *    posting) takes the span of the generation's dated lines.
      *    A reject record carries no date, so a rejects generation
      *    takes the business dates the archive catalog (ARCCAT)
      *    records for the RLE.NIGHTPKG generation that packaged it,
      *    found by the member's line count and checksum; one the
      *    catalog does not know is judged undated, which every
      *    date range covers -- more is copied, never less.
      *
      *    Each copy is bracketed on HLDOUT:
      *        *HELD*H SOURCE= DSN= COPIED= LINES= CHECKSUM= FIRST=
      *                LAST= HOLDS=id,id...
      *        (the generation's records, exactly as read)
      *        *HELD*T LINES= CHECKSUM=
      *    with the same positional fold RLE uses for its checksum.
      *    A generation already on HLDOUT with the same source, count
      *    and checksum is not copied again, so the step can run as
      *    often as the GDGs roll.  HRRPT lists every input and what
      *    became of it; one audit detail per input goes to UTILAUD.
      *    RETURN-CODE 4 when a line would not decode, 8 when a copy
      *    would not write, 16 when a card is not recognized, there
      *    is no SOURCE card, or the register, an input or the held
      *    dataset will not open -- and nothing more is copied once
      *    the register cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-CTL-FILE ASSIGN TO "HRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HR-IN1-FILE ASSIGN TO "HLDIN1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN1-STATUS.
           SELECT HR-IN2-FILE ASSIGN TO "HLDIN2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN2-STATUS.
           SELECT HR-IN3-FILE ASSIGN TO "HLDIN3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN3-STATUS.
           SELECT HR-IN4-FILE ASSIGN TO "HLDIN4"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN4-STATUS.
           SELECT HR-IN5-FILE ASSIGN TO "HLDIN5"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN5-STATUS.
           SELECT HR-IN6-FILE ASSIGN TO "HLDIN6"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN6-STATUS.
           SELECT HR-IN7-FILE ASSIGN TO "HLDIN7"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN7-STATUS.
           SELECT HR-HELD-FILE ASSIGN TO "HLDOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT HR-RPT-FILE ASSIGN TO "HRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  HR-CTL-REC              PIC X(80).
      *    The widest of the three sources is the 4100-byte archive
      *    line; ledger and reject records are read the same way.
       FD  HR-IN1-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN1-REC              PIC X(4100).
       FD  HR-IN2-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN2-REC              PIC X(4100).
       FD  HR-IN3-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN3-REC              PIC X(4100).
       FD  HR-IN4-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN4-REC              PIC X(4100).
       FD  HR-IN5-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN5-REC              PIC X(4100).
       FD  HR-IN6-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN6-REC              PIC X(4100).
       FD  HR-IN7-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-IN-REC-LEN.
       01  HR-IN7-REC              PIC X(4100).
       FD  HR-HELD-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-HELD-REC-LEN.
       01  HR-HELD-REC             PIC X(4100).
       FD  ARC-CAT-FILE.
           COPY ARCCREC.
       FD  HR-RPT-FILE.
       01  HR-RPT-REC              PIC X(132).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-IN1-STATUS           PIC XX.
       01  WS-IN2-STATUS           PIC XX.
       01  WS-IN3-STATUS           PIC XX.
       01  WS-IN4-STATUS           PIC XX.
       01  WS-IN5-STATUS           PIC XX.
       01  WS-IN6-STATUS           PIC XX.
       01  WS-IN7-STATUS           PIC XX.
       01  WS-HELD-STATUS          PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-IN-OPEN-STATUS       PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-HELD-REC-LEN         PIC 9(4).
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-ID               PIC X(24).
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.
       01  WS-IN-EOF-SW            PIC X.
           88  WS-IN-EOF           VALUE 'Y'.

      *    The source the inputs come from, and the program whose
      *    records they are for the hold check.
       01  WS-SOURCE               PIC X(8) VALUE SPACES.
           88  WS-SOURCE-LEDGER    VALUE "LEDGER".
           88  WS-SOURCE-REJECTS   VALUE "REJECTS".
           88  WS-SOURCE-RLEARCH   VALUE "RLEARCH".
       01  WS-SOURCE-PROGRAM       PIC X(8).

      *    The inputs named on HRCTL, one slot per HLDINn DD.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 7 TIMES.
               10  WS-SLOT-USED-SW PIC X.
               10  WS-SLOT-LABEL   PIC X(44).
       01  WS-SLOT-IDX             PIC 9.
       01  WS-SLOT-USED-COUNT      PIC 9 VALUE 0.

       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(44).

      *    HOLDCHK interface areas, sized to its LINKAGE layout.
       01  WS-HCK-FUNCTION         PIC X.
       01  WS-HCK-PROGRAM          PIC X(8).
       01  WS-HCK-FROM-DATE        PIC X(8).
       01  WS-HCK-TO-DATE          PIC X(8).
       01  WS-HCK-TEXT             PIC X(200).
       01  WS-HCK-MATCH-FLAGS      PIC X(50).
       01  WS-HCK-HOLD-IDS         PIC X(600).
       01  WS-HCK-ACTIVE-COUNT     PIC 9(4).
       01  WS-HCK-RC               PIC S9(4) COMP-5.
       01  WS-HOLD-IDX             PIC 9(2).

      *    One generation: its records, its figures, the holds any
      *    of its lines fall under.
       01  WS-IN-LINE              PIC X(4100).
       01  WS-GEN-LINES            PIC 9(9).
       01  WS-GEN-CHECKSUM         PIC S9(18) COMP-5.
       01  WS-GEN-CKSUM            PIC 9(9).
       01  WS-GEN-FIRST-DATE       PIC X(8).
       01  WS-GEN-LAST-DATE        PIC X(8).
       01  WS-GEN-DATE-SRC         PIC X(8).
       01  WS-GEN-BAD-DECODE       PIC 9(9).
       01  WS-GEN-FLAGS            PIC X(50).
       01  WS-GEN-HOLD-COUNT       PIC 9(2).
       01  WS-GEN-HOLD-LIST        PIC X(650).
       01  WS-GEN-HOLD-PTR         PIC 9(4).
       01  WS-GEN-RESULT           PIC X(20).
       01  WS-GEN-RC               PIC 9(4).
       01  WS-CK-POS               PIC 9(5).

      *    The line being judged: its text once decoded, its own
      *    business date, and the 200-byte window handed to HOLDCHK.
       01  WS-TEXT                 PIC X(4100).
       01  WS-TEXT-LEN             PIC 9(5).
       01  WS-LINE-DATE            PIC X(8).
       01  WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LINE-YYYY        PIC 9(4).
           05  WS-LINE-MM          PIC 9(2).
           05  WS-LINE-DD          PIC 9(2).
       01  WS-LINE-ACCT            PIC X(16).
       01  WS-LINE-DATE-TOKEN      PIC X(8).
       01  WS-LINE-DATE-LEN        PIC 9(4).
       01  WS-LINE-USABLE-SW       PIC X.
           88  WS-LINE-USABLE      VALUE 'Y'.
       01  WS-WINDOW-POS           PIC 9(5).

      *    RLECALC interface areas, sized to its LINKAGE layout.
       01  WS-ARCH-METHOD          PIC X(6).
       01  WS-CALC-MODE            PIC X.
       01  WS-DEC-INPUT            PIC X(4100).
       01  WS-DEC-INPUT-LEN        PIC 9(4).
       01  WS-DEC-OUTPUT           PIC X(4100).
       01  WS-DEC-OUTPUT-LEN       PIC 9(5).
       01  WS-DEC-BAD-SW           PIC X.
           88  WS-DEC-BAD          VALUE 'Y'.
       01  LS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-MF-TOKEN             PIC X(40).
       01  WS-MF-NAME              PIC X(10).
       01  WS-MF-VALUE             PIC X(30).
       01  WS-MF-PTR               PIC 9(4).

      *    The RLE.NIGHTPKG generations on the archive catalog, for
      *    dating a rejects generation: each member's line count and
      *    checksum, and the business dates the generation covers.
       01  MAX-PKG                 PIC 9(4) VALUE 400.
       01  WS-PKG-COUNT            PIC 9(4) VALUE 0.
       01  WS-PKG-TABLE.
           05  WS-PKG-ENTRY OCCURS 400 TIMES.
               10  WS-PKG-FIRST-DATE PIC X(8).
               10  WS-PKG-LAST-DATE PIC X(8).
               10  WS-PKG-MBR-COUNT PIC 9.
               10  WS-PKG-MBR OCCURS 5 TIMES.
                   15  WS-PKG-MBR-LINES PIC 9(9).
                   15  WS-PKG-MBR-CKSUM PIC 9(9).
       01  WS-PKG-IDX              PIC 9(4).
       01  WS-MBR-IDX              PIC 9.
       01  WS-CAT-OPEN-SW          PIC X VALUE 'N'.
           88  WS-CAT-OPEN         VALUE 'Y'.

      *    The copies already on the held dataset, by source, line
      *    count and checksum.  Once the table is full a generation
      *    not found in it is copied -- a second copy, never none.
       01  MAX-HELD                PIC 9(4) VALUE 2000.
       01  WS-HC-COUNT             PIC 9(4) VALUE 0.
       01  WS-HC-TABLE.
           05  WS-HC-ENTRY OCCURS 2000 TIMES.
               10  WS-HC-SOURCE    PIC X(8).
               10  WS-HC-LINES     PIC 9(9).
               10  WS-HC-CKSUM     PIC 9(9).
       01  WS-HC-IDX               PIC 9(4).
       01  WS-HC-FOUND-SW          PIC X.
           88  WS-HC-FOUND         VALUE 'Y'.
       01  WS-HC-SOURCE-VALUE      PIC X(8).
       01  WS-HC-LINES-VALUE       PIC 9(9).
       01  WS-HC-CKSUM-VALUE       PIC 9(9).

       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-CKSUM-DISP           PIC 9(9).
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-COPIED-COUNT         PIC 9(4) VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(4) VALUE 0.
       01  WS-NOT-HELD-COUNT       PIC 9(4) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 7
               MOVE 'N' TO WS-SLOT-USED-SW(WS-SLOT-IDX)
               MOVE SPACES TO WS-SLOT-LABEL(WS-SLOT-IDX)
           END-PERFORM

           OPEN OUTPUT HR-RPT-FILE
           MOVE "HOLDROLL -- LEGAL HOLD COPY OF GENERATIONS ROLLING "
               & "OFF" TO HR-RPT-REC
           WRITE HR-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM READ-ROLL-CONTROL
           IF WS-SOURCE = SPACES OR WS-SLOT-USED-COUNT = 0
               MOVE "*** NO SOURCE OR NO INPUT CARD ON HRCTL -- "
                   & "NOTHING CHECKED ***" TO HR-RPT-REC
               WRITE HR-RPT-REC
               DISPLAY "HOLDROLL: NO SOURCE OR NO INPUT CARD ON HRCTL"
               MOVE 16 TO WS-WORST-RC
           END-IF
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           MOVE 'L' TO WS-HCK-FUNCTION
           PERFORM CALL-HOLD-CHECK
           IF WS-HCK-RC >= 8
               MOVE WS-HCK-RC TO WS-GEN-RC
               MOVE SPACES TO HR-RPT-REC
               STRING "*** LEGAL HOLD REGISTER NOT USABLE (HOLDCHK "
                      "RC=" WS-GEN-RC ") -- NOTHING CHECKED ***"
                   DELIMITED BY SIZE INTO HR-RPT-REC
               END-STRING
               WRITE HR-RPT-REC
               DISPLAY "HOLDROLL: LEGAL HOLD REGISTER NOT USABLE"
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           MOVE SPACES TO HR-RPT-REC
           STRING "SOURCE " WS-SOURCE "  ACTIVE HOLDS "
                  WS-HCK-ACTIVE-COUNT
               DELIMITED BY SIZE INTO HR-RPT-REC
           END-STRING
           WRITE HR-RPT-REC
           IF WS-HCK-ACTIVE-COUNT = 0
               MOVE "NO ACTIVE LEGAL HOLDS -- NOTHING TO COPY"
                   TO HR-RPT-REC
               WRITE HR-RPT-REC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           IF WS-SOURCE-REJECTS
               PERFORM LOAD-PACKAGE-CATALOG
           END-IF
           PERFORM READ-HELD-DATASET
           OPEN EXTEND HR-HELD-FILE
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HR-HELD-FILE
           END-IF
           IF WS-HELD-STATUS NOT = "00"
               MOVE SPACES TO HR-RPT-REC
               STRING "*** HELD DATASET (HLDOUT) WILL NOT OPEN, "
                      "STATUS=" WS-HELD-STATUS " ***"
                   DELIMITED BY SIZE INTO HR-RPT-REC
               END-STRING
               WRITE HR-RPT-REC
               DISPLAY "HOLDROLL: UNABLE TO OPEN HLDOUT, STATUS="
                   WS-HELD-STATUS
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 7
               IF WS-SLOT-USED-SW(WS-SLOT-IDX) = 'Y'
                   PERFORM CHECK-ONE-GENERATION
               END-IF
           END-PERFORM
           CLOSE HR-HELD-FILE

           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           MOVE SPACES TO HR-RPT-REC
           WRITE HR-RPT-REC
           MOVE SPACES TO HR-RPT-REC
           STRING "COPIED " WS-COPIED-COUNT
                  "  ALREADY HELD " WS-ALREADY-COUNT
                  "  NOT UNDER A HOLD " WS-NOT-HELD-COUNT
                  "  RC=" WS-FINAL-RC
               DELIMITED BY SIZE INTO HR-RPT-REC
           END-STRING
           WRITE HR-RPT-REC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE HR-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "HOLDROLL: SOURCE=" WS-SOURCE
               " COPIED=" WS-COPIED-COUNT
               " ALREADY-HELD=" WS-ALREADY-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

       CALL-HOLD-CHECK.
           CALL "HOLDCHK" USING WS-HCK-FUNCTION WS-HCK-PROGRAM
               WS-HCK-FROM-DATE WS-HCK-TO-DATE WS-HCK-TEXT
               WS-HCK-MATCH-FLAGS WS-HCK-HOLD-IDS
               WS-HCK-ACTIVE-COUNT WS-HCK-RC
           END-CALL.

      *----------------------------------------------------------------
      *    Control cards.
      *----------------------------------------------------------------
       READ-ROLL-CONTROL.
           OPEN INPUT HR-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ HR-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-HRCTL-CARD
               END-READ
           END-PERFORM
           CLOSE HR-CTL-FILE.

       APPLY-ONE-HRCTL-CARD.
           IF WS-CTL-REC-LEN < 80
               MOVE SPACES TO HR-CTL-REC(WS-CTL-REC-LEN + 1:)
           END-IF
           IF HR-CTL-REC = SPACES OR HR-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
           UNSTRING HR-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1) TO WS-CTL-TOKEN-1
           EVALUATE WS-CTL-TOKEN-1
               WHEN "SOURCE"
                   MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-2)
                       TO WS-SOURCE
                   EVALUATE TRUE
                       WHEN WS-SOURCE-LEDGER
                       WHEN WS-SOURCE-RLEARCH
                           MOVE "BIGINTAD" TO WS-SOURCE-PROGRAM
                       WHEN WS-SOURCE-REJECTS
                           MOVE "CSVPARSR" TO WS-SOURCE-PROGRAM
                       WHEN OTHER
                           MOVE SPACES TO WS-SOURCE
                           PERFORM REPORT-BAD-CARD
                   END-EVALUATE
               WHEN "INPUT"
                   IF WS-CTL-TOKEN-2(1:1) < '1'
                      OR WS-CTL-TOKEN-2(1:1) > '7'
                      OR WS-CTL-TOKEN-2(2:1) NOT = SPACE
                       PERFORM REPORT-BAD-CARD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CTL-TOKEN-2(1:1) TO WS-SLOT-IDX
                   IF WS-SLOT-USED-SW(WS-SLOT-IDX) NOT = 'Y'
                       ADD 1 TO WS-SLOT-USED-COUNT
                   END-IF
                   MOVE 'Y' TO WS-SLOT-USED-SW(WS-SLOT-IDX)
                   MOVE WS-CTL-TOKEN-3 TO WS-SLOT-LABEL(WS-SLOT-IDX)
                   IF WS-CTL-TOKEN-3 = SPACES
                       STRING "HLDIN" WS-SLOT-IDX
                           DELIMITED BY SIZE
                           INTO WS-SLOT-LABEL(WS-SLOT-IDX)
                       END-STRING
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE.

       REPORT-BAD-CARD.
           MOVE SPACES TO HR-RPT-REC
           STRING "*** HRCTL CARD NOT RECOGNIZED, IGNORED: "
                  HR-CTL-REC(1:60)
               DELIMITED BY SIZE INTO HR-RPT-REC
           END-STRING
           WRITE HR-RPT-REC
           DISPLAY "HOLDROLL: HRCTL CARD NOT RECOGNIZED: "
               HR-CTL-REC(1:60)
           MOVE 16 TO WS-WORST-RC.

      *----------------------------------------------------------------
      *    The archive catalog's RLE.NIGHTPKG entries, to date a
      *    rejects generation by the container that packaged it.  No
      *    catalog leaves every rejects generation undated.
      *----------------------------------------------------------------
       LOAD-PACKAGE-CATALOG.
           OPEN INPUT ARC-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               MOVE "ARCHIVE CATALOG (ARCCAT) NOT READ -- REJECTS "
                   & "GENERATIONS ARE JUDGED UNDATED" TO HR-RPT-REC
               WRITE HR-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CAT-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ARC-CAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ARCC-TYPE = "NIGHTPKG"
                          AND ARCC-MBR-COUNT > 0
                          AND WS-PKG-COUNT < MAX-PKG
                           PERFORM NOTE-PACKAGE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARC-CAT-FILE.

       NOTE-PACKAGE-ENTRY.
           ADD 1 TO WS-PKG-COUNT
           MOVE ARCC-FIRST-DATE TO WS-PKG-FIRST-DATE(WS-PKG-COUNT)
           MOVE ARCC-LAST-DATE TO WS-PKG-LAST-DATE(WS-PKG-COUNT)
           MOVE ARCC-MBR-COUNT TO WS-PKG-MBR-COUNT(WS-PKG-COUNT)
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > ARCC-MBR-COUNT
               MOVE ARCC-MBR-LINES(WS-MBR-IDX)
                   TO WS-PKG-MBR-LINES(WS-PKG-COUNT, WS-MBR-IDX)
               MOVE ARCC-MBR-CHECKSUM(WS-MBR-IDX)
                   TO WS-PKG-MBR-CKSUM(WS-PKG-COUNT, WS-MBR-IDX)
           END-PERFORM.

      *    The latest catalog entry with a member of the same count
      *    and checksum as this generation gives its dates.
       DATE-FROM-CATALOG.
           PERFORM VARYING WS-PKG-IDX FROM WS-PKG-COUNT BY -1
                   UNTIL WS-PKG-IDX < 1
                      OR WS-GEN-DATE-SRC = "CATALOG"
               PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-PKG-MBR-COUNT(WS-PKG-IDX)
                   IF WS-PKG-MBR-LINES(WS-PKG-IDX, WS-MBR-IDX)
                          = WS-GEN-LINES
                      AND WS-PKG-MBR-CKSUM(WS-PKG-IDX, WS-MBR-IDX)
                          = WS-GEN-CKSUM
                      AND WS-PKG-FIRST-DATE(WS-PKG-IDX) NOT = SPACES
                       MOVE WS-PKG-FIRST-DATE(WS-PKG-IDX)
                           TO WS-GEN-FIRST-DATE
                       MOVE WS-PKG-LAST-DATE(WS-PKG-IDX)
                           TO WS-GEN-LAST-DATE
                       MOVE "CATALOG" TO WS-GEN-DATE-SRC
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      *    The copies already on the held dataset.
      *----------------------------------------------------------------
       READ-HELD-DATASET.
           OPEN INPUT HR-HELD-FILE
           IF WS-HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ HR-HELD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF HR-HELD-REC(1:8) = "*HELD*H "
                          AND WS-HC-COUNT < MAX-HELD
                           PERFORM NOTE-HELD-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HR-HELD-FILE.

       NOTE-HELD-COPY.
           MOVE SPACES TO WS-HC-SOURCE-VALUE
           MOVE 0 TO WS-HC-LINES-VALUE WS-HC-CKSUM-VALUE
           MOVE 9 TO WS-MF-PTR
           PERFORM UNTIL WS-MF-PTR > WS-HELD-REC-LEN
               MOVE SPACES TO WS-MF-TOKEN
               UNSTRING HR-HELD-REC(1:WS-HELD-REC-LEN)
                   DELIMITED BY ALL SPACES
                   INTO WS-MF-TOKEN
                   WITH POINTER WS-MF-PTR
               END-UNSTRING
               MOVE SPACES TO WS-MF-NAME WS-MF-VALUE
               UNSTRING WS-MF-TOKEN DELIMITED BY "="
                   INTO WS-MF-NAME WS-MF-VALUE
               END-UNSTRING
               EVALUATE WS-MF-NAME
                   WHEN "SOURCE"
                       MOVE WS-MF-VALUE(1:8) TO WS-HC-SOURCE-VALUE
                   WHEN "LINES"
                       MOVE FUNCTION NUMVAL(WS-MF-VALUE)
                           TO WS-HC-LINES-VALUE
                   WHEN "CHECKSUM"
                       MOVE FUNCTION NUMVAL(WS-MF-VALUE)
                           TO WS-HC-CKSUM-VALUE
               END-EVALUATE
           END-PERFORM
           ADD 1 TO WS-HC-COUNT
           MOVE WS-HC-SOURCE-VALUE TO WS-HC-SOURCE(WS-HC-COUNT)
           MOVE WS-HC-LINES-VALUE TO WS-HC-LINES(WS-HC-COUNT)
           MOVE WS-HC-CKSUM-VALUE TO WS-HC-CKSUM(WS-HC-COUNT).

       FIND-HELD-COPY.
           MOVE 'N' TO WS-HC-FOUND-SW
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-COUNT OR WS-HC-FOUND
               IF WS-HC-SOURCE(WS-HC-IDX) = WS-SOURCE
                  AND WS-HC-LINES(WS-HC-IDX) = WS-GEN-LINES
                  AND WS-HC-CKSUM(WS-HC-IDX) = WS-GEN-CKSUM
                   MOVE 'Y' TO WS-HC-FOUND-SW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    One generation: its figures and dates, whether anything
      *    in it is under a hold, and if so a copy on HLDOUT.
      *----------------------------------------------------------------
       CHECK-ONE-GENERATION.
           MOVE 0 TO WS-GEN-RC
           MOVE SPACES TO WS-GEN-RESULT WS-GEN-FLAGS WS-GEN-HOLD-LIST
           MOVE 0 TO WS-GEN-HOLD-COUNT
           PERFORM OPEN-CURRENT-INPUT
           IF WS-IN-OPEN-STATUS NOT = "00"
               MOVE SPACES TO HR-RPT-REC
               STRING "INPUT " WS-SLOT-IDX " "
                      FUNCTION TRIM(WS-SLOT-LABEL(WS-SLOT-IDX))
                      "  *** HLDIN" WS-SLOT-IDX
                      " WILL NOT OPEN, STATUS=" WS-IN-OPEN-STATUS
                      " ***"
                   DELIMITED BY SIZE INTO HR-RPT-REC
               END-STRING
               WRITE HR-RPT-REC
               DISPLAY "HOLDROLL: UNABLE TO OPEN HLDIN" WS-SLOT-IDX
                   ", STATUS=" WS-IN-OPEN-STATUS
               MOVE 16 TO WS-GEN-RC
               MOVE "INPUT-NOT-READABLE" TO WS-GEN-RESULT
               MOVE 0 TO WS-GEN-LINES WS-GEN-CKSUM
               PERFORM FINISH-ONE-GENERATION
               EXIT PARAGRAPH
           END-IF
           PERFORM MEASURE-CURRENT-INPUT
           PERFORM CLOSE-CURRENT-INPUT
           IF WS-SOURCE-REJECTS
               MOVE "UNDATED" TO WS-GEN-DATE-SRC
               MOVE SPACES TO WS-GEN-FIRST-DATE WS-GEN-LAST-DATE
               IF WS-GEN-LINES > 0
                   PERFORM DATE-FROM-CATALOG
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-GEN-LINES = 0
                   MOVE "EMPTY" TO WS-GEN-RESULT
               WHEN OTHER
                   PERFORM FIND-HELD-COPY
                   IF WS-HC-FOUND
                       MOVE "ALREADY-HELD" TO WS-GEN-RESULT
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       PERFORM MATCH-CURRENT-INPUT
                       IF WS-GEN-HOLD-COUNT = 0
                           MOVE "NOT-UNDER-A-HOLD" TO WS-GEN-RESULT
                           ADD 1 TO WS-NOT-HELD-COUNT
                       ELSE
                           PERFORM COPY-CURRENT-INPUT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-GEN-BAD-DECODE > 0 AND WS-GEN-RC < 4
               MOVE 4 TO WS-GEN-RC
           END-IF
           PERFORM FINISH-ONE-GENERATION.

       FINISH-ONE-GENERATION.
           PERFORM REPORT-ONE-GENERATION
           PERFORM WRITE-GENERATION-AUDIT-DETAIL
           IF WS-GEN-RC > WS-WORST-RC
               MOVE WS-GEN-RC TO WS-WORST-RC
           END-IF.

      *    First pass: line count and checksum over the records as
      *    read, and the span of business dates on the dated lines.
       MEASURE-CURRENT-INPUT.
           MOVE 0 TO WS-GEN-LINES WS-GEN-CHECKSUM WS-GEN-BAD-DECODE
           MOVE SPACES TO WS-GEN-FIRST-DATE WS-GEN-LAST-DATE
           MOVE "LINES" TO WS-GEN-DATE-SRC
           MOVE "RLE" TO WS-ARCH-METHOD
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               PERFORM READ-CURRENT-INPUT
               IF NOT WS-IN-EOF
                   ADD 1 TO WS-GEN-LINES
                   PERFORM FOLD-LINE-INTO-CHECKSUM
                   PERFORM PREPARE-LINE-TEXT
                   IF WS-LINE-USABLE AND WS-LINE-DATE NOT = SPACES
                       IF WS-GEN-FIRST-DATE = SPACES
                          OR WS-LINE-DATE < WS-GEN-FIRST-DATE
                           MOVE WS-LINE-DATE TO WS-GEN-FIRST-DATE
                       END-IF
                       IF WS-GEN-LAST-DATE = SPACES
                          OR WS-LINE-DATE > WS-GEN-LAST-DATE
                           MOVE WS-LINE-DATE TO WS-GEN-LAST-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-GEN-CKSUM =
               FUNCTION MOD(WS-GEN-CHECKSUM, 1000000000).

      *    The same positional fold RLE builds its checksums with.
       FOLD-LINE-INTO-CHECKSUM.
           COMPUTE WS-GEN-CHECKSUM = FUNCTION MOD(
               WS-GEN-CHECKSUM * 31 + WS-IN-REC-LEN + 1, 1000000000)
           PERFORM VARYING WS-CK-POS FROM 1 BY 1
                   UNTIL WS-CK-POS > WS-IN-REC-LEN
               COMPUTE WS-GEN-CHECKSUM = FUNCTION MOD(
                   WS-GEN-CHECKSUM * 31
                       + FUNCTION ORD(WS-IN-LINE(WS-CK-POS:1)),
                   1000000000)
           END-PERFORM.

      *    The line's text as the hold check sees it -- an archive
      *    line decoded, its markers skipped -- and its own date.
       PREPARE-LINE-TEXT.
           MOVE 'Y' TO WS-LINE-USABLE-SW
           MOVE SPACES TO WS-LINE-DATE
           IF WS-SOURCE-RLEARCH
               IF WS-IN-LINE(1:4) = "*RLE"
                   MOVE 'N' TO WS-LINE-USABLE-SW
                   IF WS-IN-LINE(1:8) = "*RLEMF*H"
                       PERFORM NOTE-ARCHIVE-METHOD
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM DECODE-ARCHIVE-LINE
               IF WS-DEC-BAD
                   MOVE 'N' TO WS-LINE-USABLE-SW
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-IN-LINE TO WS-TEXT
               MOVE WS-IN-REC-LEN TO WS-TEXT-LEN
           END-IF
           IF WS-SOURCE-REJECTS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-ACCT WS-LINE-DATE-TOKEN
           MOVE 0 TO WS-LINE-DATE-LEN
           UNSTRING WS-TEXT DELIMITED BY ALL SPACES
               INTO WS-LINE-ACCT
                    WS-LINE-DATE-TOKEN COUNT IN WS-LINE-DATE-LEN
           END-UNSTRING
           IF WS-LINE-DATE-LEN = 8 AND WS-LINE-DATE-TOKEN IS NUMERIC
               MOVE WS-LINE-DATE-TOKEN TO WS-LINE-DATE
               IF WS-LINE-YYYY < 1900
                  OR WS-LINE-MM < 1 OR WS-LINE-MM > 12
                  OR WS-LINE-DD < 1 OR WS-LINE-DD > 31
                   MOVE SPACES TO WS-LINE-DATE
               END-IF
           END-IF.

      *    METHOD= on the manifest header says how the lines after
      *    it were encoded.
       NOTE-ARCHIVE-METHOD.
           MOVE "RLE" TO WS-ARCH-METHOD
           MOVE 9 TO WS-MF-PTR
           PERFORM UNTIL WS-MF-PTR > WS-IN-REC-LEN
               MOVE SPACES TO WS-MF-TOKEN
               UNSTRING WS-IN-LINE(1:WS-IN-REC-LEN)
                   DELIMITED BY ALL SPACES
                   INTO WS-MF-TOKEN
                   WITH POINTER WS-MF-PTR
               END-UNSTRING
               MOVE SPACES TO WS-MF-NAME WS-MF-VALUE
               UNSTRING WS-MF-TOKEN DELIMITED BY "="
                   INTO WS-MF-NAME WS-MF-VALUE
               END-UNSTRING
               IF WS-MF-NAME = "METHOD"
                   MOVE WS-MF-VALUE(1:6) TO WS-ARCH-METHOD
               END-IF
           END-PERFORM.

       DECODE-ARCHIVE-LINE.
           MOVE SPACES TO WS-DEC-INPUT
           MOVE WS-IN-LINE(1:WS-IN-REC-LEN) TO WS-DEC-INPUT
           MOVE WS-IN-REC-LEN TO WS-DEC-INPUT-LEN
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
               ADD 1 TO WS-GEN-BAD-DECODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEC-OUTPUT TO WS-TEXT
           MOVE WS-DEC-OUTPUT-LEN TO WS-TEXT-LEN.

      *    Second pass: every line against the active holds.  An
      *    undated line is judged on the generation's span; a line
      *    that would not decode is already counted and is skipped.
       MATCH-CURRENT-INPUT.
           PERFORM OPEN-CURRENT-INPUT
           MOVE 0 TO WS-GEN-BAD-DECODE
           MOVE "RLE" TO WS-ARCH-METHOD
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               PERFORM READ-CURRENT-INPUT
               IF NOT WS-IN-EOF
                   PERFORM PREPARE-LINE-TEXT
                   IF WS-LINE-USABLE
                       PERFORM MATCH-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-CURRENT-INPUT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
               IF WS-GEN-FLAGS(WS-HOLD-IDX:1) = 'Y'
                   ADD 1 TO WS-GEN-HOLD-COUNT
               END-IF
           END-PERFORM.

      *    The line's text goes to HOLDCHK in 200-byte windows that
      *    overlap by 20, so no account or provider can straddle
      *    two of them unseen.
       MATCH-ONE-LINE.
           MOVE 'C' TO WS-HCK-FUNCTION
           MOVE WS-SOURCE-PROGRAM TO WS-HCK-PROGRAM
           IF WS-LINE-DATE NOT = SPACES
               MOVE WS-LINE-DATE TO WS-HCK-FROM-DATE WS-HCK-TO-DATE
           ELSE
               MOVE WS-GEN-FIRST-DATE TO WS-HCK-FROM-DATE
               MOVE WS-GEN-LAST-DATE TO WS-HCK-TO-DATE
           END-IF
           IF WS-TEXT-LEN = 0
               MOVE 1 TO WS-TEXT-LEN
           END-IF
           PERFORM VARYING WS-WINDOW-POS FROM 1 BY 180
                   UNTIL WS-WINDOW-POS > WS-TEXT-LEN
               MOVE WS-TEXT(WS-WINDOW-POS:) TO WS-HCK-TEXT
               PERFORM CALL-HOLD-CHECK
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
                   IF WS-HCK-MATCH-FLAGS(WS-HOLD-IDX:1) = 'Y'
                       MOVE 'Y' TO WS-GEN-FLAGS(WS-HOLD-IDX:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Third pass: the generation, bracketed, onto HLDOUT.
       COPY-CURRENT-INPUT.
           MOVE 1 TO WS-GEN-HOLD-PTR
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
               IF WS-GEN-FLAGS(WS-HOLD-IDX:1) = 'Y'
                   IF WS-GEN-HOLD-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-GEN-HOLD-LIST
                           WITH POINTER WS-GEN-HOLD-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-HCK-HOLD-IDS(
                              (WS-HOLD-IDX - 1) * 12 + 1:12))
                       DELIMITED BY SIZE INTO WS-GEN-HOLD-LIST
                       WITH POINTER WS-GEN-HOLD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-GEN-CKSUM TO WS-CKSUM-DISP
           MOVE WS-GEN-LINES TO WS-COUNT-DISP
           MOVE SPACES TO HR-HELD-REC
           MOVE 1 TO WS-HELD-REC-LEN
           STRING "*HELD*H SOURCE=" FUNCTION TRIM(WS-SOURCE)
                  " DSN=" FUNCTION TRIM(WS-SLOT-LABEL(WS-SLOT-IDX))
                  " COPIED=" WS-RUN-DATE
                  " LINES=" FUNCTION TRIM(WS-COUNT-DISP)
                  " CHECKSUM=" WS-CKSUM-DISP
                  " FIRST=" WS-GEN-FIRST-DATE
                  " LAST=" WS-GEN-LAST-DATE
                  " HOLDS=" FUNCTION TRIM(WS-GEN-HOLD-LIST)
               DELIMITED BY SIZE INTO HR-HELD-REC
               WITH POINTER WS-HELD-REC-LEN
           END-STRING
           SUBTRACT 1 FROM WS-HELD-REC-LEN
           PERFORM WRITE-HELD-RECORD
           IF WS-HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CURRENT-INPUT
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF OR WS-HELD-STATUS NOT = "00"
               PERFORM READ-CURRENT-INPUT
               IF NOT WS-IN-EOF
                   MOVE WS-IN-LINE TO HR-HELD-REC
                   MOVE WS-IN-REC-LEN TO WS-HELD-REC-LEN
                   PERFORM WRITE-HELD-RECORD
               END-IF
           END-PERFORM
           PERFORM CLOSE-CURRENT-INPUT
           IF WS-HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HR-HELD-REC
           MOVE 1 TO WS-HELD-REC-LEN
           STRING "*HELD*T LINES=" FUNCTION TRIM(WS-COUNT-DISP)
                  " CHECKSUM=" WS-CKSUM-DISP
               DELIMITED BY SIZE INTO HR-HELD-REC
               WITH POINTER WS-HELD-REC-LEN
           END-STRING
           SUBTRACT 1 FROM WS-HELD-REC-LEN
           PERFORM WRITE-HELD-RECORD
           IF WS-HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "COPIED" TO WS-GEN-RESULT
           ADD 1 TO WS-COPIED-COUNT
           IF WS-HC-COUNT < MAX-HELD
               ADD 1 TO WS-HC-COUNT
               MOVE WS-SOURCE TO WS-HC-SOURCE(WS-HC-COUNT)
               MOVE WS-GEN-LINES TO WS-HC-LINES(WS-HC-COUNT)
               MOVE WS-GEN-CKSUM TO WS-HC-CKSUM(WS-HC-COUNT)
           END-IF.

       WRITE-HELD-RECORD.
           WRITE HR-HELD-REC
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HOLDROLL: *** ERROR *** HLDOUT WRITE FAILED, "
                   "STATUS=" WS-HELD-STATUS " INPUT=HLDIN" WS-SLOT-IDX
               MOVE 8 TO WS-GEN-RC
               MOVE "COPY-FAILED" TO WS-GEN-RESULT
           END-IF.

       REPORT-ONE-GENERATION.
           MOVE WS-GEN-LINES TO WS-COUNT-DISP
           MOVE WS-GEN-CKSUM TO WS-CKSUM-DISP
           MOVE SPACES TO HR-RPT-REC
           STRING "INPUT " WS-SLOT-IDX " "
                  WS-SLOT-LABEL(WS-SLOT-IDX)
                  " LINES=" WS-COUNT-DISP
                  " CHECKSUM=" WS-CKSUM-DISP
                  " " WS-GEN-RESULT
               DELIMITED BY SIZE INTO HR-RPT-REC
           END-STRING
           WRITE HR-RPT-REC
           IF WS-GEN-RESULT = "INPUT-NOT-READABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HR-RPT-REC
           STRING "         DATES " WS-GEN-FIRST-DATE
                  " THRU " WS-GEN-LAST-DATE
                  " (" FUNCTION TRIM(WS-GEN-DATE-SRC) ")"
               DELIMITED BY SIZE INTO HR-RPT-REC
           END-STRING
           IF WS-GEN-HOLD-COUNT > 0
               STRING "  HOLDS " WS-GEN-HOLD-LIST
                   DELIMITED BY SIZE INTO HR-RPT-REC(48:85)
               END-STRING
           END-IF
           WRITE HR-RPT-REC
           IF WS-GEN-BAD-DECODE > 0
               MOVE WS-GEN-BAD-DECODE TO WS-COUNT-DISP
               MOVE SPACES TO HR-RPT-REC
               STRING "         *** " FUNCTION TRIM(WS-COUNT-DISP)
                      " LINE(S) WOULD NOT DECODE -- NOT CHECKED ***"
                   DELIMITED BY SIZE INTO HR-RPT-REC
               END-STRING
               WRITE HR-RPT-REC
           END-IF.

      *----------------------------------------------------------------
      *    The HLDINn DD behind the current slot.
      *----------------------------------------------------------------
       OPEN-CURRENT-INPUT.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   OPEN INPUT HR-IN1-FILE
                   MOVE WS-IN1-STATUS TO WS-IN-OPEN-STATUS
               WHEN 2
                   OPEN INPUT HR-IN2-FILE
                   MOVE WS-IN2-STATUS TO WS-IN-OPEN-STATUS
               WHEN 3
                   OPEN INPUT HR-IN3-FILE
                   MOVE WS-IN3-STATUS TO WS-IN-OPEN-STATUS
               WHEN 4
                   OPEN INPUT HR-IN4-FILE
                   MOVE WS-IN4-STATUS TO WS-IN-OPEN-STATUS
               WHEN 5
                   OPEN INPUT HR-IN5-FILE
                   MOVE WS-IN5-STATUS TO WS-IN-OPEN-STATUS
               WHEN 6
                   OPEN INPUT HR-IN6-FILE
                   MOVE WS-IN6-STATUS TO WS-IN-OPEN-STATUS
               WHEN OTHER
                   OPEN INPUT HR-IN7-FILE
                   MOVE WS-IN7-STATUS TO WS-IN-OPEN-STATUS
           END-EVALUATE.

       READ-CURRENT-INPUT.
           EVALUATE WS-SLOT-IDX
               WHEN 1
                   READ HR-IN1-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN1-REC TO WS-IN-LINE
                   END-READ
               WHEN 2
                   READ HR-IN2-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN2-REC TO WS-IN-LINE
                   END-READ
               WHEN 3
                   READ HR-IN3-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN3-REC TO WS-IN-LINE
                   END-READ
               WHEN 4
                   READ HR-IN4-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN4-REC TO WS-IN-LINE
                   END-READ
               WHEN 5
                   READ HR-IN5-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN5-REC TO WS-IN-LINE
                   END-READ
               WHEN 6
                   READ HR-IN6-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN6-REC TO WS-IN-LINE
                   END-READ
               WHEN OTHER
                   READ HR-IN7-FILE
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                       NOT AT END
                           MOVE SPACES TO WS-IN-LINE
                           MOVE HR-IN7-REC TO WS-IN-LINE
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-INPUT.
           EVALUATE WS-SLOT-IDX
               WHEN 1 CLOSE HR-IN1-FILE
               WHEN 2 CLOSE HR-IN2-FILE
               WHEN 3 CLOSE HR-IN3-FILE
               WHEN 4 CLOSE HR-IN4-FILE
               WHEN 5 CLOSE HR-IN5-FILE
               WHEN 6 CLOSE HR-IN6-FILE
               WHEN OTHER CLOSE HR-IN7-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Audit trail: a header and trailer bracketing the run, and
      *    one detail per input.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           STRING "HOLDROLL" WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "HOLDROLL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-GENERATION-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "HOLDROLL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-SLOT-IDX TO AUD-LINE-NUM
           MOVE WS-GEN-RC TO AUD-RETURN-CODE
           MOVE WS-GEN-CKSUM TO WS-CKSUM-DISP
           MOVE WS-GEN-LINES TO WS-COUNT-DISP
           STRING WS-SOURCE " "
                  FUNCTION TRIM(WS-SLOT-LABEL(WS-SLOT-IDX))
                  " L=" FUNCTION TRIM(WS-COUNT-DISP)
                  " C=" WS-CKSUM-DISP
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           STRING FUNCTION TRIM(WS-GEN-RESULT) " "
                  WS-GEN-HOLD-LIST
               DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TRAILER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "HOLDROLL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-COPIED-COUNT TO AUD-OK-COUNT
           MOVE 0 TO AUD-ERROR-COUNT
           IF WS-FINAL-RC > 0
               MOVE 1 TO AUD-ERROR-COUNT
           END-IF
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

       END PROGRAM HOLDROLL.
