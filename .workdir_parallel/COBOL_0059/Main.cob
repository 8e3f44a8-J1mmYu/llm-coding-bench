      *    HOLDCHK -- the suite's callable legal hold check, its own
      *    compilation unit so AUDAGE, HOLDROLL and HOLDRPT all judge
      *    a record against the legal hold register (DD LEGALHLD,
      *    HOLDREC layout) by the same rules, the way UTILLOCK is
      *    shared.  The register is read once, on the first call or
      *    on any 'L' call, and the holds active today are kept.
      *
      *    LS-HCK-FUNCTION:     'L' (re)load the register; 'C' check
      *                         one record (loading first if needed)
      *    LS-HCK-PROGRAM:      the program that wrote the record
      *    LS-HCK-FROM-DATE,
      *    LS-HCK-TO-DATE:      the business dates the record covers;
      *                         both blank for an undated record,
      *                         which every date range is taken to
      *                         cover -- a hold is never missed for
      *                         want of a date
      *    LS-HCK-TEXT:         the record's text; a hold naming an
      *                         account or provider matches when the
      *                         value stands in it as a whole word
      *                         (blank-, comma-, colon-, semicolon-,
      *                         equals-, quote- or bar-delimited)
      *    LS-HCK-MATCH-FLAGS:  one byte per active hold, 'Y' where
      *                         the record falls under it
      *    LS-HCK-HOLD-IDS:     the active holds' ids, in register
      *                         order, twelve bytes each
      *    LS-HCK-ACTIVE-COUNT: how many holds are active today
      *    LS-HCK-RC:           0 register read; 8 the register would
      *                         not open (no holds loaded); 12 more
      *                         than 50 active holds, the first 50
      *                         loaded -- callers must not age or
      *                         scratch anything on 8 or 12
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REG-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REG-FILE.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.
       01  WS-LOADED-SW            PIC X VALUE 'N'.
           88  WS-LOADED           VALUE 'Y'.
       01  WS-LOAD-RC              PIC S9(4) COMP-5 VALUE 0.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-TODAY                PIC X(8).

      *    The holds active today, in register order.
       01  MAX-HOLDS               PIC 9(2) VALUE 50.
       01  WS-HD-COUNT             PIC 9(2) VALUE 0.
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 50 TIMES.
               10  WS-HD-ID        PIC X(12).
               10  WS-HD-PROGRAM   PIC X(8).
               10  WS-HD-FROM-DATE PIC X(8).
               10  WS-HD-TO-DATE   PIC X(8).
               10  WS-HD-ACCOUNT   PIC X(16).
               10  WS-HD-PROVIDER  PIC X(8).
       01  WS-HD-IDX               PIC 9(2).

      *    The record's text with every delimiter turned to a blank
      *    and a blank either side, and the word being looked for.
       01  WS-NORM-TEXT            PIC X(202).
       01  WS-WORD-VALUE           PIC X(16).
       01  WS-WORD                 PIC X(18).
       01  WS-WORD-LEN             PIC 9(2).
       01  WS-WORD-TALLY           PIC 9(4).
       01  WS-MATCH-SW             PIC X.
           88  WS-MATCH            VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-HCK-FUNCTION         PIC X.
       01  LS-HCK-PROGRAM          PIC X(8).
       01  LS-HCK-FROM-DATE        PIC X(8).
       01  LS-HCK-TO-DATE          PIC X(8).
       01  LS-HCK-TEXT             PIC X(200).
       01  LS-HCK-MATCH-FLAGS      PIC X(50).
       01  LS-HCK-HOLD-IDS         PIC X(600).
       01  LS-HCK-ACTIVE-COUNT     PIC 9(4).
       01  LS-HCK-RC               PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING LS-HCK-FUNCTION LS-HCK-PROGRAM
               LS-HCK-FROM-DATE LS-HCK-TO-DATE LS-HCK-TEXT
               LS-HCK-MATCH-FLAGS LS-HCK-HOLD-IDS
               LS-HCK-ACTIVE-COUNT LS-HCK-RC.
       HOLD-CHECK-MAIN.
           IF LS-HCK-FUNCTION = 'L' OR NOT WS-LOADED
               PERFORM LOAD-HOLD-REGISTER
           END-IF
           MOVE WS-LOAD-RC TO LS-HCK-RC
           MOVE WS-HD-COUNT TO LS-HCK-ACTIVE-COUNT
           MOVE SPACES TO LS-HCK-HOLD-IDS LS-HCK-MATCH-FLAGS
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               MOVE WS-HD-ID(WS-HD-IDX)
                   TO LS-HCK-HOLD-IDS((WS-HD-IDX - 1) * 12 + 1:12)
           END-PERFORM
           IF LS-HCK-FUNCTION NOT = 'C' OR WS-HD-COUNT = 0
               GOBACK
           END-IF

           MOVE SPACES TO WS-NORM-TEXT
           MOVE LS-HCK-TEXT TO WS-NORM-TEXT(2:200)
           INSPECT WS-NORM-TEXT REPLACING
               ALL ',' BY SPACE ALL ':' BY SPACE ALL ';' BY SPACE
               ALL '=' BY SPACE ALL '"' BY SPACE ALL "'" BY SPACE
               ALL '|' BY SPACE
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               PERFORM CHECK-ONE-HOLD
               IF WS-MATCH
                   MOVE 'Y' TO LS-HCK-MATCH-FLAGS(WS-HD-IDX:1)
               END-IF
           END-PERFORM
           GOBACK.

      *    Every scope item the hold gives must match.
       CHECK-ONE-HOLD.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-HD-PROGRAM(WS-HD-IDX) NOT = SPACES
              AND WS-HD-PROGRAM(WS-HD-IDX) NOT = LS-HCK-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF LS-HCK-FROM-DATE NOT = SPACES
               IF WS-HD-FROM-DATE(WS-HD-IDX) NOT = SPACES
                  AND LS-HCK-TO-DATE < WS-HD-FROM-DATE(WS-HD-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF WS-HD-TO-DATE(WS-HD-IDX) NOT = SPACES
                  AND LS-HCK-FROM-DATE > WS-HD-TO-DATE(WS-HD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HD-ACCOUNT(WS-HD-IDX) NOT = SPACES
               MOVE WS-HD-ACCOUNT(WS-HD-IDX) TO WS-WORD-VALUE
               PERFORM FIND-WORD-IN-TEXT
               IF WS-WORD-TALLY = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HD-PROVIDER(WS-HD-IDX) NOT = SPACES
               MOVE WS-HD-PROVIDER(WS-HD-IDX) TO WS-WORD-VALUE
               PERFORM FIND-WORD-IN-TEXT
               IF WS-WORD-TALLY = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-MATCH-SW.

      *    WS-WORD-VALUE as a whole word of the normalized text.
       FIND-WORD-IN-TEXT.
           MOVE 0 TO WS-WORD-TALLY
           MOVE SPACES TO WS-WORD
           STRING " " FUNCTION TRIM(WS-WORD-VALUE) " "
               DELIMITED BY SIZE INTO WS-WORD
           END-STRING
           COMPUTE WS-WORD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-WORD-VALUE)) + 2
           INSPECT WS-NORM-TEXT TALLYING WS-WORD-TALLY
               FOR ALL WS-WORD(1:WS-WORD-LEN).

      *    The holds active today: placed on or before today and not
      *    yet released.  Blank and comment records are skipped.
       LOAD-HOLD-REGISTER.
           MOVE 'Y' TO WS-LOADED-SW
           MOVE 0 TO WS-LOAD-RC
           MOVE 0 TO WS-HD-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           OPEN INPUT HOLD-REG-FILE
           IF WS-REG-STATUS NOT = "00"
               MOVE 8 TO WS-LOAD-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ HOLD-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLD-REG-FILE.

       NOTE-ONE-HOLD.
           IF LHD-HOLD-ID = SPACES OR LHD-HOLD-ID(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           IF LHD-PLACED-DATE NOT = SPACES
              AND LHD-PLACED-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF LHD-RELEASE-DATE NOT = SPACES
              AND LHD-RELEASE-DATE <= WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-COUNT >= MAX-HOLDS
               MOVE 12 TO WS-LOAD-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HD-COUNT
           MOVE LHD-HOLD-ID TO WS-HD-ID(WS-HD-COUNT)
           MOVE LHD-PROGRAM TO WS-HD-PROGRAM(WS-HD-COUNT)
           MOVE LHD-FROM-DATE TO WS-HD-FROM-DATE(WS-HD-COUNT)
           MOVE LHD-TO-DATE TO WS-HD-TO-DATE(WS-HD-COUNT)
           MOVE LHD-ACCOUNT TO WS-HD-ACCOUNT(WS-HD-COUNT)
           MOVE LHD-PROVIDER TO WS-HD-PROVIDER(WS-HD-COUNT).

       END PROGRAM HOLDCHK.
