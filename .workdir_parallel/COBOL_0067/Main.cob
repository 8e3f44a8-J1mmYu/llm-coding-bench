       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVSPLIT.

      *    Divides the night's CSVIN into as many as three streams for
      *    the parallel CSVPARSER steps (STEP017-STEP019), a whole
      *    provider envelope at a time.  Every envelope from the same
      *    provider goes to the same stream -- CSVPARSER's duplicate-
      *    key check spans only the file it reads, and a provider's
      *    resent block must still meet its original there -- and
      *    the providers are dealt out largest first, each to the
      *    stream with the fewest records so far, so the streams
      *    finish together.  Rows outside any envelope, and a
      *    trailer with no header, travel together as one more
      *    provider.
      *    CSVIN is read twice: once to size each provider, once to
      *    write the streams.  It is read logically the way CSVPARSER
      *    reads it -- envelope records take a line, a row with an
      *    open quote takes up to WS-MAX-CONT more records with it --
      *    so a quoted value that happens to begin "#BHDR" on a
      *    continuation record never breaks an envelope, and the line
      *    numbers on the manifest are the ones each stream's CSVREJ
      *    will carry.  The delimiter comes from the same CSVCTL
      *    cards and DELIMITER= parameter (SPLCPRM) CSVPARSER runs
      *    with.
      *    SPLMAN, the split manifest (CSVPTREC), lists every unit in
      *    CSVIN order with its stream, its line range in the stream
      *    and, for an envelope, what its trailer declared; CSVMERGE
      *    puts the streams back together and reconciles them from
      *    it.  SPLRPT lists each provider's stream.
      *    Each stream's restart dataset (SPLCKP1-SPLCKP3) is stamped
      *    DONE: the streams are new, so a checkpoint an earlier
      *    execution left must never be resumed against them.
      *    SPLCTL (optional) card:
      *        PARTITIONS n      streams to use, 1 to 3 (default 3)
      *    A stream beyond PARTITIONS is written empty.
      *    RETURN-CODE 0 when CSVIN is split, 4 when a SPLCTL card was
      *    ignored, when neither CSVCTL nor EXPECTED-COLS fixes the
      *    field count (each stream then takes its own first row as
      *    the template), or when there are more providers than the
      *    table holds (CSVIN then goes whole to stream 1), 16 when
      *    CSVIN or an output will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN-FILE ASSIGN TO "CSVIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CSV-CTL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT UTIL-PARM-FILE ASSIGN TO "SPLCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SPL-CTL-FILE ASSIGN TO "SPLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SPL-OUT1-FILE ASSIGN TO "SPLOUT1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SPL-OUT2-FILE ASSIGN TO "SPLOUT2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SPL-OUT3-FILE ASSIGN TO "SPLOUT3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SPL-CKP1-FILE ASSIGN TO "SPLCKP1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT SPL-CKP2-FILE ASSIGN TO "SPLCKP2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT SPL-CKP3-FILE ASSIGN TO "SPLCKP3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT SPL-MAN-FILE ASSIGN TO "SPLMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SPL-RPT-FILE ASSIGN TO "SPLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-IN-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON WS-IN-REC-LEN.
       01  CSV-IN-REC              PIC X(1000).
       FD  CSV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  CSV-CTL-REC             PIC X(80).
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-REC           PIC X(80).
       FD  SPL-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  SPL-CTL-REC             PIC X(80).
      *    The streams: CSVIN records copied as they were sent.
       FD  SPL-OUT1-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-OUT-REC-LEN.
       01  SPL-OUT1-REC            PIC X(1000).
       FD  SPL-OUT2-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-OUT-REC-LEN.
       01  SPL-OUT2-REC            PIC X(1000).
       FD  SPL-OUT3-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-OUT-REC-LEN.
       01  SPL-OUT3-REC            PIC X(1000).
      *    The streams' CSVPARSER restart datasets (CSVCKP).
       FD  SPL-CKP1-FILE.
       01  SPL-CKP1-REC            PIC X(560).
       FD  SPL-CKP2-FILE.
       01  SPL-CKP2-REC            PIC X(560).
       FD  SPL-CKP3-FILE.
       01  SPL-CKP3-REC            PIC X(560).
       FD  SPL-MAN-FILE.
           COPY CSVPTREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  SPL-RPT-FILE.
       01  SPL-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-MAN-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-OUT-REC-LEN          PIC 9(4).
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-DD-NAME              PIC X(8).

      *    Run options from SPLCTL.
       01  MAX-PARTITIONS          PIC 9 VALUE 3.
       01  WS-PART-COUNT           PIC 9 VALUE 3.
       01  WS-CTL-TOKEN-1          PIC X(12).
       01  WS-CTL-TOKEN-2          PIC X(12).
       01  WS-CTL-UPPER            PIC X(12).

      *    The CSV layout CSVPARSER runs with: the delimiter (CSVCTL
      *    cards, then the DELIMITER= parameter) and the expected
      *    field count (CSVCTL record 1, then EXPECTED-COLS=).
       01  WS-DELIMITER            PIC X VALUE ','.
       01  WS-DELIM-SOURCE         PIC X(80).
       01  WS-EXPECTED-COUNT       PIC 9(4) VALUE 0.
       01  WS-PRM-EOF-SW           PIC X VALUE 'N'.
           88  WS-PRM-EOF          VALUE 'Y'.
       01  WS-PRM-KEYWORD          PIC X(20).
       01  WS-PRM-VALUE            PIC X(60).
       01  WS-PRM-RC               PIC S9(4) COMP-5.

      *    CSVPCALC interface areas, matching its LINKAGE.
       01  CSV-LINE                PIC X(9100).
       01  LINE-LENGTH             PIC 9(4).
       01  FIELD-COUNT             PIC 9(4).
       01  IN-QUOTES               PIC 9.
       01  CSV-FIELDS.
           05  CSV-FIELD OCCURS 50 TIMES PIC X(100).
       01  LS-CALC-RC              PIC S9(4) COMP-5.
       01  LF-CHAR                 PIC X VALUE X'0A'.
       01  WS-MAX-CONT             PIC 99 VALUE 8.
       01  WS-CONT-COUNT           PIC 99.
       01  WS-APPEND-POS           PIC 9(5).

      *    Which pass over CSVIN is running: 1 sizes the providers,
      *    2 writes the streams and the manifest.
       01  WS-PASS                 PIC 9.
           88  WS-SIZING-PASS      VALUE 1.
           88  WS-WRITING-PASS     VALUE 2.

      *    The unit being read: an envelope (#BHDR to #BTRL), a run of
      *    rows outside any envelope, or a stray trailer.
       01  WS-UNIT-OPEN-SW         PIC X VALUE 'N'.
           88  WS-UNIT-OPEN        VALUE 'Y'.
       01  WS-UNIT-KIND            PIC X.
           88  WS-UNIT-ENVELOPE    VALUE 'E'.
           88  WS-UNIT-LOOSE       VALUE 'L'.
           88  WS-UNIT-STRAY       VALUE 'S'.
       01  WS-UNIT-PROVIDER        PIC X(8).
       01  WS-UNIT-DATE            PIC X(8).
       01  WS-UNIT-PART            PIC 9.
       01  WS-UNIT-GRP             PIC 9(4).
       01  WS-UNIT-FIRST           PIC 9(9).
       01  WS-UNIT-LINES           PIC 9(9).
       01  WS-UNIT-ROWS            PIC 9(9).
       01  WS-UNIT-PHYS            PIC 9(9).
       01  WS-UNIT-DECL-ROWS       PIC 9(9).
       01  WS-UNIT-DECL-SW         PIC X.
       01  WS-UNIT-SEQ             PIC 9(7) VALUE 0.
       01  WS-TOTAL-LINES          PIC 9(9) VALUE 0.
       01  WS-TOTAL-PHYS           PIC 9(9) VALUE 0.
       01  WS-BAT-TOKEN-1          PIC X(10).
       01  WS-BAT-TOKEN-2          PIC X(60).
       01  WS-BAT-TOKEN-3          PIC X(60).

      *    One entry per provider, in the order CSVIN first shows
      *    them.  WS-GRP-KEY is 'P' and the provider id for
      *    envelopes, 'L' and spaces for everything outside one.
       01  MAX-GROUPS              PIC 9(4) VALUE 500.
       01  WS-GRP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 500 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-CLASS    PIC X.
                   15  WS-GRP-PROVIDER PIC X(8).
               10  WS-GRP-PHYS     PIC 9(9).
               10  WS-GRP-UNITS    PIC 9(7).
               10  WS-GRP-PART     PIC 9.
       01  WS-GRP-IDX              PIC 9(4).
       01  WS-GRP-BEST             PIC 9(4).
       01  WS-FIND-KEY             PIC X(9).
       01  WS-GRP-OVFL-SW          PIC X VALUE 'N'.
           88  WS-GRP-OVFL         VALUE 'Y'.

      *    One entry per stream: the records dealt to it while
      *    sizing, then what the writing pass put on it.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 3 TIMES.
               10  WS-PT-LOAD      PIC 9(9).
               10  WS-PT-GROUPS    PIC 9(4).
               10  WS-PT-UNITS     PIC 9(7).
               10  WS-PT-LINES     PIC 9(9).
               10  WS-PT-ROWS      PIC 9(9).
               10  WS-PT-PHYS      PIC 9(9).
       01  WS-PT-IDX               PIC 9.
       01  WS-PT-BEST              PIC 9.

       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-3         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-4         PIC ZZZZZZZZ9.
       01  WS-PROVIDER-DISP        PIC X(8).
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-SPLIT-OPTIONS
           PERFORM READ-CSV-CONTROL
           PERFORM READ-CSVPARSER-PARMS

           OPEN OUTPUT SPL-RPT-FILE
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           MOVE SPACES TO SPL-RPT-REC
           STRING "CSVSPLIT -- CSVIN DIVIDED BY PROVIDER INTO "
                  WS-PART-COUNT " STREAMS    RUN-ID " WS-RUN-ID
               DELIMITED BY SIZE INTO SPL-RPT-REC
           END-STRING
           WRITE SPL-RPT-REC

           IF WS-EXPECTED-COUNT = 0 AND WS-PART-COUNT > 1
               MOVE SPACES TO SPL-RPT-REC
               STRING "*** NO EXPECTED FIELD COUNT (CSVCTL RECORD 1 "
                      "OR EXPECTED-COLS=): EACH STREAM TAKES ITS OWN "
                      "FIRST ROW AS THE TEMPLATE ***"
                   DELIMITED BY SIZE INTO SPL-RPT-REC
               END-STRING
               WRITE SPL-RPT-REC
               DISPLAY "CSVSPLIT: NO EXPECTED FIELD COUNT SET"
               PERFORM NOTE-WARNING
           END-IF

           MOVE 1 TO WS-PASS
           PERFORM READ-CSVIN-PASS
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM ASSIGN-STREAMS

           PERFORM OPEN-STREAM-OUTPUTS
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           MOVE SPACES TO CSV-PART-REC
           MOVE 'H' TO CPT-TYPE
           MOVE 0 TO CPT-UNIT-SEQ
           MOVE WS-PART-COUNT TO CPT-PART-COUNT
           MOVE WS-RUN-ID TO CPT-RUN-ID
           MOVE 0 TO CPT-UNIT-COUNT CPT-TOTAL-LINES
           WRITE CSV-PART-REC

           MOVE 2 TO WS-PASS
           PERFORM READ-CSVIN-PASS

           MOVE SPACES TO CSV-PART-REC
           MOVE 'T' TO CPT-TYPE
           MOVE WS-UNIT-SEQ TO CPT-UNIT-SEQ
           MOVE WS-PART-COUNT TO CPT-PART-COUNT
           MOVE WS-RUN-ID TO CPT-RUN-ID
           MOVE WS-UNIT-SEQ TO CPT-UNIT-COUNT
           MOVE WS-TOTAL-LINES TO CPT-TOTAL-LINES
           WRITE CSV-PART-REC
           CLOSE SPL-OUT1-FILE SPL-OUT2-FILE SPL-OUT3-FILE
                 SPL-MAN-FILE

           PERFORM RESET-STREAM-CHECKPOINTS
           PERFORM REPORT-PROVIDERS
           PERFORM REPORT-STREAMS
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE SPL-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "CSVSPLIT: STREAMS=" WS-PART-COUNT
               " UNITS=" WS-UNIT-SEQ " LINES=" WS-TOTAL-LINES
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

       NOTE-WARNING.
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF.

      *----------------------------------------------------------------
      *    Run options and the CSV layout.
      *----------------------------------------------------------------
       READ-SPLIT-OPTIONS.
           OPEN INPUT SPL-CTL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ SPL-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-SPLCTL-CARD
               END-READ
           END-PERFORM
           CLOSE SPL-CTL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW.

       APPLY-ONE-SPLCTL-CARD.
           IF SPL-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           UNSTRING SPL-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "PARTITIONS"
                   IF FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                      AND FUNCTION NUMVAL(WS-CTL-TOKEN-2) >= 1
                      AND FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                          <= MAX-PARTITIONS
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-PART-COUNT
                   ELSE
                       DISPLAY "CSVSPLIT: BAD PARTITIONS CARD "
                           "IGNORED: " FUNCTION TRIM(SPL-CTL-REC)
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CSVSPLIT: UNKNOWN SPLCTL CARD IGNORED: "
                       FUNCTION TRIM(SPL-CTL-REC)
                   PERFORM NOTE-WARNING
           END-EVALUATE.

      *    Record 1 of CSVCTL is CSVPARSER's expected field count;
      *    every later card that is not one of CSVPARSER's keywords
      *    is the delimiter override.
       READ-CSV-CONTROL.
           OPEN INPUT CSV-CTL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CSV-CTL-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FUNCTION NUMVAL(CSV-CTL-REC) TO WS-EXPECTED-COUNT
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
           MOVE SPACES TO WS-CTL-TOKEN-1
           UNSTRING CSV-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "COLUMN"
               WHEN "KEY"
               WHEN "MASTER"
               WHEN "BAMOUNT"
               WHEN "KEYMODE"
               WHEN "OUTPUT"
               WHEN "CKPT"
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE CSV-CTL-REC TO WS-DELIM-SOURCE
                   PERFORM SET-DELIMITER-FROM-SOURCE
           END-EVALUATE.

      *    The delimiter spelling rules (PIPE, TAB, or one literal
      *    character), as CSVPARSER applies them.
       SET-DELIMITER-FROM-SOURCE.
           MOVE SPACES TO WS-CTL-UPPER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DELIM-SOURCE))
               TO WS-CTL-UPPER
           EVALUATE WS-CTL-UPPER(1:4)
               WHEN "PIPE"
                   MOVE '|' TO WS-DELIMITER
               WHEN "TAB "
                   MOVE X'09' TO WS-DELIMITER
               WHEN OTHER
                   IF WS-CTL-UPPER NOT = SPACES
                       MOVE WS-DELIM-SOURCE(1:1) TO WS-DELIMITER
                   END-IF
           END-EVALUATE.

      *    CSVPARSER's DELIMITER= and EXPECTED-COLS= parameters
      *    override its CSVCTL cards, so they override them here
      *    too.  Its other keywords do not bear on the split.
       READ-CSVPARSER-PARMS.
           OPEN INPUT UTIL-PARM-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRM-EOF
               READ UTIL-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PRM-EOF-SW
                   NOT AT END
                       CALL "UTILPARM" USING UTIL-PARM-REC
                           WS-PRM-KEYWORD WS-PRM-VALUE WS-PRM-RC
                       END-CALL
                       IF WS-PRM-RC = 0
                           PERFORM APPLY-ONE-PARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UTIL-PARM-FILE.

       APPLY-ONE-PARM.
           EVALUATE WS-PRM-KEYWORD
               WHEN "DELIMITER"
                   MOVE WS-PRM-VALUE TO WS-DELIM-SOURCE
                   PERFORM SET-DELIMITER-FROM-SOURCE
               WHEN "EXPECTED-COLS"
                   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                       TO WS-EXPECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    The audit bracket: one 'D' record per stream written.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "CSVSPLIT" WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "CSVSPLIT" TO AUD-PROGRAM-ID
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
           MOVE "CSVSPLIT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-DETAIL-COUNT TO AUD-OK-COUNT
           MOVE 0 TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

       WRITE-STREAM-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "CSVSPLIT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-PT-IDX TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           MOVE WS-PT-UNITS(WS-PT-IDX) TO WS-COUNT-DISP
           MOVE WS-PT-LINES(WS-PT-IDX) TO WS-COUNT-DISP-2
           STRING "STREAM " WS-PT-IDX
                  " UNITS=" FUNCTION TRIM(WS-COUNT-DISP)
                  " LINES=" FUNCTION TRIM(WS-COUNT-DISP-2)
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE WS-PT-PHYS(WS-PT-IDX) TO WS-COUNT-DISP
           MOVE WS-PT-GROUPS(WS-PT-IDX) TO WS-COUNT-DISP-2
           STRING "RECORDS=" FUNCTION TRIM(WS-COUNT-DISP)
                  " PROVIDERS=" FUNCTION TRIM(WS-COUNT-DISP-2)
               DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      *    One pass over CSVIN, unit by unit.
      *----------------------------------------------------------------
       READ-CSVIN-PASS.
           OPEN INPUT CSV-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "CSVSPLIT: UNABLE TO OPEN CSVIN, STATUS="
                   WS-IN-STATUS
               MOVE SPACES TO SPL-RPT-REC
               STRING "*** CSVIN WILL NOT OPEN, STATUS=" WS-IN-STATUS
                      " -- NOTHING SPLIT ***"
                   DELIMITED BY SIZE INTO SPL-RPT-REC
               END-STRING
               WRITE SPL-RPT-REC
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-UNIT-OPEN-SW
           PERFORM UNTIL WS-EOF
               READ CSV-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CSV-IN-REC(1:5) = "#BHDR"
                               PERFORM TAKE-BATCH-HEADER
                           WHEN CSV-IN-REC(1:5) = "#BTRL"
                               PERFORM TAKE-BATCH-TRAILER
                           WHEN OTHER
                               PERFORM TAKE-ONE-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-UNIT-OPEN
               PERFORM CLOSE-UNIT
           END-IF
           CLOSE CSV-IN-FILE.

      *    A header starts an envelope, ending whatever unit was open
      *    (an envelope still open here has lost its trailer, which
      *    its stream's CSVPARSER will report just as before).
       TAKE-BATCH-HEADER.
           IF WS-UNIT-OPEN
               PERFORM CLOSE-UNIT
           END-IF
           PERFORM SPLIT-ENVELOPE-RECORD
           MOVE 'E' TO WS-UNIT-KIND
           MOVE WS-BAT-TOKEN-2(1:8) TO WS-UNIT-PROVIDER
           MOVE WS-BAT-TOKEN-3(1:8) TO WS-UNIT-DATE
           PERFORM OPEN-UNIT
           ADD 1 TO WS-UNIT-LINES
           PERFORM PUT-RECORD.

      *    A trailer closes the open envelope and carries its
      *    declared row count.  One with no envelope open is a unit
      *    of its own, so CSVMERGE can tell it from a data row.
       TAKE-BATCH-TRAILER.
           PERFORM SPLIT-ENVELOPE-RECORD
           IF WS-UNIT-OPEN AND WS-UNIT-ENVELOPE
               ADD 1 TO WS-UNIT-LINES
               PERFORM PUT-RECORD
               IF WS-BAT-TOKEN-2 NOT = SPACES
                  AND FUNCTION TRIM(WS-BAT-TOKEN-2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-BAT-TOKEN-2)
                       TO WS-UNIT-DECL-ROWS
                   MOVE 'Y' TO WS-UNIT-DECL-SW
               ELSE
                   MOVE 'X' TO WS-UNIT-DECL-SW
               END-IF
               PERFORM CLOSE-UNIT
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-OPEN
               PERFORM CLOSE-UNIT
           END-IF
           MOVE 'S' TO WS-UNIT-KIND
           MOVE SPACES TO WS-UNIT-PROVIDER WS-UNIT-DATE
           PERFORM OPEN-UNIT
           ADD 1 TO WS-UNIT-LINES
           PERFORM PUT-RECORD
           PERFORM CLOSE-UNIT.

       SPLIT-ENVELOPE-RECORD.
           MOVE SPACES TO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2
               WS-BAT-TOKEN-3
           UNSTRING CSV-IN-REC DELIMITED BY ALL SPACES
               INTO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2 WS-BAT-TOKEN-3
           END-UNSTRING.

      *    One logical row: split exactly as CSVPARSER splits it, so
      *    its continuation records go with it to the same stream.
       TAKE-ONE-ROW.
           IF NOT WS-UNIT-OPEN
               MOVE 'L' TO WS-UNIT-KIND
               MOVE SPACES TO WS-UNIT-PROVIDER WS-UNIT-DATE
               PERFORM OPEN-UNIT
           END-IF
           ADD 1 TO WS-UNIT-LINES
           ADD 1 TO WS-UNIT-ROWS
           PERFORM PUT-RECORD
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
                       PERFORM PUT-RECORD
                       PERFORM APPEND-CONTINUATION-LINE
                       CALL "CSVPCALC" USING CSV-LINE
                           LINE-LENGTH WS-DELIMITER FIELD-COUNT
                           IN-QUOTES CSV-FIELDS LS-CALC-RC
                       END-CALL
               END-READ
           END-PERFORM.

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

      *    A unit starts: sizing finds (or adds) its provider; writing
      *    looks up the stream the provider was dealt to.
       OPEN-UNIT.
           MOVE 'Y' TO WS-UNIT-OPEN-SW
           MOVE 0 TO WS-UNIT-LINES WS-UNIT-ROWS WS-UNIT-PHYS
               WS-UNIT-DECL-ROWS
           MOVE 'N' TO WS-UNIT-DECL-SW
           IF WS-UNIT-ENVELOPE
               MOVE 'P' TO WS-FIND-KEY(1:1)
               MOVE WS-UNIT-PROVIDER TO WS-FIND-KEY(2:8)
           ELSE
               MOVE 'L' TO WS-FIND-KEY(1:1)
               MOVE SPACES TO WS-FIND-KEY(2:8)
           END-IF
           PERFORM FIND-GROUP
           IF WS-SIZING-PASS
               IF WS-UNIT-GRP = 0 AND NOT WS-GRP-OVFL
                   PERFORM ADD-GROUP
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-GRP = 0 OR WS-GRP-OVFL
               MOVE 1 TO WS-UNIT-PART
           ELSE
               MOVE WS-GRP-PART(WS-UNIT-GRP) TO WS-UNIT-PART
           END-IF
           COMPUTE WS-UNIT-FIRST = WS-PT-LINES(WS-UNIT-PART) + 1.

       FIND-GROUP.
           MOVE 0 TO WS-UNIT-GRP
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-UNIT-GRP > 0
               IF WS-GRP-KEY(WS-GRP-IDX) = WS-FIND-KEY
                   MOVE WS-GRP-IDX TO WS-UNIT-GRP
               END-IF
           END-PERFORM.

       ADD-GROUP.
           IF WS-GRP-COUNT >= MAX-GROUPS
               MOVE 'Y' TO WS-GRP-OVFL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-UNIT-GRP
           MOVE WS-FIND-KEY TO WS-GRP-KEY(WS-UNIT-GRP)
           MOVE 0 TO WS-GRP-PHYS(WS-UNIT-GRP)
           MOVE 0 TO WS-GRP-UNITS(WS-UNIT-GRP)
           MOVE 0 TO WS-GRP-PART(WS-UNIT-GRP).

      *    One physical CSVIN record of the open unit: counted, and on
      *    the writing pass copied to the unit's stream as it came.
       PUT-RECORD.
           ADD 1 TO WS-UNIT-PHYS
           IF WS-SIZING-PASS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-REC-LEN TO WS-OUT-REC-LEN
           EVALUATE WS-UNIT-PART
               WHEN 1
                   MOVE CSV-IN-REC TO SPL-OUT1-REC
                   WRITE SPL-OUT1-REC
               WHEN 2
                   MOVE CSV-IN-REC TO SPL-OUT2-REC
                   WRITE SPL-OUT2-REC
               WHEN OTHER
                   MOVE CSV-IN-REC TO SPL-OUT3-REC
                   WRITE SPL-OUT3-REC
           END-EVALUATE.

      *    A unit ends: sizing adds its records to its provider;
      *    writing adds it to its stream and lists it on the manifest.
       CLOSE-UNIT.
           MOVE 'N' TO WS-UNIT-OPEN-SW
           IF WS-SIZING-PASS
               IF WS-UNIT-GRP > 0
                   ADD WS-UNIT-PHYS TO WS-GRP-PHYS(WS-UNIT-GRP)
                   ADD 1 TO WS-GRP-UNITS(WS-UNIT-GRP)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNIT-SEQ
           ADD WS-UNIT-LINES TO WS-TOTAL-LINES
           ADD WS-UNIT-PHYS TO WS-TOTAL-PHYS
           ADD 1 TO WS-PT-UNITS(WS-UNIT-PART)
           ADD WS-UNIT-LINES TO WS-PT-LINES(WS-UNIT-PART)
           ADD WS-UNIT-ROWS TO WS-PT-ROWS(WS-UNIT-PART)
           ADD WS-UNIT-PHYS TO WS-PT-PHYS(WS-UNIT-PART)
           MOVE SPACES TO CSV-PART-REC
           MOVE 'U' TO CPT-TYPE
           MOVE WS-UNIT-SEQ TO CPT-UNIT-SEQ
           MOVE WS-UNIT-PART TO CPT-PARTITION
           MOVE WS-UNIT-KIND TO CPT-KIND
           MOVE WS-UNIT-PROVIDER TO CPT-PROVIDER
           MOVE WS-UNIT-DATE TO CPT-BATCH-DATE
           MOVE WS-UNIT-FIRST TO CPT-FIRST-LINE
           MOVE WS-UNIT-LINES TO CPT-LINES
           MOVE WS-UNIT-ROWS TO CPT-ROWS
           MOVE WS-UNIT-PHYS TO CPT-PHYS
           MOVE WS-UNIT-DECL-ROWS TO CPT-DECL-ROWS
           MOVE WS-UNIT-DECL-SW TO CPT-DECL-SW
           WRITE CSV-PART-REC.

      *----------------------------------------------------------------
      *    Deal the providers to the streams, largest first, each to
      *    the stream with the fewest records so far.
      *----------------------------------------------------------------
       ASSIGN-STREAMS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > MAX-PARTITIONS
               MOVE 0 TO WS-PT-LOAD(WS-PT-IDX) WS-PT-GROUPS(WS-PT-IDX)
                   WS-PT-UNITS(WS-PT-IDX) WS-PT-LINES(WS-PT-IDX)
                   WS-PT-ROWS(WS-PT-IDX) WS-PT-PHYS(WS-PT-IDX)
           END-PERFORM
           IF WS-GRP-OVFL
               DISPLAY "CSVSPLIT: MORE THAN " MAX-GROUPS
                   " PROVIDERS -- CSVIN GOES WHOLE TO STREAM 1"
               MOVE SPACES TO SPL-RPT-REC
               STRING "*** MORE PROVIDERS THAN THE TABLE HOLDS: CSVIN "
                      "GOES WHOLE TO STREAM 1 ***"
                   DELIMITED BY SIZE INTO SPL-RPT-REC
               END-STRING
               WRITE SPL-RPT-REC
               PERFORM NOTE-WARNING
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   MOVE 1 TO WS-GRP-PART(WS-GRP-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-GROUP WS-GRP-COUNT TIMES.

       ASSIGN-NEXT-GROUP.
           MOVE 0 TO WS-GRP-BEST
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-PART(WS-GRP-IDX) = 0
                   IF WS-GRP-BEST = 0
                       MOVE WS-GRP-IDX TO WS-GRP-BEST
                   ELSE
                       IF WS-GRP-PHYS(WS-GRP-IDX)
                              > WS-GRP-PHYS(WS-GRP-BEST)
                           MOVE WS-GRP-IDX TO WS-GRP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-PT-BEST
           PERFORM VARYING WS-PT-IDX FROM 2 BY 1
                   UNTIL WS-PT-IDX > WS-PART-COUNT
               IF WS-PT-LOAD(WS-PT-IDX) < WS-PT-LOAD(WS-PT-BEST)
                   MOVE WS-PT-IDX TO WS-PT-BEST
               END-IF
           END-PERFORM
           MOVE WS-PT-BEST TO WS-GRP-PART(WS-GRP-BEST)
           ADD WS-GRP-PHYS(WS-GRP-BEST) TO WS-PT-LOAD(WS-PT-BEST)
           ADD 1 TO WS-PT-GROUPS(WS-PT-BEST).

      *    All three streams are opened (and so emptied) whatever
      *    PARTITIONS says: a stream step with nothing to do must
      *    not find last night's records waiting for it.
       OPEN-STREAM-OUTPUTS.
           OPEN OUTPUT SPL-OUT1-FILE
           IF WS-OUT-STATUS NOT = "00"
               MOVE "SPLOUT1" TO WS-DD-NAME
               PERFORM NOTE-OUTPUT-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SPL-OUT2-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE SPL-OUT1-FILE
               MOVE "SPLOUT2" TO WS-DD-NAME
               PERFORM NOTE-OUTPUT-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SPL-OUT3-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE SPL-OUT1-FILE SPL-OUT2-FILE
               MOVE "SPLOUT3" TO WS-DD-NAME
               PERFORM NOTE-OUTPUT-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SPL-MAN-FILE
           IF WS-MAN-STATUS NOT = "00"
               CLOSE SPL-OUT1-FILE SPL-OUT2-FILE SPL-OUT3-FILE
               MOVE "SPLMAN" TO WS-DD-NAME
               MOVE WS-MAN-STATUS TO WS-OUT-STATUS
               PERFORM NOTE-OUTPUT-FAILED
           END-IF.

       NOTE-OUTPUT-FAILED.
           DISPLAY "CSVSPLIT: UNABLE TO OPEN " FUNCTION TRIM(WS-DD-NAME)
               ", STATUS=" WS-OUT-STATUS
           MOVE SPACES TO SPL-RPT-REC
           STRING "*** " FUNCTION TRIM(WS-DD-NAME)
                  " WILL NOT OPEN, STATUS=" WS-OUT-STATUS
                  " -- NOTHING SPLIT ***"
               DELIMITED BY SIZE INTO SPL-RPT-REC
           END-STRING
           WRITE SPL-RPT-REC
           MOVE 16 TO WS-WORST-RC.

      *    DONE is what CSVPARSER writes at a clean end of job, and
      *    what makes its next run start from the top of its input.
       RESET-STREAM-CHECKPOINTS.
           OPEN OUTPUT SPL-CKP1-FILE
           IF WS-CKP-STATUS = "00"
               MOVE "DONE" TO SPL-CKP1-REC
               WRITE SPL-CKP1-REC
               CLOSE SPL-CKP1-FILE
           END-IF
           OPEN OUTPUT SPL-CKP2-FILE
           IF WS-CKP-STATUS = "00"
               MOVE "DONE" TO SPL-CKP2-REC
               WRITE SPL-CKP2-REC
               CLOSE SPL-CKP2-FILE
           END-IF
           OPEN OUTPUT SPL-CKP3-FILE
           IF WS-CKP-STATUS = "00"
               MOVE "DONE" TO SPL-CKP3-REC
               WRITE SPL-CKP3-REC
               CLOSE SPL-CKP3-FILE
           END-IF.

      *----------------------------------------------------------------
      *    SPLRPT: each provider's stream, then each stream's totals.
      *----------------------------------------------------------------
       REPORT-PROVIDERS.
           MOVE SPACES TO SPL-RPT-REC
           WRITE SPL-RPT-REC
           MOVE "PROVIDER     ENVELOPES    RECORDS  STREAM"
               TO SPL-RPT-REC
           WRITE SPL-RPT-REC
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-CLASS(WS-GRP-IDX) = 'P'
                   MOVE WS-GRP-PROVIDER(WS-GRP-IDX)
                       TO WS-PROVIDER-DISP
               ELSE
                   MOVE "(NONE)" TO WS-PROVIDER-DISP
               END-IF
               MOVE WS-GRP-UNITS(WS-GRP-IDX) TO WS-COUNT-DISP
               MOVE WS-GRP-PHYS(WS-GRP-IDX) TO WS-COUNT-DISP-2
               MOVE SPACES TO SPL-RPT-REC
               STRING WS-PROVIDER-DISP " " WS-COUNT-DISP
                      " " WS-COUNT-DISP-2
                      "       " WS-GRP-PART(WS-GRP-IDX)
                   DELIMITED BY SIZE INTO SPL-RPT-REC
               END-STRING
               WRITE SPL-RPT-REC
           END-PERFORM.

       REPORT-STREAMS.
           MOVE SPACES TO SPL-RPT-REC
           WRITE SPL-RPT-REC
           MOVE "STREAM  PROVIDERS      UNITS      LINES    RECORDS"
               TO SPL-RPT-REC
           WRITE SPL-RPT-REC
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > MAX-PARTITIONS
               MOVE WS-PT-GROUPS(WS-PT-IDX) TO WS-COUNT-DISP
               MOVE WS-PT-UNITS(WS-PT-IDX) TO WS-COUNT-DISP-2
               MOVE WS-PT-LINES(WS-PT-IDX) TO WS-COUNT-DISP-3
               MOVE WS-PT-PHYS(WS-PT-IDX) TO WS-COUNT-DISP-4
               MOVE SPACES TO SPL-RPT-REC
               STRING "     " WS-PT-IDX " " WS-COUNT-DISP
                      " " WS-COUNT-DISP-2 " " WS-COUNT-DISP-3
                      " " WS-COUNT-DISP-4
                   DELIMITED BY SIZE INTO SPL-RPT-REC
               END-STRING
               WRITE SPL-RPT-REC
               IF WS-PT-IDX <= WS-PART-COUNT
                   PERFORM WRITE-STREAM-AUDIT-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-UNIT-SEQ TO WS-COUNT-DISP
           MOVE WS-TOTAL-LINES TO WS-COUNT-DISP-2
           MOVE WS-TOTAL-PHYS TO WS-COUNT-DISP-3
           MOVE SPACES TO SPL-RPT-REC
           STRING "  TOTAL           " WS-COUNT-DISP
                  " " WS-COUNT-DISP-2 " " WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO SPL-RPT-REC
           END-STRING
           WRITE SPL-RPT-REC.

       END PROGRAM CSVSPLIT.
