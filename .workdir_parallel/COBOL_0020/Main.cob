       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCHK.

      *    Sequence check over the nightly transaction file.  SEQIN
      *    interleaves the numbers of several sending terminals, each
      *    record "stream-id number" (a record holding a bare number
      *    belongs to the unnamed stream, shown as '*'), and every
      *    stream is its own series:
      *      - tonight's numbers, sorted, must run without a gap or a
      *        repeat;
      *      - tonight's first number must follow on from the last
      *        number the stream sent on any earlier night, carried on
      *        the high-water-mark dataset (SEQHWMI in, SEQHWMO out),
      *        so a gap straddling midnight is caught; a stream
      *        starting again at 1 is reported as restarted;
      *      - a stream on the high-water marks that sent nothing
      *        tonight is listed as silent, with the date and number
      *        it was last heard at, and carried forward unchanged.
      *    The numbers are sorted by stream, so a stream's detail is
      *    not limited by any table.  Each stream's sum is also
      *    compared with the triangular total over its range, as the
      *    suite's control totals are.
      *    RETURN-CODE 16 when any stream's sequence is broken, 4 when
      *    a line is not a sequence number, a stream restarted or a
      *    stream went silent, 0 otherwise.  On a 16 the marks go to
      *    SEQHWMO exactly as they came in on SEQHWMI, so the new
      *    generation holds last night's marks and the rerun, once
      *    the feed is put right, checks against them again;
      *    otherwise SEQHWMO carries tonight's marks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-IN-FILE ASSIGN TO "SEQIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SEQ-HWMI-FILE ASSIGN TO "SEQHWMI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT SEQ-HWMO-FILE ASSIGN TO "SEQHWMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT SEQ-RPT-FILE ASSIGN TO "SEQRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    Work file for the SORT that brings each stream's high-water
      *    mark and tonight's numbers together in number order.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-IN-FILE.
       01  SEQ-IN-REC              PIC X(80).
      *    One record per stream ever seen: the highest number it has
      *    sent and the run date it last sent anything.
       FD  SEQ-HWMI-FILE.
       01  HWMI-REC.
           05  HWMI-STREAM         PIC X(8).
           05  FILLER              PIC X.
           05  HWMI-LAST           PIC 9(9).
           05  FILLER              PIC X.
           05  HWMI-LAST-DATE      PIC X(8).
           05  FILLER              PIC X(53).
       FD  SEQ-HWMO-FILE.
       01  HWMO-REC.
           05  HWMO-STREAM         PIC X(8).
           05  FILLER              PIC X.
           05  HWMO-LAST           PIC 9(9).
           05  FILLER              PIC X.
           05  HWMO-LAST-DATE      PIC X(8).
           05  FILLER              PIC X(53).
       FD  SEQ-RPT-FILE.
       01  SEQ-RPT-REC             PIC X(132).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-STREAM          PIC X(8).
      *    '1' the stream's high-water mark, '2' a number from
      *    tonight's file -- a sort key, so the mark arrives first.
           05  SRT-SIDE            PIC X.
           05  SRT-NUMBER          PIC 9(9).
           05  SRT-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
       01  WS-HWM-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-SEQIN-OPEN-SW        PIC X VALUE 'N'.
           88  WS-SEQIN-OPEN       VALUE 'Y'.
       01  WS-HWMI-OPEN-SW         PIC X VALUE 'N'.
           88  WS-HWMI-OPEN        VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-SEEN-DATE-NUM        PIC 9(8).

      *    Same domain bound as SUMNCALC's MAX-SAFE-N: a sequence
      *    number past it would overflow the triangular-total
      *    arithmetic the expected sum comes from.
       01  MAX-SAFE-N              PIC S9(18) COMP-5 VALUE 999999999.

       01  WS-LINE-NUM             PIC 9(9) VALUE 0.
       01  WS-BAD-LINE-COUNT       PIC 9(9) VALUE 0.
       01  WS-SEQ-COUNT            PIC 9(9) VALUE 0.
       01  WS-FIELD-1              PIC X(18).
       01  WS-FIELD-2              PIC X(18).
       01  WS-FIELD-3              PIC X(18).
       01  WS-NUM-FIELD            PIC X(18).
       01  WS-ONE-VALUE            PIC S9(18) COMP-5.

      *    One stream's group as it comes off the sort.
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-GRP-STREAM           PIC X(8).
       01  WS-GRP-HAS-HWM-SW       PIC X.
           88  WS-GRP-HAS-HWM      VALUE 'Y'.
       01  WS-GRP-HWM              PIC S9(18) COMP-5.
       01  WS-GRP-HWM-DATE         PIC X(8).
       01  WS-GRP-COUNT            PIC S9(18) COMP-5.
       01  WS-GRP-PREV             PIC S9(18) COMP-5.
       01  WS-GRP-DUP-RUN          PIC S9(9) COMP-5.
       01  WS-GRP-MISSING          PIC S9(18) COMP-5.
       01  WS-GRP-DUPS             PIC S9(18) COMP-5.
       01  WS-GRP-LISTED           PIC 9(4).
       01  WS-GRP-BROKEN-SW        PIC X.
           88  WS-GRP-BROKEN       VALUE 'Y'.
       01  WS-GRP-RESTART-SW       PIC X.
           88  WS-GRP-RESTARTED    VALUE 'Y'.
       01  WS-STREAM-DISP          PIC X(8).

       01  A-VAL                   PIC S9(18) COMP-5.
       01  B-VAL                   PIC S9(18) COMP-5.
       01  WS-ACTUAL-SUM           PIC S9(18) COMP-5.
       01  WS-EXPECTED-SUM         PIC S9(18) COMP-5.
       01  WS-GAP-FROM             PIC S9(18) COMP-5.
       01  WS-GAP-THRU             PIC S9(18) COMP-5.
       01  WS-NEW-HWM              PIC S9(18) COMP-5.
       01  WS-NIGHTS               PIC S9(9) COMP-5.

      *    Run totals.
       01  WS-STREAM-COUNT         PIC 9(9) VALUE 0.
       01  WS-BROKEN-COUNT         PIC 9(9) VALUE 0.
       01  WS-NEW-COUNT            PIC 9(9) VALUE 0.
       01  WS-SILENT-COUNT         PIC 9(9) VALUE 0.
       01  WS-RESTART-COUNT        PIC 9(9) VALUE 0.
       01  WS-MISSING-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT            PIC 9(9) VALUE 0.
      *    Cap on individually listed gaps and repeats per stream so
      *    one shredded feed cannot flood SEQRPT; totals always print.
       01  MAX-LISTED              PIC 9(4) VALUE 100.
      *    Silent streams are listed after every live stream, so they
      *    are held until the sort is done.
       01  MAX-SILENT              PIC 9(4) VALUE 500.
       01  WS-SILENT-TABLE.
           05  WS-SILENT-ENTRY OCCURS 500 TIMES.
               10  WS-SL-STREAM    PIC X(8).
               10  WS-SL-LAST      PIC 9(9).
               10  WS-SL-DATE      PIC X(8).
       01  WS-SL-IDX               PIC 9(4).

       01  WS-NUM-DISP             PIC -(18)9.
       01  WS-NUM-DISP-2           PIC -(18)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN INPUT SEQ-IN-FILE
           IF WS-IN-STATUS = "00"
               MOVE 'Y' TO WS-SEQIN-OPEN-SW
           ELSE
               DISPLAY "SEQCHK: UNABLE TO OPEN SEQIN, STATUS="
                   WS-IN-STATUS
           END-IF
      *    The first night has no marks yet: every stream is new.
           OPEN INPUT SEQ-HWMI-FILE
           IF WS-HWM-STATUS = "00"
               MOVE 'Y' TO WS-HWMI-OPEN-SW
           ELSE
               DISPLAY "SEQCHK: NO HIGH-WATER MARKS ON SEQHWMI, "
                   "STATUS=" WS-HWM-STATUS
                   " -- EVERY STREAM IS CHECKED AS NEW"
           END-IF
           OPEN OUTPUT SEQ-RPT-FILE
           OPEN OUTPUT SEQ-HWMO-FILE
           IF WS-HWM-STATUS NOT = "00"
               DISPLAY "SEQCHK: UNABLE TO OPEN SEQHWMO, STATUS="
                   WS-HWM-STATUS
               CLOSE SEQ-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO SEQ-RPT-REC
           STRING "SEQCHK RUN " WS-RUN-DATE
                  " -- SEQUENCE CHECK BY SENDING STREAM"
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           WRITE SEQ-RPT-REC

           SORT SORT-FILE
               ON ASCENDING KEY SRT-STREAM SRT-SIDE SRT-NUMBER
               INPUT PROCEDURE IS RELEASE-MARKS-AND-NUMBERS
               OUTPUT PROCEDURE IS CHECK-SORTED-STREAMS
           CLOSE SEQ-HWMO-FILE

           PERFORM REPORT-SILENT-STREAMS
           PERFORM WRITE-RUN-SUMMARY
           CLOSE SEQ-RPT-FILE

           DISPLAY "SEQCHK: STREAMS=" WS-STREAM-COUNT
               " NUMBERS=" WS-SEQ-COUNT
               " MISSING=" WS-MISSING-COUNT
               " DUPLICATED=" WS-DUP-COUNT
               " BROKEN=" WS-BROKEN-COUNT
               " SILENT=" WS-SILENT-COUNT
               " BADLINES=" WS-BAD-LINE-COUNT

      *    A broken sequence returns 16 -- the severity the nightly
      *    chain's COND tests already treat as "stop everything
      *    downstream"; bad input lines, a restarted stream or a
      *    silent one alone are a reject-class 4.
           EVALUATE TRUE
               WHEN NOT WS-SEQIN-OPEN
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BROKEN-COUNT > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BAD-LINE-COUNT > 0
                 OR WS-SEQ-COUNT = 0
                 OR WS-RESTART-COUNT > 0
                 OR WS-SILENT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 16
               PERFORM CARRY-MARKS-FORWARD
           END-IF
           GOBACK.

      *    A run that stops the nightly must not move the marks on:
      *    SEQHWMO is cut again as a straight copy of SEQHWMI.
       CARRY-MARKS-FORWARD.
           OPEN OUTPUT SEQ-HWMO-FILE
           IF WS-HWM-STATUS NOT = "00"
               DISPLAY "SEQCHK: UNABLE TO REOPEN SEQHWMO, STATUS="
                   WS-HWM-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-HWMI-OPEN
               OPEN INPUT SEQ-HWMI-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SEQ-HWMI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE HWMI-REC TO HWMO-REC
                           WRITE HWMO-REC
                   END-READ
               END-PERFORM
               CLOSE SEQ-HWMI-FILE
           END-IF
           CLOSE SEQ-HWMO-FILE
           DISPLAY "SEQCHK: SEQUENCE BROKEN -- HIGH-WATER MARKS "
               "CARRIED FORWARD UNCHANGED".

      *----------------------------------------------------------------
      *    Sort input: every high-water mark, then every valid number
      *    on tonight's file.
      *----------------------------------------------------------------
       RELEASE-MARKS-AND-NUMBERS.
           IF WS-HWMI-OPEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SEQ-HWMI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HWMI-LAST IS NUMERIC
                               MOVE HWMI-STREAM TO SRT-STREAM
                               MOVE '1' TO SRT-SIDE
                               MOVE HWMI-LAST TO SRT-NUMBER
                               MOVE HWMI-LAST-DATE TO SRT-DATE
                               RELEASE SRT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-HWMI-FILE
           END-IF
           IF WS-SEQIN-OPEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SEQ-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM STORE-ONE-NUMBER
                   END-READ
               END-PERFORM
               CLOSE SEQ-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

      *    "stream number", or a bare number for the unnamed stream.
       STORE-ONE-NUMBER.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           UNSTRING SEQ-IN-REC DELIMITED BY ALL SPACES
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           END-UNSTRING
           IF WS-FIELD-1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SRT-STREAM
           IF WS-FIELD-2 = SPACES
               MOVE WS-FIELD-1 TO WS-NUM-FIELD
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-1)) > 8
                  OR WS-FIELD-3 NOT = SPACES
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY "SEQCHK: LINE " WS-LINE-NUM
                       " IS NOT A STREAM AND SEQUENCE NUMBER"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIELD-1 TO SRT-STREAM
               MOVE WS-FIELD-2 TO WS-NUM-FIELD
           END-IF
           IF FUNCTION TRIM(WS-NUM-FIELD) IS NOT NUMERIC
               ADD 1 TO WS-BAD-LINE-COUNT
               DISPLAY "SEQCHK: LINE " WS-LINE-NUM
                   " IS NOT A SEQUENCE NUMBER"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-FIELD) TO WS-ONE-VALUE
           IF WS-ONE-VALUE < 1 OR WS-ONE-VALUE > MAX-SAFE-N
               ADD 1 TO WS-BAD-LINE-COUNT
               DISPLAY "SEQCHK: LINE " WS-LINE-NUM
                   " IS OUT OF THE SUPPORTED RANGE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ-COUNT
           MOVE '2' TO SRT-SIDE
           MOVE WS-ONE-VALUE TO SRT-NUMBER
           MOVE SPACES TO SRT-DATE
           RELEASE SRT-REC.

      *----------------------------------------------------------------
      *    Sort output: one stream at a time, its mark first, then
      *    tonight's numbers in order.
      *----------------------------------------------------------------
       CHECK-SORTED-STREAMS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       IF WS-GRP-OPEN
                           PERFORM CLOSE-STREAM-GROUP
                       END-IF
                   NOT AT END
                       IF WS-GRP-OPEN AND SRT-STREAM NOT = WS-GRP-STREAM
                           PERFORM CLOSE-STREAM-GROUP
                       END-IF
                       IF NOT WS-GRP-OPEN
                           PERFORM OPEN-STREAM-GROUP
                       END-IF
                       PERFORM TAKE-ONE-SORTED-NUMBER
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       OPEN-STREAM-GROUP.
           MOVE 'Y' TO WS-GRP-OPEN-SW
           MOVE SRT-STREAM TO WS-GRP-STREAM
           MOVE 'N' TO WS-GRP-HAS-HWM-SW
           MOVE 0 TO WS-GRP-HWM
           MOVE SPACES TO WS-GRP-HWM-DATE
           MOVE 0 TO WS-GRP-COUNT WS-GRP-MISSING WS-GRP-DUPS
               WS-ACTUAL-SUM WS-GRP-DUP-RUN
           MOVE 0 TO WS-GRP-LISTED
           MOVE 'N' TO WS-GRP-BROKEN-SW
           MOVE 'N' TO WS-GRP-RESTART-SW
           IF WS-GRP-STREAM = SPACES
               MOVE "*" TO WS-STREAM-DISP
           ELSE
               MOVE WS-GRP-STREAM TO WS-STREAM-DISP
           END-IF.

       TAKE-ONE-SORTED-NUMBER.
           IF SRT-SIDE = '1'
               MOVE 'Y' TO WS-GRP-HAS-HWM-SW
               MOVE SRT-NUMBER TO WS-GRP-HWM
               MOVE SRT-DATE TO WS-GRP-HWM-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           ADD SRT-NUMBER TO WS-ACTUAL-SUM
           IF WS-GRP-COUNT = 1
               PERFORM START-STREAM-TONIGHT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SRT-NUMBER = WS-GRP-PREV
                   ADD 1 TO WS-GRP-DUP-RUN
               WHEN OTHER
                   PERFORM END-DUPLICATE-RUN
                   IF SRT-NUMBER > WS-GRP-PREV + 1
                       COMPUTE WS-GAP-FROM = WS-GRP-PREV + 1
                       COMPUTE WS-GAP-THRU = SRT-NUMBER - 1
                       PERFORM REPORT-GAP
                   END-IF
           END-EVALUATE
           MOVE SRT-NUMBER TO WS-GRP-PREV
           MOVE SRT-NUMBER TO B-VAL.

      *    Tonight's first number against the stream's high-water
      *    mark: it must be the next number, unless the stream has
      *    started again at 1.
       START-STREAM-TONIGHT.
           MOVE SRT-NUMBER TO A-VAL
           MOVE SRT-NUMBER TO B-VAL
           MOVE SRT-NUMBER TO WS-GRP-PREV
           MOVE 0 TO WS-GRP-DUP-RUN
           ADD 1 TO WS-STREAM-COUNT
           MOVE SPACES TO SEQ-RPT-REC
           WRITE SEQ-RPT-REC
           IF NOT WS-GRP-HAS-HWM
               ADD 1 TO WS-NEW-COUNT
               STRING "STREAM " WS-STREAM-DISP
                      "  NEW -- NO EARLIER NIGHT ON THE HIGH-WATER "
                      "MARKS"
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
               WRITE SEQ-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-HWM TO WS-NUM-DISP
           STRING "STREAM " WS-STREAM-DISP
                  "  LAST NIGHT ENDED " FUNCTION TRIM(WS-NUM-DISP)
                  " ON " WS-GRP-HWM-DATE
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           WRITE SEQ-RPT-REC
           EVALUATE TRUE
               WHEN SRT-NUMBER = WS-GRP-HWM + 1
                   CONTINUE
               WHEN SRT-NUMBER = 1
                   MOVE 'Y' TO WS-GRP-RESTART-SW
                   ADD 1 TO WS-RESTART-COUNT
                   MOVE "    RESTARTED AT 1" TO SEQ-RPT-REC
                   WRITE SEQ-RPT-REC
               WHEN SRT-NUMBER > WS-GRP-HWM + 1
                   COMPUTE WS-GAP-FROM = WS-GRP-HWM + 1
                   COMPUTE WS-GAP-THRU = SRT-NUMBER - 1
                   MOVE SPACES TO SEQ-RPT-REC
                   MOVE SRT-NUMBER TO WS-NUM-DISP-2
                   STRING "    GAP ACROSS NIGHTS -- TONIGHT STARTS AT "
                          FUNCTION TRIM(WS-NUM-DISP-2)
                       DELIMITED BY SIZE INTO SEQ-RPT-REC
                   END-STRING
                   WRITE SEQ-RPT-REC
                   PERFORM REPORT-GAP
               WHEN OTHER
                   MOVE 'Y' TO WS-GRP-BROKEN-SW
                   MOVE SPACES TO SEQ-RPT-REC
                   MOVE SRT-NUMBER TO WS-NUM-DISP-2
                   STRING "    REPEATED FROM AN EARLIER NIGHT -- "
                          "TONIGHT STARTS AT "
                          FUNCTION TRIM(WS-NUM-DISP-2)
                       DELIMITED BY SIZE INTO SEQ-RPT-REC
                   END-STRING
                   WRITE SEQ-RPT-REC
           END-EVALUATE.

      *    A number seen more than once: reported once, with its
      *    count, when the run of repeats ends.
       END-DUPLICATE-RUN.
           IF WS-GRP-DUP-RUN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GRP-BROKEN-SW
           ADD 1 TO WS-GRP-DUPS
           IF WS-GRP-LISTED < MAX-LISTED
               ADD 1 TO WS-GRP-LISTED
               MOVE WS-GRP-PREV TO WS-NUM-DISP
               COMPUTE WS-COUNT-DISP = WS-GRP-DUP-RUN + 1
               MOVE SPACES TO SEQ-RPT-REC
               STRING "    DUPLICATED " FUNCTION TRIM(WS-NUM-DISP)
                      " OCCURS=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
               WRITE SEQ-RPT-REC
           END-IF
           MOVE 0 TO WS-GRP-DUP-RUN.

       REPORT-GAP.
           MOVE 'Y' TO WS-GRP-BROKEN-SW
           COMPUTE WS-GRP-MISSING =
               WS-GRP-MISSING + WS-GAP-THRU - WS-GAP-FROM + 1
           IF WS-GRP-LISTED >= MAX-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-LISTED
           MOVE WS-GAP-FROM TO WS-NUM-DISP
           MOVE WS-GAP-THRU TO WS-NUM-DISP-2
           MOVE SPACES TO SEQ-RPT-REC
           IF WS-GAP-FROM = WS-GAP-THRU
               STRING "    MISSING    " FUNCTION TRIM(WS-NUM-DISP)
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
           ELSE
               STRING "    MISSING    " FUNCTION TRIM(WS-NUM-DISP)
                      " THRU " FUNCTION TRIM(WS-NUM-DISP-2)
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
           END-IF
           WRITE SEQ-RPT-REC.

      *    The stream's totals and verdict, and its new mark.  A
      *    stream with no numbers tonight is silent: its mark goes
      *    forward as it was.
       CLOSE-STREAM-GROUP.
           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE SPACES TO HWMO-REC
           MOVE WS-GRP-STREAM TO HWMO-STREAM
           IF WS-GRP-COUNT = 0
               MOVE WS-GRP-HWM TO HWMO-LAST
               MOVE WS-GRP-HWM-DATE TO HWMO-LAST-DATE
               WRITE HWMO-REC
               PERFORM NOTE-SILENT-STREAM
               EXIT PARAGRAPH
           END-IF
           PERFORM END-DUPLICATE-RUN

           MOVE 'R' TO LS-MODE
           MOVE A-VAL TO LS-A-VAL
           MOVE B-VAL TO LS-B-VAL
               LS-RESULT LS-RETURN-CODE
           END-CALL
           MOVE LS-RESULT TO WS-EXPECTED-SUM
           MOVE A-VAL TO WS-NUM-DISP
           MOVE B-VAL TO WS-NUM-DISP-2
           MOVE WS-GRP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SEQ-RPT-REC
           STRING "    RANGE " FUNCTION TRIM(WS-NUM-DISP)
                  " THRU " FUNCTION TRIM(WS-NUM-DISP-2)
                  " NUMBERS=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           WRITE SEQ-RPT-REC
           MOVE WS-ACTUAL-SUM TO WS-NUM-DISP
           MOVE WS-EXPECTED-SUM TO WS-NUM-DISP-2
           MOVE SPACES TO SEQ-RPT-REC
           STRING "    ACTUAL-SUM=" FUNCTION TRIM(WS-NUM-DISP)
                  " EXPECTED-SUM=" FUNCTION TRIM(WS-NUM-DISP-2)
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           WRITE SEQ-RPT-REC
           IF WS-ACTUAL-SUM NOT = WS-EXPECTED-SUM
               MOVE 'Y' TO WS-GRP-BROKEN-SW
           END-IF

           ADD WS-GRP-MISSING TO WS-MISSING-COUNT
           ADD WS-GRP-DUPS TO WS-DUP-COUNT
           MOVE SPACES TO SEQ-RPT-REC
           IF WS-GRP-BROKEN
               ADD 1 TO WS-BROKEN-COUNT
               MOVE WS-GRP-MISSING TO WS-COUNT-DISP
               STRING "    *** SEQUENCE BROKEN *** MISSING="
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
               MOVE WS-GRP-DUPS TO WS-COUNT-DISP
               STRING " DUPLICATED=" FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO SEQ-RPT-REC(50:)
               END-STRING
           ELSE
               MOVE "    SEQUENCE COMPLETE -- NO GAPS, NO DUPLICATES"
                   TO SEQ-RPT-REC
           END-IF
           WRITE SEQ-RPT-REC

      *    The mark only ever moves up, except when the stream has
      *    started again at 1.
           MOVE B-VAL TO WS-NEW-HWM
           IF WS-GRP-HAS-HWM AND NOT WS-GRP-RESTARTED
              AND WS-GRP-HWM > WS-NEW-HWM
               MOVE WS-GRP-HWM TO WS-NEW-HWM
           END-IF
           MOVE WS-NEW-HWM TO HWMO-LAST
           MOVE WS-RUN-DATE TO HWMO-LAST-DATE
           WRITE HWMO-REC.

       NOTE-SILENT-STREAM.
           ADD 1 TO WS-SILENT-COUNT
           IF WS-SILENT-COUNT > MAX-SILENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-STREAM TO WS-SL-STREAM(WS-SILENT-COUNT)
           MOVE WS-GRP-HWM TO WS-SL-LAST(WS-SILENT-COUNT)
           MOVE WS-GRP-HWM-DATE TO WS-SL-DATE(WS-SILENT-COUNT).

      *    Every stream on the marks that sent nothing tonight, with
      *    how many nights it has been quiet.
       REPORT-SILENT-STREAMS.
           IF WS-SILENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEQ-RPT-REC
           WRITE SEQ-RPT-REC
           MOVE "SILENT STREAMS -- ON THE HIGH-WATER MARKS, NOTHING "
               & "SENT TONIGHT" TO SEQ-RPT-REC
           WRITE SEQ-RPT-REC
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SILENT-COUNT
                      OR WS-SL-IDX > MAX-SILENT
               PERFORM REPORT-ONE-SILENT-STREAM
           END-PERFORM
           IF WS-SILENT-COUNT > MAX-SILENT
               MOVE WS-SILENT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO SEQ-RPT-REC
               STRING "    ... " FUNCTION TRIM(WS-COUNT-DISP)
                      " SILENT STREAMS IN ALL"
                   DELIMITED BY SIZE INTO SEQ-RPT-REC
               END-STRING
               WRITE SEQ-RPT-REC
           END-IF.

       REPORT-ONE-SILENT-STREAM.
           IF WS-SL-STREAM(WS-SL-IDX) = SPACES
               MOVE "*" TO WS-STREAM-DISP
           ELSE
               MOVE WS-SL-STREAM(WS-SL-IDX) TO WS-STREAM-DISP
           END-IF
           MOVE WS-SL-LAST(WS-SL-IDX) TO WS-NUM-DISP
           MOVE SPACES TO SEQ-RPT-REC
           STRING "STREAM " WS-STREAM-DISP
                  "  LAST NUMBER " FUNCTION TRIM(WS-NUM-DISP)
                  "  LAST SENT " WS-SL-DATE(WS-SL-IDX)
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           IF WS-SL-DATE(WS-SL-IDX) IS NUMERIC
               MOVE WS-SL-DATE(WS-SL-IDX) TO WS-SEEN-DATE-NUM
               COMPUTE WS-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
               MOVE WS-NIGHTS TO WS-COUNT-DISP
               STRING "  SILENT " FUNCTION TRIM(WS-COUNT-DISP)
                      " NIGHT(S)"
                   DELIMITED BY SIZE INTO SEQ-RPT-REC(60:)
               END-STRING
           END-IF
           WRITE SEQ-RPT-REC.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO SEQ-RPT-REC
           WRITE SEQ-RPT-REC
           IF NOT WS-SEQIN-OPEN
               MOVE "*** SEQIN WOULD NOT OPEN -- HIGH-WATER MARKS "
                   & "CARRIED FORWARD UNCHANGED ***" TO SEQ-RPT-REC
               WRITE SEQ-RPT-REC
           ELSE
               IF WS-SEQ-COUNT = 0
                   MOVE "SEQCHK: NO SEQUENCE NUMBERS IN SEQIN"
                       TO SEQ-RPT-REC
                   WRITE SEQ-RPT-REC
               END-IF
           END-IF
           MOVE WS-STREAM-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SEQ-RPT-REC
           STRING "SUMMARY: STREAMS=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           MOVE WS-BROKEN-COUNT TO WS-COUNT-DISP
           STRING " BROKEN=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC(30:)
           END-STRING
           MOVE WS-NEW-COUNT TO WS-COUNT-DISP
           STRING " NEW=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC(50:)
           END-STRING
           MOVE WS-SILENT-COUNT TO WS-COUNT-DISP
           STRING " SILENT=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC(70:)
           END-STRING
           WRITE SEQ-RPT-REC
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SEQ-RPT-REC
           STRING "         MISSING=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO SEQ-RPT-REC
           END-STRING
           MOVE WS-DUP-COUNT TO WS-COUNT-DISP
           STRING " DUPLICATED=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO SEQ-RPT-REC(30:)
           END-STRING
           MOVE WS-RESTART-COUNT TO WS-COUNT-DISP
           STRING " RESTARTED=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO SEQ-RPT-REC(60:)
           END-STRING
           WRITE SEQ-RPT-REC.

       END PROGRAM SEQCHK.
