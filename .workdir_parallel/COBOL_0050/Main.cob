       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVDELTA.

      *    Row-level change capture between successive CSV.OUT
      *    generations.  Every night CSV.OUT(+1) is a full reload;
      *    this step compares it with last night's generation and
      *    writes only what moved, so downstream consumers (the
      *    reporting warehouse) can take deltas instead of whole
      *    files:
      *      - DLTOLD is last night's generation, DLTNEW tonight's;
      *      - CSVCTL, the same control file the validation step
      *        reads, supplies the KEY columns (up to 5), the
      *        OUTPUT FIXED card and the COLUMN widths, so rows are
      *        keyed exactly the way CSVPARSER keys them: DELIMITED
      *        rows split on '|' through the same CSVPCALC scanner,
      *        FIXED rows sliced at the declared widths;
      *      - both generations go through one SORT on key, old
      *        side first, and each key's rows are matched in file
      *        order.  A key only tonight is an add, one only last
      *        night a delete, one on both nights a change when any
      *        column differs;
      *      - DLTOUT (CSVDLREC layout) gets an A or D record with
      *        the whole row, or one C record per changed column
      *        with its before and after values, between an H
      *        header and a T trailer of counts;
      *      - DLTRPT reports the counts by change type.
      *    DLTCTL (optional DD) takes cards:
      *        GROUP nn      break the counts down by the value of
      *                      column nn (the provider or source
      *                      column of the feed)
      *        DROPPCT nn    deletes reaching nn percent of last
      *                      night's rows raise the alarm (default
      *                      50), for the file and for each group
      *        DROPMIN nn    a file or group with fewer rows than
      *                      this last night never alarms (default
      *                      10)
      *        INTRADAY      the run folds one provider's late
      *                      envelope into the day's generation
      *                      (UTILINTR): it writes on the audit
      *                      trail as CSVDINTR, apart from the
      *                      nightly's CSVDELTA run
      *    RETURN-CODE 0 clean, 4 when the drop alarm is raised, 8
      *    when rows could not be split (they are compared whole),
      *    12 when CSVCTL has no KEY card (nothing is compared) or
      *    one key carries more rows than can be staged (its excess
      *    rows are left out of the change file), 16 when a
      *    generation or the change file will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLT-CTL-FILE ASSIGN TO "DLTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CSV-CTL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DLT-OLD-FILE ASSIGN TO "DLTOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT DLT-NEW-FILE ASSIGN TO "DLTNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT DLT-OUT-FILE ASSIGN TO "DLTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DLT-RPT-FILE ASSIGN TO "DLTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    Work file for the SORT that brings both generations
      *    together in key order.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DLT-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  DLT-CTL-REC             PIC X(80).
       FD  CSV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  CSV-CTL-REC             PIC X(80).
       FD  DLT-OLD-FILE
           RECORD IS VARYING FROM 1 TO 10049 DEPENDING ON
               WS-OLD-REC-LEN.
       01  DLT-OLD-REC             PIC X(10049).
       FD  DLT-NEW-FILE
           RECORD IS VARYING FROM 1 TO 10049 DEPENDING ON
               WS-NEW-REC-LEN.
       01  DLT-NEW-REC             PIC X(10049).
       FD  DLT-OUT-FILE.
           COPY CSVDLREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  DLT-RPT-FILE.
       01  DLT-RPT-REC             PIC X(132).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-KEY             PIC X(100).
      *    '1' last night's generation, '2' tonight's -- a sort key,
      *    so each key group arrives old rows first.
           05  SRT-SIDE            PIC X.
      *    Physical record number within its generation, so rows
      *    sharing a key keep their file order.
           05  SRT-SEQ             PIC 9(9).
           05  SRT-LEN             PIC 9(5).
           05  SRT-DATA            PIC X(10049).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-OLD-STATUS           PIC XX.
       01  WS-NEW-STATUS           PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-OLD-REC-LEN          PIC 9(5).
       01  WS-NEW-REC-LEN          PIC 9(5).
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-AUD-PGM-ID           PIC X(8) VALUE "CSVDELTA".
       01  WS-RUN-DATE             PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.

      *    Key and shape settings lifted from CSVCTL, the same cards
      *    CSVPARSER reads: KEY columns, OUTPUT FIXED and the COLUMN
      *    widths a FIXED row is sliced at.  Record 1 (the expected
      *    field count) and the delimiter override say nothing about
      *    CSV.OUT, which is always '|'-joined when not FIXED.
       01  WS-KEY-COL-COUNT        PIC 9(4) VALUE 0.
       01  WS-KEY-COLS.
           05  WS-KEY-COL OCCURS 5 TIMES PIC 9(4).
       01  WS-KEY-IDX              PIC 9(4).
       01  WS-OUT-MODE             PIC X(9) VALUE "DELIMITED".
           88  WS-OUT-FIXED        VALUE "FIXED".
       01  WS-COL-WIDTHS.
           05  WS-COL-WIDTH OCCURS 50 TIMES PIC 9(4).
       01  WS-CTL-COL-NUM          PIC 9(4).
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(10).
       01  WS-CTL-TOKEN-4          PIC X(10).
       01  WS-CTL-TOKEN-5          PIC X(10).
       01  WS-CTL-TOKEN-6          PIC X(10).
       01  WS-FIRST-REC-SW         PIC X VALUE 'Y'.
       01  WS-KEY-SPEC             PIC X(30).
       01  WS-KEY-SPEC-PTR         PIC 9(4).
       01  WS-COL-DISP             PIC Z(3)9.

      *    DLTCTL settings.
       01  WS-GROUP-COL            PIC 9(4) VALUE 0.
       01  WS-DROP-PCT             PIC 9(3) VALUE 50.
       01  WS-DROP-MIN             PIC 9(9) VALUE 10.

      *    CSVPCALC interface areas, matching its LINKAGE.
       01  CSV-LINE                PIC X(9100).
       01  LINE-LENGTH             PIC 9(4).
       01  FIELD-COUNT             PIC 9(4).
       01  IN-QUOTES               PIC 9.
       01  CSV-FIELDS.
           05  CSV-FIELD OCCURS 50 TIMES PIC X(100).
       01  LS-CALC-RC              PIC S9(4) COMP-5.
       01  MAX-FIELDS              PIC 9(4) VALUE 50.

      *    The row being split, and what the split made of it.
       01  WS-ROW-BUF              PIC X(10049).
       01  WS-ROW-LEN              PIC 9(5).
       01  WS-ROW-UNSPLIT-SW       PIC X.
           88  WS-ROW-UNSPLIT      VALUE 'Y'.
       01  WS-FIX-POS              PIC 9(5).
       01  WS-FIX-LEN              PIC 9(4).
       01  WS-CUR-KEY              PIC X(100).
       01  WS-CUR-KEY-PTR          PIC 9(4).
       01  WS-CUR-GROUP            PIC X(20).

      *    Last night's side of a pair, split and set aside while
      *    tonight's row goes through the same scanner.
       01  WS-OLD-FIELDS.
           05  WS-OLD-FIELD OCCURS 50 TIMES PIC X(100).
       01  WS-OLD-FIELD-COUNT      PIC 9(4).
       01  WS-OLD-UNSPLIT-SW       PIC X.
           88  WS-OLD-UNSPLIT      VALUE 'Y'.
       01  WS-CMP-COL              PIC 9(4).
       01  WS-CMP-LAST-COL         PIC 9(4).
       01  WS-ROW-CHANGED-SW       PIC X.
           88  WS-ROW-CHANGED      VALUE 'Y'.

      *    One key group at a time off the sorted stream: every row
      *    of the current key from each night, in file order.  A key
      *    carrying more rows than this is a feed fault, not a
      *    delta -- the excess is counted and reported.
       01  MAX-GROUP-ROWS          PIC 9(4) VALUE 20.
       01  WS-GRP-KEY              PIC X(100).
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-GRP-OLD-COUNT        PIC 9(4).
       01  WS-GRP-NEW-COUNT        PIC 9(4).
       01  WS-GRP-OLD-TABLE.
           05  WS-GRP-OLD-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-OLD-LEN  PIC 9(5).
               10  WS-GRP-OLD-ROW  PIC X(10049).
       01  WS-GRP-NEW-TABLE.
           05  WS-GRP-NEW-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-NEW-LEN  PIC 9(5).
               10  WS-GRP-NEW-ROW  PIC X(10049).
       01  WS-PAIR-COUNT           PIC 9(4).
       01  WS-PAIR-IDX             PIC 9(4).

      *    Night totals.
       01  WS-SEQ                  PIC 9(9).
       01  WS-OLD-ROWS             PIC 9(9) VALUE 0.
       01  WS-NEW-ROWS             PIC 9(9) VALUE 0.
       01  WS-ADD-COUNT            PIC 9(9) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(9) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(9) VALUE 0.
       01  WS-UNCHANGED-COUNT      PIC 9(9) VALUE 0.
       01  WS-COLUMN-COUNT         PIC 9(9) VALUE 0.
       01  WS-DUP-KEY-COUNT        PIC 9(9) VALUE 0.
       01  WS-UNSPLIT-COUNT        PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT       PIC 9(9) VALUE 0.
       01  WS-ALARM-COUNT          PIC 9(4) VALUE 0.

      *    Per-group counts under a GROUP card.  Past the table's
      *    capacity every further value is pooled in its last entry.
       01  MAX-GROUPS              PIC 9(4) VALUE 500.
       01  WS-GV-COUNT             PIC 9(4) VALUE 0.
       01  WS-GV-TABLE.
           05  WS-GV-ENTRY OCCURS 500 TIMES.
               10  WS-GV-VALUE     PIC X(20).
               10  WS-GV-OLD       PIC 9(9).
               10  WS-GV-NEW       PIC 9(9).
               10  WS-GV-ADD       PIC 9(9).
               10  WS-GV-DELETE    PIC 9(9).
               10  WS-GV-CHANGE    PIC 9(9).
       01  WS-GV-IDX               PIC 9(4).
       01  WS-GV-FOUND             PIC 9(4).

      *    Drop-alarm test inputs and result.
       01  WS-DROP-BASE            PIC 9(9).
       01  WS-DROP-GONE            PIC 9(9).
       01  WS-DROP-SHARE           PIC 9(3).
       01  WS-DROP-SW              PIC X.
           88  WS-DROP-ALARM       VALUE 'Y'.

       01  WS-COUNT-DISP           PIC Z(8)9.
       01  WS-COUNT-DISP-2         PIC Z(8)9.
       01  WS-COUNT-DISP-3         PIC Z(8)9.
       01  WS-COUNT-DISP-4         PIC Z(8)9.
       01  WS-COUNT-DISP-5         PIC Z(8)9.
       01  WS-PCT-DISP             PIC ZZ9.

       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT DLT-RPT-FILE
           MOVE "CSVDELTA -- CSV.OUT ROW-LEVEL CHANGE CAPTURE"
               TO DLT-RPT-REC
           WRITE DLT-RPT-REC

           PERFORM READ-CSV-CONTROL
           PERFORM READ-DELTA-CONTROL

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           IF WS-KEY-COL-COUNT = 0
               DISPLAY "CSVDELTA: *** ERROR *** CSVCTL CARRIES NO KEY "
                   "CARD -- NOTHING COMPARED"
               MOVE "*** CSVCTL CARRIES NO KEY CARD -- ROWS CANNOT BE"
                   & " MATCHED, NOTHING COMPARED ***" TO DLT-RPT-REC
               WRITE DLT-RPT-REC
               MOVE 12 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM OPEN-GENERATIONS
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM WRITE-DELTA-HEADER
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-SIDE SRT-SEQ
               INPUT PROCEDURE IS RELEASE-BOTH-GENERATIONS
               OUTPUT PROCEDURE IS CONSUME-SORTED-ROWS
           PERFORM WRITE-DELTA-TRAILER
           CLOSE DLT-OUT-FILE

           IF WS-UNSPLIT-COUNT > 0 AND WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF
           IF WS-OVERFLOW-COUNT > 0 AND WS-WORST-RC < 12
               MOVE 12 TO WS-WORST-RC
           END-IF
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE DLT-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "CSVDELTA: OLD=" WS-OLD-ROWS
               " NEW=" WS-NEW-ROWS
               " ADDED=" WS-ADD-COUNT
               " DELETED=" WS-DELETE-COUNT
               " CHANGED=" WS-CHANGE-COUNT
               " ALARMS=" WS-ALARM-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-AUD-PGM-ID WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
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
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           IF WS-FINAL-RC = 0
               MOVE WS-DETAIL-COUNT TO AUD-OK-COUNT
               MOVE 0 TO AUD-ERROR-COUNT
           ELSE
               MOVE 0 TO AUD-OK-COUNT
               MOVE WS-DETAIL-COUNT TO AUD-ERROR-COUNT
           END-IF
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record for the night's counts and one per drop
      *    alarm raised.
       WRITE-DELTA-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      *    Control cards.
      *----------------------------------------------------------
      *    The KEY, OUTPUT and COLUMN cards from the same CSVCTL the
      *    validation step reads, so keys derive identically here.
       READ-CSV-CONTROL.
           PERFORM VARYING WS-CTL-COL-NUM FROM 1 BY 1
                   UNTIL WS-CTL-COL-NUM > MAX-FIELDS
               MOVE 0 TO WS-COL-WIDTH(WS-CTL-COL-NUM)
           END-PERFORM
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
               WHEN "OUTPUT"
                   IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) = "FIXED"
                       MOVE "FIXED" TO WS-OUT-MODE
                   ELSE
                       MOVE "DELIMITED" TO WS-OUT-MODE
                   END-IF
               WHEN "COLUMN"
                   IF FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                      AND FUNCTION TRIM(WS-CTL-TOKEN-4) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-CTL-COL-NUM
                       IF WS-CTL-COL-NUM >= 1
                          AND WS-CTL-COL-NUM <= MAX-FIELDS
                           MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-4)
                               TO WS-COL-WIDTH(WS-CTL-COL-NUM)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-ONE-KEY-COLUMN.
           IF WS-CTL-TOKEN-1 = SPACES OR WS-KEY-COL-COUNT >= 5
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CTL-TOKEN-1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-1) TO WS-CTL-COL-NUM
               IF WS-CTL-COL-NUM >= 1 AND WS-CTL-COL-NUM <= MAX-FIELDS
                   ADD 1 TO WS-KEY-COL-COUNT
                   MOVE WS-CTL-COL-NUM TO WS-KEY-COL(WS-KEY-COL-COUNT)
               END-IF
           END-IF.

       READ-DELTA-CONTROL.
           OPEN INPUT DLT-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ DLT-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-DELTA-CARD
               END-READ
           END-PERFORM
           CLOSE DLT-CTL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW.

       APPLY-ONE-DELTA-CARD.
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           UNSTRING DLT-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           END-UNSTRING
           IF WS-CTL-TOKEN-1 = SPACES OR WS-CTL-TOKEN-1(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-1) = "INTRADAY"
              AND WS-CTL-TOKEN-2 = SPACES
               MOVE "CSVDINTR" TO WS-AUD-PGM-ID
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CTL-TOKEN-2) IS NOT NUMERIC
               DISPLAY "CSVDELTA: BAD DLTCTL CARD IGNORED: "
                   FUNCTION TRIM(DLT-CTL-REC)
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "GROUP"
                   MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                       TO WS-CTL-COL-NUM
                   IF WS-CTL-COL-NUM >= 1
                      AND WS-CTL-COL-NUM <= MAX-FIELDS
                       MOVE WS-CTL-COL-NUM TO WS-GROUP-COL
                   END-IF
               WHEN "DROPPCT"
                   MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                       TO WS-DROP-PCT
               WHEN "DROPMIN"
                   MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                       TO WS-DROP-MIN
               WHEN OTHER
                   DISPLAY "CSVDELTA: BAD DLTCTL CARD IGNORED: "
                       FUNCTION TRIM(DLT-CTL-REC)
           END-EVALUATE.

      *    Both generations must open, and the change file with
      *    them: a missing input here is a broken catalog, not an
      *    empty night (the first night reads a seeded generation).
       OPEN-GENERATIONS.
           OPEN INPUT DLT-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CSVDELTA: *** ERROR *** DLTOLD WILL NOT OPEN, "
                   "STATUS " WS-OLD-STATUS
               MOVE 16 TO WS-WORST-RC
           END-IF
           OPEN INPUT DLT-NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "CSVDELTA: *** ERROR *** DLTNEW WILL NOT OPEN, "
                   "STATUS " WS-NEW-STATUS
               MOVE 16 TO WS-WORST-RC
           END-IF
           OPEN OUTPUT DLT-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "CSVDELTA: *** ERROR *** DLTOUT WILL NOT OPEN, "
                   "STATUS " WS-OUT-STATUS
               MOVE 16 TO WS-WORST-RC
           END-IF
           IF WS-WORST-RC >= 16
               MOVE "*** A GENERATION OR THE CHANGE FILE WILL NOT OPEN"
                   & " -- NOTHING COMPARED ***" TO DLT-RPT-REC
               WRITE DLT-RPT-REC
           END-IF.

      *----------------------------------------------------------
      *    Sort input side: every row of both generations, keyed
      *    the way the validation step keys it.
      *----------------------------------------------------------
       RELEASE-BOTH-GENERATIONS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ DLT-OLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       MOVE DLT-OLD-REC TO WS-ROW-BUF
                       MOVE WS-OLD-REC-LEN TO WS-ROW-LEN
                       MOVE '1' TO SRT-SIDE
                       PERFORM RELEASE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE DLT-OLD-FILE
           MOVE WS-SEQ TO WS-OLD-ROWS

           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ DLT-NEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       MOVE DLT-NEW-REC TO WS-ROW-BUF
                       MOVE WS-NEW-REC-LEN TO WS-ROW-LEN
                       MOVE '2' TO SRT-SIDE
                       PERFORM RELEASE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE DLT-NEW-FILE
           MOVE WS-SEQ TO WS-NEW-ROWS
           MOVE 'N' TO WS-EOF-SW.

      *    SRT-SIDE is already set by the caller.  The group count
      *    for each night is taken here, while the row is split.
       RELEASE-ONE-ROW.
           PERFORM SPLIT-CURRENT-ROW
           IF WS-ROW-UNSPLIT
               ADD 1 TO WS-UNSPLIT-COUNT
           END-IF
           PERFORM BUILD-ROW-KEY
           IF WS-GROUP-COL > 0
               PERFORM FIND-GROUP-ENTRY
               IF SRT-SIDE = '1'
                   ADD 1 TO WS-GV-OLD(WS-GV-FOUND)
               ELSE
                   ADD 1 TO WS-GV-NEW(WS-GV-FOUND)
               END-IF
           END-IF
           MOVE WS-CUR-KEY TO SRT-KEY
           MOVE WS-SEQ TO SRT-SEQ
           MOVE WS-ROW-LEN TO SRT-LEN
           MOVE WS-ROW-BUF TO SRT-DATA
           RELEASE SRT-REC.

      *    A fixed-length generation pads every row to the record
      *    length, so trailing blanks are dropped before splitting:
      *    CSVPARSER never writes a row that ends in a blank.
       SPLIT-CURRENT-ROW.
           PERFORM UNTIL WS-ROW-LEN = 0
                   OR WS-ROW-BUF(WS-ROW-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ROW-LEN
           END-PERFORM
           MOVE 'N' TO WS-ROW-UNSPLIT-SW
           IF WS-OUT-FIXED
               PERFORM SLICE-FIXED-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CSV-LINE
           MOVE WS-ROW-BUF(1:9100) TO CSV-LINE
           IF WS-ROW-LEN > 9100
               MOVE 9100 TO LINE-LENGTH
               MOVE 'Y' TO WS-ROW-UNSPLIT-SW
           ELSE
               MOVE WS-ROW-LEN TO LINE-LENGTH
           END-IF
           CALL "CSVPCALC" USING CSV-LINE LINE-LENGTH
               '|' FIELD-COUNT IN-QUOTES CSV-FIELDS
               LS-CALC-RC
           END-CALL
           IF LS-CALC-RC NOT = 0
               MOVE 'Y' TO WS-ROW-UNSPLIT-SW
           END-IF.

      *    The FIXED shape, sliced at the COLUMN widths in column
      *    order the same way the validation step's restart
      *    rebuilds keys from it.
       SLICE-FIXED-ROW.
           MOVE SPACES TO CSV-FIELDS
           MOVE 1 TO WS-FIX-POS
           PERFORM VARYING FIELD-COUNT FROM 1 BY 1
                   UNTIL FIELD-COUNT > MAX-FIELDS
                      OR WS-COL-WIDTH(FIELD-COUNT) = 0
                      OR WS-FIX-POS > 10049
               MOVE WS-COL-WIDTH(FIELD-COUNT) TO WS-FIX-LEN
               IF WS-FIX-POS + WS-FIX-LEN - 1 > 10049
                   COMPUTE WS-FIX-LEN = 10050 - WS-FIX-POS
               END-IF
               IF WS-FIX-LEN > 100
                   MOVE 100 TO WS-FIX-LEN
               END-IF
               MOVE WS-ROW-BUF(WS-FIX-POS:WS-FIX-LEN)
                   TO CSV-FIELD(FIELD-COUNT)
               ADD WS-COL-WIDTH(FIELD-COUNT) TO WS-FIX-POS
           END-PERFORM
           SUBTRACT 1 FROM FIELD-COUNT
           IF FIELD-COUNT = 0
               MOVE 'Y' TO WS-ROW-UNSPLIT-SW
           END-IF.

      *    The same pipe-joined key BUILD-CURRENT-KEY makes in the
      *    validation step, so the two always agree.
       BUILD-ROW-KEY.
           MOVE SPACES TO WS-CUR-KEY
           MOVE 1 TO WS-CUR-KEY-PTR
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
                   STRING FUNCTION TRIM(
                          CSV-FIELD(WS-KEY-COL(WS-KEY-IDX)))
                       DELIMITED BY SIZE
                       INTO WS-CUR-KEY WITH POINTER WS-CUR-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *    The group entry for the row just split, added on first
      *    sight; WS-GV-FOUND points at it.
       FIND-GROUP-ENTRY.
           MOVE SPACES TO WS-CUR-GROUP
           IF WS-GROUP-COL <= FIELD-COUNT
               MOVE FUNCTION TRIM(CSV-FIELD(WS-GROUP-COL))
                   TO WS-CUR-GROUP
           END-IF
           MOVE 0 TO WS-GV-FOUND
           PERFORM VARYING WS-GV-IDX FROM 1 BY 1
                   UNTIL WS-GV-IDX > WS-GV-COUNT
                      OR WS-GV-FOUND > 0
               IF WS-GV-VALUE(WS-GV-IDX) = WS-CUR-GROUP
                   MOVE WS-GV-IDX TO WS-GV-FOUND
               END-IF
           END-PERFORM
           IF WS-GV-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GV-COUNT >= MAX-GROUPS - 1
               IF WS-GV-COUNT < MAX-GROUPS
                   ADD 1 TO WS-GV-COUNT
                   PERFORM CLEAR-GROUP-ENTRY
                   MOVE "(ALL OTHER VALUES)" TO WS-GV-VALUE(WS-GV-COUNT)
               END-IF
               MOVE MAX-GROUPS TO WS-GV-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GV-COUNT
           PERFORM CLEAR-GROUP-ENTRY
           MOVE WS-CUR-GROUP TO WS-GV-VALUE(WS-GV-COUNT)
           MOVE WS-GV-COUNT TO WS-GV-FOUND.

       CLEAR-GROUP-ENTRY.
           MOVE 0 TO WS-GV-OLD(WS-GV-COUNT) WS-GV-NEW(WS-GV-COUNT)
               WS-GV-ADD(WS-GV-COUNT) WS-GV-DELETE(WS-GV-COUNT)
               WS-GV-CHANGE(WS-GV-COUNT).

      *----------------------------------------------------------
      *    Sort output side: consume the sorted stream one key at
      *    a time -- stage the key's rows from each night, then
      *    match them when the key changes or the stream ends.
      *----------------------------------------------------------
       CONSUME-SORTED-ROWS.
           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE 0 TO WS-GRP-OLD-COUNT
           MOVE 0 TO WS-GRP-NEW-COUNT
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       IF WS-GRP-OPEN
                           PERFORM PROCESS-KEY-GROUP
                       END-IF
                   NOT AT END
                       IF WS-GRP-OPEN AND SRT-KEY NOT = WS-GRP-KEY
                           PERFORM PROCESS-KEY-GROUP
                           MOVE 0 TO WS-GRP-OLD-COUNT
                           MOVE 0 TO WS-GRP-NEW-COUNT
                       END-IF
                       MOVE SRT-KEY TO WS-GRP-KEY
                       MOVE 'Y' TO WS-GRP-OPEN-SW
                       PERFORM STAGE-ONE-SORTED-ROW
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       STAGE-ONE-SORTED-ROW.
           IF SRT-SIDE = '1'
               IF WS-GRP-OLD-COUNT >= MAX-GROUP-ROWS
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-GRP-OLD-COUNT
                   MOVE SRT-LEN TO WS-GRP-OLD-LEN(WS-GRP-OLD-COUNT)
                   MOVE SRT-DATA TO WS-GRP-OLD-ROW(WS-GRP-OLD-COUNT)
               END-IF
           ELSE
               IF WS-GRP-NEW-COUNT >= MAX-GROUP-ROWS
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-GRP-NEW-COUNT
                   MOVE SRT-LEN TO WS-GRP-NEW-LEN(WS-GRP-NEW-COUNT)
                   MOVE SRT-DATA TO WS-GRP-NEW-ROW(WS-GRP-NEW-COUNT)
               END-IF
           END-IF.

      *    The i-th row of the key last night pairs with the i-th
      *    tonight; whatever is left over on either side was added
      *    or deleted.
       PROCESS-KEY-GROUP.
           IF WS-GRP-OLD-COUNT > 1 OR WS-GRP-NEW-COUNT > 1
               ADD 1 TO WS-DUP-KEY-COUNT
           END-IF
           IF WS-GRP-OLD-COUNT < WS-GRP-NEW-COUNT
               MOVE WS-GRP-OLD-COUNT TO WS-PAIR-COUNT
           ELSE
               MOVE WS-GRP-NEW-COUNT TO WS-PAIR-COUNT
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM COMPARE-ROW-PAIR
           END-PERFORM
           COMPUTE WS-PAIR-IDX = WS-PAIR-COUNT + 1
           PERFORM VARYING WS-PAIR-IDX FROM WS-PAIR-IDX BY 1
                   UNTIL WS-PAIR-IDX > WS-GRP-OLD-COUNT
               PERFORM WRITE-DELETE-RECORD
           END-PERFORM
           COMPUTE WS-PAIR-IDX = WS-PAIR-COUNT + 1
           PERFORM VARYING WS-PAIR-IDX FROM WS-PAIR-IDX BY 1
                   UNTIL WS-PAIR-IDX > WS-GRP-NEW-COUNT
               PERFORM WRITE-ADD-RECORD
           END-PERFORM.

       WRITE-DELETE-RECORD.
           MOVE WS-GRP-OLD-ROW(WS-PAIR-IDX) TO WS-ROW-BUF
           MOVE WS-GRP-OLD-LEN(WS-PAIR-IDX) TO WS-ROW-LEN
           PERFORM SPLIT-CURRENT-ROW
           MOVE SPACES TO CSV-DELTA-REC
           MOVE 'D' TO DLR-TYPE
           MOVE WS-RUN-DATE TO DLR-RUN-DATE
           MOVE WS-GRP-KEY TO DLR-KEY
           MOVE 0 TO DLR-COL
           MOVE WS-ROW-LEN TO DLR-ROW-LEN
           MOVE WS-ROW-BUF TO DLR-ROW
           WRITE CSV-DELTA-REC
           ADD 1 TO WS-DELETE-COUNT
           IF WS-GROUP-COL > 0
               PERFORM FIND-GROUP-ENTRY
               ADD 1 TO WS-GV-DELETE(WS-GV-FOUND)
           END-IF.

       WRITE-ADD-RECORD.
           MOVE WS-GRP-NEW-ROW(WS-PAIR-IDX) TO WS-ROW-BUF
           MOVE WS-GRP-NEW-LEN(WS-PAIR-IDX) TO WS-ROW-LEN
           PERFORM SPLIT-CURRENT-ROW
           MOVE SPACES TO CSV-DELTA-REC
           MOVE 'A' TO DLR-TYPE
           MOVE WS-RUN-DATE TO DLR-RUN-DATE
           MOVE WS-GRP-KEY TO DLR-KEY
           MOVE 0 TO DLR-COL
           MOVE WS-ROW-LEN TO DLR-ROW-LEN
           MOVE WS-ROW-BUF TO DLR-ROW
           WRITE CSV-DELTA-REC
           ADD 1 TO WS-ADD-COUNT
           IF WS-GROUP-COL > 0
               PERFORM FIND-GROUP-ENTRY
               ADD 1 TO WS-GV-ADD(WS-GV-FOUND)
           END-IF.

      *    Split last night's row and set its columns aside, split
      *    tonight's, then compare column by column.  A row either
      *    side could not split is compared whole instead.
       COMPARE-ROW-PAIR.
           MOVE WS-GRP-OLD-ROW(WS-PAIR-IDX) TO WS-ROW-BUF
           MOVE WS-GRP-OLD-LEN(WS-PAIR-IDX) TO WS-ROW-LEN
           PERFORM SPLIT-CURRENT-ROW
           MOVE CSV-FIELDS TO WS-OLD-FIELDS
           MOVE FIELD-COUNT TO WS-OLD-FIELD-COUNT
           MOVE WS-ROW-UNSPLIT-SW TO WS-OLD-UNSPLIT-SW

           MOVE WS-GRP-NEW-ROW(WS-PAIR-IDX) TO WS-ROW-BUF
           MOVE WS-GRP-NEW-LEN(WS-PAIR-IDX) TO WS-ROW-LEN
           PERFORM SPLIT-CURRENT-ROW

           MOVE 'N' TO WS-ROW-CHANGED-SW
           IF WS-ROW-UNSPLIT OR WS-OLD-UNSPLIT
               IF WS-GRP-OLD-ROW(WS-PAIR-IDX)
                      NOT = WS-GRP-NEW-ROW(WS-PAIR-IDX)
                   MOVE 0 TO WS-CMP-COL
                   PERFORM WRITE-CHANGE-RECORD
               END-IF
           ELSE
               MOVE WS-OLD-FIELD-COUNT TO WS-CMP-LAST-COL
               IF FIELD-COUNT > WS-CMP-LAST-COL
                   MOVE FIELD-COUNT TO WS-CMP-LAST-COL
               END-IF
               PERFORM VARYING WS-CMP-COL FROM 1 BY 1
                       UNTIL WS-CMP-COL > WS-CMP-LAST-COL
                   IF CSV-FIELD(WS-CMP-COL)
                          NOT = WS-OLD-FIELD(WS-CMP-COL)
                       PERFORM WRITE-CHANGE-RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ROW-CHANGED
               ADD 1 TO WS-CHANGE-COUNT
               IF WS-GROUP-COL > 0
                   PERFORM FIND-GROUP-ENTRY
                   ADD 1 TO WS-GV-CHANGE(WS-GV-FOUND)
               END-IF
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.

      *    WS-CMP-COL zero: the whole row, first 100 bytes each way.
       WRITE-CHANGE-RECORD.
           MOVE 'Y' TO WS-ROW-CHANGED-SW
           ADD 1 TO WS-COLUMN-COUNT
           MOVE SPACES TO CSV-DELTA-REC
           MOVE 'C' TO DLR-TYPE
           MOVE WS-RUN-DATE TO DLR-RUN-DATE
           MOVE WS-GRP-KEY TO DLR-KEY
           MOVE WS-CMP-COL TO DLR-COL
           MOVE 0 TO DLR-ROW-LEN
           IF WS-CMP-COL = 0
               MOVE WS-GRP-OLD-ROW(WS-PAIR-IDX)(1:100) TO DLR-BEFORE
               MOVE WS-GRP-NEW-ROW(WS-PAIR-IDX)(1:100) TO DLR-AFTER
           ELSE
               MOVE WS-OLD-FIELD(WS-CMP-COL) TO DLR-BEFORE
               MOVE CSV-FIELD(WS-CMP-COL) TO DLR-AFTER
           END-IF
           WRITE CSV-DELTA-REC.

      *----------------------------------------------------------
      *    Change file header and trailer.
      *----------------------------------------------------------
       WRITE-DELTA-HEADER.
           MOVE SPACES TO WS-KEY-SPEC
           MOVE 1 TO WS-KEY-SPEC-PTR
           STRING "KEYCOLS=" DELIMITED BY SIZE
               INTO WS-KEY-SPEC WITH POINTER WS-KEY-SPEC-PTR
           END-STRING
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COL-COUNT
               IF WS-KEY-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-KEY-SPEC WITH POINTER WS-KEY-SPEC-PTR
                   END-STRING
               END-IF
               MOVE WS-KEY-COL(WS-KEY-IDX) TO WS-COL-DISP
               STRING FUNCTION TRIM(WS-COL-DISP) DELIMITED BY SIZE
                   INTO WS-KEY-SPEC WITH POINTER WS-KEY-SPEC-PTR
               END-STRING
           END-PERFORM
           MOVE SPACES TO CSV-DELTA-REC
           MOVE 'H' TO DLR-TYPE
           MOVE WS-RUN-DATE TO DLR-RUN-DATE
           MOVE WS-KEY-SPEC TO DLR-KEY
           MOVE 0 TO DLR-COL
           MOVE 0 TO DLR-ROW-LEN
           STRING "OUTPUT=" WS-OUT-MODE
               DELIMITED BY SIZE INTO DLR-ROW
           END-STRING
           WRITE CSV-DELTA-REC.

       WRITE-DELTA-TRAILER.
           MOVE SPACES TO CSV-DELTA-REC
           MOVE 'T' TO DLR-TYPE
           MOVE WS-RUN-DATE TO DLR-RUN-DATE
           MOVE 0 TO DLR-COL
           MOVE 0 TO DLR-ROW-LEN
           MOVE WS-OLD-ROWS TO DLR-OLD-ROWS
           MOVE WS-NEW-ROWS TO DLR-NEW-ROWS
           MOVE WS-ADD-COUNT TO DLR-ADD-COUNT
           MOVE WS-DELETE-COUNT TO DLR-DELETE-COUNT
           MOVE WS-CHANGE-COUNT TO DLR-CHANGE-COUNT
           MOVE WS-UNCHANGED-COUNT TO DLR-UNCHANGED-COUNT
           MOVE WS-COLUMN-COUNT TO DLR-COLUMN-COUNT
           WRITE CSV-DELTA-REC.

      *----------------------------------------------------------
      *    DLTRPT: counts by change type, then by group, each
      *    tested for the drop alarm.
      *----------------------------------------------------------
       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO DLT-RPT-REC
           STRING "KEY COLUMNS: " WS-KEY-SPEC(9:22)
                  "  OUTPUT: " WS-OUT-MODE
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE SPACES TO DLT-RPT-REC
           WRITE DLT-RPT-REC
           MOVE WS-OLD-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "ROWS LAST NIGHT     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE WS-NEW-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "ROWS TONIGHT        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE WS-ADD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "ADDED               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "DELETED             " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISP
           MOVE WS-COLUMN-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO DLT-RPT-REC
           STRING "CHANGED             " WS-COUNT-DISP
                  "   (COLUMN CHANGES "
                  FUNCTION TRIM(WS-COUNT-DISP-2) ")"
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "UNCHANGED           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           IF WS-DUP-KEY-COUNT > 0
               MOVE WS-DUP-KEY-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO DLT-RPT-REC
               STRING "KEYS ON MORE THAN ONE ROW " WS-COUNT-DISP
                      " (PAIRED IN FILE ORDER)"
                   DELIMITED BY SIZE INTO DLT-RPT-REC
               END-STRING
               WRITE DLT-RPT-REC
           END-IF
           IF WS-UNSPLIT-COUNT > 0
               MOVE WS-UNSPLIT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO DLT-RPT-REC
               STRING "*** ROWS THAT WOULD NOT SPLIT " WS-COUNT-DISP
                      " (COMPARED WHOLE, CHANGE COLUMN 0) ***"
                   DELIMITED BY SIZE INTO DLT-RPT-REC
               END-STRING
               WRITE DLT-RPT-REC
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISP
               MOVE MAX-GROUP-ROWS TO WS-COL-DISP
               MOVE SPACES TO DLT-RPT-REC
               STRING "*** ROWS LEFT OUT OF THE CHANGE FILE "
                      WS-COUNT-DISP " -- A KEY CARRIED MORE THAN "
                      FUNCTION TRIM(WS-COL-DISP) " ROWS ***"
                   DELIMITED BY SIZE INTO DLT-RPT-REC
               END-STRING
               WRITE DLT-RPT-REC
           END-IF

           MOVE WS-OLD-ROWS TO WS-COUNT-DISP
           MOVE WS-NEW-ROWS TO WS-COUNT-DISP-2
           MOVE WS-ADD-COUNT TO WS-COUNT-DISP-3
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISP-4
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISP-5
           MOVE 0 TO WS-AUD-RC
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "ROWS OLD=" FUNCTION TRIM(WS-COUNT-DISP)
                  " NEW=" FUNCTION TRIM(WS-COUNT-DISP-2)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           STRING "ADD=" FUNCTION TRIM(WS-COUNT-DISP-3)
                  " DEL=" FUNCTION TRIM(WS-COUNT-DISP-4)
                  " CHG=" FUNCTION TRIM(WS-COUNT-DISP-5)
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           PERFORM WRITE-DELTA-AUDIT-DETAIL

           MOVE WS-OLD-ROWS TO WS-DROP-BASE
           MOVE WS-DELETE-COUNT TO WS-DROP-GONE
           PERFORM TEST-DROP-ALARM
           IF WS-DROP-ALARM
               MOVE WS-DROP-SHARE TO WS-PCT-DISP
               MOVE SPACES TO DLT-RPT-REC
               STRING "*** DROP ALARM: " FUNCTION TRIM(WS-PCT-DISP)
                      "% OF LAST NIGHT'S ROWS ARE GONE ***"
                   DELIMITED BY SIZE INTO DLT-RPT-REC
               END-STRING
               WRITE DLT-RPT-REC
               MOVE "WHOLE FILE" TO WS-CUR-GROUP
               PERFORM NOTE-DROP-ALARM
           END-IF

           IF WS-GROUP-COL > 0
               PERFORM WRITE-GROUP-REPORT
           END-IF.

       WRITE-GROUP-REPORT.
           MOVE SPACES TO DLT-RPT-REC
           WRITE DLT-RPT-REC
           MOVE WS-GROUP-COL TO WS-COL-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING "BY VALUE OF COLUMN " FUNCTION TRIM(WS-COL-DISP)
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           WRITE DLT-RPT-REC
           MOVE "VALUE               LAST NIGHT    TONIGHT      ADDED"
               & "    DELETED    CHANGED  GONE%" TO DLT-RPT-REC
           WRITE DLT-RPT-REC
           PERFORM VARYING WS-GV-IDX FROM 1 BY 1
                   UNTIL WS-GV-IDX > WS-GV-COUNT
               PERFORM WRITE-ONE-GROUP-LINE
           END-PERFORM.

       WRITE-ONE-GROUP-LINE.
           MOVE WS-GV-OLD(WS-GV-IDX) TO WS-DROP-BASE
           MOVE WS-GV-DELETE(WS-GV-IDX) TO WS-DROP-GONE
           PERFORM TEST-DROP-ALARM
           MOVE WS-GV-OLD(WS-GV-IDX) TO WS-COUNT-DISP
           MOVE WS-GV-NEW(WS-GV-IDX) TO WS-COUNT-DISP-2
           MOVE WS-GV-ADD(WS-GV-IDX) TO WS-COUNT-DISP-3
           MOVE WS-GV-DELETE(WS-GV-IDX) TO WS-COUNT-DISP-4
           MOVE WS-GV-CHANGE(WS-GV-IDX) TO WS-COUNT-DISP-5
           MOVE WS-DROP-SHARE TO WS-PCT-DISP
           MOVE SPACES TO DLT-RPT-REC
           STRING WS-GV-VALUE(WS-GV-IDX) " " WS-COUNT-DISP
                  "  " WS-COUNT-DISP-2 "  " WS-COUNT-DISP-3
                  "  " WS-COUNT-DISP-4 "  " WS-COUNT-DISP-5
                  "    " WS-PCT-DISP
               DELIMITED BY SIZE INTO DLT-RPT-REC
           END-STRING
           IF WS-DROP-ALARM
               MOVE "*** DROP ALARM ***" TO DLT-RPT-REC(84:18)
           END-IF
           WRITE DLT-RPT-REC
           IF WS-DROP-ALARM
               MOVE WS-GV-VALUE(WS-GV-IDX) TO WS-CUR-GROUP
               PERFORM NOTE-DROP-ALARM
           END-IF.

      *    WS-DROP-SHARE is the whole percentage of WS-DROP-BASE
      *    that WS-DROP-GONE represents; the alarm needs a base of
      *    at least DROPMIN rows so a three-row feed losing two does
      *    not page anyone.
       TEST-DROP-ALARM.
           MOVE 'N' TO WS-DROP-SW
           MOVE 0 TO WS-DROP-SHARE
           IF WS-DROP-BASE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DROP-SHARE = (WS-DROP-GONE * 100) / WS-DROP-BASE
           IF WS-DROP-BASE >= WS-DROP-MIN
              AND WS-DROP-SHARE >= WS-DROP-PCT
               MOVE 'Y' TO WS-DROP-SW
           END-IF.

       NOTE-DROP-ALARM.
           ADD 1 TO WS-ALARM-COUNT
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE WS-DROP-BASE TO WS-COUNT-DISP
           MOVE WS-DROP-GONE TO WS-COUNT-DISP-2
           MOVE 4 TO WS-AUD-RC
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "DROP " FUNCTION TRIM(WS-CUR-GROUP)
                  " OLD=" FUNCTION TRIM(WS-COUNT-DISP)
                  " GONE=" FUNCTION TRIM(WS-COUNT-DISP-2)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE "DROP ALARM" TO WS-AUD-RESULT
           PERFORM WRITE-DELTA-AUDIT-DETAIL.

       END PROGRAM CSVDELTA.
