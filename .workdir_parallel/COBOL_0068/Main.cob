       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVMERGE.

      *    Puts the parallel CSVPARSER streams (STEP017-STEP019) back
      *    together as the one CSVOUT, CSVREJ and CSVFBK the rest of
      *    the nightly has always read, in CSVIN order, and proves
      *    nothing was lost or doubled on the way.
      *    The split manifest (MRGMAN, CSVPTREC) lists every unit of
      *    CSVIN in order with its stream and its line range there.
      *    Unit by unit, each of the unit's lines is one of: an
      *    envelope header or trailer; a rejected row -- the stream's
      *    next CSVREJ record carries its line -- whose reject is
      *    renumbered to its CSVIN line and written with its CSVFBK
      *    record; or an accepted row, which takes the stream's next
      *    CSVOUT record.  So a reject's LINE= is the same number a
      *    single CSVPARSER run over CSVIN would have given it.
      *    Each stream checked CSVPARSER's KEY columns only against
      *    itself.  With a KEY in force, the key of every row a
      *    stream accepted is probed again here against every row
      *    accepted before it in CSVIN order, whichever stream took
      *    it; a key met first elsewhere makes the row a DUP-KEY
      *    FIRST= reject at its CSVIN line (under KEYMODE REPORT it
      *    stays accepted and is listed on MRGRPT), and a stream's
      *    own DUP-KEY reject of a row like that is pointed at the
      *    same first line.  The key columns, KEYMODE and the
      *    CSVOUT shape come from the CSVCTL cards and parameters
      *    (MRGCPRM) the streams ran with, and a key is rebuilt
      *    from the stream's CSVOUT row the way CSVPARSER rebuilds
      *    its own on a restart.  A row rejected here carries that
      *    CSVOUT row as its DATA=, where one run would have shown
      *    the row as sent; otherwise the merged files match that
      *    run record for record.
      *    The merged run goes on the audit trail as CSVPARSR, the
      *    way a single run did: one detail per CSVIN line, batch
      *    records in CSVPARSER's "BATCH provider date" form, and a
      *    trailer whose OK and ERROR counts are the rows accepted
      *    and rejected.  The streams' own runs (CSVPART1-CSVPART3)
      *    hold the validation detail itself; a row's detail here
      *    says which stream and stream line to look at.
      *    MRGRPT reconciles each stream -- rows the manifest sent
      *    against CSVOUT and CSVREJ records found -- and lists each
      *    envelope's declared and sent row counts.
      *    RETURN-CODE 0 when every stream reconciles and nothing was
      *    rejected, 4 when rows were rejected, 8 when a stream is
      *    missing, short or long, the manifest is short or a batch
      *    is out of balance or has a trailer with no header, or the
      *    key table fills (as CSVPARSER, the check stops there), 16
      *    when an envelope has no trailer (as CSVPARSER) or the
      *    manifest or an output will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-MAN-FILE ASSIGN TO "MRGMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT MRG-OUT1-FILE ASSIGN TO "MRGOUT1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-OUT2-FILE ASSIGN TO "MRGOUT2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-OUT3-FILE ASSIGN TO "MRGOUT3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-REJ1-FILE ASSIGN TO "MRGREJ1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-REJ2-FILE ASSIGN TO "MRGREJ2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-REJ3-FILE ASSIGN TO "MRGREJ3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-FBK1-FILE ASSIGN TO "MRGFBK1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-FBK2-FILE ASSIGN TO "MRGFBK2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT MRG-FBK3-FILE ASSIGN TO "MRGFBK3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT CSV-CTL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT UTIL-PARM-FILE ASSIGN TO "MRGCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CSV-OUT-FILE ASSIGN TO "CSVOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CSV-REJECT-FILE ASSIGN TO "CSVREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CSV-FBK-FILE ASSIGN TO "CSVFBK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT MRG-RPT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRG-MAN-FILE.
           COPY CSVPTREC.
      *    The streams' CSVPARSER outputs, shaped as CSVPARSER
      *    writes them.
       FD  MRG-OUT1-FILE.
       01  MRG-OUT1-REC            PIC X(10049).
       FD  MRG-OUT2-FILE.
       01  MRG-OUT2-REC            PIC X(10049).
       FD  MRG-OUT3-FILE.
       01  MRG-OUT3-REC            PIC X(10049).
       FD  MRG-REJ1-FILE.
       01  MRG-REJ1-REC            PIC X(1200).
       FD  MRG-REJ2-FILE.
       01  MRG-REJ2-REC            PIC X(1200).
       FD  MRG-REJ3-FILE.
       01  MRG-REJ3-REC            PIC X(1200).
       FD  MRG-FBK1-FILE.
       01  MRG-FBK1-REC            PIC X(1084).
       FD  MRG-FBK2-FILE.
       01  MRG-FBK2-REC            PIC X(1084).
       FD  MRG-FBK3-FILE.
       01  MRG-FBK3-REC            PIC X(1084).
       FD  CSV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  CSV-CTL-REC             PIC X(80).
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-REC           PIC X(80).
       FD  CSV-OUT-FILE.
       01  CSV-OUT-REC             PIC X(10049).
       FD  CSV-REJECT-FILE.
       01  CSV-REJECT-REC          PIC X(1200).
       FD  CSV-FBK-FILE.
           COPY REJFBREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  MRG-RPT-FILE.
       01  MRG-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAN-STATUS           PIC XX.
       01  WS-STR-STATUS           PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-MAN-EOF-SW           PIC X VALUE 'N'.
           88  WS-MAN-EOF          VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-SPLIT-RUN-ID         PIC X(24) VALUE SPACES.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-NOTRAIL-SW           PIC X VALUE 'N'.
           88  WS-NOTRAIL          VALUE 'Y'.
       01  WS-DD-NAME              PIC X(8).

      *    What the manifest promised: its header, its trailer's
      *    counts, and the units actually read between them.
       01  WS-HDR-SEEN-SW          PIC X VALUE 'N'.
           88  WS-HDR-SEEN         VALUE 'Y'.
       01  WS-TRL-SEEN-SW          PIC X VALUE 'N'.
           88  WS-TRL-SEEN         VALUE 'Y'.
       01  WS-PART-COUNT           PIC 9 VALUE 0.
       01  WS-MAN-UNITS            PIC 9(7) VALUE 0.
       01  WS-MAN-LINES            PIC 9(9) VALUE 0.
       01  WS-UNITS-READ           PIC 9(7) VALUE 0.

      *    CSVIN's line numbering, as one CSVPARSER run counts it.
       01  WS-GLOBAL-LINE          PIC 9(9) VALUE 0.
       01  WS-LOCAL-LINE           PIC 9(9).
       01  WS-LAST-LOCAL           PIC 9(9).
       01  WS-LINE-DISP            PIC ZZZZZZZZ9.
       01  WS-LOCAL-DISP           PIC ZZZZZZZZ9.
       01  WS-LINE-KIND            PIC X.
           88  WS-LINE-HEADER      VALUE 'H'.
           88  WS-LINE-TRAILER     VALUE 'T'.
           88  WS-LINE-STRAY       VALUE 'S'.
           88  WS-LINE-ROW         VALUE 'R'.

      *    One entry per stream: the files' state, the reject read
      *    ahead (and its stream line), and the reconciliation.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 3 TIMES.
               10  WS-PT-OPEN-SW   PIC X.
                   88  WS-PT-OPEN  VALUE 'Y'.
               10  WS-PT-OUT-EOF-SW PIC X.
                   88  WS-PT-OUT-EOF VALUE 'Y'.
               10  WS-PT-REJ-EOF-SW PIC X.
                   88  WS-PT-REJ-EOF VALUE 'Y'.
               10  WS-PT-FBK-EOF-SW PIC X.
                   88  WS-PT-FBK-EOF VALUE 'Y'.
               10  WS-PT-NEXT-REJ  PIC X(1200).
               10  WS-PT-NEXT-LINE PIC 9(9).
               10  WS-PT-UNITS     PIC 9(7).
               10  WS-PT-ROWS      PIC 9(9).
               10  WS-PT-OUT-WANT  PIC 9(9).
               10  WS-PT-OUT-FOUND PIC 9(9).
               10  WS-PT-REJ-FOUND PIC 9(9).
               10  WS-PT-FBK-FOUND PIC 9(9).
               10  WS-PT-EXTRA     PIC 9(9).
               10  WS-PT-ERR-SW    PIC X.
                   88  WS-PT-IN-ERROR VALUE 'Y'.
       01  WS-PT-IDX               PIC 9.
       01  WS-STR-OUT-REC          PIC X(10049).
       01  WS-STR-FBK-REC          PIC X(1084).
       01  WS-STR-GOT-SW           PIC X.
           88  WS-STR-GOT          VALUE 'Y'.
       01  WS-REJ-REASON           PIC X(30).

      *    Every unit merged so far, by stream: where it started in
      *    the stream and in CSVIN.  A duplicate-key reject names the
      *    first line that carried its key, a stream line of an
      *    earlier unit of the same stream, and this turns it into
      *    the CSVIN line.
       01  MAX-UNIT-MAP            PIC 9(5) VALUE 20000.
       01  WS-UM-COUNT             PIC 9(5) VALUE 0.
       01  WS-UM-TABLE.
           05  WS-UM-ENTRY OCCURS 20000 TIMES.
               10  WS-UM-PART      PIC 9.
               10  WS-UM-LOCAL     PIC 9(9).
               10  WS-UM-GLOBAL    PIC 9(9).
       01  WS-UM-IDX               PIC 9(5).
       01  WS-UM-OVFL-SW           PIC X VALUE 'N'.
           88  WS-UM-OVFL          VALUE 'Y'.
       01  WS-DUP-FIRST            PIC 9(9).
       01  WS-DUP-FIRST-DISP       PIC ZZZZZZZZ9.
       01  WS-ROW-STATE            PIC X.
           88  WS-ROW-ACCEPTED     VALUE 'A'.
           88  WS-ROW-REJECTED     VALUE 'R'.
           88  WS-ROW-SHORT        VALUE 'S'.
           88  WS-ROW-MISSING      VALUE 'M'.

      *    CSVPARSER's uniqueness check as the streams ran it: the
      *    KEY columns and KEYMODE, and the CSVOUT shape (OUTPUT and
      *    the COLUMN widths) a key is rebuilt from.  CSVCTL record
      *    1 is the expected field count, which does not bear here.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-PRM-EOF-SW           PIC X VALUE 'N'.
           88  WS-PRM-EOF          VALUE 'Y'.
       01  WS-PRM-KEYWORD          PIC X(20).
       01  WS-PRM-VALUE            PIC X(60).
       01  WS-PRM-RC               PIC S9(4) COMP-5.
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(10).
       01  WS-CTL-TOKEN-4          PIC X(10).
       01  WS-CTL-TOKEN-5          PIC X(10).
       01  WS-CTL-TOKEN-6          PIC X(10).
       01  WS-CTL-UPPER            PIC X(10).
       01  WS-CTL-COL-NUM          PIC 9(4).
       01  WS-KC-FIELD-1           PIC X(6).
       01  WS-KC-FIELD-2           PIC X(6).
       01  WS-KC-FIELD-3           PIC X(6).
       01  WS-KC-FIELD-4           PIC X(6).
       01  WS-KC-FIELD-5           PIC X(6).
       01  WS-OUT-MODE             PIC X(9) VALUE "DELIMITED".
           88  WS-OUT-FIXED        VALUE "FIXED".
       01  MAX-FIELDS              PIC 9(4) VALUE 50.
       01  WS-DICT-TABLE.
           05  WS-DICT-MAXLEN OCCURS 50 TIMES PIC 9(4).
       01  CSV-FIELDS.
           05  CSV-FIELD OCCURS 50 TIMES PIC X(100).
       01  FIELD-COUNT             PIC 9(4).
       01  WS-RB-FIELD-COUNT       PIC 9(4).
       01  WS-RB-POS               PIC 9(5).
       01  WS-RB-START             PIC 9(5).
       01  WS-RB-LEN               PIC 9(5).
       01  WS-KEY-COL-COUNT        PIC 9(4) VALUE 0.
       01  WS-KEY-COLS.
           05  WS-KEY-COL OCCURS 5 TIMES PIC 9(4).
       01  WS-KEY-MODE             PIC X(6) VALUE "REJECT".
           88  WS-KEY-MODE-REPORT  VALUE "REPORT".

      *    Every key accepted so far, by the CSVIN line that claimed
      *    it, in CSVPARSER's open-addressed table and fill cap.
       01  WS-KEY-HASH-SIZE        PIC S9(9) COMP-5 VALUE 100003.
       01  WS-KEY-MAX-ENTRIES      PIC S9(9) COMP-5 VALUE 75000.
       01  WS-KEY-ENTRY-COUNT      PIC S9(9) COMP-5 VALUE 0.
       01  WS-KEY-FULL-SW          PIC X VALUE 'N'.
           88  WS-KEY-FULL         VALUE 'Y'.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 100003 TIMES.
               10  WS-KEY-VALUE    PIC X(100).
               10  WS-KEY-LINE     PIC 9(9) COMP-5.
       01  WS-CUR-KEY              PIC X(100).
       01  WS-CUR-KEY-PTR          PIC 9(4).
       01  WS-KEY-IDX              PIC 9(4).
       01  WS-HASH                 PIC S9(18) COMP-5.
       01  WS-HASH-POS             PIC 9(4).
       01  WS-PROBE-IDX            PIC S9(9) COMP-5.
       01  WS-PROBE-COUNT          PIC S9(9) COMP-5.
       01  WS-DUP-FOUND-SW         PIC X.
           88  WS-DUP-FOUND        VALUE 'Y'.
       01  WS-XDUP-COUNT           PIC 9(9) VALUE 0.

      *    Rows accepted by their stream but rejected here, with the
      *    first line of their key, so a stream's own DUP-KEY reject
      *    naming one of them can name that first line instead.
       01  MAX-DEMOTED             PIC 9(5) VALUE 20000.
       01  WS-DM-COUNT             PIC 9(5) VALUE 0.
       01  WS-DM-TABLE.
           05  WS-DM-ENTRY OCCURS 20000 TIMES.
               10  WS-DM-LINE      PIC 9(9).
               10  WS-DM-FIRST     PIC 9(9).
       01  WS-DM-IDX               PIC 9(5).
       01  WS-DM-OVFL-SW           PIC X VALUE 'N'.
           88  WS-DM-OVFL          VALUE 'Y'.

      *    The merged run's counts: rows accepted and rejected, and
      *    the envelopes that did not balance.
       01  WS-OK-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
       01  WS-UNIT-SENT            PIC 9(9).
       01  WS-BAT-BAD              PIC 9(7) VALUE 0.
       01  WS-BAT-COUNT            PIC 9(7) VALUE 0.

       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-3         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-4         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-5         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CSV-CONTROL
           PERFORM READ-CSVPARSER-PARMS
           IF WS-KEY-COL-COUNT > 0
               PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
                       UNTIL WS-PROBE-IDX > WS-KEY-HASH-SIZE
                   MOVE 0 TO WS-KEY-LINE(WS-PROBE-IDX)
               END-PERFORM
           END-IF
           OPEN OUTPUT MRG-RPT-FILE
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           MOVE SPACES TO MRG-RPT-REC
           STRING "CSVMERGE -- PARALLEL CSVPARSER STREAMS MERGED    "
                  "RUN-ID " WS-RUN-ID
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC
           MOVE SPACES TO MRG-RPT-REC
           IF WS-KEY-COL-COUNT > 0
               STRING "KEY COLUMNS CHECKED ACROSS STREAMS, KEYMODE "
                      WS-KEY-MODE
                   DELIMITED BY SIZE INTO MRG-RPT-REC
               END-STRING
           ELSE
               MOVE "NO KEY COLUMNS -- NO DUPLICATE-KEY CHECK"
                   TO MRG-RPT-REC
           END-IF
           WRITE MRG-RPT-REC

           OPEN INPUT MRG-MAN-FILE
           IF WS-MAN-STATUS NOT = "00"
               MOVE "MRGMAN" TO WS-DD-NAME
               MOVE WS-MAN-STATUS TO WS-OUT-STATUS
               PERFORM NOTE-OPEN-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM OPEN-MERGED-OUTPUTS
           IF WS-WORST-RC >= 16
               CLOSE MRG-MAN-FILE
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM OPEN-STREAMS

           MOVE SPACES TO MRG-RPT-REC
           WRITE MRG-RPT-REC
           MOVE "PROVIDER DATE      STREAM DECLARED     SENT  RESULT"
               TO MRG-RPT-REC
           WRITE MRG-RPT-REC
           PERFORM UNTIL WS-MAN-EOF
               READ MRG-MAN-FILE
                   AT END
                       MOVE 'Y' TO WS-MAN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CPT-TYPE-HEADER
                               MOVE 'Y' TO WS-HDR-SEEN-SW
                               MOVE CPT-PART-COUNT TO WS-PART-COUNT
                               MOVE CPT-RUN-ID TO WS-SPLIT-RUN-ID
                           WHEN CPT-TYPE-TRAILER
                               MOVE 'Y' TO WS-TRL-SEEN-SW
                               MOVE CPT-UNIT-COUNT TO WS-MAN-UNITS
                               MOVE CPT-TOTAL-LINES TO WS-MAN-LINES
                           WHEN CPT-TYPE-UNIT
                               PERFORM MERGE-ONE-UNIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MRG-MAN-FILE

           PERFORM CHECK-STREAMS-EXHAUSTED
           PERFORM CHECK-MANIFEST-COMPLETE
           PERFORM REPORT-STREAMS
           CLOSE MRG-OUT1-FILE MRG-OUT2-FILE MRG-OUT3-FILE
                 MRG-REJ1-FILE MRG-REJ2-FILE MRG-REJ3-FILE
                 MRG-FBK1-FILE MRG-FBK2-FILE MRG-FBK3-FILE
                 CSV-OUT-FILE CSV-REJECT-FILE CSV-FBK-FILE
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO WS-FINAL-RC
           ELSE
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               ELSE
                   MOVE 0 TO WS-FINAL-RC
               END-IF
           END-IF
      *    As in CSVPARSER, a broken envelope outranks everything.
           IF WS-NOTRAIL
               MOVE 16 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE MRG-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "CSVMERGE: LINES=" WS-GLOBAL-LINE
               " GOOD=" WS-OK-COUNT " REJECTED=" WS-REJECT-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

       NOTE-ERROR.
           IF WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF.

       NOTE-OPEN-FAILED.
           DISPLAY "CSVMERGE: UNABLE TO OPEN " FUNCTION TRIM(WS-DD-NAME)
               ", STATUS=" WS-OUT-STATUS
           MOVE SPACES TO MRG-RPT-REC
           STRING "*** " FUNCTION TRIM(WS-DD-NAME)
                  " WILL NOT OPEN, STATUS=" WS-OUT-STATUS
                  " -- NOTHING MERGED ***"
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC
           MOVE 16 TO WS-WORST-RC.

      *----------------------------------------------------------------
      *    The uniqueness check the streams ran with: CSVPARSER's
      *    CSVCTL cards, then its parameters, which override them.
      *    The cards and keywords that do not bear on a key are
      *    passed over.
      *----------------------------------------------------------------
       READ-CSV-CONTROL.
           OPEN INPUT CSV-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CSV-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ
           PERFORM UNTIL WS-CTL-EOF
               READ CSV-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-CSVCTL-CARD
               END-READ
           END-PERFORM
           CLOSE CSV-CTL-FILE.

       APPLY-ONE-CSVCTL-CARD.
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
               WS-CTL-TOKEN-3 WS-CTL-TOKEN-4 WS-CTL-TOKEN-5
               WS-CTL-TOKEN-6
           UNSTRING CSV-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2 WS-CTL-TOKEN-3
                    WS-CTL-TOKEN-4 WS-CTL-TOKEN-5 WS-CTL-TOKEN-6
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "COLUMN"
                   IF FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                      AND FUNCTION TRIM(WS-CTL-TOKEN-4) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-CTL-COL-NUM
                       IF WS-CTL-COL-NUM >= 1
                          AND WS-CTL-COL-NUM <= MAX-FIELDS
                           MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-4)
                               TO WS-DICT-MAXLEN(WS-CTL-COL-NUM)
                       END-IF
                   END-IF
               WHEN "KEY"
                   PERFORM APPLY-KEY-CARD
               WHEN "KEYMODE"
                   IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) = "REPORT"
                       MOVE "REPORT" TO WS-KEY-MODE
                   ELSE
                       MOVE "REJECT" TO WS-KEY-MODE
                   END-IF
               WHEN "OUTPUT"
                   IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) = "FIXED"
                       MOVE "FIXED" TO WS-OUT-MODE
                   ELSE
                       MOVE "DELIMITED" TO WS-OUT-MODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-KEY-CARD.
           MOVE 0 TO WS-KEY-COL-COUNT
           MOVE WS-CTL-TOKEN-2 TO WS-CTL-UPPER
           PERFORM STORE-KEY-COLUMN
           MOVE WS-CTL-TOKEN-3 TO WS-CTL-UPPER
           PERFORM STORE-KEY-COLUMN
           MOVE WS-CTL-TOKEN-4 TO WS-CTL-UPPER
           PERFORM STORE-KEY-COLUMN
           MOVE WS-CTL-TOKEN-5 TO WS-CTL-UPPER
           PERFORM STORE-KEY-COLUMN
           MOVE WS-CTL-TOKEN-6 TO WS-CTL-UPPER
           PERFORM STORE-KEY-COLUMN.

      *    A column CSVPARSER would refuse it refuses here too, so the
      *    key is built from the same columns.
       STORE-KEY-COLUMN.
           IF WS-CTL-UPPER = SPACES OR WS-KEY-COL-COUNT >= 5
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CTL-UPPER) TO WS-CTL-COL-NUM
           IF WS-CTL-COL-NUM < 1 OR WS-CTL-COL-NUM > MAX-FIELDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COL-COUNT
           MOVE WS-CTL-COL-NUM TO WS-KEY-COL(WS-KEY-COL-COUNT).

       READ-CSVPARSER-PARMS.
           OPEN INPUT UTIL-PARM-FILE
           IF WS-CTL-STATUS NOT = "00"
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
               WHEN "OUTPUT"
                   IF FUNCTION UPPER-CASE(WS-PRM-VALUE(1:5))
                          = "FIXED"
                       MOVE "FIXED" TO WS-OUT-MODE
                   ELSE
                       MOVE "DELIMITED" TO WS-OUT-MODE
                   END-IF
               WHEN "KEYMODE"
                   IF FUNCTION UPPER-CASE(WS-PRM-VALUE(1:6))
                          = "REPORT"
                       MOVE "REPORT" TO WS-KEY-MODE
                   ELSE
                       MOVE "REJECT" TO WS-KEY-MODE
                   END-IF
               WHEN "KEYCOLS"
                   MOVE SPACES TO WS-KC-FIELD-1 WS-KC-FIELD-2
                       WS-KC-FIELD-3 WS-KC-FIELD-4 WS-KC-FIELD-5
                   UNSTRING WS-PRM-VALUE DELIMITED BY ","
                       INTO WS-KC-FIELD-1 WS-KC-FIELD-2 WS-KC-FIELD-3
                            WS-KC-FIELD-4 WS-KC-FIELD-5
                   END-UNSTRING
                   MOVE WS-KC-FIELD-1 TO WS-CTL-TOKEN-2
                   MOVE WS-KC-FIELD-2 TO WS-CTL-TOKEN-3
                   MOVE WS-KC-FIELD-3 TO WS-CTL-TOKEN-4
                   MOVE WS-KC-FIELD-4 TO WS-CTL-TOKEN-5
                   MOVE WS-KC-FIELD-5 TO WS-CTL-TOKEN-6
                   PERFORM APPLY-KEY-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-MERGED-OUTPUTS.
           OPEN OUTPUT CSV-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               MOVE "CSVOUT" TO WS-DD-NAME
               PERFORM NOTE-OPEN-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-REJECT-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE CSV-OUT-FILE
               MOVE "CSVREJ" TO WS-DD-NAME
               PERFORM NOTE-OPEN-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-FBK-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE CSV-OUT-FILE CSV-REJECT-FILE
               MOVE "CSVFBK" TO WS-DD-NAME
               PERFORM NOTE-OPEN-FAILED
           END-IF.

      *    A stream whose files will not open is missing: its units
      *    are still numbered and audited, but nothing of theirs can
      *    be merged.
       OPEN-STREAMS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               MOVE 'Y' TO WS-PT-OPEN-SW(WS-PT-IDX)
               MOVE 'N' TO WS-PT-OUT-EOF-SW(WS-PT-IDX)
                   WS-PT-REJ-EOF-SW(WS-PT-IDX)
                   WS-PT-FBK-EOF-SW(WS-PT-IDX)
                   WS-PT-ERR-SW(WS-PT-IDX)
               MOVE 0 TO WS-PT-UNITS(WS-PT-IDX) WS-PT-ROWS(WS-PT-IDX)
                   WS-PT-OUT-WANT(WS-PT-IDX) WS-PT-OUT-FOUND(WS-PT-IDX)
                   WS-PT-REJ-FOUND(WS-PT-IDX)
                   WS-PT-FBK-FOUND(WS-PT-IDX) WS-PT-EXTRA(WS-PT-IDX)
           END-PERFORM
           OPEN INPUT MRG-OUT1-FILE
           IF WS-STR-STATUS = "00"
               OPEN INPUT MRG-REJ1-FILE
               IF WS-STR-STATUS = "00"
                   OPEN INPUT MRG-FBK1-FILE
                   IF WS-STR-STATUS NOT = "00"
                       CLOSE MRG-OUT1-FILE MRG-REJ1-FILE
                   END-IF
               ELSE
                   CLOSE MRG-OUT1-FILE
               END-IF
           END-IF
           IF WS-STR-STATUS NOT = "00"
               MOVE 'N' TO WS-PT-OPEN-SW(1)
           END-IF
           OPEN INPUT MRG-OUT2-FILE
           IF WS-STR-STATUS = "00"
               OPEN INPUT MRG-REJ2-FILE
               IF WS-STR-STATUS = "00"
                   OPEN INPUT MRG-FBK2-FILE
                   IF WS-STR-STATUS NOT = "00"
                       CLOSE MRG-OUT2-FILE MRG-REJ2-FILE
                   END-IF
               ELSE
                   CLOSE MRG-OUT2-FILE
               END-IF
           END-IF
           IF WS-STR-STATUS NOT = "00"
               MOVE 'N' TO WS-PT-OPEN-SW(2)
           END-IF
           OPEN INPUT MRG-OUT3-FILE
           IF WS-STR-STATUS = "00"
               OPEN INPUT MRG-REJ3-FILE
               IF WS-STR-STATUS = "00"
                   OPEN INPUT MRG-FBK3-FILE
                   IF WS-STR-STATUS NOT = "00"
                       CLOSE MRG-OUT3-FILE MRG-REJ3-FILE
                   END-IF
               ELSE
                   CLOSE MRG-OUT3-FILE
               END-IF
           END-IF
           IF WS-STR-STATUS NOT = "00"
               MOVE 'N' TO WS-PT-OPEN-SW(3)
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               IF WS-PT-OPEN(WS-PT-IDX)
                   PERFORM READ-AHEAD-REJECT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    One manifest unit, line by line.
      *----------------------------------------------------------------
       MERGE-ONE-UNIT.
           ADD 1 TO WS-UNITS-READ
           MOVE CPT-PARTITION TO WS-PT-IDX
           IF WS-PT-IDX < 1 OR WS-PT-IDX > 3
               DISPLAY "CSVMERGE: MANIFEST UNIT " CPT-UNIT-SEQ
                   " NAMES NO STREAM"
               PERFORM NOTE-ERROR
               ADD CPT-LINES TO WS-GLOBAL-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PT-OPEN(WS-PT-IDX)
               MOVE 'Y' TO WS-PT-ERR-SW(WS-PT-IDX)
               PERFORM NOTE-ERROR
           END-IF
           ADD 1 TO WS-PT-UNITS(WS-PT-IDX)
           ADD CPT-ROWS TO WS-PT-ROWS(WS-PT-IDX)
           IF WS-UM-COUNT < MAX-UNIT-MAP
               ADD 1 TO WS-UM-COUNT
               MOVE WS-PT-IDX TO WS-UM-PART(WS-UM-COUNT)
               MOVE CPT-FIRST-LINE TO WS-UM-LOCAL(WS-UM-COUNT)
               COMPUTE WS-UM-GLOBAL(WS-UM-COUNT) = WS-GLOBAL-LINE + 1
           ELSE
               MOVE 'Y' TO WS-UM-OVFL-SW
           END-IF
           MOVE 0 TO WS-UNIT-SENT
           COMPUTE WS-LAST-LOCAL = CPT-FIRST-LINE + CPT-LINES - 1
           PERFORM VARYING WS-LOCAL-LINE FROM CPT-FIRST-LINE BY 1
                   UNTIL WS-LOCAL-LINE > WS-LAST-LOCAL
               ADD 1 TO WS-GLOBAL-LINE
               EVALUATE TRUE
                   WHEN CPT-KIND-STRAY
                       MOVE 'S' TO WS-LINE-KIND
                   WHEN CPT-KIND-ENVELOPE
                        AND WS-LOCAL-LINE = CPT-FIRST-LINE
                       MOVE 'H' TO WS-LINE-KIND
                   WHEN CPT-KIND-ENVELOPE
                        AND WS-LOCAL-LINE = WS-LAST-LOCAL
                        AND CPT-DECL-SW NOT = 'N'
                       MOVE 'T' TO WS-LINE-KIND
                   WHEN OTHER
                       MOVE 'R' TO WS-LINE-KIND
               END-EVALUATE
               IF WS-LINE-ROW
                   ADD 1 TO WS-UNIT-SENT
                   PERFORM MERGE-ONE-ROW
               ELSE
                   PERFORM WRITE-BATCH-AUDIT-DETAIL
               END-IF
           END-PERFORM
           IF CPT-KIND-ENVELOPE
               PERFORM REPORT-ENVELOPE
           END-IF.

      *    A row is rejected when the stream's next reject carries
      *    its line; otherwise it was accepted and the stream's next
      *    CSVOUT record is its.  A reject for a line already passed
      *    belongs to nothing on the manifest.
       MERGE-ONE-ROW.
           IF NOT WS-PT-OPEN(WS-PT-IDX)
               MOVE 'M' TO WS-ROW-STATE
               PERFORM WRITE-ROW-AUDIT-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PT-REJ-EOF(WS-PT-IDX)
                   OR WS-PT-NEXT-LINE(WS-PT-IDX) >= WS-LOCAL-LINE
               ADD 1 TO WS-PT-EXTRA(WS-PT-IDX)
               MOVE 'Y' TO WS-PT-ERR-SW(WS-PT-IDX)
               PERFORM NOTE-ERROR
               PERFORM READ-AHEAD-REJECT
           END-PERFORM
           IF NOT WS-PT-REJ-EOF(WS-PT-IDX)
              AND WS-PT-NEXT-LINE(WS-PT-IDX) = WS-LOCAL-LINE
               PERFORM COPY-REJECTED-ROW
           ELSE
               PERFORM COPY-ACCEPTED-ROW
           END-IF.

       COPY-REJECTED-ROW.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'R' TO WS-ROW-STATE
           MOVE WS-PT-NEXT-REJ(WS-PT-IDX)(23:30) TO WS-REJ-REASON
           MOVE WS-PT-NEXT-REJ(WS-PT-IDX) TO CSV-REJECT-REC
           MOVE WS-GLOBAL-LINE TO WS-LINE-DISP
           MOVE WS-LINE-DISP TO CSV-REJECT-REC(6:9)
           IF WS-REJ-REASON(1:14) = "DUP-KEY FIRST="
               PERFORM RENUMBER-DUP-FIRST
               PERFORM FOLLOW-DEMOTED-FIRST
               MOVE WS-REJ-REASON TO CSV-REJECT-REC(23:30)
           END-IF
           WRITE CSV-REJECT-REC
           PERFORM READ-STREAM-FEEDBACK
           IF WS-STR-GOT
               MOVE WS-STR-FBK-REC TO RFB-RECORD
               IF RFB-REASON(1:14) = "DUP-KEY FIRST="
                   MOVE WS-REJ-REASON TO RFB-REASON
               END-IF
               WRITE RFB-RECORD
           ELSE
               MOVE 'Y' TO WS-PT-ERR-SW(WS-PT-IDX)
               PERFORM NOTE-ERROR
           END-IF
           PERFORM WRITE-ROW-AUDIT-DETAIL
           PERFORM READ-AHEAD-REJECT.

      *    The unit holding the first line is the last one of this
      *    stream to start at or before it.  With the unit map full,
      *    the stream line stands.
       RENUMBER-DUP-FIRST.
           IF FUNCTION TRIM(WS-REJ-REASON(15:9)) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-REJ-REASON(15:9)) TO WS-DUP-FIRST
           IF WS-UM-OVFL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UM-COUNT TO WS-UM-IDX
           PERFORM UNTIL WS-UM-IDX = 0
               IF WS-UM-PART(WS-UM-IDX) = WS-PT-IDX
                  AND WS-UM-LOCAL(WS-UM-IDX) <= WS-DUP-FIRST
                   COMPUTE WS-DUP-FIRST = WS-DUP-FIRST
                       - WS-UM-LOCAL(WS-UM-IDX)
                       + WS-UM-GLOBAL(WS-UM-IDX)
                   MOVE WS-DUP-FIRST TO WS-DUP-FIRST-DISP
                   MOVE WS-DUP-FIRST-DISP TO WS-REJ-REASON(15:9)
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM WS-UM-IDX
           END-PERFORM.

      *    A stream's first line that was itself rejected here had
      *    its key from an earlier line still; that line is the
      *    first.  Lines are recorded in CSVIN order, so the search
      *    stops once it passes below the line it wants.
       FOLLOW-DEMOTED-FIRST.
           IF WS-DM-COUNT = 0 OR WS-UM-OVFL
              OR FUNCTION TRIM(WS-REJ-REASON(15:9)) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-REJ-REASON(15:9)) TO WS-DUP-FIRST
           MOVE WS-DM-COUNT TO WS-DM-IDX
           PERFORM UNTIL WS-DM-IDX = 0
                   OR WS-DM-LINE(WS-DM-IDX) < WS-DUP-FIRST
               IF WS-DM-LINE(WS-DM-IDX) = WS-DUP-FIRST
                   MOVE WS-DM-FIRST(WS-DM-IDX) TO WS-DUP-FIRST-DISP
                   MOVE WS-DUP-FIRST-DISP TO WS-REJ-REASON(15:9)
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM WS-DM-IDX
           END-PERFORM.

       COPY-ACCEPTED-ROW.
           ADD 1 TO WS-PT-OUT-WANT(WS-PT-IDX)
           PERFORM READ-STREAM-OUTPUT
           IF WS-STR-GOT
               MOVE 'N' TO WS-DUP-FOUND-SW
               IF WS-KEY-COL-COUNT > 0
                   PERFORM REPROBE-ACCEPTED-KEY
               END-IF
               IF WS-DUP-FOUND AND NOT WS-KEY-MODE-REPORT
                   PERFORM REJECT-CROSS-STREAM-DUP
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OK-COUNT
               MOVE WS-STR-OUT-REC TO CSV-OUT-REC
               WRITE CSV-OUT-REC
               MOVE 'A' TO WS-ROW-STATE
           ELSE
               MOVE 'Y' TO WS-PT-ERR-SW(WS-PT-IDX)
               PERFORM NOTE-ERROR
               MOVE 'S' TO WS-ROW-STATE
           END-IF
           PERFORM WRITE-ROW-AUDIT-DETAIL.

      *    The row its stream accepted, rejected in CSVPARSER's reject
      *    and feedback shapes under the merged run.
       REJECT-CROSS-STREAM-DUP.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'R' TO WS-ROW-STATE
           MOVE WS-DUP-FIRST TO WS-DUP-FIRST-DISP
           MOVE SPACES TO WS-REJ-REASON
           STRING "DUP-KEY FIRST=" WS-DUP-FIRST-DISP
               DELIMITED BY SIZE INTO WS-REJ-REASON
           END-STRING
           MOVE WS-GLOBAL-LINE TO WS-LINE-DISP
           MOVE SPACES TO CSV-REJECT-REC
           STRING "LINE=" WS-LINE-DISP
                  " REASON=" WS-REJ-REASON
                  " DATA=" WS-STR-OUT-REC
               DELIMITED BY SIZE INTO CSV-REJECT-REC
           END-STRING
           WRITE CSV-REJECT-REC
           MOVE SPACES TO RFB-RECORD
           MOVE "CSVPARSR" TO RFB-PROGRAM
           MOVE WS-RUN-ID TO RFB-RUN-ID
           IF CPT-KIND-ENVELOPE
               MOVE CPT-PROVIDER TO RFB-PROVIDER
           END-IF
           MOVE WS-REJ-REASON TO RFB-REASON
           MOVE 0 TO RFB-FIELD-NUM
           MOVE WS-STR-OUT-REC TO RFB-ORIGINAL
           WRITE RFB-RECORD
           IF WS-DM-COUNT < MAX-DEMOTED
               ADD 1 TO WS-DM-COUNT
               MOVE WS-GLOBAL-LINE TO WS-DM-LINE(WS-DM-COUNT)
               MOVE WS-DUP-FIRST TO WS-DM-FIRST(WS-DM-COUNT)
           ELSE
               IF NOT WS-DM-OVFL
                   MOVE 'Y' TO WS-DM-OVFL-SW
                   DISPLAY "CSVMERGE: *** WARNING *** TOO MANY "
                       "CROSS-STREAM DUPLICATES TO TRACE, LATER "
                       "DUP-KEY FIRST= MAY NAME A REJECTED LINE"
               END-IF
           END-IF
           PERFORM WRITE-ROW-AUDIT-DETAIL.

      *    The accepted row's key against every key accepted before
      *    it.  A new key is remembered against this CSVIN line; a
      *    key already held leaves its first line in WS-DUP-FIRST
      *    and goes on MRGRPT.
       REPROBE-ACCEPTED-KEY.
           PERFORM SPLIT-STREAM-OUTPUT-ROW
           PERFORM BUILD-CURRENT-KEY
           PERFORM HASH-CURRENT-KEY
           PERFORM PROBE-KEY-TABLE
           IF NOT WS-DUP-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XDUP-COUNT
           MOVE WS-GLOBAL-LINE TO WS-LINE-DISP
           MOVE WS-DUP-FIRST TO WS-DUP-FIRST-DISP
           MOVE SPACES TO MRG-RPT-REC
           IF WS-KEY-MODE-REPORT
               STRING "*** DUPLICATE KEY ACROSS STREAMS: LINE="
                      FUNCTION TRIM(WS-LINE-DISP)
                      " FIRST=" FUNCTION TRIM(WS-DUP-FIRST-DISP)
                      " STREAM " WS-PT-IDX " -- REPORTED ***"
                   DELIMITED BY SIZE INTO MRG-RPT-REC
               END-STRING
           ELSE
               STRING "*** DUPLICATE KEY ACROSS STREAMS: LINE="
                      FUNCTION TRIM(WS-LINE-DISP)
                      " FIRST=" FUNCTION TRIM(WS-DUP-FIRST-DISP)
                      " STREAM " WS-PT-IDX " -- REJECTED ***"
                   DELIMITED BY SIZE INTO MRG-RPT-REC
               END-STRING
           END-IF
           WRITE MRG-RPT-REC.

      *    The stream's CSVOUT row back into its columns: under
      *    DELIMITED split on '|', under FIXED sliced at the COLUMN
      *    widths -- CSVPARSER's REBUILD-ONE-KEY.
       SPLIT-STREAM-OUTPUT-ROW.
           MOVE SPACES TO CSV-FIELDS
           IF WS-OUT-FIXED
               MOVE 1 TO WS-RB-POS
               PERFORM VARYING WS-RB-FIELD-COUNT FROM 1 BY 1
                       UNTIL WS-RB-FIELD-COUNT > MAX-FIELDS
                          OR WS-DICT-MAXLEN(WS-RB-FIELD-COUNT) = 0
                   MOVE WS-DICT-MAXLEN(WS-RB-FIELD-COUNT)
                       TO WS-RB-LEN
                   IF WS-RB-LEN > 100
                       MOVE 100 TO WS-RB-LEN
                   END-IF
                   IF WS-RB-POS + WS-RB-LEN - 1 <= 10049
                       MOVE WS-STR-OUT-REC(WS-RB-POS:WS-RB-LEN)
                           TO CSV-FIELD(WS-RB-FIELD-COUNT)
                   END-IF
                   ADD WS-DICT-MAXLEN(WS-RB-FIELD-COUNT)
                       TO WS-RB-POS
               END-PERFORM
               COMPUTE FIELD-COUNT = WS-RB-FIELD-COUNT - 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RB-FIELD-COUNT
           MOVE 1 TO WS-RB-START
           PERFORM VARYING WS-RB-POS FROM 1 BY 1
                   UNTIL WS-RB-POS > 10049
                      OR WS-RB-FIELD-COUNT > MAX-FIELDS
               IF WS-STR-OUT-REC(WS-RB-POS:1) = '|'
                   COMPUTE WS-RB-LEN = WS-RB-POS - WS-RB-START
                   IF WS-RB-LEN > 100
                       MOVE 100 TO WS-RB-LEN
                   END-IF
                   IF WS-RB-LEN > 0
                       MOVE WS-STR-OUT-REC(WS-RB-START:WS-RB-LEN)
                           TO CSV-FIELD(WS-RB-FIELD-COUNT)
                   END-IF
                   ADD 1 TO WS-RB-FIELD-COUNT
                   COMPUTE WS-RB-START = WS-RB-POS + 1
               END-IF
           END-PERFORM
           IF WS-RB-FIELD-COUNT <= MAX-FIELDS
               COMPUTE WS-RB-LEN = 10049 - WS-RB-START + 1
               IF WS-RB-LEN > 100
                   MOVE 100 TO WS-RB-LEN
               END-IF
               IF WS-RB-LEN > 0
                   MOVE WS-STR-OUT-REC(WS-RB-START:WS-RB-LEN)
                       TO CSV-FIELD(WS-RB-FIELD-COUNT)
               END-IF
               MOVE WS-RB-FIELD-COUNT TO FIELD-COUNT
           ELSE
               MOVE MAX-FIELDS TO FIELD-COUNT
           END-IF.

      *    BUILD-CURRENT-KEY, HASH-CURRENT-KEY and PROBE-KEY-TABLE are
      *    CSVPARSER's, so a key here is the key a stream saw.
       BUILD-CURRENT-KEY.
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

       HASH-CURRENT-KEY.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 100
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31
                       + FUNCTION ORD(WS-CUR-KEY(WS-HASH-POS:1)),
                   WS-KEY-HASH-SIZE)
           END-PERFORM.

       PROBE-KEY-TABLE.
           MOVE 'N' TO WS-DUP-FOUND-SW
           COMPUTE WS-PROBE-IDX = WS-HASH + 1
           MOVE 0 TO WS-PROBE-COUNT
           PERFORM UNTIL WS-PROBE-COUNT >= WS-KEY-HASH-SIZE
                      OR WS-KEY-LINE(WS-PROBE-IDX) = 0
                      OR WS-DUP-FOUND
               IF WS-KEY-VALUE(WS-PROBE-IDX) = WS-CUR-KEY
                   MOVE 'Y' TO WS-DUP-FOUND-SW
                   MOVE WS-KEY-LINE(WS-PROBE-IDX) TO WS-DUP-FIRST
               ELSE
                   ADD 1 TO WS-PROBE-IDX
                   IF WS-PROBE-IDX > WS-KEY-HASH-SIZE
                       MOVE 1 TO WS-PROBE-IDX
                   END-IF
                   ADD 1 TO WS-PROBE-COUNT
               END-IF
           END-PERFORM

           IF NOT WS-DUP-FOUND
              AND WS-PROBE-COUNT < WS-KEY-HASH-SIZE
               IF WS-KEY-ENTRY-COUNT < WS-KEY-MAX-ENTRIES
                   ADD 1 TO WS-KEY-ENTRY-COUNT
                   MOVE WS-CUR-KEY TO WS-KEY-VALUE(WS-PROBE-IDX)
                   MOVE WS-GLOBAL-LINE TO WS-KEY-LINE(WS-PROBE-IDX)
               ELSE
                   IF NOT WS-KEY-FULL
                       MOVE 'Y' TO WS-KEY-FULL-SW
                       DISPLAY "CSVMERGE: *** WARNING *** SEEN-KEY "
                           "TABLE FULL, DUPLICATE CHECK SUSPENDED"
                       PERFORM NOTE-ERROR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Reading the streams.
      *----------------------------------------------------------------
       READ-AHEAD-REJECT.
           EVALUATE WS-PT-IDX
               WHEN 1
                   READ MRG-REJ1-FILE
                       AT END
                           MOVE 'Y' TO WS-PT-REJ-EOF-SW(1)
                       NOT AT END
                           MOVE MRG-REJ1-REC TO WS-PT-NEXT-REJ(1)
                   END-READ
               WHEN 2
                   READ MRG-REJ2-FILE
                       AT END
                           MOVE 'Y' TO WS-PT-REJ-EOF-SW(2)
                       NOT AT END
                           MOVE MRG-REJ2-REC TO WS-PT-NEXT-REJ(2)
                   END-READ
               WHEN OTHER
                   READ MRG-REJ3-FILE
                       AT END
                           MOVE 'Y' TO WS-PT-REJ-EOF-SW(3)
                       NOT AT END
                           MOVE MRG-REJ3-REC TO WS-PT-NEXT-REJ(3)
                   END-READ
           END-EVALUATE
           IF WS-PT-REJ-EOF(WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-REJ-FOUND(WS-PT-IDX)
           IF WS-PT-NEXT-REJ(WS-PT-IDX)(1:5) = "LINE="
              AND FUNCTION TRIM(WS-PT-NEXT-REJ(WS-PT-IDX)(6:9))
                  IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PT-NEXT-REJ(WS-PT-IDX)(6:9))
                   TO WS-PT-NEXT-LINE(WS-PT-IDX)
           ELSE
               MOVE 0 TO WS-PT-NEXT-LINE(WS-PT-IDX)
           END-IF.

       READ-STREAM-OUTPUT.
           MOVE 'N' TO WS-STR-GOT-SW
           IF WS-PT-OUT-EOF(WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PT-IDX
               WHEN 1
                   READ MRG-OUT1-FILE INTO WS-STR-OUT-REC
                       AT END
                           MOVE 'Y' TO WS-PT-OUT-EOF-SW(1)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
               WHEN 2
                   READ MRG-OUT2-FILE INTO WS-STR-OUT-REC
                       AT END
                           MOVE 'Y' TO WS-PT-OUT-EOF-SW(2)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
               WHEN OTHER
                   READ MRG-OUT3-FILE INTO WS-STR-OUT-REC
                       AT END
                           MOVE 'Y' TO WS-PT-OUT-EOF-SW(3)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
           END-EVALUATE
           IF WS-STR-GOT
               ADD 1 TO WS-PT-OUT-FOUND(WS-PT-IDX)
           END-IF.

       READ-STREAM-FEEDBACK.
           MOVE 'N' TO WS-STR-GOT-SW
           IF WS-PT-FBK-EOF(WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PT-IDX
               WHEN 1
                   READ MRG-FBK1-FILE INTO WS-STR-FBK-REC
                       AT END
                           MOVE 'Y' TO WS-PT-FBK-EOF-SW(1)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
               WHEN 2
                   READ MRG-FBK2-FILE INTO WS-STR-FBK-REC
                       AT END
                           MOVE 'Y' TO WS-PT-FBK-EOF-SW(2)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
               WHEN OTHER
                   READ MRG-FBK3-FILE INTO WS-STR-FBK-REC
                       AT END
                           MOVE 'Y' TO WS-PT-FBK-EOF-SW(3)
                       NOT AT END
                           MOVE 'Y' TO WS-STR-GOT-SW
                   END-READ
           END-EVALUATE
           IF WS-STR-GOT
               ADD 1 TO WS-PT-FBK-FOUND(WS-PT-IDX)
           END-IF.

      *    Whatever a stream still holds once the manifest is done
      *    was never sent to it: the stream is long.
       CHECK-STREAMS-EXHAUSTED.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               IF WS-PT-OPEN(WS-PT-IDX)
                   PERFORM DRAIN-ONE-STREAM
               END-IF
           END-PERFORM.

       DRAIN-ONE-STREAM.
           PERFORM UNTIL WS-PT-REJ-EOF(WS-PT-IDX)
               ADD 1 TO WS-PT-EXTRA(WS-PT-IDX)
               PERFORM READ-AHEAD-REJECT
           END-PERFORM
           MOVE 'Y' TO WS-STR-GOT-SW
           PERFORM UNTIL NOT WS-STR-GOT
               PERFORM READ-STREAM-OUTPUT
               IF WS-STR-GOT
                   ADD 1 TO WS-PT-EXTRA(WS-PT-IDX)
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-STR-GOT-SW
           PERFORM UNTIL NOT WS-STR-GOT
               PERFORM READ-STREAM-FEEDBACK
               IF WS-STR-GOT
                   ADD 1 TO WS-PT-EXTRA(WS-PT-IDX)
               END-IF
           END-PERFORM
           IF WS-PT-EXTRA(WS-PT-IDX) > 0
               MOVE 'Y' TO WS-PT-ERR-SW(WS-PT-IDX)
               PERFORM NOTE-ERROR
           END-IF.

      *    A manifest without its header and trailer, or whose
      *    trailer counts disagree with what was read, was cut short.
       CHECK-MANIFEST-COMPLETE.
           IF WS-HDR-SEEN AND WS-TRL-SEEN
              AND WS-MAN-UNITS = WS-UNITS-READ
              AND WS-MAN-LINES = WS-GLOBAL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-ERROR
           DISPLAY "CSVMERGE: *** ERROR *** SPLIT MANIFEST IS "
               "INCOMPLETE"
           MOVE WS-UNITS-READ TO WS-COUNT-DISP
           MOVE WS-MAN-UNITS TO WS-COUNT-DISP-2
           MOVE SPACES TO MRG-RPT-REC
           STRING "*** SPLIT MANIFEST INCOMPLETE: UNITS READ="
                  WS-COUNT-DISP " TRAILER SAYS=" WS-COUNT-DISP-2
                  " ***"
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC.

      *----------------------------------------------------------------
      *    The audit bracket, under CSVPARSER's program id.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "CSVPARSR" WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "CSVPARSR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE "MERGED FROM PARALLEL STREAMS" TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "CSVPARSR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-GLOBAL-LINE TO AUD-TOTAL-COUNT
           MOVE WS-OK-COUNT TO AUD-OK-COUNT
           MOVE WS-REJECT-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    An envelope record, in CSVPARSER's batch detail form.  A
      *    trailer's verdict here is on its row count alone; the
      *    amount was balanced by the stream that read it.
       WRITE-BATCH-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "CSVPARSR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-GLOBAL-LINE TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           MOVE WS-LOCAL-LINE TO WS-LOCAL-DISP
           STRING "BATCH " CPT-PROVIDER " " CPT-BATCH-DATE
                  " PART=" CPT-PARTITION
                  " LINE=" FUNCTION TRIM(WS-LOCAL-DISP)
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           EVALUATE TRUE
               WHEN WS-LINE-STRAY
                   MOVE 8 TO AUD-RETURN-CODE
                   MOVE "TRAILER-WITHOUT-HEADER" TO AUD-RESULT-SUMMARY
                   ADD 1 TO WS-BAT-BAD
                   PERFORM NOTE-ERROR
               WHEN WS-LINE-HEADER
                   MOVE "BATCH-OPENED" TO AUD-RESULT-SUMMARY
                   ADD 1 TO WS-BAT-COUNT
                   IF CPT-DECL-SW = 'N'
                       MOVE 'Y' TO WS-NOTRAIL-SW
                   END-IF
               WHEN CPT-DECL-SW = 'Y' AND CPT-DECL-ROWS = CPT-ROWS
                   MOVE "BATCH-CLOSED" TO AUD-RESULT-SUMMARY
               WHEN OTHER
                   MOVE 8 TO AUD-RETURN-CODE
                   MOVE "BATCH-OUT-OF-BALANCE" TO AUD-RESULT-SUMMARY
                   ADD 1 TO WS-BAT-BAD
                   PERFORM NOTE-ERROR
           END-EVALUATE
           WRITE AUDIT-RECORD.

       WRITE-ROW-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "CSVPARSR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-GLOBAL-LINE TO AUD-LINE-NUM
           MOVE WS-LOCAL-LINE TO WS-LOCAL-DISP
           STRING "PART=" WS-PT-IDX
                  " LINE=" FUNCTION TRIM(WS-LOCAL-DISP)
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           EVALUATE TRUE
               WHEN WS-ROW-MISSING
                   MOVE 8 TO AUD-RETURN-CODE
                   MOVE "STREAM MISSING" TO AUD-RESULT-SUMMARY
               WHEN WS-ROW-SHORT
                   MOVE 8 TO AUD-RETURN-CODE
                   MOVE "NOT ON STREAM CSVOUT" TO AUD-RESULT-SUMMARY
               WHEN WS-ROW-REJECTED
                   MOVE 4 TO AUD-RETURN-CODE
                   STRING "REJECTED:" FUNCTION TRIM(WS-REJ-REASON)
                       DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
                   END-STRING
               WHEN OTHER
                   MOVE 0 TO AUD-RETURN-CODE
                   MOVE "ACCEPTED" TO AUD-RESULT-SUMMARY
           END-EVALUATE
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      *    MRGRPT.
      *----------------------------------------------------------------
       REPORT-ENVELOPE.
           MOVE WS-UNIT-SENT TO WS-COUNT-DISP-2
           MOVE SPACES TO MRG-RPT-REC
           EVALUATE CPT-DECL-SW
               WHEN 'Y'
                   MOVE CPT-DECL-ROWS TO WS-COUNT-DISP
                   IF CPT-DECL-ROWS = CPT-ROWS
                       STRING CPT-PROVIDER " " CPT-BATCH-DATE
                              "  " CPT-PARTITION "  " WS-COUNT-DISP
                              WS-COUNT-DISP-2 "  BALANCED"
                           DELIMITED BY SIZE INTO MRG-RPT-REC
                       END-STRING
                   ELSE
                       STRING CPT-PROVIDER " " CPT-BATCH-DATE
                              "  " CPT-PARTITION "  " WS-COUNT-DISP
                              WS-COUNT-DISP-2
                              "  *** OUT OF BALANCE ***"
                           DELIMITED BY SIZE INTO MRG-RPT-REC
                       END-STRING
                   END-IF
               WHEN 'X'
                   STRING CPT-PROVIDER " " CPT-BATCH-DATE
                          "  " CPT-PARTITION "  " "  UNKNOWN"
                          WS-COUNT-DISP-2
                          "  *** TRAILER COUNT NOT NUMERIC ***"
                       DELIMITED BY SIZE INTO MRG-RPT-REC
                   END-STRING
               WHEN OTHER
                   STRING CPT-PROVIDER " " CPT-BATCH-DATE
                          "  " CPT-PARTITION "  " "     NONE"
                          WS-COUNT-DISP-2
                          "  *** NO TRAILER -- RUN FAILED ***"
                       DELIMITED BY SIZE INTO MRG-RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE MRG-RPT-REC.

       REPORT-STREAMS.
           MOVE SPACES TO MRG-RPT-REC
           WRITE MRG-RPT-REC
           MOVE SPACES TO MRG-RPT-REC
           STRING "SPLIT RUN-ID " WS-SPLIT-RUN-ID
                  "    STREAMS " WS-PART-COUNT
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC
           MOVE SPACES TO MRG-RPT-REC
           STRING "STREAM      ROWS   OUT SENT  OUT FOUND   REJ FOUND"
                  "   NOT SENT  RESULT"
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               PERFORM REPORT-ONE-STREAM
           END-PERFORM
           MOVE WS-GLOBAL-LINE TO WS-COUNT-DISP
           MOVE WS-OK-COUNT TO WS-COUNT-DISP-2
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP-3
           MOVE SPACES TO MRG-RPT-REC
           STRING "MERGED: LINES=" FUNCTION TRIM(WS-COUNT-DISP)
                  " ACCEPTED=" FUNCTION TRIM(WS-COUNT-DISP-2)
                  " REJECTED=" FUNCTION TRIM(WS-COUNT-DISP-3)
               DELIMITED BY SIZE INTO MRG-RPT-REC
           END-STRING
           WRITE MRG-RPT-REC
           IF WS-KEY-COL-COUNT > 0
               MOVE WS-XDUP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MRG-RPT-REC
               STRING "DUPLICATE KEYS ACROSS STREAMS="
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO MRG-RPT-REC
               END-STRING
               WRITE MRG-RPT-REC
           END-IF.

       REPORT-ONE-STREAM.
           MOVE WS-PT-ROWS(WS-PT-IDX) TO WS-COUNT-DISP
           MOVE WS-PT-OUT-WANT(WS-PT-IDX) TO WS-COUNT-DISP-2
           MOVE WS-PT-OUT-FOUND(WS-PT-IDX) TO WS-COUNT-DISP-3
           MOVE WS-PT-REJ-FOUND(WS-PT-IDX) TO WS-COUNT-DISP-4
           MOVE WS-PT-EXTRA(WS-PT-IDX) TO WS-COUNT-DISP-5
           MOVE SPACES TO MRG-RPT-REC
           EVALUATE TRUE
               WHEN NOT WS-PT-OPEN(WS-PT-IDX)
                   IF WS-PT-UNITS(WS-PT-IDX) > 0
                       STRING "     " WS-PT-IDX " " WS-COUNT-DISP
                              "  *** STREAM MISSING ***"
                           DELIMITED BY SIZE INTO MRG-RPT-REC
                       END-STRING
                       DISPLAY "CSVMERGE: *** ERROR *** STREAM "
                           WS-PT-IDX " IS MISSING"
                   ELSE
                       STRING "     " WS-PT-IDX " " WS-COUNT-DISP
                              "  NOT IN USE"
                           DELIMITED BY SIZE INTO MRG-RPT-REC
                       END-STRING
                   END-IF
               WHEN WS-PT-IN-ERROR(WS-PT-IDX)
                   STRING "     " WS-PT-IDX " " WS-COUNT-DISP
                          "  " WS-COUNT-DISP-2 "  " WS-COUNT-DISP-3
                          "   " WS-COUNT-DISP-4 "  " WS-COUNT-DISP-5
                          "  *** DOES NOT RECONCILE ***"
                       DELIMITED BY SIZE INTO MRG-RPT-REC
                   END-STRING
                   DISPLAY "CSVMERGE: *** ERROR *** STREAM "
                       WS-PT-IDX " DOES NOT RECONCILE"
               WHEN OTHER
                   STRING "     " WS-PT-IDX " " WS-COUNT-DISP
                          "  " WS-COUNT-DISP-2 "  " WS-COUNT-DISP-3
                          "   " WS-COUNT-DISP-4 "  " WS-COUNT-DISP-5
                          "  RECONCILED"
                       DELIMITED BY SIZE INTO MRG-RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE MRG-RPT-REC.

       END PROGRAM CSVMERGE.
