           SELECT CSV-RUL-FILE ASSIGN TO "CSVRUL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.
      *    Column transformation control file: code translation,
      *    defaults, date reformatting and derived columns, applied
      *    to rows that passed every check.  Absent means CSVOUT
      *    carries the values exactly as the provider sent them.
           SELECT CSV-MAP-FILE ASSIGN TO "CSVMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CSV-REPORT-FILE ASSIGN TO "CSVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
      *    Master reference dataset for the referential check: one
      *    key per record (RESMREC), the keys we actually own and the
      *    dates each is valid between.  Only read when a MASTER card
      *    names a column to validate.
           SELECT CSV-MST-FILE ASSIGN TO "CSVMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
       FD  CSV-RUL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-RUL-REC-LEN.
       01  CSV-RUL-REC             PIC X(80).
       FD  CSV-MAP-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-MAP-REC-LEN.
       01  CSV-MAP-REC             PIC X(80).
       FD  CSV-REPORT-FILE.
       01  CSV-REPORT-REC          PIC X(80).
       FD  UTIL-AUDIT-FILE.
       01  CSV-CKP-REC             PIC X(560).
       FD  CSV-MST-FILE.
       01  CSV-MST-REC             PIC X(80).
           COPY RESMREC.
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-REC           PIC X(80).

      *    Each named column of every otherwise-good row must hold a
      *    key present in the CSVMST master reference dataset; an
      *    unknown key rejects the row with the master's name in the
      *    reason.  A key is only good inside its effective window
      *    (RESMREC): on or after its retirement date the row
      *    rejects as RETIRED, before its effective date as NOT YET
      *    EFFECTIVE.  The window is tested against the envelope's
      *    batch date when the row came in a #BHDR envelope, the run
      *    date otherwise.  The masters run to hundreds of thousands of
      *    keys, so they load into the same kind of open-addressed
      *    hash table the duplicate-key check uses -- a constant-
      *    time probe per row, never a scan.  Entries past the fill
           05  WS-MST-ENTRY OCCURS 500009 TIMES.
               10  WS-MST-KEY      PIC X(30).
               10  WS-MST-USED     PIC X.
               10  WS-MST-EFF      PIC X(8).
               10  WS-MST-RET      PIC X(8).
       01  WS-MST-EOF-SW           PIC X.
       01  WS-MST-LOADED           PIC 9(9) VALUE 0.
       01  WS-MST-REJ-COUNT        PIC 9(9) VALUE 0.
       01  WS-CUR-MST-KEY          PIC X(30).
       01  WS-CUR-MST-EFF          PIC X(8).
       01  WS-CUR-MST-RET          PIC X(8).
       01  WS-MST-RUN-DATE         PIC X(8).
       01  WS-MST-ASOF             PIC X(8).
       01  WS-MST-WIN-REJ-COUNT    PIC 9(9) VALUE 0.
       01  WS-MST-HASH             PIC S9(18) COMP-5.
       01  WS-MST-HASH-POS         PIC 9(2).
       01  WS-MST-PROBE-IDX        PIC S9(9) COMP-5.
       01  WS-CMP-NUMERIC-SW       PIC X.
       01  WS-CMP-BOTH-NUM-SW      PIC X.

      *    Column transformations, from CSVMAP cards (one each):
      *        XLATE   nn from-code to-code [provider]
      *        DEFAULT nn value
      *        DATE    nn mask
      *        DERIVE  nn source [source ...]
      *    XLATE builds the per-column code-translation table; a card
      *    naming a provider applies only inside that provider's
      *    envelope and wins over a card naming none, and a code with
      *    no card passes through unchanged.  DEFAULT fills a blank
      *    column.  DATE reformats the column from the mask (YYYY or
      *    YY, MM and DD; any other character is a separator, as in
      *    DD/MM/YYYY; YY below 50 is 20YY) to YYYYMMDD -- a value
      *    already a valid YYYYMMDD passes as it is, and one that is
      *    neither rejects the row.  The dictionary sees the raw
      *    value, so a reformatted column must not be typed DATE, nor
      *    a defaulted one marked R, on its COLUMN card.  DERIVE
      *    builds column nn, past the row's last column if need be,
      *    by joining up to six sources: a number is a column,
      *    anything else literal text.  The order is XLATE, DATE,
      *    DEFAULT, then DERIVE, so defaults are written in the
      *    target vocabulary and derived columns see finished values.
      *    Every value a card changes on a row that reaches CSVOUT is
      *    counted against its column, and the counts close CSVRPT.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-MAP-REC-LEN          PIC 9(4).
       01  WS-MAP-EOF-SW           PIC X VALUE 'N'.
           88  WS-MAP-EOF          VALUE 'Y'.
       01  WS-MAP-PRESENT-SW       PIC X VALUE 'N'.
           88  WS-MAP-PRESENT      VALUE 'Y'.
       01  WS-MAP-BAD-SW           PIC X.
       01  WS-MAP-TOKEN-1          PIC X(10).
       01  WS-MAP-TOKEN-2          PIC X(10).
       01  WS-MAP-TOKEN-3          PIC X(20).
       01  WS-MAP-TOKEN-4          PIC X(20).
       01  WS-MAP-TOKEN-5          PIC X(20).
       01  WS-MAP-TOKEN-6          PIC X(20).
       01  WS-MAP-TOKEN-7          PIC X(20).
       01  WS-MAP-TOKEN-8          PIC X(20).
       01  WS-MAP-CARD-COL         PIC 9(4).
       01  WS-MAP-COL-TABLE.
           05  WS-MAP-COL-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-XLATE-SW     PIC X.
               10  WS-MAP-DEFAULT-SW   PIC X.
               10  WS-MAP-DEFAULT      PIC X(20).
               10  WS-MAP-DATE-SW      PIC X.
               10  WS-MAP-MASK-LEN     PIC 9(2).
               10  WS-MAP-Y-POS        PIC 9(2).
               10  WS-MAP-Y-LEN        PIC 9(2).
               10  WS-MAP-M-POS        PIC 9(2).
               10  WS-MAP-M-LEN        PIC 9(2).
               10  WS-MAP-D-POS        PIC 9(2).
               10  WS-MAP-D-LEN        PIC 9(2).
               10  WS-MAP-DERIVE-SW    PIC X.
               10  WS-MAP-CNT-XLATE    PIC 9(9).
               10  WS-MAP-CNT-DATE     PIC 9(9).
               10  WS-MAP-CNT-DEFAULT  PIC 9(9).
               10  WS-MAP-CNT-DERIVE   PIC 9(9).
       01  MAX-XLATES              PIC 9(4) VALUE 500.
       01  WS-XL-COUNT             PIC 9(4) VALUE 0.
       01  WS-XL-TABLE.
           05  WS-XL-ENTRY OCCURS 500 TIMES.
               10  WS-XL-COL       PIC 9(4).
               10  WS-XL-FROM      PIC X(20).
               10  WS-XL-TO        PIC X(20).
               10  WS-XL-PROVIDER  PIC X(8).
       01  WS-XL-IDX               PIC 9(4).
       01  WS-XL-HIT               PIC 9(4).
       01  WS-XL-GENERIC-HIT       PIC 9(4).
       01  MAX-DERIVES             PIC 9(2) VALUE 20.
       01  WS-DV-COUNT             PIC 9(2) VALUE 0.
       01  WS-DV-TABLE.
           05  WS-DV-ENTRY OCCURS 20 TIMES.
               10  WS-DV-COL       PIC 9(4).
               10  WS-DV-SRC OCCURS 6 TIMES PIC X(20).
       01  WS-DV-IDX               PIC 9(2).
      *    The changes made to the current row, held until the row is
      *    written so a row rejected later (fixed width, duplicate key)
      *    adds nothing to the counts.
       01  WS-MAP-HIT-COUNT        PIC 9(3) VALUE 0.
       01  WS-MAP-HIT-TABLE.
           05  WS-MAP-HIT OCCURS 200 TIMES.
               10  WS-MAP-HIT-COL  PIC 9(4).
               10  WS-MAP-HIT-KIND PIC X.
       01  WS-MAP-HIT-IDX          PIC 9(3).
       01  WS-DV-SRC-IDX           PIC 9(1).
       01  WS-DV-SRC-COL           PIC 9(4).
       01  WS-MAP-COL              PIC 9(4).
       01  WS-MAP-FILL-COL         PIC 9(4).
       01  WS-MAP-MASK             PIC X(10).
       01  WS-MAP-MASK-POS         PIC 9(2).
       01  WS-MAP-VALUE            PIC X(100).
       01  WS-MAP-LEN              PIC 9(4).
       01  WS-MAP-CCYY             PIC X(4).
       01  WS-MAP-YY               PIC 9(2).
       01  WS-MAP-MM               PIC X(2).
       01  WS-MAP-DD               PIC X(2).
       01  WS-MAP-BUILD            PIC X(100).
       01  WS-MAP-PTR              PIC 9(4).
       01  WS-MAP-OVFL-SW          PIC X.
           88  WS-MAP-OVFL         VALUE 'Y'.
       01  WS-MAP-COL-DISP         PIC 9(4).
       01  WS-MAP-XLATE-DISP       PIC ZZZZZZZZ9.
       01  WS-MAP-DATE-DISP        PIC ZZZZZZZZ9.
       01  WS-MAP-DEFAULT-DISP     PIC ZZZZZZZZ9.
       01  WS-MAP-DERIVE-DISP      PIC ZZZZZZZZ9.

      *    Scratch for validating one field against its dictionary
      *    entry.
       01  WS-VAL-COL              PIC 9(4).

      *    Keyword parameters, through the shared UTILPARM reader:
      *    EXPECTED-COLS=, DELIMITER=PIPE|TAB|c, OUTPUT=FIXED,
      *    KEYMODE=REJECT|REPORT, KEYCOLS=1,3 (comma list), CKPT=n,
      *    RUN-TYPE=NIGHTLY|INTRADAY|PARTITION1-3.
      *    Parameters override the legacy CSVCTL cards (the COLUMN
      *    data dictionary stays in CSVCTL -- it is table data, not a
      *    run option); the resolved set is echoed to SYSOUT and onto
      *    program land on UTILAUD the same day.
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
      *    The program id this run writes on the audit trail and the
      *    feedback records.  RUN-TYPE=INTRADAY (the late-delivery
      *    job, UTILINTR) writes as CSVPINTR, so a daytime run of one
      *    provider's envelope stands apart from the nightly's
      *    CSVPARSR run on the dashboard, the delta report and the
      *    lineage trace.  RUN-TYPE=PARTITION1 to PARTITION3 (the
      *    nightly's split CSV streams, STEP017-STEP019) write as
      *    CSVPART1 to CSVPART3: each stream is a run of its own on
      *    the trail, and CSVMERGE writes the night's CSVPARSR run
      *    from the merged result.
       01  WS-AUD-PGM-ID           PIC X(8) VALUE "CSVPARSR".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           PERFORM READ-CONTROL-FILE
           PERFORM READ-RULES-FILE
           PERFORM READ-MAP-FILE
           PERFORM READ-PARM-FILE
           PERFORM READ-CHECKPOINT-FILE
           IF WS-MST-COL-COUNT > 0
               PERFORM FLAG-MISSING-TRAILER
           END-IF

           IF WS-MAP-PRESENT
               PERFORM WRITE-TRANSFORM-SUMMARY
           END-IF

           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO WS-FINAL-RC
           ELSE

           DISPLAY "CSVPARSER: LINES READ=" WS-LINE-NUM
               " GOOD=" WS-GOOD-COUNT " REJECTED=" WS-REJECT-COUNT
           IF WS-MST-COL-COUNT > 0
               DISPLAY "CSVPARSER: MASTER REJECTS=" WS-MST-REJ-COUNT
                   " OUTSIDE EFFECTIVE WINDOW=" WS-MST-WIN-REJ-COUNT
           END-IF

           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      *    of detail records with the run that wrote them.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-AUD-PGM-ID WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
      *    On a checkpoint restart only the rows THIS run processed
               WHEN "CKPT"
                   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                       TO WS-CKPT-EVERY
               WHEN "RUN-TYPE"
                   EVALUATE FUNCTION UPPER-CASE(WS-PRM-VALUE(1:10))
                       WHEN "INTRADAY"
                           MOVE "CSVPINTR" TO WS-AUD-PGM-ID
                       WHEN "NIGHTLY"
                           MOVE "CSVPARSR" TO WS-AUD-PGM-ID
                       WHEN "PARTITION1"
                           MOVE "CSVPART1" TO WS-AUD-PGM-ID
                       WHEN "PARTITION2"
                           MOVE "CSVPART2" TO WS-AUD-PGM-ID
                       WHEN "PARTITION3"
                           MOVE "CSVPART3" TO WS-AUD-PGM-ID
                       WHEN OTHER
                           DISPLAY "CSVPARSER: BAD RUN-TYPE IGNORED: "
                               FUNCTION TRIM(WS-PRM-VALUE)
                           MOVE 'Y' TO WS-PARM-ERROR-SW
                           EXIT PARAGRAPH
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "CSVPARSER: UNKNOWN PARAMETER IGNORED: "
                       FUNCTION TRIM(WS-PRM-KEYWORD)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MST-RUN-DATE
           MOVE 'N' TO WS-MST-EOF-SW
           PERFORM UNTIL WS-MST-EOF-SW = 'Y'
               READ CSV-MST-FILE
                   NOT AT END
                       IF CSV-MST-REC NOT = SPACES
                          AND CSV-MST-REC(1:1) NOT = '*'
                           PERFORM TAKE-MASTER-RECORD
                           MOVE 'Y' TO WS-MST-STORE-SW
                           PERFORM PROBE-MASTER-TABLE
                       END-IF
           CLOSE CSV-MST-FILE
           DISPLAY "CSVPARSER: MASTER KEYS LOADED=" WS-MST-LOADED.

      *    A record with nothing after the key, or with dates that
      *    are not dates, is the old hand-kept form: the trimmed
      *    text is the key and it is always valid -- the same
      *    reading RESMNT gives it.
       TAKE-MASTER-RECORD.
           MOVE SPACES TO WS-CUR-MST-KEY WS-CUR-MST-EFF WS-CUR-MST-RET
           IF CSV-MST-REC(31:50) = SPACES
              OR (RSM-EFF-DATE NOT = SPACES
                  AND RSM-EFF-DATE NOT NUMERIC)
              OR (RSM-RETIRE-DATE NOT = SPACES
                  AND RSM-RETIRE-DATE NOT NUMERIC)
               MOVE FUNCTION TRIM(CSV-MST-REC) TO WS-CUR-MST-KEY
           ELSE
               MOVE FUNCTION TRIM(RSM-KEY) TO WS-CUR-MST-KEY
               MOVE RSM-EFF-DATE TO WS-CUR-MST-EFF
               MOVE RSM-RETIRE-DATE TO WS-CUR-MST-RET
           END-IF.

       HASH-MASTER-KEY.
           MOVE 0 TO WS-MST-HASH
           PERFORM VARYING WS-MST-HASH-POS FROM 1 BY 1
                   ADD 1 TO WS-MST-LOADED
                   MOVE WS-CUR-MST-KEY
                       TO WS-MST-KEY(WS-MST-PROBE-IDX)
                   MOVE WS-CUR-MST-EFF
                       TO WS-MST-EFF(WS-MST-PROBE-IDX)
                   MOVE WS-CUR-MST-RET
                       TO WS-MST-RET(WS-MST-PROBE-IDX)
                   MOVE 'Y' TO WS-MST-USED(WS-MST-PROBE-IDX)
               ELSE
                   IF NOT WS-MST-FULL
                      " COL " WS-VAL-COL-DISP
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-BAT-OPEN AND WS-BAT-DATE IS NUMERIC
               MOVE WS-BAT-DATE TO WS-MST-ASOF
           ELSE
               MOVE WS-MST-RUN-DATE TO WS-MST-ASOF
           END-IF
           IF WS-MST-RET(WS-MST-PROBE-IDX) NOT = SPACES
              AND WS-MST-ASOF >= WS-MST-RET(WS-MST-PROBE-IDX)
               PERFORM REJECT-MASTER-WINDOW
               STRING "RETIRED "
                      FUNCTION TRIM(WS-MST-NAME(WS-MST-CIDX))
                      " COL " WS-VAL-COL-DISP
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-MST-EFF(WS-MST-PROBE-IDX) NOT = SPACES
              AND WS-MST-ASOF < WS-MST-EFF(WS-MST-PROBE-IDX)
               PERFORM REJECT-MASTER-WINDOW
               STRING "NOT YET EFF "
                      FUNCTION TRIM(WS-MST-NAME(WS-MST-CIDX))
                      " COL " WS-VAL-COL-DISP
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF.

      *    The key is on the master but not valid on the row's
      *    date; counted with the unknown keys and apart.
       REJECT-MASTER-WINDOW.
           ADD 1 TO WS-MST-REJ-COUNT
           ADD 1 TO WS-MST-WIN-REJ-COUNT
           MOVE 'Y' TO WS-BAD-ROW-SW
           MOVE WS-VAL-COL TO WS-REJ-FIELD-NUM
           MOVE WS-VAL-COL TO WS-VAL-COL-DISP
           MOVE SPACES TO WS-REJECT-REASON.

      *    The delimiter spelling rules (PIPE, TAB, or one literal
      *    character) are shared by the legacy CSVCTL record and the
      *    DELIMITER= parameter, so both callers stage the text into
       PROCESS-ONE-LINE.
           ADD 1 TO WS-LINE-NUM
           MOVE 0 TO WS-REJ-FIELD-NUM
           MOVE 0 TO WS-MAP-HIT-COUNT
           MOVE SPACES TO CSV-LINE
           MOVE CSV-IN-REC TO CSV-LINE
           MOVE WS-IN-REC-LEN TO LINE-LENGTH
               PERFORM VALIDATE-CROSS-FIELD-RULES
           END-IF

      *    Transformations touch only a row every check has passed,
      *    and run ahead of the fixed-width build and the key check,
      *    so both see -- and CSVOUT carries -- the finished values
      *    (a restart rebuilds its keys from CSVOUT, so the two agree).
           IF NOT WS-BAD-ROW AND WS-MAP-PRESENT
               PERFORM APPLY-TRANSFORMATIONS
           END-IF

      *    The fixed-width build can still reject the row, so it
      *    must run BEFORE the key check claims the row's key --
      *    otherwise a width-rejected row would poison its key and a

       WRITE-FIXED-RECORD.
           ADD 1 TO WS-GOOD-COUNT
           PERFORM COUNT-ROW-TRANSFORMS
           IF WS-OUT-SUPPRESS > 0
               SUBTRACT 1 FROM WS-OUT-SUPPRESS
               EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

      *    CSVMAP cards are loaded once, ahead of the first row; a card
      *    that cannot be understood is reported and ignored, the same
      *    as a bad CSVRUL card.
       READ-MAP-FILE.
           PERFORM VARYING WS-MAP-COL FROM 1 BY 1
                   UNTIL WS-MAP-COL > MAX-FIELDS
               MOVE 'N' TO WS-MAP-XLATE-SW(WS-MAP-COL)
               MOVE 'N' TO WS-MAP-DEFAULT-SW(WS-MAP-COL)
               MOVE 'N' TO WS-MAP-DATE-SW(WS-MAP-COL)
               MOVE 'N' TO WS-MAP-DERIVE-SW(WS-MAP-COL)
               MOVE SPACES TO WS-MAP-DEFAULT(WS-MAP-COL)
               MOVE 0 TO WS-MAP-CNT-XLATE(WS-MAP-COL)
               MOVE 0 TO WS-MAP-CNT-DATE(WS-MAP-COL)
               MOVE 0 TO WS-MAP-CNT-DEFAULT(WS-MAP-COL)
               MOVE 0 TO WS-MAP-CNT-DERIVE(WS-MAP-COL)
           END-PERFORM
           OPEN INPUT CSV-MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               READ CSV-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-MAP-CARD
               END-READ
           END-PERFORM
           CLOSE CSV-MAP-FILE.

       APPLY-ONE-MAP-CARD.
           IF CSV-MAP-REC = SPACES OR CSV-MAP-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-TOKEN-1 WS-MAP-TOKEN-2
               WS-MAP-TOKEN-3 WS-MAP-TOKEN-4 WS-MAP-TOKEN-5
               WS-MAP-TOKEN-6 WS-MAP-TOKEN-7 WS-MAP-TOKEN-8
           UNSTRING CSV-MAP-REC DELIMITED BY ALL SPACES
               INTO WS-MAP-TOKEN-1 WS-MAP-TOKEN-2 WS-MAP-TOKEN-3
                    WS-MAP-TOKEN-4 WS-MAP-TOKEN-5 WS-MAP-TOKEN-6
                    WS-MAP-TOKEN-7 WS-MAP-TOKEN-8
           END-UNSTRING
           MOVE 'N' TO WS-MAP-BAD-SW
           MOVE 0 TO WS-MAP-CARD-COL
           IF WS-MAP-TOKEN-2 NOT = SPACES
              AND FUNCTION TRIM(WS-MAP-TOKEN-2) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MAP-TOKEN-2) TO WS-MAP-CARD-COL
           END-IF
           IF WS-MAP-CARD-COL < 1 OR WS-MAP-CARD-COL > MAX-FIELDS
               MOVE 'Y' TO WS-MAP-BAD-SW
           ELSE
               EVALUATE FUNCTION UPPER-CASE(WS-MAP-TOKEN-1)
                   WHEN "XLATE"
                       PERFORM STORE-XLATE-CARD
                   WHEN "DEFAULT"
                       PERFORM STORE-DEFAULT-CARD
                   WHEN "DATE"
                       PERFORM STORE-DATE-CARD
                   WHEN "DERIVE"
                       PERFORM STORE-DERIVE-CARD
                   WHEN OTHER
                       MOVE 'Y' TO WS-MAP-BAD-SW
               END-EVALUATE
           END-IF
           IF WS-MAP-BAD-SW = 'Y'
               DISPLAY "CSVPARSER: BAD TRANSFORM CARD IGNORED: "
                   FUNCTION TRIM(CSV-MAP-REC)
           ELSE
               MOVE 'Y' TO WS-MAP-PRESENT-SW
           END-IF.

       STORE-XLATE-CARD.
           IF WS-MAP-TOKEN-3 = SPACES OR WS-MAP-TOKEN-4 = SPACES
              OR WS-XL-COUNT >= MAX-XLATES
               MOVE 'Y' TO WS-MAP-BAD-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XL-COUNT
           MOVE WS-MAP-CARD-COL TO WS-XL-COL(WS-XL-COUNT)
           MOVE WS-MAP-TOKEN-3 TO WS-XL-FROM(WS-XL-COUNT)
           MOVE WS-MAP-TOKEN-4 TO WS-XL-TO(WS-XL-COUNT)
           MOVE WS-MAP-TOKEN-5(1:8) TO WS-XL-PROVIDER(WS-XL-COUNT)
           MOVE 'Y' TO WS-MAP-XLATE-SW(WS-MAP-CARD-COL).

       STORE-DEFAULT-CARD.
           IF WS-MAP-TOKEN-3 = SPACES
               MOVE 'Y' TO WS-MAP-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-TOKEN-3 TO WS-MAP-DEFAULT(WS-MAP-CARD-COL)
           MOVE 'Y' TO WS-MAP-DEFAULT-SW(WS-MAP-CARD-COL).

      *    The mask is taken apart once, here: where the year, month
      *    and day digits sit and how many of each there are.
       STORE-DATE-CARD.
           IF WS-MAP-TOKEN-3 = SPACES
               MOVE 'Y' TO WS-MAP-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MAP-TOKEN-3) TO WS-MAP-MASK
           COMPUTE WS-MAP-MASK-LEN(WS-MAP-CARD-COL) =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-MASK))
           MOVE 0 TO WS-MAP-Y-POS(WS-MAP-CARD-COL)
                     WS-MAP-Y-LEN(WS-MAP-CARD-COL)
                     WS-MAP-M-POS(WS-MAP-CARD-COL)
                     WS-MAP-M-LEN(WS-MAP-CARD-COL)
                     WS-MAP-D-POS(WS-MAP-CARD-COL)
                     WS-MAP-D-LEN(WS-MAP-CARD-COL)
           PERFORM VARYING WS-MAP-MASK-POS FROM 1 BY 1
                   UNTIL WS-MAP-MASK-POS
                         > WS-MAP-MASK-LEN(WS-MAP-CARD-COL)
               PERFORM NOTE-ONE-MASK-CHARACTER
           END-PERFORM
           IF (WS-MAP-Y-LEN(WS-MAP-CARD-COL) NOT = 2
               AND WS-MAP-Y-LEN(WS-MAP-CARD-COL) NOT = 4)
              OR WS-MAP-M-LEN(WS-MAP-CARD-COL) NOT = 2
              OR WS-MAP-D-LEN(WS-MAP-CARD-COL) NOT = 2
               MOVE 'Y' TO WS-MAP-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MAP-DATE-SW(WS-MAP-CARD-COL).

       NOTE-ONE-MASK-CHARACTER.
           EVALUATE WS-MAP-MASK(WS-MAP-MASK-POS:1)
               WHEN 'Y'
                   IF WS-MAP-Y-POS(WS-MAP-CARD-COL) = 0
                       MOVE WS-MAP-MASK-POS
                           TO WS-MAP-Y-POS(WS-MAP-CARD-COL)
                   END-IF
                   ADD 1 TO WS-MAP-Y-LEN(WS-MAP-CARD-COL)
               WHEN 'M'
                   IF WS-MAP-M-POS(WS-MAP-CARD-COL) = 0
                       MOVE WS-MAP-MASK-POS
                           TO WS-MAP-M-POS(WS-MAP-CARD-COL)
                   END-IF
                   ADD 1 TO WS-MAP-M-LEN(WS-MAP-CARD-COL)
               WHEN 'D'
                   IF WS-MAP-D-POS(WS-MAP-CARD-COL) = 0
                       MOVE WS-MAP-MASK-POS
                           TO WS-MAP-D-POS(WS-MAP-CARD-COL)
                   END-IF
                   ADD 1 TO WS-MAP-D-LEN(WS-MAP-CARD-COL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-DERIVE-CARD.
           IF WS-MAP-TOKEN-3 = SPACES OR WS-DV-COUNT >= MAX-DERIVES
               MOVE 'Y' TO WS-MAP-BAD-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DV-COUNT
           MOVE WS-MAP-CARD-COL TO WS-DV-COL(WS-DV-COUNT)
           MOVE WS-MAP-TOKEN-3 TO WS-DV-SRC(WS-DV-COUNT, 1)
           MOVE WS-MAP-TOKEN-4 TO WS-DV-SRC(WS-DV-COUNT, 2)
           MOVE WS-MAP-TOKEN-5 TO WS-DV-SRC(WS-DV-COUNT, 3)
           MOVE WS-MAP-TOKEN-6 TO WS-DV-SRC(WS-DV-COUNT, 4)
           MOVE WS-MAP-TOKEN-7 TO WS-DV-SRC(WS-DV-COUNT, 5)
           MOVE WS-MAP-TOKEN-8 TO WS-DV-SRC(WS-DV-COUNT, 6)
           MOVE 'Y' TO WS-MAP-DERIVE-SW(WS-MAP-CARD-COL).

      *    Column cards first, in column order, then the derived
      *    columns in card order -- so a DERIVE may name a column an
      *    earlier DERIVE built.
       APPLY-TRANSFORMATIONS.
           PERFORM VARYING WS-MAP-COL FROM 1 BY 1
                   UNTIL WS-MAP-COL > FIELD-COUNT
                      OR WS-MAP-COL > MAX-FIELDS
                      OR WS-BAD-ROW
               PERFORM TRANSFORM-ONE-COLUMN
           END-PERFORM
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-COUNT OR WS-BAD-ROW
               PERFORM APPLY-ONE-DERIVE
           END-PERFORM.

       TRANSFORM-ONE-COLUMN.
           IF WS-MAP-XLATE-SW(WS-MAP-COL) = 'Y'
              AND CSV-FIELD(WS-MAP-COL) NOT = SPACES
               PERFORM TRANSLATE-COLUMN-CODE
           END-IF
           IF WS-MAP-DATE-SW(WS-MAP-COL) = 'Y'
              AND CSV-FIELD(WS-MAP-COL) NOT = SPACES
               PERFORM REFORMAT-COLUMN-DATE
           END-IF
           IF WS-MAP-DEFAULT-SW(WS-MAP-COL) = 'Y'
              AND CSV-FIELD(WS-MAP-COL) = SPACES
              AND NOT WS-BAD-ROW
               MOVE WS-MAP-DEFAULT(WS-MAP-COL) TO CSV-FIELD(WS-MAP-COL)
               MOVE 'F' TO WS-MAP-HIT-KIND(WS-MAP-HIT-COUNT + 1)
               PERFORM NOTE-TRANSFORM-HIT
           END-IF.

      *    A card naming the current envelope's provider wins; failing
      *    that, the first card naming no provider.
       TRANSLATE-COLUMN-CODE.
           MOVE SPACES TO WS-MAP-VALUE
           MOVE FUNCTION TRIM(CSV-FIELD(WS-MAP-COL)) TO WS-MAP-VALUE
           MOVE 0 TO WS-XL-HIT
           MOVE 0 TO WS-XL-GENERIC-HIT
           PERFORM VARYING WS-XL-IDX FROM 1 BY 1
                   UNTIL WS-XL-IDX > WS-XL-COUNT OR WS-XL-HIT > 0
               IF WS-XL-COL(WS-XL-IDX) = WS-MAP-COL
                  AND WS-XL-FROM(WS-XL-IDX) = WS-MAP-VALUE
                   IF WS-XL-PROVIDER(WS-XL-IDX) = SPACES
                       IF WS-XL-GENERIC-HIT = 0
                           MOVE WS-XL-IDX TO WS-XL-GENERIC-HIT
                       END-IF
                   ELSE
                       IF WS-XL-PROVIDER(WS-XL-IDX) = WS-CUR-PROVIDER
                           MOVE WS-XL-IDX TO WS-XL-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XL-HIT = 0
               MOVE WS-XL-GENERIC-HIT TO WS-XL-HIT
           END-IF
           IF WS-XL-HIT > 0
              AND WS-XL-TO(WS-XL-HIT) NOT = WS-MAP-VALUE
               MOVE WS-XL-TO(WS-XL-HIT) TO CSV-FIELD(WS-MAP-COL)
               MOVE 'X' TO WS-MAP-HIT-KIND(WS-MAP-HIT-COUNT + 1)
               PERFORM NOTE-TRANSFORM-HIT
           END-IF.

      *    Try the card's mask first, then the value as YYYYMMDD as it
      *    stands (a provider that already sends the house format);
      *    either way the result must be a real calendar day.
       REFORMAT-COLUMN-DATE.
           MOVE SPACES TO WS-MAP-VALUE
           MOVE FUNCTION TRIM(CSV-FIELD(WS-MAP-COL)) TO WS-MAP-VALUE
           COMPUTE WS-MAP-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CSV-FIELD(WS-MAP-COL)))
           MOVE 'Y' TO WS-VAL-BAD-SW
           IF WS-MAP-LEN = WS-MAP-MASK-LEN(WS-MAP-COL)
               PERFORM BUILD-DATE-FROM-MASK
           END-IF
           IF WS-VAL-BAD AND WS-MAP-LEN = 8
               MOVE WS-MAP-VALUE TO WS-VAL-VALUE
               MOVE 8 TO WS-VAL-LEN
               PERFORM CHECK-DATE-VALUE
           END-IF
           IF WS-VAL-BAD
               MOVE WS-MAP-COL TO WS-VAL-COL
               MOVE "DATE-FORMAT" TO WS-VAL-REASON
               PERFORM REJECT-CURRENT-COLUMN
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-VALUE(1:8) NOT = WS-MAP-VALUE
               MOVE WS-VAL-VALUE(1:8) TO CSV-FIELD(WS-MAP-COL)
               MOVE 'D' TO WS-MAP-HIT-KIND(WS-MAP-HIT-COUNT + 1)
               PERFORM NOTE-TRANSFORM-HIT
           END-IF.

       BUILD-DATE-FROM-MASK.
           MOVE WS-MAP-Y-POS(WS-MAP-COL) TO WS-MAP-MASK-POS
           IF WS-MAP-Y-LEN(WS-MAP-COL) = 4
               MOVE WS-MAP-VALUE(WS-MAP-MASK-POS:4) TO WS-MAP-CCYY
           ELSE
               IF WS-MAP-VALUE(WS-MAP-MASK-POS:2) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MAP-VALUE(WS-MAP-MASK-POS:2) TO WS-MAP-YY
               IF WS-MAP-YY < 50
                   MOVE "20" TO WS-MAP-CCYY(1:2)
               ELSE
                   MOVE "19" TO WS-MAP-CCYY(1:2)
               END-IF
               MOVE WS-MAP-VALUE(WS-MAP-MASK-POS:2)
                   TO WS-MAP-CCYY(3:2)
           END-IF
           MOVE WS-MAP-M-POS(WS-MAP-COL) TO WS-MAP-MASK-POS
           MOVE WS-MAP-VALUE(WS-MAP-MASK-POS:2) TO WS-MAP-MM
           MOVE WS-MAP-D-POS(WS-MAP-COL) TO WS-MAP-MASK-POS
           MOVE WS-MAP-VALUE(WS-MAP-MASK-POS:2) TO WS-MAP-DD
           MOVE SPACES TO WS-VAL-VALUE
           STRING WS-MAP-CCYY WS-MAP-MM WS-MAP-DD
               DELIMITED BY SIZE INTO WS-VAL-VALUE
           END-STRING
           MOVE 8 TO WS-VAL-LEN
           PERFORM CHECK-DATE-VALUE.

      *    A derived column past the row's last column widens the row;
      *    any columns skipped on the way are blank.  A result too long
      *    for a field rejects the row rather than truncating it.
       APPLY-ONE-DERIVE.
           MOVE SPACES TO WS-MAP-BUILD
           MOVE 1 TO WS-MAP-PTR
           MOVE 'N' TO WS-MAP-OVFL-SW
           PERFORM VARYING WS-DV-SRC-IDX FROM 1 BY 1
                   UNTIL WS-DV-SRC-IDX > 6 OR WS-MAP-OVFL
               PERFORM ADD-DERIVE-SOURCE
           END-PERFORM
           MOVE WS-DV-COL(WS-DV-IDX) TO WS-MAP-COL
           IF WS-MAP-OVFL
               MOVE WS-MAP-COL TO WS-VAL-COL
               MOVE "DERIVE-TOO-LONG" TO WS-VAL-REASON
               PERFORM REJECT-CURRENT-COLUMN
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COL > FIELD-COUNT
               COMPUTE WS-MAP-FILL-COL = FIELD-COUNT + 1
               PERFORM UNTIL WS-MAP-FILL-COL > WS-MAP-COL
                   MOVE SPACES TO CSV-FIELD(WS-MAP-FILL-COL)
                   ADD 1 TO WS-MAP-FILL-COL
               END-PERFORM
               MOVE WS-MAP-COL TO FIELD-COUNT
           END-IF
           IF CSV-FIELD(WS-MAP-COL) NOT = WS-MAP-BUILD
               MOVE WS-MAP-BUILD TO CSV-FIELD(WS-MAP-COL)
               MOVE 'V' TO WS-MAP-HIT-KIND(WS-MAP-HIT-COUNT + 1)
               PERFORM NOTE-TRANSFORM-HIT
           END-IF.

      *    The caller has already put the kind in the next free slot:
      *    X translate, D date, F default, V derive.
       NOTE-TRANSFORM-HIT.
           ADD 1 TO WS-MAP-HIT-COUNT
           MOVE WS-MAP-COL TO WS-MAP-HIT-COL(WS-MAP-HIT-COUNT).

      *    Called as the row is written: only then do its changes
      *    count.
       COUNT-ROW-TRANSFORMS.
           PERFORM VARYING WS-MAP-HIT-IDX FROM 1 BY 1
                   UNTIL WS-MAP-HIT-IDX > WS-MAP-HIT-COUNT
               MOVE WS-MAP-HIT-COL(WS-MAP-HIT-IDX) TO WS-MAP-COL
               EVALUATE WS-MAP-HIT-KIND(WS-MAP-HIT-IDX)
                   WHEN 'X'
                       ADD 1 TO WS-MAP-CNT-XLATE(WS-MAP-COL)
                   WHEN 'D'
                       ADD 1 TO WS-MAP-CNT-DATE(WS-MAP-COL)
                   WHEN 'F'
                       ADD 1 TO WS-MAP-CNT-DEFAULT(WS-MAP-COL)
                   WHEN 'V'
                       ADD 1 TO WS-MAP-CNT-DERIVE(WS-MAP-COL)
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-MAP-HIT-COUNT.

       ADD-DERIVE-SOURCE.
           IF WS-DV-SRC(WS-DV-IDX, WS-DV-SRC-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-DV-SRC(WS-DV-IDX, WS-DV-SRC-IDX))
                  IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DV-SRC(WS-DV-IDX, WS-DV-SRC-IDX))
                   TO WS-DV-SRC-COL
               IF WS-DV-SRC-COL < 1 OR WS-DV-SRC-COL > FIELD-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF CSV-FIELD(WS-DV-SRC-COL) = SPACES
                   EXIT PARAGRAPH
               END-IF
               STRING FUNCTION TRIM(CSV-FIELD(WS-DV-SRC-COL))
                   DELIMITED BY SIZE
                   INTO WS-MAP-BUILD WITH POINTER WS-MAP-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-MAP-OVFL-SW
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DV-SRC(WS-DV-IDX, WS-DV-SRC-IDX))
                   DELIMITED BY SIZE
                   INTO WS-MAP-BUILD WITH POINTER WS-MAP-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-MAP-OVFL-SW
               END-STRING
           END-IF.

      *    One line per column that any CSVMAP card names, zero counts
      *    included, so a card that never fired is visible too.  On a
      *    checkpoint restart the counts cover this run's rows only.
       WRITE-TRANSFORM-SUMMARY.
           MOVE SPACES TO CSV-REPORT-REC
           MOVE "TRANSFORMATIONS APPLIED BY COLUMN" TO CSV-REPORT-REC
           WRITE CSV-REPORT-REC
           PERFORM VARYING WS-MAP-COL FROM 1 BY 1
                   UNTIL WS-MAP-COL > MAX-FIELDS
               IF WS-MAP-XLATE-SW(WS-MAP-COL) = 'Y'
                  OR WS-MAP-DATE-SW(WS-MAP-COL) = 'Y'
                  OR WS-MAP-DEFAULT-SW(WS-MAP-COL) = 'Y'
                  OR WS-MAP-DERIVE-SW(WS-MAP-COL) = 'Y'
                   PERFORM WRITE-TRANSFORM-COUNT-LINE
               END-IF
           END-PERFORM.

       WRITE-TRANSFORM-COUNT-LINE.
           MOVE WS-MAP-COL TO WS-MAP-COL-DISP
           MOVE WS-MAP-CNT-XLATE(WS-MAP-COL) TO WS-MAP-XLATE-DISP
           MOVE WS-MAP-CNT-DATE(WS-MAP-COL) TO WS-MAP-DATE-DISP
           MOVE WS-MAP-CNT-DEFAULT(WS-MAP-COL) TO WS-MAP-DEFAULT-DISP
           MOVE WS-MAP-CNT-DERIVE(WS-MAP-COL) TO WS-MAP-DERIVE-DISP
           MOVE SPACES TO CSV-REPORT-REC
           STRING "COL " WS-MAP-COL-DISP
                  " XLATE=" WS-MAP-XLATE-DISP
                  " DATE=" WS-MAP-DATE-DISP
                  " DEFAULT=" WS-MAP-DEFAULT-DISP
                  " DERIVE=" WS-MAP-DERIVE-DISP
               DELIMITED BY SIZE INTO CSV-REPORT-REC
           END-STRING
           WRITE CSV-REPORT-REC.

       VALIDATE-AGAINST-DICTIONARY.
           IF NOT WS-DICT-PRESENT
               EXIT PARAGRAPH

       WRITE-NORMALIZED-RECORD.
           ADD 1 TO WS-GOOD-COUNT
           PERFORM COUNT-ROW-TRANSFORMS
      *    A restart reprocesses the rows the failed run emitted after
      *    its last checkpoint; their copies are already on the
      *    extended output, so the physical write is skipped while the
      *    row.
       WRITE-FEEDBACK-RECORD.
           MOVE SPACES TO RFB-RECORD
           MOVE WS-AUD-PGM-ID TO RFB-PROGRAM
           MOVE WS-RUN-ID TO RFB-RUN-ID
           MOVE WS-CUR-PROVIDER TO RFB-PROVIDER
           MOVE WS-REJECT-REASON TO RFB-REASON
       WRITE-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'D' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-LINE-NUM TO AUD-LINE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-LINE-NUM TO AUD-LINE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-LINE-NUM TO AUD-LINE-NUM
