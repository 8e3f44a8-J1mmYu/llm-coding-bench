       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCHAIN.

      *    Proves end to end that the money the nightly took in on the
      *    CSV load is the money that reached the corporate GL.  Each
      *    step balances only itself (SUMN its trailer, HANDOFF its
      *    dataset hash, GLEXTR its own hash total); this one runs
      *    last and walks the whole chain, one leg per step boundary.
      *    Each leg goes on BCHRPT with its two sides, their
      *    difference and, when they differ, the step that gained or
      *    lost the money:
      *      1  CSVIN -> CSV.OUT (CSVPARSER): the amount column of
      *         every row sent, less the rows CSVREJ rejected, against
      *         the amount column of CSV.OUT;
      *      2  CSV.OUT -> LEDGER.IN: the validated CSV total against
      *         the keyed ledger input's money.  LEDGER.IN is keyed
      *         outside this job stream, so the leg is listed for
      *         information unless BCHCTL says LOADLEG YES;
      *      3  BIGIN -> BIGOUT (BIGINT-ADD): the money in (LEDGER.IN,
      *         last night's write-off adjustments, tonight's
      *         accruals, the standing orders due, the suspense
      *         retried, the reversals posted) against the money
      *         accounted for (the BIGOUT movements, the records
      *         suspended, the records written off, the standing
      *         orders refused).  BIGOUT is also walked line by line
      *         against its input in the ledger's processing order,
      *         so a posting that drifted to another amount is caught
      *         even where the totals happen to agree;
      *      4  BIGOUT -> BALFWD (BIGINT-ADD): BALFWD(+1) less
      *         BALFWD(0) against the BIGOUT movements plus what the
      *         opening-balance and multiply lines moved;
      *      5  BIGOUT -> GLOUT postings (GLEXTR): the P records, D
      *         as plus and C as minus, against the BIGOUT movements;
      *      6  BALFWD -> GLOUT balances (GLEXTR): the B records
      *         against the BALFWD net change;
      *      7  GLOUT trailer hash (GLEXTR): the trailer's hash total
      *         against the same hash built from upstream -- every
      *         BIGOUT movement and every account's change, unsigned.
      *    Money is a '+' or '-' amount; a '*' multiplier, a share
      *    weight or a balance snapshot is not money moved.  Every
      *    figure is accumulated through BIGCALC at the precision the
      *    ledger posts at.  An amount that is not a number is left
      *    out of both sides, counted and listed.
      *    The ledger run balanced is the latest BIGINTAD run on
      *    UTILAUD.  Its header gives the run date, for which the
      *    standing orders are judged through BIGSODUE exactly as the
      *    ledger judged them; its header and trailer dates bracket
      *    the write-offs it added to the cumulative BCHWOFF.  Legs 2
      *    to 7 do not apply on a pairs-mode night (no typed ledger
      *    records on BIGIN).
      *    BCHCTL (optional) cards:
      *        AMOUNT n          the CSV amount column, when it is
      *                          not CSVCTL's BAMOUNT column
      *        LOADLEG YES|NO    balance leg 2 (default NO)
      *    The CSV layout (delimiter, output shape, fixed widths)
      *    comes from the same CSVCTL cards and DELIMITER= / OUTPUT=
      *    parameters (BCHCPRM) CSVPARSER ran with.
      *    RETURN-CODE 0 when every leg balances, 4 when a leg could
      *    not be proven or an amount is not a number, 8 when a leg
      *    is out of balance or BIGOUT is out of step with its input,
      *    16 when a required input will not open or UTILAUD holds no
      *    ledger run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCH-CTL-FILE ASSIGN TO "BCHCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CSV-CTL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT UTIL-PARM-FILE ASSIGN TO "BCHCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-CSVI-FILE ASSIGN TO "BCHCSVI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-CSVR-FILE ASSIGN TO "BCHCSVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-CSVO-FILE ASSIGN TO "BCHCSVO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-LEDG-FILE ASSIGN TO "BCHLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-WADJ-FILE ASSIGN TO "BCHWADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-ACCR-FILE ASSIGN TO "BCHACCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-STND-FILE ASSIGN TO "BCHSTND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-SUSI-FILE ASSIGN TO "BCHSUSI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-SUSO-FILE ASSIGN TO "BCHSUSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-WOFF-FILE ASSIGN TO "BCHWOFF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-BIGO-FILE ASSIGN TO "BCHBIGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-FWD0-FILE ASSIGN TO "BCHFWD0"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-FWD1-FILE ASSIGN TO "BCHFWD1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BCH-GL-FILE ASSIGN TO "BCHGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT BCH-RPT-FILE ASSIGN TO "BCHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BCH-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  BCH-CTL-REC             PIC X(80).
       FD  CSV-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  CSV-CTL-REC             PIC X(80).
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-REC           PIC X(80).
       FD  BCH-CSVI-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-IN-REC-LEN.
       01  BCH-CSVI-REC            PIC X(1000).
       FD  BCH-CSVR-FILE
           RECORD IS VARYING FROM 1 TO 1200 DEPENDING ON
               WS-REJ-REC-LEN.
       01  BCH-CSVR-REC            PIC X(1200).
       FD  BCH-CSVO-FILE
           RECORD IS VARYING FROM 1 TO 10049 DEPENDING ON
               WS-BIG-REC-LEN.
       01  BCH-CSVO-REC            PIC X(10049).
       FD  BCH-LEDG-FILE.
       01  BCH-LEDG-REC            PIC X(1010).
       FD  BCH-WADJ-FILE.
       01  BCH-WADJ-REC            PIC X(1010).
       FD  BCH-ACCR-FILE.
       01  BCH-ACCR-REC            PIC X(1010).
       FD  BCH-STND-FILE.
       01  BCH-STND-REC            PIC X(120).
      *    The ledger's suspense record, as BIGINT-ADD writes it.
       FD  BCH-SUSI-FILE.
       01  SUSI-REC.
           05  SUSI-CYCLE          PIC 9(3).
           05  SUSI-DATE           PIC X(8).
           05  SUSI-REASON         PIC X(40).
           05  SUSI-ORIGINAL       PIC X(1010).
       FD  BCH-SUSO-FILE.
       01  SUSO-REC.
           05  SUSO-CYCLE          PIC 9(3).
           05  SUSO-DATE           PIC X(8).
           05  SUSO-REASON         PIC X(40).
           05  SUSO-ORIGINAL       PIC X(1010).
      *    The ledger's write-off record, as BIGINT-ADD writes it.
       FD  BCH-WOFF-FILE.
       01  WOFF-REC.
           05  WOFF-DATE           PIC X(8).
           05  WOFF-CYCLE          PIC 9(3).
           05  WOFF-APPROVER       PIC X(8).
           05  WOFF-REASON         PIC X(40).
           05  WOFF-ORIGINAL       PIC X(1010).
       FD  BCH-BIGO-FILE.
       01  BCH-BIGO-REC            PIC X(1050).
      *    Balance-forward record: account, then balance.
       FD  BCH-FWD0-FILE.
       01  FWD0-REC.
           05  FWD0-ACCOUNT        PIC X(16).
           05  FILLER              PIC X.
           05  FWD0-BALANCE        PIC X(503).
       FD  BCH-FWD1-FILE.
       01  FWD1-REC.
           05  FWD1-ACCOUNT        PIC X(16).
           05  FILLER              PIC X.
           05  FWD1-BALANCE        PIC X(503).
       FD  BCH-GL-FILE.
           COPY GLIFREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  BCH-RPT-FILE.
       01  BCH-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-REJ-REC-LEN          PIC 9(4).
       01  WS-BIG-REC-LEN          PIC 9(5).
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-DD-NAME              PIC X(8).

      *    Run options from BCHCTL.
       01  WS-AMOUNT-COL           PIC 9(4) VALUE 0.
       01  WS-LOADLEG-SW           PIC X VALUE 'N'.
           88  WS-LOADLEG-BALANCED VALUE 'Y'.
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-CTL-TOKEN-3          PIC X(10).
       01  WS-CTL-TOKEN-4          PIC X(10).
       01  WS-CTL-TOKEN-5          PIC X(10).
       01  WS-CTL-TOKEN-6          PIC X(10).
       01  WS-CTL-UPPER            PIC X(10).
       01  WS-CTL-COL-NUM          PIC 9(4).
       01  WS-FIRST-REC-SW         PIC X VALUE 'Y'.

      *    The CSV layout lifted from CSVCTL and CSVPARSER's own
      *    parameters, the same cards and keywords it reads: the
      *    delimiter, the BAMOUNT column, the output shape and each
      *    column's COLUMN-card width (its FIXED output width).
       01  WS-DELIMITER            PIC X VALUE ','.
       01  WS-DELIM-SOURCE         PIC X(80).
       01  WS-BAT-AMT-COL          PIC 9(4) VALUE 0.
       01  WS-OUT-MODE             PIC X(9) VALUE "DELIMITED".
           88  WS-OUT-FIXED        VALUE "FIXED".
       01  WS-COL-WIDTHS.
           05  WS-COL-WIDTH OCCURS 50 TIMES PIC 9(4).
       01  WS-COL-IDX              PIC 9(4).
       01  WS-PRM-EOF-SW           PIC X VALUE 'N'.
           88  WS-PRM-EOF          VALUE 'Y'.
       01  WS-PRM-KEYWORD          PIC X(20).
       01  WS-PRM-VALUE            PIC X(60).
       01  WS-PRM-RC               PIC S9(4) COMP-5.

      *    The ledger run being balanced, found on UTILAUD.
       01  WS-LDG-FOUND-SW         PIC X VALUE 'N'.
           88  WS-LDG-FOUND        VALUE 'Y'.
       01  WS-LDG-RUN-ID           PIC X(24).
       01  WS-LDG-RUN-DATE         PIC X(8).
       01  WS-LDG-END-DATE         PIC X(8).

      *    Every money figure, each a signed decimal string kept by
      *    BIGCALC.  The FIG- items name the slots.
       01  WS-FIGURES.
           05  WS-FIG OCCURS 26 TIMES PIC X(510).
       01  FIG-COUNT               PIC 9(2) VALUE 26.
       01  FIG-CSVIN               PIC 9(2) VALUE 1.
       01  FIG-CSVREJ              PIC 9(2) VALUE 2.
       01  FIG-CSVOUT              PIC 9(2) VALUE 3.
       01  FIG-LEDG                PIC 9(2) VALUE 4.
       01  FIG-WADJ                PIC 9(2) VALUE 5.
       01  FIG-ACCR                PIC 9(2) VALUE 6.
       01  FIG-STDUE               PIC 9(2) VALUE 7.
       01  FIG-SUSI                PIC 9(2) VALUE 8.
       01  FIG-REVRS               PIC 9(2) VALUE 9.
       01  FIG-MOVNET              PIC 9(2) VALUE 10.
       01  FIG-SUSO                PIC 9(2) VALUE 11.
       01  FIG-WOFF                PIC 9(2) VALUE 12.
       01  FIG-STREF               PIC 9(2) VALUE 13.
       01  FIG-FWD0                PIC 9(2) VALUE 14.
       01  FIG-FWD1                PIC 9(2) VALUE 15.
       01  FIG-FWDNET              PIC 9(2) VALUE 16.
       01  FIG-SNAPEFF             PIC 9(2) VALUE 17.
       01  FIG-GLPNET              PIC 9(2) VALUE 18.
       01  FIG-GLBNET              PIC 9(2) VALUE 19.
       01  FIG-GLHASH              PIC 9(2) VALUE 20.
       01  FIG-UPHASH              PIC 9(2) VALUE 21.
       01  FIG-GLTRL               PIC 9(2) VALUE 22.
       01  FIG-EXPECT              PIC 9(2) VALUE 23.
       01  FIG-ACTUAL              PIC 9(2) VALUE 24.
       01  FIG-DIFF                PIC 9(2) VALUE 25.
       01  FIG-WORK                PIC 9(2) VALUE 26.
       01  WS-FIG-IDX              PIC 9(2).
       01  WS-POST-OP              PIC X.
       01  WS-POST-AMT             PIC X(510).
       01  WS-POST-OK-SW           PIC X.
           88  WS-POST-OK          VALUE 'Y'.
       01  WS-UNREAD-COUNT         PIC 9(9) VALUE 0.
       01  WS-ZERO-SW              PIC X.
           88  WS-FIG-ZERO         VALUE 'Y'.
       01  WS-SCAN-POS             PIC 9(4).

      *    Passed to the callable BIGCALC entry point, matching its
      *    LINKAGE layout in the ledger program.
       01  BC-NUM1                 PIC X(510).
       01  BC-NUM2                 PIC X(510).
       01  BC-RESULT               PIC X(1011).
       01  BC-RETURN-CODE          PIC S9(4) COMP-5.
       01  BC-SIGN-OR-OVFL-SW      PIC X.

      *    CSVPCALC interface areas, matching its LINKAGE.
       01  CSV-LINE                PIC X(9100).
       01  LINE-LENGTH             PIC 9(4).
       01  FIELD-COUNT             PIC 9(4).
       01  IN-QUOTES               PIC 9.
       01  CSV-FIELDS.
           05  CSV-FIELD OCCURS 50 TIMES PIC X(100).
       01  LS-CALC-RC              PIC S9(4) COMP-5.

      *    Leg 1.  CSVIN is read logically the way CSVPARSER reads
      *    it -- envelope records take a line number, a row with an
      *    open quote takes up to WS-MAX-CONT more records -- so its
      *    line numbers are the ones CSVREJ names.
       01  LF-CHAR                 PIC X VALUE X'0A'.
       01  WS-MAX-CONT             PIC 99 VALUE 8.
       01  WS-CONT-COUNT           PIC 99.
       01  WS-APPEND-POS           PIC 9(5).
       01  WS-CSV-LINE-NUM         PIC 9(9) VALUE 0.
       01  WS-REJ-LINE-NUM         PIC 9(9) VALUE 0.
       01  WS-REJ-EOF-SW           PIC X VALUE 'N'.
           88  WS-REJ-EOF          VALUE 'Y'.
       01  WS-CSV-ROWS             PIC 9(9) VALUE 0.
       01  WS-CSV-REJ-ROWS         PIC 9(9) VALUE 0.
       01  WS-CSVO-ROWS            PIC 9(9) VALUE 0.
       01  WS-ROW-AMT              PIC X(510).
       01  WS-CSV-LEG-SW           PIC X VALUE 'Y'.
           88  WS-CSV-LEG-OK       VALUE 'Y'.
       01  WS-CSV-LEG-WHY          PIC X(60) VALUE SPACES.
       01  WS-FIX-POS              PIC 9(5).
       01  WS-FIX-WIDTH            PIC 9(4).
       01  WS-PIPE-COUNT           PIC 9(4).
       01  WS-FLD-START            PIC 9(5).
       01  WS-FLD-LEN              PIC 9(5).
       01  WS-CHAR-POS             PIC 9(5).

      *    Leg 3's walk.  One BIGIN record at a time, in the order
      *    BIGINT-ADD processed them, each consuming the BIGOUT lines
      *    it must have written.
       01  WS-WALK-REC             PIC X(1010).
       01  WS-WALK-FIG             PIC 9(2).
       01  WS-WALK-COUNT           PIC 9(9) VALUE 0.
       01  WS-LEDGER-MODE-SW       PIC X VALUE 'N'.
           88  WS-LEDGER-MODE      VALUE 'Y'.
       01  WS-W-TYPE               PIC X(16).
       01  WS-W-TOKEN-2            PIC X(510).
       01  WS-W-TOKEN-3            PIC X(510).
       01  WS-W-TOKEN-4            PIC X(510).
       01  WS-W-OP                 PIC X.
       01  WS-W-AMT                PIC X(510).
       01  WS-W-WEIGHT             PIC 9(9).
       01  WS-AL-OPEN-SW           PIC X VALUE 'N'.
           88  WS-AL-OPEN          VALUE 'Y'.
       01  WS-AL-EXPECTED          PIC 9(9) VALUE 0.
       01  WS-AL-STORED            PIC 9(9) VALUE 0.
       01  WS-BIGO-OPEN-SW         PIC X VALUE 'N'.
           88  WS-BIGO-OPEN        VALUE 'Y'.
       01  WS-BIGO-END-SW          PIC X VALUE 'N'.
           88  WS-BIGO-AT-END      VALUE 'Y'.
       01  WS-WALK-LINE            PIC 9(9) VALUE 0.
       01  WS-WALK-LINE-DISP       PIC ZZZZZZZZ9.
       01  WS-ALIGN-LOST-SW        PIC X VALUE 'N'.
           88  WS-ALIGN-LOST       VALUE 'Y'.
       01  WS-LOST-AT-LINE         PIC 9(9) VALUE 0.
      *    What the BIGOUT line just read is.
       01  WS-BO-KIND              PIC X.
           88  WS-BO-MOVEMENT      VALUE 'M'.
           88  WS-BO-SNAPSHOT      VALUE 'S'.
           88  WS-BO-ALLOC         VALUE 'A'.
           88  WS-BO-REJECT        VALUE 'R'.
           88  WS-BO-END           VALUE 'E'.
           88  WS-BO-OTHER         VALUE 'X'.
       01  WS-BO-OP                PIC X.
       01  WS-BO-AMT               PIC X(510).
       01  WS-B-TOKEN-1            PIC X(16).
       01  WS-B-TOKEN-2            PIC X(8).
       01  WS-B-TOKEN-3            PIC X(511).
       01  WS-B-TOKEN-4            PIC X(510).

      *    Standing orders, judged through the routine the ledger
      *    itself calls.
       01  WS-SO-OP                PIC X(4).
       01  WS-SO-AMT               PIC X(510).
       01  WS-SO-ACCT              PIC X(16).
       01  WS-SO-RC                PIC S9(4) COMP-5.
       01  WS-STAND-DUE            PIC 9(9) VALUE 0.
       01  WS-STAND-REFUSED        PIC 9(9) VALUE 0.
       01  WS-WOFF-TONIGHT         PIC 9(9) VALUE 0.

      *    Leg 4.  Every account a snapshot ('=') or multiply ('*')
      *    line touched, with its opening from BALFWD(0) and its
      *    running balance while BIGOUT is walked again, so what
      *    those lines moved can be added to the movements.
       01  MAX-SNAP-ACCTS          PIC 9(4) VALUE 500.
       01  WS-SNAP-COUNT           PIC 9(4) VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNAP-ACCT    PIC X(16).
               10  WS-SNAP-BAL     PIC X(510).
       01  WS-SNAP-IDX             PIC 9(4).
       01  WS-SNAP-OVFL-SW         PIC X VALUE 'N'.
           88  WS-SNAP-OVFL        VALUE 'Y'.
       01  WS-FIND-ACCT            PIC X(16).
       01  WS-FWD0-EOF-SW          PIC X.
           88  WS-FWD0-EOF         VALUE 'Y'.
       01  WS-FWD1-EOF-SW          PIC X.
           88  WS-FWD1-EOF         VALUE 'Y'.
       01  WS-FWD0-KEY             PIC X(16).
       01  WS-FWD1-KEY             PIC X(16).
       01  WS-FWD0-MISSING-SW      PIC X VALUE 'N'.
           88  WS-FWD0-MISSING     VALUE 'Y'.
       01  WS-ABS-AMT              PIC X(510).

      *    Leg 7.
       01  WS-GL-TRL-HASH          PIC X(32) VALUE SPACES.
       01  WS-GL-TRL-SW            PIC X VALUE 'N'.
           88  WS-GL-TRL-SEEN      VALUE 'Y'.
       01  WS-GL-TRL-OK-SW         PIC X VALUE 'N'.
           88  WS-GL-TRL-OK        VALUE 'Y'.

      *    Which required inputs would not open.
       01  WS-LEDGER-INPUT-SW      PIC X VALUE 'Y'.
           88  WS-LEDGER-INPUT-OK  VALUE 'Y'.
       01  WS-LEDGER-WHY           PIC X(60) VALUE SPACES.
       01  WS-FWD-INPUT-SW         PIC X VALUE 'Y'.
           88  WS-FWD-INPUT-OK     VALUE 'Y'.
       01  WS-GL-INPUT-SW          PIC X VALUE 'Y'.
           88  WS-GL-INPUT-OK      VALUE 'Y'.

      *    One leg's verdict.
       01  WS-LEG-NUM              PIC 9.
       01  WS-LEG-TITLE            PIC X(60).
       01  WS-LEG-STEP             PIC X(16).
       01  WS-LEG-INFO-SW          PIC X.
           88  WS-LEG-INFO-ONLY    VALUE 'Y'.
       01  WS-LEG-FORCE-SW         PIC X.
           88  WS-LEG-FORCED-OUT   VALUE 'Y'.
       01  WS-LEG-OUT-COUNT        PIC 9(4) VALUE 0.
       01  WS-LEG-OK-COUNT         PIC 9(4) VALUE 0.
       01  WS-RPT-LABEL            PIC X(44).
       01  WS-RPT-INDENT           PIC X(6) VALUE SPACES.
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.

       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > FIG-COUNT
               MOVE "0" TO WS-FIG(WS-FIG-IDX)
           END-PERFORM
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 50
               MOVE 0 TO WS-COL-WIDTH(WS-COL-IDX)
           END-PERFORM

           PERFORM READ-BALANCE-OPTIONS
           PERFORM READ-CSV-CONTROL
           PERFORM READ-CSVPARSER-PARMS
           PERFORM FIND-LEDGER-RUN

           OPEN OUTPUT BCH-RPT-FILE
           MOVE "BALCHAIN -- NIGHTLY MONEY BALANCED FROM CSV LOAD TO "
               & "GL INTERFACE" TO BCH-RPT-REC
           WRITE BCH-RPT-REC
           MOVE SPACES TO BCH-RPT-REC
           IF WS-LDG-FOUND
               STRING "LEDGER RUN " WS-LDG-RUN-ID
                      " RUN DATE " WS-LDG-RUN-DATE
                   DELIMITED BY SIZE INTO BCH-RPT-REC
               END-STRING
           ELSE
               MOVE "*** NO BIGINT-ADD RUN ON UTILAUD ***"
                   TO BCH-RPT-REC
           END-IF
           WRITE BCH-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM BALANCE-CSV-LEG
           PERFORM GATHER-LEDGER-FIGURES
           PERFORM REPORT-LOAD-LEG
           PERFORM REPORT-LEDGER-LEG
           PERFORM REPORT-BALANCE-FORWARD-LEG
           PERFORM REPORT-GL-POSTING-LEG
           PERFORM REPORT-GL-BALANCE-LEG
           PERFORM REPORT-GL-HASH-LEG
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE BCH-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "BALCHAIN: LEGS BALANCED=" WS-LEG-OK-COUNT
               " OUT OF BALANCE=" WS-LEG-OUT-COUNT
               " UNREADABLE AMOUNTS=" WS-UNREAD-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *----------------------------------------------------------------
      *    Run options.
      *----------------------------------------------------------------
       READ-BALANCE-OPTIONS.
           OPEN INPUT BCH-CTL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ BCH-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-BCHCTL-CARD
               END-READ
           END-PERFORM
           CLOSE BCH-CTL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW.

       APPLY-ONE-BCHCTL-CARD.
           IF BCH-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           UNSTRING BCH-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "AMOUNT"
                   IF WS-CTL-TOKEN-2 NOT = SPACES
                      AND FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-AMOUNT-COL
                   ELSE
                       DISPLAY "BALCHAIN: BAD AMOUNT CARD IGNORED: "
                           FUNCTION TRIM(BCH-CTL-REC)
                   END-IF
               WHEN "LOADLEG"
                   IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) = "YES"
                       MOVE 'Y' TO WS-LOADLEG-SW
                   ELSE
                       MOVE 'N' TO WS-LOADLEG-SW
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BALCHAIN: UNKNOWN BCHCTL CARD IGNORED: "
                       FUNCTION TRIM(BCH-CTL-REC)
           END-EVALUATE.

      *    The delimiter, BAMOUNT column, output shape and column
      *    widths from the same CSVCTL the validation step reads.
      *    Record 1 is CSVPARSER's expected field count.
       READ-CSV-CONTROL.
           OPEN INPUT CSV-CTL-FILE
           IF WS-FILE-STATUS NOT = "00"
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
               WHEN "COLUMN"
                   MOVE 0 TO WS-CTL-COL-NUM
                   IF WS-CTL-TOKEN-2 NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-CTL-COL-NUM
                   END-IF
                   IF WS-CTL-COL-NUM >= 1 AND WS-CTL-COL-NUM <= 50
                      AND WS-CTL-TOKEN-4 NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-4)
                           TO WS-COL-WIDTH(WS-CTL-COL-NUM)
                   END-IF
               WHEN "BAMOUNT"
                   IF WS-CTL-TOKEN-2 NOT = SPACES
                      AND FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-BAT-AMT-COL
                   END-IF
               WHEN "OUTPUT"
                   IF FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) = "FIXED"
                       MOVE "FIXED" TO WS-OUT-MODE
                   ELSE
                       MOVE "DELIMITED" TO WS-OUT-MODE
                   END-IF
               WHEN "KEY"
               WHEN "KEYMODE"
               WHEN "CKPT"
               WHEN "MASTER"
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

      *    CSVPARSER's DELIMITER= and OUTPUT= parameters override its
      *    CSVCTL cards, so they override them here too.  Its other
      *    keywords do not bear on the amounts.
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
               WHEN "OUTPUT"
                   IF FUNCTION UPPER-CASE(WS-PRM-VALUE(1:5))
                          = "FIXED"
                       MOVE "FIXED" TO WS-OUT-MODE
                   ELSE
                       MOVE "DELIMITED" TO WS-OUT-MODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The latest ledger run's header on UTILAUD, and the trailer
      *    carrying the same run id.
       FIND-LEDGER-RUN.
           OPEN INPUT UTIL-AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTIL-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AUD-PROGRAM-ID = "BIGINTAD"
                           PERFORM NOTE-LEDGER-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UTIL-AUDIT-FILE.

       NOTE-LEDGER-AUDIT-RECORD.
           IF AUD-TYPE-HEADER
              AND AUD-INPUT-SUMMARY(1:7) = "RUN-ID="
               MOVE 'Y' TO WS-LDG-FOUND-SW
               MOVE AUD-INPUT-SUMMARY(8:24) TO WS-LDG-RUN-ID
               MOVE AUD-RUN-DATE TO WS-LDG-RUN-DATE
               MOVE AUD-RUN-DATE TO WS-LDG-END-DATE
           END-IF
           IF AUD-TYPE-TRAILER AND WS-LDG-FOUND
              AND AUD-TRL-RUN-ID = WS-LDG-RUN-ID
               MOVE AUD-RUN-DATE TO WS-LDG-END-DATE
           END-IF.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "BALCHAIN" WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "BALCHAIN" TO AUD-PROGRAM-ID
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
           MOVE "BALCHAIN" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-LEG-OK-COUNT TO AUD-OK-COUNT
           COMPUTE AUD-ERROR-COUNT =
               WS-DETAIL-COUNT - WS-LEG-OK-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record per leg of the chain.
       WRITE-BALANCE-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "BALCHAIN" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      *    Leg 1: CSVIN -> CSV.OUT.  Every row sent, less the rows
      *    rejected, must arrive.
      *----------------------------------------------------------------
       BALANCE-CSV-LEG.
           IF WS-AMOUNT-COL = 0
               MOVE WS-BAT-AMT-COL TO WS-AMOUNT-COL
           END-IF
           IF WS-AMOUNT-COL = 0 OR WS-AMOUNT-COL > 50
               MOVE 'N' TO WS-CSV-LEG-SW
               MOVE "NO AMOUNT COLUMN (CSVCTL BAMOUNT OR BCHCTL AMOUNT)"
                   TO WS-CSV-LEG-WHY
               PERFORM REPORT-CSV-LEG
               EXIT PARAGRAPH
           END-IF
           IF WS-OUT-FIXED
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > WS-AMOUNT-COL
                   IF WS-COL-WIDTH(WS-COL-IDX) = 0
                       MOVE 'N' TO WS-CSV-LEG-SW
                       MOVE "FIXED OUTPUT BUT A COLUMN HAS NO WIDTH"
                           TO WS-CSV-LEG-WHY
                   END-IF
               END-PERFORM
               IF NOT WS-CSV-LEG-OK
                   PERFORM REPORT-CSV-LEG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT BCH-CSVI-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHCSVI" TO WS-DD-NAME
               PERFORM NOTE-CSV-INPUT-MISSING
               PERFORM REPORT-CSV-LEG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BCH-CSVR-FILE
           IF WS-FILE-STATUS NOT = "00"
               CLOSE BCH-CSVI-FILE
               MOVE "BCHCSVR" TO WS-DD-NAME
               PERFORM NOTE-CSV-INPUT-MISSING
               PERFORM REPORT-CSV-LEG
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REJECT
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-CSVI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CSV-LINE-NUM
                       IF BCH-CSVI-REC(1:5) NOT = "#BHDR"
                          AND BCH-CSVI-REC(1:5) NOT = "#BTRL"
                           PERFORM TAKE-ONE-CSVIN-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCH-CSVI-FILE BCH-CSVR-FILE

           OPEN INPUT BCH-CSVO-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHCSVO" TO WS-DD-NAME
               PERFORM NOTE-CSV-INPUT-MISSING
               PERFORM REPORT-CSV-LEG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-CSVO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-CSVOUT-ROW
               END-READ
           END-PERFORM
           CLOSE BCH-CSVO-FILE
           PERFORM REPORT-CSV-LEG.

       NOTE-CSV-INPUT-MISSING.
           MOVE 'N' TO WS-CSV-LEG-SW
           MOVE SPACES TO WS-CSV-LEG-WHY
           STRING FUNCTION TRIM(WS-DD-NAME) " WILL NOT OPEN, STATUS="
                  WS-FILE-STATUS
               DELIMITED BY SIZE INTO WS-CSV-LEG-WHY
           END-STRING
           DISPLAY "BALCHAIN: UNABLE TO OPEN " FUNCTION TRIM(WS-DD-NAME)
               ", STATUS=" WS-FILE-STATUS
           MOVE 16 TO WS-WORST-RC.

      *    One logical CSV row: split exactly as CSVPARSER splits it
      *    (continuation records joined with a line feed while a
      *    quote is open), its amount taken in, and taken in again
      *    as rejected when CSVREJ names its line.
       TAKE-ONE-CSVIN-ROW.
           ADD 1 TO WS-CSV-ROWS
           MOVE SPACES TO CSV-LINE
           MOVE BCH-CSVI-REC TO CSV-LINE
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
               READ BCH-CSVI-FILE
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

           MOVE SPACES TO WS-ROW-AMT
           IF WS-AMOUNT-COL <= FIELD-COUNT
               MOVE FUNCTION TRIM(CSV-FIELD(WS-AMOUNT-COL))
                   TO WS-ROW-AMT
           END-IF
           MOVE FIG-CSVIN TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-ROW-AMT TO WS-POST-AMT
           PERFORM POST-TO-FIGURE

           PERFORM UNTIL WS-REJ-EOF
                   OR WS-REJ-LINE-NUM >= WS-CSV-LINE-NUM
               PERFORM READ-NEXT-REJECT
           END-PERFORM
           IF NOT WS-REJ-EOF AND WS-REJ-LINE-NUM = WS-CSV-LINE-NUM
               ADD 1 TO WS-CSV-REJ-ROWS
               MOVE FIG-CSVREJ TO WS-FIG-IDX
               MOVE '+' TO WS-POST-OP
               MOVE WS-ROW-AMT TO WS-POST-AMT
               PERFORM POST-TO-FIGURE
           END-IF.

       APPEND-CONTINUATION-LINE.
           COMPUTE WS-APPEND-POS = LINE-LENGTH + 1
           MOVE LF-CHAR TO CSV-LINE(WS-APPEND-POS:1)
           ADD 1 TO LINE-LENGTH
           IF WS-IN-REC-LEN > 0
               COMPUTE WS-APPEND-POS = LINE-LENGTH + 1
               MOVE BCH-CSVI-REC(1:WS-IN-REC-LEN)
                   TO CSV-LINE(WS-APPEND-POS:WS-IN-REC-LEN)
               ADD WS-IN-REC-LEN TO LINE-LENGTH
           END-IF.

      *    CSVREJ records lead with "LINE=<number> ".
       READ-NEXT-REJECT.
           READ BCH-CSVR-FILE
               AT END
                   MOVE 'Y' TO WS-REJ-EOF-SW
               NOT AT END
                   MOVE 0 TO WS-REJ-LINE-NUM
                   IF BCH-CSVR-REC(1:5) = "LINE="
                       MOVE FUNCTION NUMVAL(BCH-CSVR-REC(6:9))
                           TO WS-REJ-LINE-NUM
                   END-IF
           END-READ.

      *    One CSV.OUT row's amount column: under DELIMITED output
      *    the row is split on '|', under FIXED it is sliced at the
      *    declared widths -- the way CSVPARSER's own restart rebuild
      *    reads its output back.
       TAKE-ONE-CSVOUT-ROW.
           ADD 1 TO WS-CSVO-ROWS
           MOVE SPACES TO WS-ROW-AMT
           IF WS-OUT-FIXED
               MOVE 1 TO WS-FIX-POS
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX >= WS-AMOUNT-COL
                   ADD WS-COL-WIDTH(WS-COL-IDX) TO WS-FIX-POS
               END-PERFORM
               MOVE WS-COL-WIDTH(WS-AMOUNT-COL) TO WS-FIX-WIDTH
               IF WS-FIX-WIDTH > 510
                   MOVE 510 TO WS-FIX-WIDTH
               END-IF
               IF WS-FIX-POS + WS-FIX-WIDTH - 1 <= 10049
                   MOVE FUNCTION TRIM(
                       BCH-CSVO-REC(WS-FIX-POS:WS-FIX-WIDTH))
                       TO WS-ROW-AMT
               END-IF
           ELSE
               PERFORM LOCATE-DELIMITED-AMOUNT
           END-IF
           MOVE FIG-CSVOUT TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-ROW-AMT TO WS-POST-AMT
           PERFORM POST-TO-FIGURE.

       LOCATE-DELIMITED-AMOUNT.
           MOVE 1 TO WS-PIPE-COUNT
           MOVE 1 TO WS-FLD-START
           MOVE 0 TO WS-FLD-LEN
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-BIG-REC-LEN
                      OR WS-PIPE-COUNT > WS-AMOUNT-COL
               IF BCH-CSVO-REC(WS-CHAR-POS:1) = '|'
                   ADD 1 TO WS-PIPE-COUNT
                   IF WS-PIPE-COUNT = WS-AMOUNT-COL
                       COMPUTE WS-FLD-START = WS-CHAR-POS + 1
                   END-IF
               ELSE
                   IF WS-PIPE-COUNT = WS-AMOUNT-COL
                       ADD 1 TO WS-FLD-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FLD-LEN > 510
               MOVE 510 TO WS-FLD-LEN
           END-IF
           IF WS-FLD-LEN > 0
               MOVE BCH-CSVO-REC(WS-FLD-START:WS-FLD-LEN)
                   TO WS-ROW-AMT
           END-IF.

       REPORT-CSV-LEG.
           MOVE 1 TO WS-LEG-NUM
           MOVE "CSVIN -> CSV.OUT" TO WS-LEG-TITLE
           MOVE "CSVPARSER" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           IF NOT WS-CSV-LEG-OK
               MOVE WS-CSV-LEG-WHY TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "CSVIN AMOUNT COLUMN (" FUNCTION TRIM(WS-COUNT-DISP)
                  " ROWS)"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE FIG-CSVIN TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-CSV-REJ-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "LESS CSVREJ REJECTED (" FUNCTION TRIM(WS-COUNT-DISP)
                  " ROWS)"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE FIG-CSVREJ TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-CSVIN) TO WS-FIG(FIG-EXPECT)
           MOVE FIG-EXPECT TO WS-FIG-IDX
           MOVE '-' TO WS-POST-OP
           MOVE WS-FIG(FIG-CSVREJ) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE "EXPECTED ON CSV.OUT" TO WS-RPT-LABEL
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-CSVO-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "CSV.OUT AMOUNT COLUMN (" FUNCTION TRIM(WS-COUNT-DISP)
                  " ROWS)"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE WS-FIG(FIG-CSVOUT) TO WS-FIG(FIG-ACTUAL)
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-INFO-SW
           MOVE 'N' TO WS-LEG-FORCE-SW
           PERFORM JUDGE-LEG.

      *----------------------------------------------------------------
      *    The ledger figures behind legs 2 to 7, gathered in one
      *    pass per input before any of those legs is reported.
      *----------------------------------------------------------------
       GATHER-LEDGER-FIGURES.
           IF NOT WS-LDG-FOUND
               MOVE 'N' TO WS-LEDGER-INPUT-SW
               MOVE "NO BIGINT-ADD RUN ON UTILAUD" TO WS-LEDGER-WHY
               DISPLAY "BALCHAIN: *** ERROR *** NO BIGINTAD RUN "
                   "HEADER ON UTILAUD"
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM WALK-LEDGER-RUN
           IF NOT WS-LEDGER-INPUT-OK OR NOT WS-LEDGER-MODE
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-SUSPENSE-OUT
           PERFORM TAKE-TONIGHTS-WRITEOFFS
           PERFORM SCAN-LEDGER-OUTPUT
           PERFORM MERGE-BALANCE-FORWARD
           IF WS-FWD-INPUT-OK AND NOT WS-SNAP-OVFL
               PERFORM SCAN-SNAPSHOT-EFFECT
           END-IF
           PERFORM SCAN-GL-INTERFACE.

       NOTE-LEDGER-INPUT-MISSING.
           MOVE 'N' TO WS-LEDGER-INPUT-SW
           MOVE SPACES TO WS-LEDGER-WHY
           STRING FUNCTION TRIM(WS-DD-NAME) " WILL NOT OPEN, STATUS="
                  WS-FILE-STATUS
               DELIMITED BY SIZE INTO WS-LEDGER-WHY
           END-STRING
           DISPLAY "BALCHAIN: UNABLE TO OPEN " FUNCTION TRIM(WS-DD-NAME)
               ", STATUS=" WS-FILE-STATUS
           MOVE 16 TO WS-WORST-RC.

      *    BIGIN's three parts, then the standing orders, then last
      *    night's suspense -- the order BIGINT-ADD took them in --
      *    each record consuming the BIGOUT lines it must have
      *    written.  Any line left over, or missing, puts BIGOUT out
      *    of step with its input.
       WALK-LEDGER-RUN.
           OPEN INPUT BCH-BIGO-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHBIGO" TO WS-DD-NAME
               PERFORM NOTE-LEDGER-INPUT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BIGO-OPEN-SW
           OPEN INPUT BCH-LEDG-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHLEDG" TO WS-DD-NAME
               PERFORM NOTE-LEDGER-INPUT-MISSING
               CLOSE BCH-BIGO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-LEDG TO WS-WALK-FIG
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-LEDG-FILE INTO WS-WALK-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM WALK-ONE-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE BCH-LEDG-FILE

           OPEN INPUT BCH-WADJ-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FIG-WADJ TO WS-WALK-FIG
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BCH-WADJ-FILE INTO WS-WALK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM WALK-ONE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE BCH-WADJ-FILE
           END-IF

           OPEN INPUT BCH-ACCR-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FIG-ACCR TO WS-WALK-FIG
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BCH-ACCR-FILE INTO WS-WALK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM WALK-ONE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE BCH-ACCR-FILE
           END-IF

           IF WS-LEDGER-MODE
               PERFORM WALK-STANDING-ORDERS
           END-IF

           OPEN INPUT BCH-SUSI-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FIG-SUSI TO WS-WALK-FIG
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BCH-SUSI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE SUSI-ORIGINAL TO WS-WALK-REC
                           PERFORM WALK-ONE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE BCH-SUSI-FILE
           END-IF

      *    An allocation still open at the end rejects every share
      *    it had stored, one line each, at the very end of BIGOUT.
           IF WS-LEDGER-MODE AND WS-AL-OPEN
               PERFORM WS-AL-STORED TIMES
                   PERFORM NEXT-WALK-LINE
                   IF NOT WS-BO-REJECT
                       PERFORM LOSE-ALIGNMENT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LEDGER-MODE AND NOT WS-ALIGN-LOST
               PERFORM NEXT-WALK-LINE
               IF NOT WS-BO-END
                   PERFORM LOSE-ALIGNMENT
               END-IF
           END-IF
           CLOSE BCH-BIGO-FILE
           MOVE 'N' TO WS-BIGO-OPEN-SW.

      *    The ledger decides its mode from the first record it
      *    reads; a pairs-mode night has no ledger legs to balance.
       WALK-ONE-LEDGER-RECORD.
           ADD 1 TO WS-WALK-COUNT
           PERFORM TAKE-RECORD-MONEY
           IF WS-WALK-COUNT = 1
               IF WS-W-TYPE(1:3) = "OB " OR WS-W-TYPE(1:3) = "TR "
                  OR WS-W-TYPE(1:3) = "EC " OR WS-W-TYPE(1:3) = "AL "
                  OR WS-W-TYPE(1:3) = "RV "
                   MOVE 'Y' TO WS-LEDGER-MODE-SW
               END-IF
           END-IF
           IF NOT WS-LEDGER-MODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-W-TYPE(1:3)
               WHEN "TR "
                   PERFORM NEXT-WALK-LINE
                   IF NOT WS-BO-REJECT
                       IF NOT WS-BO-MOVEMENT
                          OR WS-BO-OP NOT = WS-W-OP
                          OR WS-BO-AMT NOT = WS-W-AMT
                           PERFORM LOSE-ALIGNMENT
                       END-IF
                   END-IF
               WHEN "AL "
                   PERFORM NEXT-WALK-LINE
                   IF WS-BO-ALLOC
                       MOVE 'Y' TO WS-AL-OPEN-SW
                       MOVE FUNCTION NUMVAL(WS-W-TOKEN-3)
                           TO WS-AL-EXPECTED
                       MOVE 0 TO WS-AL-STORED
                   ELSE
                       IF NOT WS-BO-REJECT
                           PERFORM LOSE-ALIGNMENT
                       END-IF
                   END-IF
               WHEN "SH "
                   PERFORM WALK-ONE-SHARE
               WHEN "RV "
                   PERFORM NEXT-WALK-LINE
                   IF WS-BO-MOVEMENT
                       MOVE FIG-REVRS TO WS-FIG-IDX
                       MOVE WS-BO-OP TO WS-POST-OP
                       MOVE WS-BO-AMT TO WS-POST-AMT
                       PERFORM POST-TO-FIGURE
                   ELSE
                       IF NOT WS-BO-REJECT
                           PERFORM LOSE-ALIGNMENT
                       END-IF
                   END-IF
               WHEN "OB "
               WHEN "EC "
                   PERFORM NEXT-WALK-LINE
                   IF NOT WS-BO-SNAPSHOT AND NOT WS-BO-REJECT
                       PERFORM LOSE-ALIGNMENT
                   END-IF
               WHEN OTHER
                   PERFORM NEXT-WALK-LINE
                   IF NOT WS-BO-REJECT
                       PERFORM LOSE-ALIGNMENT
                   END-IF
           END-EVALUATE.

      *    A share the ledger can store writes nothing until the last
      *    one arrives, which writes every share's line at once.  A
      *    share it cannot store rejects on its own line.
       WALK-ONE-SHARE.
           MOVE 0 TO WS-W-WEIGHT
           IF WS-W-TOKEN-3 NOT = SPACES
              AND FUNCTION TRIM(WS-W-TOKEN-3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-W-TOKEN-3) TO WS-W-WEIGHT
           END-IF
           IF WS-AL-OPEN AND WS-W-TOKEN-2 NOT = SPACES
              AND (WS-W-TOKEN-3 = SPACES OR WS-W-WEIGHT NOT = 0)
               ADD 1 TO WS-AL-STORED
               IF WS-AL-STORED >= WS-AL-EXPECTED
                   PERFORM WS-AL-STORED TIMES
                       PERFORM NEXT-WALK-LINE
                       IF NOT WS-BO-REJECT
                           IF NOT WS-BO-MOVEMENT OR WS-BO-OP NOT = '+'
                               PERFORM LOSE-ALIGNMENT
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-AL-OPEN-SW
                   MOVE 0 TO WS-AL-STORED
               END-IF
           ELSE
               PERFORM NEXT-WALK-LINE
               IF NOT WS-BO-REJECT
                   PERFORM LOSE-ALIGNMENT
               END-IF
           END-IF.

      *    Standing orders are judged for the ledger's own run date.
      *    A due order is one line: its posting, or a refusal (a
      *    refused order never enters suspense, so its money is
      *    accounted for here).
       WALK-STANDING-ORDERS.
           OPEN INPUT BCH-STND-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-STND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF BCH-STND-REC NOT = SPACES
                          AND BCH-STND-REC(1:1) NOT = '*'
                           PERFORM WALK-ONE-STANDING-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCH-STND-FILE.

       WALK-ONE-STANDING-ORDER.
           CALL "BIGSODUE" USING WS-LDG-RUN-DATE BCH-STND-REC
               WS-SO-OP WS-SO-AMT WS-SO-ACCT WS-SO-RC
           END-CALL
           IF WS-SO-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAND-DUE
           IF WS-SO-OP(1:1) = '+' OR WS-SO-OP(1:1) = '-'
               MOVE FIG-STDUE TO WS-FIG-IDX
               MOVE WS-SO-OP(1:1) TO WS-POST-OP
               MOVE WS-SO-AMT TO WS-POST-AMT
               PERFORM POST-TO-FIGURE
           END-IF
           PERFORM NEXT-WALK-LINE
           IF WS-BO-REJECT
               ADD 1 TO WS-STAND-REFUSED
               IF WS-SO-OP(1:1) = '+' OR WS-SO-OP(1:1) = '-'
                   MOVE FIG-STREF TO WS-FIG-IDX
                   MOVE WS-SO-OP(1:1) TO WS-POST-OP
                   MOVE WS-SO-AMT TO WS-POST-AMT
                   PERFORM POST-TO-FIGURE
               END-IF
           ELSE
               IF NOT WS-BO-MOVEMENT
                  OR WS-BO-OP NOT = WS-SO-OP(1:1)
                  OR WS-BO-AMT NOT = WS-SO-AMT
                   PERFORM LOSE-ALIGNMENT
               END-IF
           END-IF.

      *    The money one ledger input record carries: a TR's '+' or
      *    '-' amount, or an AL's total.  Everything else moves no
      *    money of its own.
       TAKE-RECORD-MONEY.
           MOVE SPACES TO WS-W-TYPE WS-W-TOKEN-2 WS-W-TOKEN-3
               WS-W-TOKEN-4 WS-W-AMT
           MOVE SPACE TO WS-W-OP
           UNSTRING WS-WALK-REC DELIMITED BY ALL SPACES
               INTO WS-W-TYPE WS-W-TOKEN-2 WS-W-TOKEN-3 WS-W-TOKEN-4
           END-UNSTRING
           EVALUATE WS-W-TYPE(1:3)
               WHEN "TR "
                   IF WS-W-TOKEN-2(1:1) = '+' OR WS-W-TOKEN-2(1:1) = '-'
                      OR WS-W-TOKEN-2(1:1) = '*'
                       MOVE WS-W-TOKEN-2(1:1) TO WS-W-OP
                       MOVE WS-W-TOKEN-3 TO WS-W-AMT
                   ELSE
                       MOVE WS-W-TOKEN-3(1:1) TO WS-W-OP
                       MOVE WS-W-TOKEN-4 TO WS-W-AMT
                   END-IF
                   IF WS-W-OP = '+' OR WS-W-OP = '-'
                       MOVE WS-WALK-FIG TO WS-FIG-IDX
                       MOVE WS-W-OP TO WS-POST-OP
                       MOVE WS-W-AMT TO WS-POST-AMT
                       PERFORM POST-TO-FIGURE
                   END-IF
               WHEN "AL "
                   MOVE WS-WALK-FIG TO WS-FIG-IDX
                   MOVE '+' TO WS-POST-OP
                   MOVE WS-W-TOKEN-2 TO WS-POST-AMT
                   PERFORM POST-TO-FIGURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The next BIGOUT line, classified: a movement (with its
      *    operator and amount), a snapshot, the allocation marker,
      *    a rejection, or the end of the file.
       NEXT-WALK-LINE.
           IF WS-ALIGN-LOST
               MOVE 'X' TO WS-BO-KIND
               EXIT PARAGRAPH
           END-IF
           IF WS-BIGO-AT-END
               MOVE 'E' TO WS-BO-KIND
               EXIT PARAGRAPH
           END-IF
           READ BCH-BIGO-FILE
               AT END
                   MOVE 'Y' TO WS-BIGO-END-SW
                   MOVE 'E' TO WS-BO-KIND
               NOT AT END
                   ADD 1 TO WS-WALK-LINE
                   PERFORM CLASSIFY-BIGOUT-LINE
           END-READ.

       CLASSIFY-BIGOUT-LINE.
           MOVE 'X' TO WS-BO-KIND
           MOVE SPACE TO WS-BO-OP
           MOVE SPACES TO WS-BO-AMT
           IF BCH-BIGO-REC(1:16) = "*** REJECTED ***"
               MOVE 'R' TO WS-BO-KIND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-B-TOKEN-1 WS-B-TOKEN-2 WS-B-TOKEN-3
               WS-B-TOKEN-4
           UNSTRING BCH-BIGO-REC DELIMITED BY ALL SPACES
               INTO WS-B-TOKEN-1 WS-B-TOKEN-2 WS-B-TOKEN-3
                    WS-B-TOKEN-4
           END-UNSTRING
           IF WS-B-TOKEN-1 = "*ALLOC"
               MOVE 'A' TO WS-BO-KIND
               EXIT PARAGRAPH
           END-IF
           IF WS-B-TOKEN-2 IS NOT NUMERIC OR WS-B-TOKEN-4 = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-B-TOKEN-3(1:1)
               WHEN '='
                   MOVE 'S' TO WS-BO-KIND
               WHEN '+'
               WHEN '-'
               WHEN '*'
                   MOVE 'M' TO WS-BO-KIND
                   MOVE WS-B-TOKEN-3(1:1) TO WS-BO-OP
                   MOVE WS-B-TOKEN-3(2:510) TO WS-BO-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOSE-ALIGNMENT.
           IF WS-ALIGN-LOST
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ALIGN-LOST-SW
           MOVE WS-WALK-LINE TO WS-LOST-AT-LINE
           IF WS-BO-END
               ADD 1 TO WS-LOST-AT-LINE
           END-IF
           MOVE WS-LOST-AT-LINE TO WS-WALK-LINE-DISP
           DISPLAY "BALCHAIN: *** ERROR *** BIGOUT OUT OF STEP WITH "
               "ITS INPUT AT LINE " FUNCTION TRIM(WS-WALK-LINE-DISP).

      *    Tonight's suspense: every record the ledger refused and
      *    kept, carrying its money forward to another night.
       TAKE-SUSPENSE-OUT.
           OPEN INPUT BCH-SUSO-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHSUSO" TO WS-DD-NAME
               PERFORM NOTE-LEDGER-INPUT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-SUSO TO WS-WALK-FIG
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-SUSO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SUSO-ORIGINAL TO WS-WALK-REC
                       PERFORM TAKE-RECORD-MONEY
               END-READ
           END-PERFORM
           CLOSE BCH-SUSO-FILE.

      *    The write-off file is cumulative; the ledger run's own
      *    write-offs are the ones dated inside its run.
       TAKE-TONIGHTS-WRITEOFFS.
           OPEN INPUT BCH-WOFF-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-WOFF TO WS-WALK-FIG
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-WOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WOFF-DATE >= WS-LDG-RUN-DATE
                          AND WOFF-DATE <= WS-LDG-END-DATE
                           ADD 1 TO WS-WOFF-TONIGHT
                           MOVE WOFF-ORIGINAL TO WS-WALK-REC
                           PERFORM TAKE-RECORD-MONEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCH-WOFF-FILE.

      *    The BIGOUT movements GLEXTR turns into postings (dated '+'
      *    and '-' lines, never the allocation marker): their net,
      *    and their unsigned sum for the hash.  Every account a '='
      *    or '*' line touches is noted for leg 4.
       SCAN-LEDGER-OUTPUT.
           OPEN INPUT BCH-BIGO-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "BCHBIGO" TO WS-DD-NAME
               PERFORM NOTE-LEDGER-INPUT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-BIGO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM CLASSIFY-BIGOUT-LINE
                       PERFORM TAKE-ONE-BIGOUT-LINE
               END-READ
           END-PERFORM
           CLOSE BCH-BIGO-FILE.

       TAKE-ONE-BIGOUT-LINE.
           IF WS-BO-SNAPSHOT OR (WS-BO-MOVEMENT AND WS-BO-OP = '*')
               PERFORM NOTE-SNAPSHOT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BO-MOVEMENT
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-MOVNET TO WS-FIG-IDX
           MOVE WS-BO-OP TO WS-POST-OP
           MOVE WS-BO-AMT TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE SPACES TO WS-ABS-AMT
           IF WS-BO-AMT(1:1) = '-'
               MOVE WS-BO-AMT(2:509) TO WS-ABS-AMT
           ELSE
               MOVE WS-BO-AMT TO WS-ABS-AMT
           END-IF
           MOVE FIG-UPHASH TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-ABS-AMT TO WS-POST-AMT
           PERFORM POST-TO-FIGURE.

       NOTE-SNAPSHOT-ACCOUNT.
           PERFORM SET-FIND-ACCOUNT
           PERFORM FIND-SNAP-ACCOUNT
           IF WS-SNAP-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SNAP-COUNT >= MAX-SNAP-ACCTS
               MOVE 'Y' TO WS-SNAP-OVFL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SNAP-COUNT
           MOVE WS-FIND-ACCT TO WS-SNAP-ACCT(WS-SNAP-COUNT)
           MOVE "0" TO WS-SNAP-BAL(WS-SNAP-COUNT).

      *    BIGOUT shows the blank account as "*".
       SET-FIND-ACCOUNT.
           IF WS-B-TOKEN-1 = "*"
               MOVE SPACES TO WS-FIND-ACCT
           ELSE
               MOVE WS-B-TOKEN-1 TO WS-FIND-ACCT
           END-IF.

       FIND-SNAP-ACCOUNT.
           MOVE 0 TO WS-SNAP-IDX
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-SNAP-COUNT
                      OR WS-SNAP-IDX > 0
               IF WS-SNAP-ACCT(WS-COL-IDX) = WS-FIND-ACCT
                   MOVE WS-COL-IDX TO WS-SNAP-IDX
               END-IF
           END-PERFORM.

      *    BALFWD(0) against BALFWD(+1), both in account order: the
      *    two totals, each account's change (its unsigned value is
      *    what GLEXTR hashes for the account's B record), and the
      *    opening of every account a snapshot line touched.  The
      *    first night has no BALFWD(0): every account opened from
      *    zero.
       MERGE-BALANCE-FORWARD.
           OPEN INPUT BCH-FWD1-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-FWD-INPUT-SW
               DISPLAY "BALCHAIN: UNABLE TO OPEN BCHFWD1, STATUS="
                   WS-FILE-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BCH-FWD0-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-FWD0-MISSING-SW
               MOVE 'Y' TO WS-FWD0-EOF-SW
               MOVE HIGH-VALUES TO WS-FWD0-KEY
           ELSE
               MOVE 'N' TO WS-FWD0-EOF-SW
               PERFORM READ-FWD0
           END-IF
           MOVE 'N' TO WS-FWD1-EOF-SW
           PERFORM READ-FWD1
           PERFORM UNTIL WS-FWD0-EOF AND WS-FWD1-EOF
               EVALUATE TRUE
                   WHEN WS-FWD0-KEY = WS-FWD1-KEY
                       PERFORM TAKE-FWD-OPENING
                       PERFORM TAKE-FWD-CLOSING
                       MOVE FWD1-BALANCE TO WS-FIG(FIG-WORK)
                       MOVE FIG-WORK TO WS-FIG-IDX
                       MOVE '-' TO WS-POST-OP
                       MOVE FWD0-BALANCE TO WS-POST-AMT
                       PERFORM POST-TO-FIGURE
                       PERFORM TAKE-ACCOUNT-CHANGE
                       PERFORM READ-FWD0
                       PERFORM READ-FWD1
                   WHEN WS-FWD1-KEY < WS-FWD0-KEY
                       PERFORM TAKE-FWD-CLOSING
                       MOVE FWD1-BALANCE TO WS-FIG(FIG-WORK)
                       PERFORM TAKE-ACCOUNT-CHANGE
                       PERFORM READ-FWD1
                   WHEN OTHER
                       PERFORM TAKE-FWD-OPENING
                       PERFORM READ-FWD0
               END-EVALUATE
           END-PERFORM
           CLOSE BCH-FWD1-FILE
           IF NOT WS-FWD0-MISSING
               CLOSE BCH-FWD0-FILE
           END-IF
           MOVE WS-FIG(FIG-FWD1) TO WS-FIG(FIG-FWDNET)
           MOVE FIG-FWDNET TO WS-FIG-IDX
           MOVE '-' TO WS-POST-OP
           MOVE WS-FIG(FIG-FWD0) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE.

       READ-FWD0.
           READ BCH-FWD0-FILE
               AT END
                   MOVE 'Y' TO WS-FWD0-EOF-SW
                   MOVE HIGH-VALUES TO WS-FWD0-KEY
               NOT AT END
                   MOVE FWD0-ACCOUNT TO WS-FWD0-KEY
           END-READ.

       READ-FWD1.
           READ BCH-FWD1-FILE
               AT END
                   MOVE 'Y' TO WS-FWD1-EOF-SW
                   MOVE HIGH-VALUES TO WS-FWD1-KEY
               NOT AT END
                   MOVE FWD1-ACCOUNT TO WS-FWD1-KEY
           END-READ.

       TAKE-FWD-OPENING.
           MOVE FIG-FWD0 TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE FWD0-BALANCE TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE FWD0-ACCOUNT TO WS-FIND-ACCT
           PERFORM FIND-SNAP-ACCOUNT
           IF WS-SNAP-IDX > 0
               MOVE SPACES TO WS-SNAP-BAL(WS-SNAP-IDX)
               MOVE FUNCTION TRIM(FWD0-BALANCE)
                   TO WS-SNAP-BAL(WS-SNAP-IDX)
           END-IF.

       TAKE-FWD-CLOSING.
           MOVE FIG-FWD1 TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE FWD1-BALANCE TO WS-POST-AMT
           PERFORM POST-TO-FIGURE.

      *    One account's change (FIG-WORK), unsigned, into the hash.
       TAKE-ACCOUNT-CHANGE.
           MOVE SPACES TO WS-ABS-AMT
           MOVE FUNCTION TRIM(WS-FIG(FIG-WORK)) TO WS-ABS-AMT
           IF WS-ABS-AMT(1:1) = '-' OR WS-ABS-AMT(1:1) = '+'
               MOVE WS-ABS-AMT(2:509) TO WS-POST-AMT
           ELSE
               MOVE WS-ABS-AMT TO WS-POST-AMT
           END-IF
           MOVE FIG-UPHASH TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           PERFORM POST-TO-FIGURE.

      *    What the '=' and '*' lines moved: BIGOUT walked again,
      *    each noted account's balance carried from its opening
      *    through every line, the change at each '=' or '*' line
      *    added in.
       SCAN-SNAPSHOT-EFFECT.
           IF WS-SNAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BCH-BIGO-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-BIGO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM CLASSIFY-BIGOUT-LINE
                       IF WS-BO-SNAPSHOT OR WS-BO-MOVEMENT
                           PERFORM CARRY-SNAPSHOT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCH-BIGO-FILE.

       CARRY-SNAPSHOT-BALANCE.
           PERFORM SET-FIND-ACCOUNT
           PERFORM FIND-SNAP-ACCOUNT
           IF WS-SNAP-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BO-SNAPSHOT OR WS-BO-OP = '*'
               MOVE WS-B-TOKEN-4 TO WS-FIG(FIG-WORK)
               MOVE FIG-WORK TO WS-FIG-IDX
               MOVE '-' TO WS-POST-OP
               MOVE WS-SNAP-BAL(WS-SNAP-IDX) TO WS-POST-AMT
               PERFORM POST-TO-FIGURE
               MOVE FIG-SNAPEFF TO WS-FIG-IDX
               MOVE '+' TO WS-POST-OP
               MOVE WS-FIG(FIG-WORK) TO WS-POST-AMT
               PERFORM POST-TO-FIGURE
           END-IF
           MOVE WS-B-TOKEN-4 TO WS-SNAP-BAL(WS-SNAP-IDX).

      *    GLOUT: the P postings signed by D/C, the B balances
      *    signed by D/C, both unsigned into a recomputed hash, and
      *    the trailer's own hash total.
       SCAN-GL-INTERFACE.
           OPEN INPUT BCH-GL-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-GL-INPUT-SW
               DISPLAY "BALCHAIN: UNABLE TO OPEN BCHGL, STATUS="
                   WS-FILE-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ BCH-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-GL-RECORD
               END-READ
           END-PERFORM
           CLOSE BCH-GL-FILE
           IF WS-GL-TRL-SEEN
               MOVE "0" TO WS-FIG(FIG-GLTRL)
               MOVE FIG-GLTRL TO WS-FIG-IDX
               MOVE '+' TO WS-POST-OP
               MOVE WS-GL-TRL-HASH TO WS-POST-AMT
               PERFORM POST-TO-FIGURE
               IF WS-POST-OK
                   MOVE 'Y' TO WS-GL-TRL-OK-SW
               END-IF
           END-IF.

       TAKE-ONE-GL-RECORD.
           EVALUATE GLI-TYPE
               WHEN 'P'
                   MOVE FIG-GLPNET TO WS-FIG-IDX
               WHEN 'B'
                   MOVE FIG-GLBNET TO WS-FIG-IDX
               WHEN 'T'
                   MOVE 'Y' TO WS-GL-TRL-SW
                   MOVE GLI-AMOUNT TO WS-GL-TRL-HASH
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF GLI-DC = 'C'
               MOVE '-' TO WS-POST-OP
           ELSE
               MOVE '+' TO WS-POST-OP
           END-IF
           MOVE GLI-AMOUNT TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE FIG-GLHASH TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           PERFORM POST-TO-FIGURE.

      *----------------------------------------------------------------
      *    Legs 2 to 7.
      *----------------------------------------------------------------
      *    A ledger leg that cannot be checked says why once; the
      *    missing input has already set RC 16.
       CHECK-LEDGER-LEG-APPLIES.
           MOVE 'Y' TO WS-LEG-INFO-SW
           IF NOT WS-LEDGER-INPUT-OK
               MOVE WS-LEDGER-WHY TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-LEDGER-MODE
               MOVE "    NOT APPLICABLE -- PAIRS-MODE LEDGER NIGHT"
                   TO BCH-RPT-REC
               WRITE BCH-RPT-REC
               MOVE "NOT APPLICABLE: PAIRS MODE" TO WS-AUD-RESULT
               MOVE 0 TO WS-AUD-RC
               PERFORM WRITE-BALANCE-AUDIT-DETAIL
               ADD 1 TO WS-LEG-OK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEG-INFO-SW.

       REPORT-LOAD-LEG.
           MOVE 2 TO WS-LEG-NUM
           MOVE "CSV.OUT -> LEDGER.IN" TO WS-LEG-TITLE
           MOVE "LEDGER.IN LOAD" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG(FIG-CSVOUT) TO WS-FIG(FIG-EXPECT)
           MOVE "CSV.OUT AMOUNT COLUMN" TO WS-RPT-LABEL
           MOVE FIG-EXPECT TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-LEDG) TO WS-FIG(FIG-ACTUAL)
           MOVE "LEDGER.IN MONEY (TR + AND -, AL)" TO WS-RPT-LABEL
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           IF WS-LOADLEG-BALANCED AND WS-CSV-LEG-OK
               MOVE 'N' TO WS-LEG-INFO-SW
           ELSE
               MOVE 'Y' TO WS-LEG-INFO-SW
           END-IF
           PERFORM JUDGE-LEG.

       REPORT-LEDGER-LEG.
           MOVE 3 TO WS-LEG-NUM
           MOVE "BIGIN -> BIGOUT" TO WS-LEG-TITLE
           MOVE "BIGINT-ADD" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           MOVE "LEDGER.IN" TO WS-RPT-LABEL
           MOVE FIG-LEDG TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "WRITE-OFF ADJUSTMENTS (WADJ)" TO WS-RPT-LABEL
           MOVE FIG-WADJ TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "ACCRUALS (ACCRUAL.TXN)" TO WS-RPT-LABEL
           MOVE FIG-ACCR TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-STAND-DUE TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "STANDING ORDERS DUE (" FUNCTION TRIM(WS-COUNT-DISP)
                  ")"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE FIG-STDUE TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "SUSPENSE RETRIED (SUSPENSE(0))" TO WS-RPT-LABEL
           MOVE FIG-SUSI TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "REVERSALS POSTED" TO WS-RPT-LABEL
           MOVE FIG-REVRS TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-LEDG) TO WS-FIG(FIG-EXPECT)
           MOVE FIG-EXPECT TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-FIG(FIG-WADJ) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-ACCR) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-STDUE) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-SUSI) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-REVRS) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE "MONEY INTO THE LEDGER RUN" TO WS-RPT-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE "BIGOUT MOVEMENTS (NET)" TO WS-RPT-LABEL
           MOVE FIG-MOVNET TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "SUSPENDED (SUSPENSE(+1))" TO WS-RPT-LABEL
           MOVE FIG-SUSO TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-WOFF-TONIGHT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "WRITTEN OFF (" FUNCTION TRIM(WS-COUNT-DISP) ")"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE FIG-WOFF TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-STAND-REFUSED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LABEL
           STRING "STANDING ORDERS REFUSED ("
                  FUNCTION TRIM(WS-COUNT-DISP) ")"
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           MOVE FIG-STREF TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-MOVNET) TO WS-FIG(FIG-ACTUAL)
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-FIG(FIG-SUSO) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-WOFF) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE WS-FIG(FIG-STREF) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE "MONEY ACCOUNTED FOR" TO WS-RPT-LABEL
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           IF WS-ALIGN-LOST
               MOVE 'Y' TO WS-LEG-FORCE-SW
               MOVE WS-LOST-AT-LINE TO WS-WALK-LINE-DISP
               MOVE SPACES TO BCH-RPT-REC
               STRING "    *** BIGOUT OUT OF STEP WITH ITS INPUT AT "
                      "LINE " FUNCTION TRIM(WS-WALK-LINE-DISP) " ***"
                   DELIMITED BY SIZE INTO BCH-RPT-REC
               END-STRING
               WRITE BCH-RPT-REC
           END-IF
           PERFORM JUDGE-LEG.

       REPORT-BALANCE-FORWARD-LEG.
           MOVE 4 TO WS-LEG-NUM
           MOVE "BIGOUT -> BALFWD" TO WS-LEG-TITLE
           MOVE "BIGINT-ADD" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-FWD-INPUT-OK
               MOVE "BCHFWD1 WILL NOT OPEN" TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           IF WS-SNAP-OVFL
               MOVE "TOO MANY SNAPSHOT ACCOUNTS TO FOLLOW"
                   TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE "BIGOUT MOVEMENTS (NET)" TO WS-RPT-LABEL
           MOVE FIG-MOVNET TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "MOVED BY '=' AND '*' LINES" TO WS-RPT-LABEL
           MOVE FIG-SNAPEFF TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-MOVNET) TO WS-FIG(FIG-EXPECT)
           MOVE FIG-EXPECT TO WS-FIG-IDX
           MOVE '+' TO WS-POST-OP
           MOVE WS-FIG(FIG-SNAPEFF) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE "EXPECTED BALANCE CHANGE" TO WS-RPT-LABEL
           PERFORM WRITE-FIGURE-LINE
           IF WS-FWD0-MISSING
               MOVE "BALFWD(0) (NONE -- FIRST NIGHT)" TO WS-RPT-LABEL
           ELSE
               MOVE "BALFWD(0) TOTAL" TO WS-RPT-LABEL
           END-IF
           MOVE FIG-FWD0 TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "BALFWD(+1) TOTAL" TO WS-RPT-LABEL
           MOVE FIG-FWD1 TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-FWDNET) TO WS-FIG(FIG-ACTUAL)
           MOVE "BALFWD NET CHANGE" TO WS-RPT-LABEL
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           PERFORM JUDGE-LEG.

       REPORT-GL-POSTING-LEG.
           MOVE 5 TO WS-LEG-NUM
           MOVE "BIGOUT -> GLOUT POSTINGS" TO WS-LEG-TITLE
           MOVE "GLEXTR" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-GL-INPUT-OK
               MOVE "BCHGL WILL NOT OPEN" TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG(FIG-MOVNET) TO WS-FIG(FIG-EXPECT)
           MOVE "BIGOUT MOVEMENTS (NET)" TO WS-RPT-LABEL
           MOVE FIG-EXPECT TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-GLPNET) TO WS-FIG(FIG-ACTUAL)
           MOVE "GLOUT P RECORDS (D LESS C)" TO WS-RPT-LABEL
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           PERFORM JUDGE-LEG.

       REPORT-GL-BALANCE-LEG.
           MOVE 6 TO WS-LEG-NUM
           MOVE "BALFWD -> GLOUT BALANCES" TO WS-LEG-TITLE
           MOVE "GLEXTR" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-GL-INPUT-OK OR NOT WS-FWD-INPUT-OK
               MOVE "BCHGL OR BCHFWD1 WILL NOT OPEN" TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG(FIG-FWDNET) TO WS-FIG(FIG-EXPECT)
           MOVE "BALFWD NET CHANGE" TO WS-RPT-LABEL
           MOVE FIG-EXPECT TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE WS-FIG(FIG-GLBNET) TO WS-FIG(FIG-ACTUAL)
           MOVE "GLOUT B RECORDS (D LESS C)" TO WS-RPT-LABEL
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           PERFORM JUDGE-LEG.

       REPORT-GL-HASH-LEG.
           MOVE 7 TO WS-LEG-NUM
           MOVE "GLOUT TRAILER HASH" TO WS-LEG-TITLE
           MOVE "GLEXTR" TO WS-LEG-STEP
           PERFORM WRITE-LEG-HEADING
           PERFORM CHECK-LEDGER-LEG-APPLIES
           IF WS-LEG-INFO-ONLY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-GL-INPUT-OK OR NOT WS-FWD-INPUT-OK
               MOVE "BCHGL OR BCHFWD1 WILL NOT OPEN" TO WS-AUD-RESULT
               PERFORM WRITE-LEG-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG(FIG-UPHASH) TO WS-FIG(FIG-EXPECT)
           MOVE "HASH FROM BIGOUT AND BALFWD" TO WS-RPT-LABEL
           MOVE FIG-EXPECT TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE "HASH RECOMPUTED FROM GLOUT RECORDS" TO WS-RPT-LABEL
           MOVE FIG-GLHASH TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           MOVE 'N' TO WS-LEG-FORCE-SW
           IF WS-GL-TRL-OK
               MOVE WS-FIG(FIG-GLTRL) TO WS-FIG(FIG-ACTUAL)
           ELSE
               MOVE "0" TO WS-FIG(FIG-ACTUAL)
               MOVE 'Y' TO WS-LEG-FORCE-SW
               MOVE SPACES TO BCH-RPT-REC
               IF WS-GL-TRL-SEEN
                   STRING "    *** GLOUT TRAILER HASH IS NOT A NUMBER: "
                          FUNCTION TRIM(WS-GL-TRL-HASH) " ***"
                       DELIMITED BY SIZE INTO BCH-RPT-REC
                   END-STRING
               ELSE
                   MOVE "    *** GLOUT HAS NO TRAILER ***"
                       TO BCH-RPT-REC
               END-IF
               WRITE BCH-RPT-REC
           END-IF
           MOVE "GLOUT TRAILER HASH TOTAL" TO WS-RPT-LABEL
           MOVE FIG-ACTUAL TO WS-FIG-IDX
           PERFORM WRITE-FIGURE-LINE
           PERFORM JUDGE-LEG.

      *----------------------------------------------------------------
      *    Report and verdict helpers.
      *----------------------------------------------------------------
       WRITE-LEG-HEADING.
           MOVE SPACES TO BCH-RPT-REC
           WRITE BCH-RPT-REC
           MOVE SPACES TO BCH-RPT-REC
           STRING "LEG " WS-LEG-NUM "  " FUNCTION TRIM(WS-LEG-TITLE)
                  "  (" FUNCTION TRIM(WS-LEG-STEP) ")"
               DELIMITED BY SIZE INTO BCH-RPT-REC
           END-STRING
           WRITE BCH-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT
           STRING "LEG " WS-LEG-NUM " " FUNCTION TRIM(WS-LEG-TITLE)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING.

      *    WS-AUD-RESULT carries the reason.
       WRITE-LEG-NOT-CHECKED.
           MOVE SPACES TO BCH-RPT-REC
           STRING "    *** NOT CHECKED -- " FUNCTION TRIM(WS-AUD-RESULT)
                  " ***"
               DELIMITED BY SIZE INTO BCH-RPT-REC
           END-STRING
           WRITE BCH-RPT-REC
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE WS-WORST-RC TO WS-AUD-RC
           PERFORM WRITE-BALANCE-AUDIT-DETAIL
           MOVE 'Y' TO WS-LEG-INFO-SW.

       WRITE-FIGURE-LINE.
           MOVE SPACES TO BCH-RPT-REC
           STRING WS-RPT-INDENT WS-RPT-LABEL
                  FUNCTION TRIM(WS-FIG(WS-FIG-IDX))
               DELIMITED BY SIZE INTO BCH-RPT-REC
           END-STRING
           WRITE BCH-RPT-REC.

      *    Actual less expected.  More than expected is money the
      *    named step gained; less is money it lost.
       JUDGE-LEG.
           MOVE WS-FIG(FIG-ACTUAL) TO WS-FIG(FIG-DIFF)
           MOVE FIG-DIFF TO WS-FIG-IDX
           MOVE '-' TO WS-POST-OP
           MOVE WS-FIG(FIG-EXPECT) TO WS-POST-AMT
           PERFORM POST-TO-FIGURE
           MOVE "DIFFERENCE (ACTUAL LESS EXPECTED)" TO WS-RPT-LABEL
           PERFORM WRITE-FIGURE-LINE
           PERFORM CHECK-FIGURE-ZERO
           MOVE SPACES TO BCH-RPT-REC WS-AUD-RESULT
           EVALUATE TRUE
               WHEN WS-LEG-INFO-ONLY
                   MOVE "    LISTED FOR INFORMATION -- NOT BALANCED"
                       TO BCH-RPT-REC
                   STRING "INFORMATION ONLY, DIFF "
                          FUNCTION TRIM(WS-FIG(FIG-DIFF))
                       DELIMITED BY SIZE INTO WS-AUD-RESULT
                   END-STRING
                   MOVE 0 TO WS-AUD-RC
                   ADD 1 TO WS-LEG-OK-COUNT
               WHEN WS-FIG-ZERO AND NOT WS-LEG-FORCED-OUT
                   MOVE "    BALANCED" TO BCH-RPT-REC
                   MOVE "BALANCED" TO WS-AUD-RESULT
                   MOVE 0 TO WS-AUD-RC
                   ADD 1 TO WS-LEG-OK-COUNT
               WHEN OTHER
                   IF WS-FIG-ZERO
                       STRING "    *** OUT OF BALANCE *** AT "
                              FUNCTION TRIM(WS-LEG-STEP)
                           DELIMITED BY SIZE INTO BCH-RPT-REC
                       END-STRING
                   ELSE
                       IF WS-FIG(FIG-DIFF)(1:1) = '-'
                           STRING "    *** OUT OF BALANCE *** MONEY "
                                  "LOST AT " FUNCTION TRIM(WS-LEG-STEP)
                               DELIMITED BY SIZE INTO BCH-RPT-REC
                           END-STRING
                       ELSE
                           STRING "    *** OUT OF BALANCE *** MONEY "
                                  "GAINED AT "
                                  FUNCTION TRIM(WS-LEG-STEP)
                               DELIMITED BY SIZE INTO BCH-RPT-REC
                           END-STRING
                       END-IF
                   END-IF
                   STRING "OUT OF BALANCE AT "
                          FUNCTION TRIM(WS-LEG-STEP) " DIFF "
                          FUNCTION TRIM(WS-FIG(FIG-DIFF))
                       DELIMITED BY SIZE INTO WS-AUD-RESULT
                   END-STRING
                   ADD 1 TO WS-LEG-OUT-COUNT
                   IF WS-WORST-RC < 8
                       MOVE 8 TO WS-WORST-RC
                   END-IF
                   MOVE 8 TO WS-AUD-RC
           END-EVALUATE
           WRITE BCH-RPT-REC
           PERFORM WRITE-BALANCE-AUDIT-DETAIL.

      *    A BIGCALC result is zero when it holds nothing but zero
      *    digits and a point.
       CHECK-FIGURE-ZERO.
           MOVE 'Y' TO WS-ZERO-SW
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 510
               IF WS-FIG(FIG-DIFF)(WS-SCAN-POS:1) NOT = '0'
                  AND WS-FIG(FIG-DIFF)(WS-SCAN-POS:1) NOT = '.'
                  AND WS-FIG(FIG-DIFF)(WS-SCAN-POS:1) NOT = '-'
                  AND WS-FIG(FIG-DIFF)(WS-SCAN-POS:1) NOT = '+'
                  AND WS-FIG(FIG-DIFF)(WS-SCAN-POS:1) NOT = SPACE
                   MOVE 'N' TO WS-ZERO-SW
               END-IF
           END-PERFORM.

      *    One amount into one figure through BIGCALC.  A blank
      *    amount adds nothing; one that is not a number is counted
      *    and left out.
       POST-TO-FIGURE.
           MOVE 'Y' TO WS-POST-OK-SW
           IF WS-POST-AMT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG(WS-FIG-IDX) TO BC-NUM1
           MOVE WS-POST-AMT TO BC-NUM2
           CALL "BIGCALC" USING BC-NUM1 WS-POST-OP BC-NUM2
               BC-RESULT BC-RETURN-CODE BC-SIGN-OR-OVFL-SW
           END-CALL
           IF BC-RETURN-CODE NOT = 0
               MOVE 'N' TO WS-POST-OK-SW
               ADD 1 TO WS-UNREAD-COUNT
               IF WS-UNREAD-COUNT <= 20
                   DISPLAY "BALCHAIN: AMOUNT NOT A NUMBER, LEFT OUT: "
                       FUNCTION TRIM(WS-POST-AMT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIG(WS-FIG-IDX)
           MOVE FUNCTION TRIM(BC-RESULT) TO WS-FIG(WS-FIG-IDX).

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO BCH-RPT-REC
           WRITE BCH-RPT-REC
           IF WS-UNREAD-COUNT > 0
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
               MOVE WS-UNREAD-COUNT TO WS-COUNT-DISP
               STRING "AMOUNTS NOT A NUMBER, LEFT OUT OF BOTH SIDES: "
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO BCH-RPT-REC
               END-STRING
               WRITE BCH-RPT-REC
               MOVE SPACES TO BCH-RPT-REC
           END-IF
           IF WS-LEG-OUT-COUNT = 0
               MOVE "CHAIN BALANCED -- NO MONEY GAINED OR LOST"
                   TO BCH-RPT-REC
           ELSE
               MOVE WS-LEG-OUT-COUNT TO WS-COUNT-DISP
               STRING "*** CHAIN OUT OF BALANCE -- "
                      FUNCTION TRIM(WS-COUNT-DISP) " LEG(S) ***"
                   DELIMITED BY SIZE INTO BCH-RPT-REC
               END-STRING
           END-IF
           WRITE BCH-RPT-REC.

       END PROGRAM BALCHAIN.
