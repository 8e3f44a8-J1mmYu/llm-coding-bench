       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKXTR.

      *    Masked test-data extract.  Copies the production inputs
      *    the test region needs -- CSVIN, BIGIN (LEDGER.IN),
      *    BALFWD, RESOURCE.MASTER and MIVIN -- with every account
      *    number, provider id, provider reference and named CSV
      *    column replaced by a pseudonym, so a parameter change or
      *    a new provider layout can be tried on real shapes without
      *    real identities leaving production.
      *
      *    The pseudonym is keyed and consistent: the same value
      *    masks to the same pseudonym in every file and every run
      *    made under the same key (XTRKEY, an access-controlled
      *    dataset -- the key is never printed), so BALFWD, the
      *    ledger, the resource master and the CSV master columns
      *    still join in test.  Each letter stays a letter of the
      *    same case and each digit a digit; blanks, punctuation
      *    and quotes stay where they are, so layouts, widths and
      *    CSV quoting are untouched.  Two different values never
      *    mask to the same pseudonym, and no value with a letter or
      *    digit in it ever masks to itself.  The key check value
      *    on XTRRPT tells whether two extracts were cut under the
      *    same key.
      *
      *    XTRCTL cards ('*' in column 1 is a comment):
      *        MASK nn [nn ...]     CSV columns to mask (a MASTER
      *                             column must be named here to
      *                             keep joining RESOURCE.MASTER)
      *        AMOUNT nn            the CSV amount column (the
      *                             CSVCTL BAMOUNT column)
      *        PERTURB pct          perturb amounts by up to pct
      *                             per cent either way (0-50,
      *                             default 0 = amounts as sent)
      *        DELIMITER PIPE|TAB|c CSV delimiter, default ','
      *    A perturbed amount moves by the same proportion wherever
      *    the same figure appears and keeps its decimal places
      *    (truncated).  It is applied to OB, TR (not '*'
      *    multipliers), EC and AL amounts on BIGIN, BALFWD
      *    balances and the CSV AMOUNT column; an envelope trailer's
      *    declared total moves by exactly what its rows moved, so
      *    an envelope that balanced still balances and one that did
      *    not is still out by the same amount.  Pairs-mode BIGIN
      *    records and MIVIN carry no identities and are copied as
      *    they stand.  BALFWD and RESOURCE.MASTER are re-sorted on
      *    their masked keys, so both stay in key order.
      *
      *    A source DD that will not open is a dataset not selected.
      *    Every output is read back when written, and XTRRPT ends
      *    with the control table: per dataset, records in, records
      *    written and records read back, and the sensitive values
      *    found, masked and passed through unmasked.  One UTILAUD
      *    'D' per dataset, inside this run's H/T bracket, is the
      *    audit trail of what left production.
      *    RETURN-CODE 0 extract proven, 4 proven but some amounts
      *    left as sent (not a number, or no room on the record),
      *    8 a bad control card or nothing selected, 12 NOT PROVEN
      *    -- a count does not match or a sensitive value passed
      *    through unmasked, 14 a nightly run is open, 16 no usable
      *    key or an output would not open.  The job copies the
      *    extract into the test region only on RC 4 or below.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XTR-CTL-FILE ASSIGN TO "XTRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT XTR-KEY-FILE ASSIGN TO "XTRKEY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT XTR-CSVI-FILE ASSIGN TO "XTRCSVI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT XTR-CSVO-FILE ASSIGN TO "XTRCSVO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT XTR-BIGI-FILE ASSIGN TO "XTRBIGI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT XTR-BIGO-FILE ASSIGN TO "XTRBIGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT XTR-BALI-FILE ASSIGN TO "XTRBALI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT XTR-BALO-FILE ASSIGN TO "XTRBALO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT XTR-RESI-FILE ASSIGN TO "XTRRESI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT XTR-RESO-FILE ASSIGN TO "XTRRESO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT XTR-MIVI-FILE ASSIGN TO "XTRMIVI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT XTR-MIVO-FILE ASSIGN TO "XTRMIVO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT XTR-RPT-FILE ASSIGN TO "XTRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  XTR-CTL-FILE.
       01  XTR-CTL-REC             PIC X(80).
       FD  XTR-KEY-FILE.
       01  XTR-KEY-REC             PIC X(80).
       FD  XTR-CSVI-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-IN-REC-LEN.
       01  XTR-CSVI-REC            PIC X(1000).
       FD  XTR-CSVO-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON
               WS-OUT-REC-LEN.
       01  XTR-CSVO-REC            PIC X(1000).
       FD  XTR-BIGI-FILE
           RECORD IS VARYING FROM 1 TO 1010 DEPENDING ON
               WS-IN-REC-LEN.
       01  XTR-BIGI-REC            PIC X(1010).
       FD  XTR-BIGO-FILE
           RECORD IS VARYING FROM 1 TO 1010 DEPENDING ON
               WS-OUT-REC-LEN.
       01  XTR-BIGO-REC            PIC X(1010).
       FD  XTR-BALI-FILE.
       01  XTR-BALI-REC            PIC X(520).
       FD  XTR-BALO-FILE.
       01  XTR-BALO-REC            PIC X(520).
       FD  XTR-RESI-FILE.
       01  XTR-RESI-REC            PIC X(80).
       FD  XTR-RESO-FILE.
           COPY RESMREC.
       FD  XTR-MIVI-FILE.
       01  XTR-MIVI-REC            PIC X(80).
       FD  XTR-MIVO-FILE.
       01  XTR-MIVO-REC            PIC X(80).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  XTR-RPT-FILE.
       01  XTR-RPT-REC             PIC X(132).
      *    BALFWD and RESOURCE.MASTER records on their way back into
      *    key order after masking; the key is the first 30 bytes
      *    (the BALFWD account is 16, RSM-KEY 30 -- keys are unique,
      *    so the longer sort key orders BALFWD the same way).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-KEY             PIC X(30).
           05  SRT-REST            PIC X(490).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-KEY-STATUS           PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-OUT-REC-LEN          PIC 9(4).
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-SRT-EOF-SW           PIC X VALUE 'N'.
           88  WS-SRT-EOF          VALUE 'Y'.

      *    Run-state check fields for the shared UTILLOCK entry
      *    point (RETURN-CODE 14 while a nightly run is open).
       01  WS-LOCK-OPEN-SW         PIC X.
       01  WS-LOCK-PROGRAM         PIC X(8).
       01  WS-LOCK-RC              PIC S9(4) COMP-5.

      *    XTRCTL.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-CTL-TOKENS.
           05  WS-CTL-TOKEN        PIC X(20) OCCURS 8 TIMES.
       01  WS-CTL-TK-IDX           PIC 9(2).
       01  WS-CTL-BAD-SW           PIC X.
           88  WS-CTL-BAD          VALUE 'Y'.
       01  WS-BAD-CARD-COUNT       PIC 9(4) VALUE 0.
       01  MAX-MASK-COLS           PIC 9(2) VALUE 20.
       01  WS-MASK-COL-COUNT       PIC 9(2) VALUE 0.
       01  WS-MASK-COL-TABLE.
           05  WS-MASK-COL         PIC 9(4) OCCURS 20 TIMES.
       01  WS-MC-IDX               PIC 9(2).
       01  WS-AMOUNT-COL           PIC 9(4) VALUE 0.
       01  WS-PERTURB-PCT          PIC 9(2) VALUE 0.
       01  WS-DELIMITER            PIC X VALUE ','.
       01  WS-DELIM-DISP           PIC X(5).
       01  WS-CARD-NUM             PIC 9(4).
       01  WS-CARD-TEXT            PIC X(20).
       01  WS-COL-DISP             PIC ZZZ9.
       01  WS-COL-LIST             PIC X(100).
       01  WS-COL-LIST-PTR         PIC 9(3).

      *    The masking key, from XTRKEY: the first record that is
      *    neither blank nor a '*' comment.  The key schedule is the
      *    character values of the key; the check value is a digest
      *    of it that says nothing about the key itself.
       01  MIN-KEY-LEN             PIC 9(2) VALUE 8.
       01  WS-MSK-KEY              PIC X(60) VALUE SPACES.
       01  WS-MSK-KEY-LEN          PIC 9(4) VALUE 0.
       01  WS-MSK-KEY-TABLE.
           05  WS-MSK-KEY-ORD      PIC 9(3) OCCURS 60 TIMES.
       01  WS-MSK-S1               PIC 9(5) VALUE 0.
       01  WS-MSK-S2               PIC 9(5) VALUE 0.
       01  WS-KEY-OK-SW            PIC X VALUE 'N'.
           88  WS-KEY-OK           VALUE 'Y'.
       01  WS-KEY-CHECK-DISP       PIC 9(4).

      *    Which characters are masked, and to what: every digit,
      *    upper-case and lower-case letter has its alphabet (1, 2,
      *    3) and its place in it; anything else is left alone.
      *    Built once from the alphabets, so the same rules hold
      *    whatever the collating sequence.
       01  WS-ALPHABETS.
           05  FILLER              PIC X(26) VALUE "0123456789".
           05  FILLER              PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER              PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABETS.
           05  WS-ALPHABET         PIC X(26) OCCURS 3 TIMES.
       01  WS-RADIX-VALUES         PIC X(6) VALUE "102626".
       01  WS-RADIX-TABLE REDEFINES WS-RADIX-VALUES.
           05  WS-SET-RADIX        PIC 9(2) OCCURS 3 TIMES.
       01  WS-CHAR-MAP.
           05  WS-CM-ENTRY OCCURS 256 TIMES.
               10  WS-CM-SET       PIC 9.
               10  WS-CM-VALUE     PIC 9(2).
       01  WS-SET-IDX              PIC 9.
       01  WS-VAL-IDX              PIC 9(2).

      *    One value being masked: WS-MSK-FIELD(1:WS-MSK-FLEN) in,
      *    the pseudonym out in the same place.  The letters and
      *    digits are enciphered as one mixed-radix number (a keyed
      *    pass forward and a keyed pass back), stepped on by one,
      *    and deciphered: the pseudonym is the value's successor in
      *    a keyed ordering of every value of its shape.
       01  MAX-MASK-LEN            PIC 9(4) VALUE 1100.
       01  WS-MSK-FIELD            PIC X(1100).
       01  WS-MSK-BEFORE           PIC X(1100).
       01  WS-MSK-FLEN             PIC 9(4) VALUE 0.
       01  WS-MSK-N                PIC 9(4).
       01  WS-MSK-TABLE.
           05  WS-MSK-ENTRY OCCURS 1100 TIMES.
               10  WS-MSK-POS      PIC 9(4).
               10  WS-MSK-SET      PIC 9.
               10  WS-MSK-DIG      PIC 9(2).
       01  WS-MSK-I                PIC 9(4).
       01  WS-MSK-J                PIC 9(4).
       01  WS-MSK-ORD              PIC 9(3).
       01  WS-MSK-S                PIC S9(9).
       01  WS-MSK-K                PIC S9(9).
       01  WS-MSK-OUT              PIC S9(9).
       01  WS-MSK-RADIX            PIC 9(2).
       01  WS-MSK-CARRY-SW         PIC X.
           88  WS-MSK-CARRY        VALUE 'Y'.
       01  WS-MSK-RESULT-SW        PIC X.
           88  WS-MSK-EMPTY        VALUE 'E'.
           88  WS-MSK-MASKED       VALUE 'M'.
           88  WS-MSK-UNCHANGED    VALUE 'U'.

      *    Amount perturbation: WS-PTB-IN in, WS-PTB-OUT out when
      *    WS-PTB-DONE.  The shift in basis points is a keyed digest
      *    of the figure itself, so the same figure always moves the
      *    same way.
       01  WS-PTB-IN               PIC X(510).
       01  WS-PTB-OUT              PIC X(510).
       01  WS-PTB-NORM             PIC X(510).
       01  WS-PTB-LEN              PIC 9(4).
       01  WS-PTB-SCALE            PIC 9(4).
       01  WS-PTB-POINT-SW         PIC X.
       01  WS-PTB-I                PIC 9(4).
       01  WS-PTB-HASH             PIC 9(9).
       01  WS-PTB-RANGE            PIC 9(5).
       01  WS-PTB-BP               PIC S9(5).
       01  WS-PTB-MULT             PIC 9(5).
       01  WS-PTB-PRODUCT          PIC X(1011).
       01  WS-PTB-NEG-SW           PIC X.
       01  WS-PTB-DIGITS           PIC X(1011).
       01  WS-PTB-DLEN             PIC 9(4).
       01  WS-PTB-KEEP             PIC 9(4).
       01  WS-PTB-INT-LEN          PIC 9(4).
       01  WS-PTB-ZEROS            PIC X(510) VALUE ALL "0".
       01  WS-PTB-SW               PIC X.
           88  WS-PTB-DONE         VALUE 'Y'.

      *    BIGCALC operands are passed full width: its LINKAGE
      *    reads 510 bytes, so no short literal is ever passed.
       01  WS-CALC-1               PIC X(510).
       01  WS-CALC-2               PIC X(510).
       01  WS-CALC-RESULT          PIC X(1011).
       01  WS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-CALC-OVFL-SW         PIC X.
       01  WS-ZERO-OPERAND         PIC X(510) VALUE "0".

      *    One record being worked on, and the blank-delimited
      *    tokens on it (start and end column of each).
       01  WS-XTR-LINE             PIC X(1100).
       01  WS-XTR-LEN              PIC 9(4).
       01  WS-XTR-WORK             PIC X(1100).
       01  WS-TK-COUNT             PIC 9(2).
       01  WS-TK-TABLE.
           05  WS-TK-ENTRY OCCURS 8 TIMES.
               10  WS-TK-START     PIC 9(4).
               10  WS-TK-END       PIC 9(4).
       01  WS-TK-IDX               PIC 9(2).
       01  WS-TK-POS               PIC 9(4).
       01  WS-TK-IN-SW             PIC X.
       01  WS-TK-TYPE              PIC X(6).
       01  WS-TK-ACCT              PIC 9(2).
       01  WS-TK-REF               PIC 9(2).
       01  WS-TK-AMT               PIC 9(2).
      *    A replacement for WS-XTR-LINE(WS-SPL-START:...END).
       01  WS-SPL-START            PIC 9(4).
       01  WS-SPL-END              PIC 9(4).
       01  WS-SPL-TEXT             PIC X(510).
       01  WS-SPL-TEXT-LEN         PIC 9(4).
       01  WS-SPL-MAX              PIC 9(4).
       01  WS-SPL-NEW-LEN          PIC 9(4).
       01  WS-SPL-SW               PIC X.
           88  WS-SPL-DONE         VALUE 'Y'.

      *    CSVIN: one logical row (a quoted value may run over
      *    several physical records, as CSVPARSER allows), walked a
      *    character at a time with the quote state carried across
      *    records.
       01  MAX-CSV-LINES           PIC 9(2) VALUE 20.
       01  WS-CSV-COUNT            PIC 9(2).
       01  WS-CSV-TABLE.
           05  WS-CSV-ENTRY OCCURS 20 TIMES.
               10  WS-CSV-PLEN     PIC 9(4).
               10  WS-CSV-PTEXT    PIC X(1000).
       01  WS-CSV-LI               PIC 9(2).
       01  WS-CSV-P                PIC 9(4).
       01  WS-CSV-CH               PIC X.
       01  WS-CSV-COL              PIC 9(4).
       01  WS-CSV-INQ-SW           PIC X.
           88  WS-CSV-IN-QUOTES    VALUE 'Y'.
       01  WS-CSV-MASKED-SW        PIC X.
           88  WS-CSV-COL-MASKED   VALUE 'Y'.
       01  WS-CSV-AMT-SW           PIC X.
           88  WS-CSV-COL-AMOUNT   VALUE 'Y'.
       01  WS-CSV-MAP-TABLE.
           05  WS-CSV-MAP OCCURS 1100 TIMES.
               10  WS-CSV-MAP-LINE PIC 9(2).
               10  WS-CSV-MAP-POS  PIC 9(4).
       01  WS-CSV-AMT-LINE         PIC 9(2).
       01  WS-CSV-AMT-START        PIC 9(4).
       01  WS-CSV-AMT-END          PIC 9(4).
       01  WS-CSV-AMT-SPLIT-SW     PIC X.
           88  WS-CSV-AMT-SPLIT    VALUE 'Y'.
       01  WS-CSV-ROWS             PIC 9(9) VALUE 0.
       01  WS-CSV-UNTERM-COUNT     PIC 9(9) VALUE 0.
       01  WS-CSV-LINE-NUM         PIC 9(9) VALUE 0.
       01  WS-CSV-ROW-LINE         PIC 9(9).
      *    Envelope state: what the rows' amounts were, and are now.
       01  WS-ENV-COUNT            PIC 9(9) VALUE 0.
       01  WS-ENV-OPEN-SW          PIC X VALUE 'N'.
           88  WS-ENV-OPEN         VALUE 'Y'.
       01  WS-ENV-SUM-SENT         PIC X(510).
       01  WS-ENV-SUM-NOW          PIC X(510).
       01  WS-ENV-RESTATED         PIC 9(9) VALUE 0.

      *    The five datasets: 1 CSVIN, 2 BIGIN, 3 BALFWD,
      *    4 RESOURCE.MASTER, 5 MIVIN.
       01  WS-DS-NAMES.
           05  FILLER              PIC X(16) VALUE "CSVIN".
           05  FILLER              PIC X(16) VALUE "BIGIN".
           05  FILLER              PIC X(16) VALUE "BALFWD".
           05  FILLER              PIC X(16) VALUE "RESOURCE.MASTER".
           05  FILLER              PIC X(16) VALUE "MIVIN".
       01  WS-DS-NAME-TABLE REDEFINES WS-DS-NAMES.
           05  WS-DS-NAME          PIC X(16) OCCURS 5 TIMES.
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 5 TIMES.
               10  WS-DS-STATE     PIC X.
                   88  WS-DS-NOT-SELECTED VALUE 'N'.
                   88  WS-DS-SELECTED     VALUE 'Y'.
                   88  WS-DS-FAILED       VALUE 'F'.
               10  WS-DS-OPEN-STATUS PIC XX.
               10  WS-DS-IN        PIC 9(9).
               10  WS-DS-OUT       PIC 9(9).
               10  WS-DS-REREAD    PIC 9(9).
               10  WS-DS-SENSITIVE PIC 9(9).
               10  WS-DS-MASKED    PIC 9(9).
               10  WS-DS-UNMASKED  PIC 9(9).
               10  WS-DS-PERTURBED PIC 9(9).
               10  WS-DS-AS-SENT   PIC 9(9).
               10  WS-DS-RC        PIC 9(4).
       01  WS-DS-IDX               PIC 9.
       01  WS-DS-SELECTED-COUNT    PIC 9 VALUE 0.
       01  WS-DS-PROVEN-COUNT      PIC 9 VALUE 0.
       01  WS-REC-NUM              PIC 9(9).
       01  WS-NOTE-COUNT           PIC 9(9) VALUE 0.
       01  WS-NOTE-TEXT            PIC X(80).

      *    Report.
       01  PAGE-LINES              PIC 9(3) VALUE 50.
       01  WS-LINE-ON-PAGE         PIC 9(3) VALUE 999.
       01  WS-PAGE-NUM             PIC 9(5) VALUE 0.
       01  WS-PAGE-DISP            PIC ZZZZ9.
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-LINE-DISP            PIC Z(8)9.
       01  WS-IN-DISP              PIC Z(8)9.
       01  WS-OUT-DISP             PIC Z(8)9.
       01  WS-REREAD-DISP          PIC Z(8)9.
       01  WS-SENS-DISP            PIC Z(8)9.
       01  WS-MASKED-DISP          PIC Z(8)9.
       01  WS-UNMASKED-DISP        PIC Z(8)9.
       01  WS-PERTURBED-DISP       PIC Z(8)9.
       01  WS-VERDICT              PIC X(20).
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "UTILLOCK" USING WS-LOCK-OPEN-SW WS-LOCK-PROGRAM
               WS-LOCK-RC
           END-CALL
           IF WS-LOCK-OPEN-SW = 'Y'
               DISPLAY "MASKXTR: *** REFUSED *** A NIGHTLY RUN IS "
                   "OPEN ON THE AUDIT TRAIL (PROGRAM="
                   WS-LOCK-PROGRAM ") -- RERUN AFTER IT CLOSES"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT XTR-RPT-FILE
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM BUILD-CHARACTER-MAP
           PERFORM READ-MASKING-KEY
           PERFORM READ-EXTRACT-CONTROL
           PERFORM WRITE-AUDIT-HEADER
           PERFORM LIST-CONTROLS-IN-EFFECT

           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 5
               MOVE 'N' TO WS-DS-STATE(WS-DS-IDX)
               MOVE SPACES TO WS-DS-OPEN-STATUS(WS-DS-IDX)
               MOVE 0 TO WS-DS-IN(WS-DS-IDX) WS-DS-OUT(WS-DS-IDX)
                   WS-DS-REREAD(WS-DS-IDX) WS-DS-SENSITIVE(WS-DS-IDX)
                   WS-DS-MASKED(WS-DS-IDX) WS-DS-UNMASKED(WS-DS-IDX)
                   WS-DS-PERTURBED(WS-DS-IDX) WS-DS-AS-SENT(WS-DS-IDX)
                   WS-DS-RC(WS-DS-IDX)
           END-PERFORM

           IF NOT WS-KEY-OK
               PERFORM CHECK-PAGE-BREAK
               MOVE "*** NO USABLE MASKING KEY ON XTRKEY -- NOTHING "
                   & "EXTRACTED ***" TO XTR-RPT-REC
               WRITE XTR-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM EXTRACT-CSVIN
           PERFORM EXTRACT-BIGIN
           PERFORM EXTRACT-BALFWD
           PERFORM EXTRACT-RESOURCE-MASTER
           PERFORM EXTRACT-MIVIN
           PERFORM READ-BACK-OUTPUTS
           PERFORM WRITE-CONTROL-TABLE
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE XTR-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "MASKXTR: DATASETS SELECTED=" WS-DS-SELECTED-COUNT
               " PROVEN=" WS-DS-PROVEN-COUNT
               " RC=" WS-FINAL-RC
               " RUN-ID=" WS-RUN-ID
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *----------------------------------------------------------------
      *    Controls: the character map, the key and the cards.
      *----------------------------------------------------------------
       BUILD-CHARACTER-MAP.
           PERFORM VARYING WS-MSK-I FROM 1 BY 1 UNTIL WS-MSK-I > 256
               MOVE 0 TO WS-CM-SET(WS-MSK-I)
               MOVE 0 TO WS-CM-VALUE(WS-MSK-I)
           END-PERFORM
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1 UNTIL WS-SET-IDX > 3
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > WS-SET-RADIX(WS-SET-IDX)
                   MOVE FUNCTION ORD(
                       WS-ALPHABET(WS-SET-IDX)(WS-VAL-IDX:1))
                       TO WS-MSK-ORD
                   MOVE WS-SET-IDX TO WS-CM-SET(WS-MSK-ORD)
                   COMPUTE WS-CM-VALUE(WS-MSK-ORD) = WS-VAL-IDX - 1
               END-PERFORM
           END-PERFORM.

      *    The key is never displayed or printed; only its check
      *    value is.
       READ-MASKING-KEY.
           OPEN INPUT XTR-KEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "MASKXTR: *** ERROR *** XTRKEY WILL NOT OPEN, "
                   "STATUS " WS-KEY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-MSK-KEY NOT = SPACES
               READ XTR-KEY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF XTR-KEY-REC NOT = SPACES
                          AND XTR-KEY-REC(1:1) NOT = '*'
                           MOVE FUNCTION TRIM(XTR-KEY-REC)
                               TO WS-MSK-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XTR-KEY-FILE
           MOVE 'N' TO WS-EOF-SW
           IF WS-MSK-KEY = SPACES
               DISPLAY "MASKXTR: *** ERROR *** XTRKEY HOLDS NO KEY"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSK-KEY))
               TO WS-MSK-KEY-LEN
           IF WS-MSK-KEY-LEN < MIN-KEY-LEN
               DISPLAY "MASKXTR: *** ERROR *** MASKING KEY SHORTER "
                   "THAN " MIN-KEY-LEN " CHARACTERS"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MSK-S1
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-KEY-LEN
               MOVE FUNCTION ORD(WS-MSK-KEY(WS-MSK-I:1))
                   TO WS-MSK-KEY-ORD(WS-MSK-I)
               COMPUTE WS-MSK-S1 = FUNCTION MOD(
                   WS-MSK-S1 * 31
                   + WS-MSK-KEY-ORD(WS-MSK-I) * WS-MSK-I, 9973)
           END-PERFORM
           MOVE WS-MSK-S1 TO WS-KEY-CHECK-DISP
           MOVE 'Y' TO WS-KEY-OK-SW.

       READ-EXTRACT-CONTROL.
           MOVE 0 TO WS-CARD-NUM
           OPEN INPUT XTR-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ XTR-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-NUM
                       IF XTR-CTL-REC NOT = SPACES
                          AND XTR-CTL-REC(1:1) NOT = '*'
                           PERFORM APPLY-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XTR-CTL-FILE
      *    A column both masked and perturbed would be masked; say
      *    so rather than leave the operator guessing.
           IF WS-AMOUNT-COL > 0
               PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                       UNTIL WS-MC-IDX > WS-MASK-COL-COUNT
                   IF WS-MASK-COL(WS-MC-IDX) = WS-AMOUNT-COL
                       MOVE "AMOUNT COLUMN IS ALSO A MASK COLUMN"
                           TO WS-NOTE-TEXT
                       PERFORM REPORT-BAD-CARD
                       MOVE 0 TO WS-AMOUNT-COL
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-TOKENS
           UNSTRING XTR-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN(1) WS-CTL-TOKEN(2) WS-CTL-TOKEN(3)
                    WS-CTL-TOKEN(4) WS-CTL-TOKEN(5) WS-CTL-TOKEN(6)
                    WS-CTL-TOKEN(7) WS-CTL-TOKEN(8)
           END-UNSTRING
           MOVE 'N' TO WS-CTL-BAD-SW
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN(1))
               WHEN "MASK"
                   IF WS-CTL-TOKEN(2) = SPACES
                       MOVE 'Y' TO WS-CTL-BAD-SW
                   END-IF
                   PERFORM VARYING WS-CTL-TK-IDX FROM 2 BY 1
                           UNTIL WS-CTL-TK-IDX > 8
                              OR WS-CTL-TOKEN(WS-CTL-TK-IDX) = SPACES
                       PERFORM STORE-MASK-COLUMN
                   END-PERFORM
               WHEN "AMOUNT"
                   MOVE WS-CTL-TOKEN(2) TO WS-CARD-TEXT
                   IF FUNCTION TRIM(WS-CARD-TEXT) IS NUMERIC
                      AND FUNCTION NUMVAL(WS-CARD-TEXT) > 0
                      AND FUNCTION NUMVAL(WS-CARD-TEXT) < 10000
                       MOVE FUNCTION NUMVAL(WS-CARD-TEXT)
                           TO WS-AMOUNT-COL
                   ELSE
                       MOVE 'Y' TO WS-CTL-BAD-SW
                   END-IF
               WHEN "PERTURB"
                   MOVE WS-CTL-TOKEN(2) TO WS-CARD-TEXT
                   IF FUNCTION TRIM(WS-CARD-TEXT) IS NUMERIC
                      AND FUNCTION NUMVAL(WS-CARD-TEXT) <= 50
                       MOVE FUNCTION NUMVAL(WS-CARD-TEXT)
                           TO WS-PERTURB-PCT
                   ELSE
                       MOVE 'Y' TO WS-CTL-BAD-SW
                   END-IF
               WHEN "DELIMITER"
                   EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN(2))
                       WHEN "PIPE"
                           MOVE '|' TO WS-DELIMITER
                       WHEN "TAB"
                           MOVE X'09' TO WS-DELIMITER
                       WHEN SPACES
                           MOVE 'Y' TO WS-CTL-BAD-SW
                       WHEN OTHER
                           MOVE WS-CTL-TOKEN(2)(1:1) TO WS-DELIMITER
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'Y' TO WS-CTL-BAD-SW
           END-EVALUATE
           IF WS-CTL-BAD
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "BAD XTRCTL CARD " WS-CARD-NUM ": "
                      FUNCTION TRIM(XTR-CTL-REC)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM REPORT-BAD-CARD
           END-IF.

       STORE-MASK-COLUMN.
           MOVE WS-CTL-TOKEN(WS-CTL-TK-IDX) TO WS-CARD-TEXT
           IF FUNCTION TRIM(WS-CARD-TEXT) IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-CARD-TEXT) = 0
              OR FUNCTION NUMVAL(WS-CARD-TEXT) > 9999
              OR WS-MASK-COL-COUNT >= MAX-MASK-COLS
               MOVE 'Y' TO WS-CTL-BAD-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MASK-COL-COUNT
           MOVE FUNCTION NUMVAL(WS-CARD-TEXT)
               TO WS-MASK-COL(WS-MASK-COL-COUNT).

       REPORT-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT
           IF WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF
           DISPLAY "MASKXTR: *** " FUNCTION TRIM(WS-NOTE-TEXT)
               " -- IGNORED ***"
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           STRING "*** " FUNCTION TRIM(WS-NOTE-TEXT) " -- IGNORED ***"
               DELIMITED BY SIZE INTO XTR-RPT-REC
           END-STRING
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

       LIST-CONTROLS-IN-EFFECT.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           IF WS-KEY-OK
               STRING "MASKING KEY CHECK VALUE   " WS-KEY-CHECK-DISP
                      "  (THE SAME KEY GIVES THE SAME PSEUDONYMS)"
                   DELIMITED BY SIZE INTO XTR-RPT-REC
               END-STRING
           ELSE
               MOVE "MASKING KEY CHECK VALUE   NONE" TO XTR-RPT-REC
           END-IF
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE

           MOVE SPACES TO WS-COL-LIST
           MOVE 1 TO WS-COL-LIST-PTR
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MASK-COL-COUNT
               MOVE WS-MASK-COL(WS-MC-IDX) TO WS-COL-DISP
               STRING FUNCTION TRIM(WS-COL-DISP) " "
                   DELIMITED BY SIZE INTO WS-COL-LIST
                   WITH POINTER WS-COL-LIST-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM
           IF WS-MASK-COL-COUNT = 0
               MOVE "NONE" TO WS-COL-LIST
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           STRING "CSV COLUMNS MASKED        " WS-COL-LIST
               DELIMITED BY SIZE INTO XTR-RPT-REC
           END-STRING
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE

           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           IF WS-AMOUNT-COL = 0
               MOVE "CSV AMOUNT COLUMN         NONE" TO XTR-RPT-REC
           ELSE
               MOVE WS-AMOUNT-COL TO WS-COL-DISP
               STRING "CSV AMOUNT COLUMN         "
                      FUNCTION TRIM(WS-COL-DISP)
                   DELIMITED BY SIZE INTO XTR-RPT-REC
               END-STRING
           END-IF
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE

           EVALUATE WS-DELIMITER
               WHEN '|'
                   MOVE "PIPE" TO WS-DELIM-DISP
               WHEN X'09'
                   MOVE "TAB" TO WS-DELIM-DISP
               WHEN OTHER
                   MOVE WS-DELIMITER TO WS-DELIM-DISP
           END-EVALUATE
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           STRING "CSV DELIMITER             " WS-DELIM-DISP
               DELIMITED BY SIZE INTO XTR-RPT-REC
           END-STRING
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE

           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           IF WS-PERTURB-PCT = 0
               MOVE "AMOUNTS                   AS SENT"
                   TO XTR-RPT-REC
           ELSE
               MOVE WS-PERTURB-PCT TO WS-COL-DISP
               STRING "AMOUNTS                   PERTURBED BY UP TO "
                      FUNCTION TRIM(WS-COL-DISP) " PER CENT"
                   DELIMITED BY SIZE INTO XTR-RPT-REC
               END-STRING
           END-IF
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *----------------------------------------------------------------
      *    CSVIN.
      *----------------------------------------------------------------
       EXTRACT-CSVIN.
           MOVE 1 TO WS-DS-IDX
           OPEN INPUT XTR-CSVI-FILE
           MOVE WS-IN-STATUS TO WS-DS-OPEN-STATUS(WS-DS-IDX)
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XTR-CSVO-FILE
           IF WS-OUT-STATUS NOT = "00"
               PERFORM REPORT-OUTPUT-FAILURE
               CLOSE XTR-CSVI-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DATASET-SELECTED
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-ENV-OPEN-SW
           READ XTR-CSVI-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-DS-IN(WS-DS-IDX)
               ADD 1 TO WS-CSV-LINE-NUM
               MOVE WS-CSV-LINE-NUM TO WS-CSV-ROW-LINE
               MOVE 1 TO WS-CSV-COUNT
               PERFORM LOAD-CSV-RECORD
               IF WS-CSV-PTEXT(1)(1:5) = "#BHDR"
                  OR WS-CSV-PTEXT(1)(1:5) = "#BTRL"
                   PERFORM MASK-CSV-ENVELOPE-LINE
               ELSE
                   PERFORM MASK-CSV-ROW
               END-IF
               PERFORM WRITE-CSV-ROW
               IF NOT WS-EOF
                   READ XTR-CSVI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-IF
           END-PERFORM
           CLOSE XTR-CSVI-FILE XTR-CSVO-FILE
           MOVE 'N' TO WS-EOF-SW
           IF WS-CSV-UNTERM-COUNT > 0
               MOVE WS-CSV-UNTERM-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN ROWS WITH AN UNCLOSED QUOTE (COPIED, "
                      "MASKED AS FAR AS READ)="
                      FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM WRITE-NOTE-LINE
           END-IF.

       LOAD-CSV-RECORD.
           MOVE SPACES TO WS-CSV-PTEXT(WS-CSV-COUNT)
           MOVE WS-IN-REC-LEN TO WS-CSV-PLEN(WS-CSV-COUNT)
           IF WS-IN-REC-LEN > 0
               MOVE XTR-CSVI-REC(1:WS-IN-REC-LEN)
                   TO WS-CSV-PTEXT(WS-CSV-COUNT)
           END-IF.

      *    "#BHDR <provider-id> <batch-date>" masks the provider;
      *    "#BTRL <rows> [amount-total]" restates the total by what
      *    the envelope's amounts moved.
       MASK-CSV-ENVELOPE-LINE.
           MOVE WS-CSV-PTEXT(1) TO WS-XTR-LINE
           MOVE WS-CSV-PLEN(1) TO WS-XTR-LEN
           PERFORM FIND-LINE-TOKENS
           IF WS-CSV-PTEXT(1)(1:5) = "#BHDR"
               IF WS-TK-COUNT >= 2
                   MOVE 2 TO WS-TK-IDX
                   PERFORM MASK-LINE-TOKEN
               END-IF
               MOVE 'Y' TO WS-ENV-OPEN-SW
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-ZERO-OPERAND TO WS-ENV-SUM-SENT
               MOVE WS-ZERO-OPERAND TO WS-ENV-SUM-NOW
           ELSE
               IF WS-ENV-OPEN AND WS-PERTURB-PCT > 0
                  AND WS-AMOUNT-COL > 0 AND WS-TK-COUNT >= 3
                   PERFORM RESTATE-TRAILER-TOTAL
               END-IF
               MOVE 'N' TO WS-ENV-OPEN-SW
           END-IF
           MOVE WS-XTR-LINE TO WS-CSV-PTEXT(1)
           MOVE WS-XTR-LEN TO WS-CSV-PLEN(1).

       RESTATE-TRAILER-TOTAL.
           MOVE SPACES TO WS-CALC-1
           MOVE WS-XTR-LINE(WS-TK-START(3):
                   WS-TK-END(3) - WS-TK-START(3) + 1) TO WS-CALC-1
           MOVE WS-ENV-SUM-NOW TO WS-CALC-2
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0
               MOVE SPACES TO WS-CALC-1
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-CALC-1
               MOVE WS-ENV-SUM-SENT TO WS-CALC-2
               CALL "BIGCALC" USING WS-CALC-1 '-' WS-CALC-2
                   WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
               END-CALL
           END-IF
           IF WS-CALC-RC NOT = 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN LINE " WS-CSV-ROW-LINE
                      " TRAILER TOTAL NOT A NUMBER -- LEFT AS SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TK-START(3) TO WS-SPL-START
           MOVE WS-TK-END(3) TO WS-SPL-END
           MOVE SPACES TO WS-SPL-TEXT
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-SPL-TEXT
           MOVE 1000 TO WS-SPL-MAX
           PERFORM SPLICE-LINE-TEXT
           IF WS-SPL-DONE
               ADD 1 TO WS-ENV-RESTATED
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN LINE " WS-CSV-ROW-LINE
                      " TRAILER TOTAL WOULD NOT FIT -- LEFT AS SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
           END-IF.

      *    One data row.  Letters and digits of the masked columns
      *    are gathered, with where each came from, as the row is
      *    walked; a column's value is masked when its delimiter (or
      *    the end of the row) is reached and put back in place.
       MASK-CSV-ROW.
           ADD 1 TO WS-CSV-ROWS
           MOVE 1 TO WS-CSV-COL
           MOVE 'N' TO WS-CSV-INQ-SW
           MOVE 0 TO WS-MSK-FLEN
           MOVE 0 TO WS-CSV-AMT-LINE WS-CSV-AMT-START WS-CSV-AMT-END
           MOVE 'N' TO WS-CSV-AMT-SPLIT-SW
           PERFORM SET-CSV-COLUMN-ROLE
           MOVE 1 TO WS-CSV-LI
           PERFORM WALK-CSV-RECORD
      *    A quoted value still open at the end of a record runs on
      *    into the next one, as far as CSVPARSER would follow it.
           PERFORM UNTIL NOT WS-CSV-IN-QUOTES
                   OR WS-CSV-COUNT >= MAX-CSV-LINES
               READ XTR-CSVI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF WS-EOF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DS-IN(WS-DS-IDX)
               ADD 1 TO WS-CSV-LINE-NUM
               ADD 1 TO WS-CSV-COUNT
               PERFORM LOAD-CSV-RECORD
               MOVE WS-CSV-COUNT TO WS-CSV-LI
               PERFORM WALK-CSV-RECORD
           END-PERFORM
           IF WS-CSV-IN-QUOTES
               ADD 1 TO WS-CSV-UNTERM-COUNT
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           PERFORM END-CSV-COLUMN
           IF WS-PERTURB-PCT > 0 AND WS-CSV-AMT-LINE > 0
               PERFORM PERTURB-CSV-AMOUNT
           END-IF.

       WALK-CSV-RECORD.
           MOVE 1 TO WS-CSV-P
           PERFORM UNTIL WS-CSV-P > WS-CSV-PLEN(WS-CSV-LI)
               MOVE WS-CSV-PTEXT(WS-CSV-LI)(WS-CSV-P:1) TO WS-CSV-CH
               IF WS-CSV-IN-QUOTES
                   PERFORM NOTE-CSV-VALUE-CHAR
                   IF WS-CSV-CH = '"'
                       IF WS-CSV-P < WS-CSV-PLEN(WS-CSV-LI)
                          AND WS-CSV-PTEXT(WS-CSV-LI)
                                  (WS-CSV-P + 1:1) = '"'
                           ADD 1 TO WS-CSV-P
                           PERFORM NOTE-CSV-VALUE-CHAR
                       ELSE
                           MOVE 'N' TO WS-CSV-INQ-SW
                       END-IF
                   END-IF
               ELSE
                   IF WS-CSV-CH = WS-DELIMITER
                       PERFORM END-CSV-COLUMN
                       ADD 1 TO WS-CSV-COL
                       PERFORM SET-CSV-COLUMN-ROLE
                   ELSE
                       IF WS-CSV-CH = '"'
                           MOVE 'Y' TO WS-CSV-INQ-SW
                       END-IF
                       PERFORM NOTE-CSV-VALUE-CHAR
                   END-IF
               END-IF
               ADD 1 TO WS-CSV-P
           END-PERFORM.

       SET-CSV-COLUMN-ROLE.
           MOVE 'N' TO WS-CSV-MASKED-SW
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MASK-COL-COUNT
               IF WS-MASK-COL(WS-MC-IDX) = WS-CSV-COL
                   MOVE 'Y' TO WS-CSV-MASKED-SW
               END-IF
           END-PERFORM
           IF WS-AMOUNT-COL > 0 AND WS-AMOUNT-COL = WS-CSV-COL
               MOVE 'Y' TO WS-CSV-AMT-SW
           ELSE
               MOVE 'N' TO WS-CSV-AMT-SW
           END-IF.

       NOTE-CSV-VALUE-CHAR.
           IF WS-CSV-COL-MASKED
               IF WS-MSK-FLEN >= MAX-MASK-LEN
                   PERFORM FLUSH-CSV-GATHER
               END-IF
               ADD 1 TO WS-MSK-FLEN
               MOVE WS-CSV-CH TO WS-MSK-FIELD(WS-MSK-FLEN:1)
               MOVE WS-CSV-LI TO WS-CSV-MAP-LINE(WS-MSK-FLEN)
               MOVE WS-CSV-P TO WS-CSV-MAP-POS(WS-MSK-FLEN)
           END-IF
           IF WS-CSV-COL-AMOUNT
               IF WS-CSV-AMT-LINE = 0
                   MOVE WS-CSV-LI TO WS-CSV-AMT-LINE
                   MOVE WS-CSV-P TO WS-CSV-AMT-START
               END-IF
               IF WS-CSV-LI NOT = WS-CSV-AMT-LINE
                   MOVE 'Y' TO WS-CSV-AMT-SPLIT-SW
               END-IF
               MOVE WS-CSV-P TO WS-CSV-AMT-END
           END-IF.

       END-CSV-COLUMN.
           IF WS-MSK-FLEN > 0
               PERFORM FLUSH-CSV-GATHER
           END-IF.

       FLUSH-CSV-GATHER.
           PERFORM MASK-ONE-VALUE
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-FLEN
               MOVE WS-MSK-FIELD(WS-MSK-I:1)
                   TO WS-CSV-PTEXT(WS-CSV-MAP-LINE(WS-MSK-I))
                          (WS-CSV-MAP-POS(WS-MSK-I):1)
           END-PERFORM
           MOVE WS-CSV-ROW-LINE TO WS-REC-NUM
           PERFORM COUNT-MASK-RESULT
           MOVE 0 TO WS-MSK-FLEN.

      *    The amount must sit on one record to be replaced; the
      *    figure is what is left inside any quotes and blanks.
       PERTURB-CSV-AMOUNT.
           IF WS-CSV-AMT-SPLIT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN LINE " WS-CSV-ROW-LINE
                      " AMOUNT RUNS OVER TWO RECORDS -- LEFT AS SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-PTEXT(WS-CSV-AMT-LINE) TO WS-XTR-LINE
           MOVE WS-CSV-PLEN(WS-CSV-AMT-LINE) TO WS-XTR-LEN
           MOVE WS-CSV-AMT-START TO WS-SPL-START
           MOVE WS-CSV-AMT-END TO WS-SPL-END
           PERFORM UNTIL WS-SPL-START > WS-SPL-END
                   OR (WS-XTR-LINE(WS-SPL-START:1) NOT = SPACE
                       AND WS-XTR-LINE(WS-SPL-START:1) NOT = '"')
               ADD 1 TO WS-SPL-START
           END-PERFORM
           PERFORM UNTIL WS-SPL-END < WS-SPL-START
                   OR (WS-XTR-LINE(WS-SPL-END:1) NOT = SPACE
                       AND WS-XTR-LINE(WS-SPL-END:1) NOT = '"')
               SUBTRACT 1 FROM WS-SPL-END
           END-PERFORM
           IF WS-SPL-END < WS-SPL-START
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PTB-IN
           MOVE WS-XTR-LINE(WS-SPL-START:
                   WS-SPL-END - WS-SPL-START + 1) TO WS-PTB-IN
           PERFORM PERTURB-AMOUNT
           IF NOT WS-PTB-DONE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN LINE " WS-CSV-ROW-LINE
                      " AMOUNT NOT A NUMBER -- LEFT AS SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PTB-OUT TO WS-SPL-TEXT
           MOVE 1000 TO WS-SPL-MAX
           PERFORM SPLICE-LINE-TEXT
           IF NOT WS-SPL-DONE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CSVIN LINE " WS-CSV-ROW-LINE
                      " NO ROOM FOR THE PERTURBED AMOUNT -- LEFT AS "
                      "SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XTR-LINE TO WS-CSV-PTEXT(WS-CSV-AMT-LINE)
           MOVE WS-XTR-LEN TO WS-CSV-PLEN(WS-CSV-AMT-LINE)
           ADD 1 TO WS-DS-PERTURBED(WS-DS-IDX)
           IF WS-ENV-OPEN
               PERFORM ADD-TO-ENVELOPE-SUMS
           END-IF.

       ADD-TO-ENVELOPE-SUMS.
           MOVE WS-ENV-SUM-SENT TO WS-CALC-1
           MOVE WS-PTB-NORM TO WS-CALC-2
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0
               MOVE SPACES TO WS-ENV-SUM-SENT
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-ENV-SUM-SENT
           END-IF
           MOVE WS-ENV-SUM-NOW TO WS-CALC-1
           MOVE WS-PTB-OUT TO WS-CALC-2
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0
               MOVE SPACES TO WS-ENV-SUM-NOW
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-ENV-SUM-NOW
           END-IF.

       WRITE-CSV-ROW.
           PERFORM VARYING WS-CSV-LI FROM 1 BY 1
                   UNTIL WS-CSV-LI > WS-CSV-COUNT
               MOVE WS-CSV-PLEN(WS-CSV-LI) TO WS-OUT-REC-LEN
               MOVE WS-CSV-PTEXT(WS-CSV-LI) TO XTR-CSVO-REC
               WRITE XTR-CSVO-REC
               ADD 1 TO WS-DS-OUT(WS-DS-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      *    BIGIN.  The record type says where the identities and
      *    the amount are (formats in the BIGINT-ADD header):
      *        OB|EC [account] <amount>
      *        TR [account] <op> <amount> [reference]
      *        AL <amount> <n-ways>       SH <account> [weight]
      *        RV [account|*] <run-date> <line>
      *    Anything else -- a pairs-mode record, a blank -- carries
      *    no identity and is copied as it stands.
      *----------------------------------------------------------------
       EXTRACT-BIGIN.
           MOVE 2 TO WS-DS-IDX
           OPEN INPUT XTR-BIGI-FILE
           MOVE WS-IN-STATUS TO WS-DS-OPEN-STATUS(WS-DS-IDX)
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XTR-BIGO-FILE
           IF WS-OUT-STATUS NOT = "00"
               PERFORM REPORT-OUTPUT-FAILURE
               CLOSE XTR-BIGI-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DATASET-SELECTED
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XTR-BIGI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-IN(WS-DS-IDX)
                       MOVE WS-DS-IN(WS-DS-IDX) TO WS-REC-NUM
                       MOVE SPACES TO WS-XTR-LINE
                       MOVE WS-IN-REC-LEN TO WS-XTR-LEN
                       IF WS-IN-REC-LEN > 0
                           MOVE XTR-BIGI-REC(1:WS-IN-REC-LEN)
                               TO WS-XTR-LINE
                           PERFORM MASK-LEDGER-RECORD
                       END-IF
                       MOVE WS-XTR-LEN TO WS-OUT-REC-LEN
                       MOVE WS-XTR-LINE TO XTR-BIGO-REC
                       WRITE XTR-BIGO-REC
                       ADD 1 TO WS-DS-OUT(WS-DS-IDX)
               END-READ
           END-PERFORM
           CLOSE XTR-BIGI-FILE XTR-BIGO-FILE
           MOVE 'N' TO WS-EOF-SW.

       MASK-LEDGER-RECORD.
           PERFORM FIND-LINE-TOKENS
           IF WS-TK-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TK-ACCT WS-TK-REF WS-TK-AMT
           MOVE SPACES TO WS-TK-TYPE
           MOVE WS-XTR-LINE(WS-TK-START(1):
                   WS-TK-END(1) - WS-TK-START(1) + 1) TO WS-TK-TYPE
           EVALUATE WS-TK-TYPE
               WHEN "OB"
               WHEN "EC"
                   IF WS-TK-COUNT >= 3
                       MOVE 2 TO WS-TK-ACCT
                       MOVE 3 TO WS-TK-AMT
                   ELSE
                       MOVE 2 TO WS-TK-AMT
                   END-IF
               WHEN "TR"
                   IF WS-XTR-LINE(WS-TK-START(2):1) = '+'
                      OR WS-XTR-LINE(WS-TK-START(2):1) = '-'
                      OR WS-XTR-LINE(WS-TK-START(2):1) = '*'
                       MOVE 3 TO WS-TK-AMT
                       MOVE 4 TO WS-TK-REF
                       MOVE 2 TO WS-TK-IDX
                   ELSE
                       MOVE 2 TO WS-TK-ACCT
                       MOVE 4 TO WS-TK-AMT
                       MOVE 5 TO WS-TK-REF
                       MOVE 3 TO WS-TK-IDX
                   END-IF
      *            A multiplier is not money.
                   IF WS-TK-IDX <= WS-TK-COUNT
                       IF WS-XTR-LINE(WS-TK-START(WS-TK-IDX):1) = '*'
                           MOVE 0 TO WS-TK-AMT
                       END-IF
                   END-IF
               WHEN "AL"
                   MOVE 2 TO WS-TK-AMT
               WHEN "SH"
                   MOVE 2 TO WS-TK-ACCT
               WHEN "RV"
                   IF WS-TK-COUNT >= 4
                       MOVE 2 TO WS-TK-ACCT
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TK-ACCT > 0 AND WS-TK-ACCT <= WS-TK-COUNT
               MOVE WS-TK-ACCT TO WS-TK-IDX
               PERFORM MASK-LINE-TOKEN
           END-IF
           IF WS-TK-REF > 0 AND WS-TK-REF <= WS-TK-COUNT
               MOVE WS-TK-REF TO WS-TK-IDX
               PERFORM MASK-LINE-TOKEN
           END-IF
      *    The amount goes last: it may change length, and the
      *    tokens before it keep their columns.
           IF WS-PERTURB-PCT > 0
              AND WS-TK-AMT > 0 AND WS-TK-AMT <= WS-TK-COUNT
               MOVE WS-TK-AMT TO WS-TK-IDX
               MOVE 1010 TO WS-SPL-MAX
               PERFORM PERTURB-LINE-TOKEN
           END-IF.

      *----------------------------------------------------------------
      *    BALFWD: "account balance", or a bare balance (the blank
      *    default account).  Re-sorted on the masked account.
      *----------------------------------------------------------------
       EXTRACT-BALFWD.
           MOVE 3 TO WS-DS-IDX
           OPEN INPUT XTR-BALI-FILE
           MOVE WS-IN-STATUS TO WS-DS-OPEN-STATUS(WS-DS-IDX)
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XTR-BALO-FILE
           IF WS-OUT-STATUS NOT = "00"
               PERFORM REPORT-OUTPUT-FAILURE
               CLOSE XTR-BALI-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DATASET-SELECTED
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-MASKED-BALANCES
               OUTPUT PROCEDURE IS WRITE-SORTED-BALANCES
           CLOSE XTR-BALI-FILE XTR-BALO-FILE.

       RELEASE-MASKED-BALANCES.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XTR-BALI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-IN(WS-DS-IDX)
                       MOVE WS-DS-IN(WS-DS-IDX) TO WS-REC-NUM
                       MOVE SPACES TO WS-XTR-LINE
                       MOVE XTR-BALI-REC TO WS-XTR-LINE
                       MOVE 520 TO WS-XTR-LEN
                       PERFORM FIND-LINE-TOKENS
                       IF WS-TK-COUNT >= 2
                           MOVE 1 TO WS-TK-IDX
                           PERFORM MASK-LINE-TOKEN
                           MOVE 2 TO WS-TK-IDX
                       ELSE
                           MOVE 1 TO WS-TK-IDX
                       END-IF
                       IF WS-PERTURB-PCT > 0 AND WS-TK-COUNT > 0
                           MOVE 520 TO WS-SPL-MAX
                           PERFORM PERTURB-LINE-TOKEN
                       END-IF
                       MOVE WS-XTR-LINE(1:520) TO SRT-REC
                       RELEASE SRT-REC
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       WRITE-SORTED-BALANCES.
           MOVE 'N' TO WS-SRT-EOF-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF-SW
                   NOT AT END
                       MOVE SRT-REC TO XTR-BALO-REC
                       WRITE XTR-BALO-REC
                       ADD 1 TO WS-DS-OUT(WS-DS-IDX)
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------
      *    RESOURCE.MASTER: RSM-KEY is masked exactly as the CSV
      *    MASTER columns are, so the reference check still finds
      *    it; dates and description are not identities.  Comment
      *    and blank records are copied.  Re-sorted on the masked
      *    key.
      *----------------------------------------------------------------
       EXTRACT-RESOURCE-MASTER.
           MOVE 4 TO WS-DS-IDX
           OPEN INPUT XTR-RESI-FILE
           MOVE WS-IN-STATUS TO WS-DS-OPEN-STATUS(WS-DS-IDX)
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XTR-RESO-FILE
           IF WS-OUT-STATUS NOT = "00"
               PERFORM REPORT-OUTPUT-FAILURE
               CLOSE XTR-RESI-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DATASET-SELECTED
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-MASKED-RESOURCES
               OUTPUT PROCEDURE IS WRITE-SORTED-RESOURCES
           CLOSE XTR-RESI-FILE XTR-RESO-FILE.

       RELEASE-MASKED-RESOURCES.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XTR-RESI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-IN(WS-DS-IDX)
                       MOVE WS-DS-IN(WS-DS-IDX) TO WS-REC-NUM
                       MOVE SPACES TO SRT-REC
                       MOVE XTR-RESI-REC TO SRT-REC
                       IF XTR-RESI-REC NOT = SPACES
                          AND XTR-RESI-REC(1:1) NOT = '*'
                           MOVE SPACES TO WS-MSK-FIELD
                           MOVE XTR-RESI-REC(1:30) TO WS-MSK-FIELD
                           MOVE 30 TO WS-MSK-FLEN
                           PERFORM MASK-ONE-VALUE
                           MOVE WS-MSK-FIELD(1:30) TO SRT-KEY
                           PERFORM COUNT-MASK-RESULT
                       END-IF
                       RELEASE SRT-REC
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       WRITE-SORTED-RESOURCES.
           MOVE 'N' TO WS-SRT-EOF-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF-SW
                   NOT AT END
                       MOVE SRT-REC(1:80) TO RESOURCE-MASTER-REC
                       WRITE RESOURCE-MASTER-REC
                       ADD 1 TO WS-DS-OUT(WS-DS-IDX)
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------
      *    MIVIN: availability windows, no identities -- copied and
      *    counted.
      *----------------------------------------------------------------
       EXTRACT-MIVIN.
           MOVE 5 TO WS-DS-IDX
           OPEN INPUT XTR-MIVI-FILE
           MOVE WS-IN-STATUS TO WS-DS-OPEN-STATUS(WS-DS-IDX)
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XTR-MIVO-FILE
           IF WS-OUT-STATUS NOT = "00"
               PERFORM REPORT-OUTPUT-FAILURE
               CLOSE XTR-MIVI-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DATASET-SELECTED
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ XTR-MIVI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-IN(WS-DS-IDX)
                       MOVE XTR-MIVI-REC TO XTR-MIVO-REC
                       WRITE XTR-MIVO-REC
                       ADD 1 TO WS-DS-OUT(WS-DS-IDX)
               END-READ
           END-PERFORM
           CLOSE XTR-MIVI-FILE XTR-MIVO-FILE
           MOVE 'N' TO WS-EOF-SW.

       MARK-DATASET-SELECTED.
           MOVE 'Y' TO WS-DS-STATE(WS-DS-IDX)
           ADD 1 TO WS-DS-SELECTED-COUNT.

       REPORT-OUTPUT-FAILURE.
           MOVE 'F' TO WS-DS-STATE(WS-DS-IDX)
           MOVE 16 TO WS-DS-RC(WS-DS-IDX)
           MOVE 16 TO WS-WORST-RC
           DISPLAY "MASKXTR: *** ERROR *** OUTPUT FOR "
               FUNCTION TRIM(WS-DS-NAME(WS-DS-IDX))
               " WILL NOT OPEN, STATUS " WS-OUT-STATUS.

      *----------------------------------------------------------------
      *    Shared record handling.
      *----------------------------------------------------------------
      *    Blank-delimited tokens of WS-XTR-LINE(1:WS-XTR-LEN), up
      *    to eight.
       FIND-LINE-TOKENS.
           MOVE 0 TO WS-TK-COUNT
           MOVE 'N' TO WS-TK-IN-SW
           PERFORM VARYING WS-TK-POS FROM 1 BY 1
                   UNTIL WS-TK-POS > WS-XTR-LEN
               IF WS-XTR-LINE(WS-TK-POS:1) = SPACE
                   MOVE 'N' TO WS-TK-IN-SW
               ELSE
                   IF WS-TK-IN-SW = 'N'
                       IF WS-TK-COUNT >= 8
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-TK-COUNT
                       MOVE WS-TK-POS TO WS-TK-START(WS-TK-COUNT)
                       MOVE 'Y' TO WS-TK-IN-SW
                   END-IF
                   MOVE WS-TK-POS TO WS-TK-END(WS-TK-COUNT)
               END-IF
           END-PERFORM.

      *    Masks token WS-TK-IDX of WS-XTR-LINE in place.
       MASK-LINE-TOKEN.
           MOVE SPACES TO WS-MSK-FIELD
           COMPUTE WS-MSK-FLEN = WS-TK-END(WS-TK-IDX)
               - WS-TK-START(WS-TK-IDX) + 1
           MOVE WS-XTR-LINE(WS-TK-START(WS-TK-IDX):WS-MSK-FLEN)
               TO WS-MSK-FIELD
           PERFORM MASK-ONE-VALUE
           MOVE WS-MSK-FIELD(1:WS-MSK-FLEN)
               TO WS-XTR-LINE(WS-TK-START(WS-TK-IDX):WS-MSK-FLEN)
           PERFORM COUNT-MASK-RESULT.

      *    Replaces token WS-TK-IDX of WS-XTR-LINE with its
      *    perturbed figure, within WS-SPL-MAX bytes.
       PERTURB-LINE-TOKEN.
           MOVE SPACES TO WS-PTB-IN
           MOVE WS-XTR-LINE(WS-TK-START(WS-TK-IDX):
                   WS-TK-END(WS-TK-IDX) - WS-TK-START(WS-TK-IDX) + 1)
               TO WS-PTB-IN
           PERFORM PERTURB-AMOUNT
           IF NOT WS-PTB-DONE
               MOVE WS-REC-NUM TO WS-LINE-DISP
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(WS-DS-NAME(WS-DS-IDX))
                      " RECORD " FUNCTION TRIM(WS-LINE-DISP)
                      " AMOUNT NOT A NUMBER -- LEFT AS SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TK-START(WS-TK-IDX) TO WS-SPL-START
           MOVE WS-TK-END(WS-TK-IDX) TO WS-SPL-END
           MOVE WS-PTB-OUT TO WS-SPL-TEXT
           PERFORM SPLICE-LINE-TEXT
           IF WS-SPL-DONE
               ADD 1 TO WS-DS-PERTURBED(WS-DS-IDX)
           ELSE
               MOVE WS-REC-NUM TO WS-LINE-DISP
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(WS-DS-NAME(WS-DS-IDX))
                      " RECORD " FUNCTION TRIM(WS-LINE-DISP)
                      " NO ROOM FOR THE PERTURBED AMOUNT -- LEFT AS "
                      "SENT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               PERFORM NOTE-AMOUNT-AS-SENT
           END-IF.

      *    WS-XTR-LINE(WS-SPL-START:..WS-SPL-END) becomes the
      *    trimmed WS-SPL-TEXT; the rest of the record closes up or
      *    opens out behind it.  Refused when the record would grow
      *    past WS-SPL-MAX.
       SPLICE-LINE-TEXT.
           MOVE 'N' TO WS-SPL-SW
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPL-TEXT))
               TO WS-SPL-TEXT-LEN
           COMPUTE WS-SPL-NEW-LEN = WS-XTR-LEN
               - (WS-SPL-END - WS-SPL-START + 1) + WS-SPL-TEXT-LEN
           IF WS-SPL-NEW-LEN > WS-SPL-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XTR-WORK
           IF WS-SPL-START > 1
               MOVE WS-XTR-LINE(1:WS-SPL-START - 1) TO WS-XTR-WORK
           END-IF
           MOVE WS-SPL-TEXT(1:WS-SPL-TEXT-LEN)
               TO WS-XTR-WORK(WS-SPL-START:WS-SPL-TEXT-LEN)
           IF WS-SPL-END < WS-XTR-LEN
               MOVE WS-XTR-LINE(WS-SPL-END + 1:
                       WS-XTR-LEN - WS-SPL-END)
                   TO WS-XTR-WORK(WS-SPL-START + WS-SPL-TEXT-LEN:
                       WS-XTR-LEN - WS-SPL-END)
           END-IF
           MOVE WS-XTR-WORK TO WS-XTR-LINE
           MOVE WS-SPL-NEW-LEN TO WS-XTR-LEN
           MOVE 'Y' TO WS-SPL-SW.

      *    A value with no letter or digit in it (blank, '*') holds
      *    nothing to hide; one that came out unchanged is a value
      *    that passed through unmasked, and the extract is not
      *    proven.
       COUNT-MASK-RESULT.
           IF WS-MSK-EMPTY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DS-SENSITIVE(WS-DS-IDX)
           IF WS-MSK-MASKED
               ADD 1 TO WS-DS-MASKED(WS-DS-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DS-UNMASKED(WS-DS-IDX)
           MOVE WS-REC-NUM TO WS-LINE-DISP
           MOVE SPACES TO WS-NOTE-TEXT
           STRING FUNCTION TRIM(WS-DS-NAME(WS-DS-IDX))
                  " RECORD " FUNCTION TRIM(WS-LINE-DISP)
                  " SENSITIVE VALUE PASSED THROUGH UNMASKED"
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-STRING
           PERFORM WRITE-NOTE-LINE.

       NOTE-AMOUNT-AS-SENT.
           ADD 1 TO WS-DS-AS-SENT(WS-DS-IDX)
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           PERFORM WRITE-NOTE-LINE.

      *    The first 100 notes are listed; the control table counts
      *    them all.
       WRITE-NOTE-LINE.
           ADD 1 TO WS-NOTE-COUNT
           IF WS-NOTE-COUNT > 100
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           MOVE WS-NOTE-TEXT TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *----------------------------------------------------------------
      *    The mask.  WS-MSK-FIELD(1:WS-MSK-FLEN) is replaced by its
      *    pseudonym; WS-MSK-RESULT-SW says what happened.
      *----------------------------------------------------------------
       MASK-ONE-VALUE.
           MOVE WS-MSK-FIELD TO WS-MSK-BEFORE
           MOVE 0 TO WS-MSK-N
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-FLEN
               MOVE FUNCTION ORD(WS-MSK-FIELD(WS-MSK-I:1))
                   TO WS-MSK-ORD
               IF WS-CM-SET(WS-MSK-ORD) > 0
                   ADD 1 TO WS-MSK-N
                   MOVE WS-MSK-I TO WS-MSK-POS(WS-MSK-N)
                   MOVE WS-CM-SET(WS-MSK-ORD) TO WS-MSK-SET(WS-MSK-N)
                   MOVE WS-CM-VALUE(WS-MSK-ORD)
                       TO WS-MSK-DIG(WS-MSK-N)
               END-IF
           END-PERFORM
           IF WS-MSK-N = 0
               MOVE 'E' TO WS-MSK-RESULT-SW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MSK-S2 =
               FUNCTION MOD(WS-MSK-S1 * 13 + WS-MSK-N, 9973)
           PERFORM ENCIPHER-FORWARD
           PERFORM ENCIPHER-BACKWARD
           PERFORM STEP-ENCIPHERED-VALUE
           PERFORM DECIPHER-BACKWARD
           PERFORM DECIPHER-FORWARD
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-N
               MOVE WS-ALPHABET(WS-MSK-SET(WS-MSK-I))
                       (WS-MSK-DIG(WS-MSK-I) + 1:1)
                   TO WS-MSK-FIELD(WS-MSK-POS(WS-MSK-I):1)
           END-PERFORM
           IF WS-MSK-FIELD(1:WS-MSK-FLEN)
                   = WS-MSK-BEFORE(1:WS-MSK-FLEN)
               MOVE 'U' TO WS-MSK-RESULT-SW
           ELSE
               MOVE 'M' TO WS-MSK-RESULT-SW
           END-IF.

      *    The round key for position WS-MSK-I, and its radix.
       SET-ROUND-KEY.
           COMPUTE WS-MSK-J =
               FUNCTION MOD(WS-MSK-I - 1, WS-MSK-KEY-LEN) + 1
           COMPUTE WS-MSK-K = WS-MSK-KEY-ORD(WS-MSK-J) + WS-MSK-I * 7
           MOVE WS-SET-RADIX(WS-MSK-SET(WS-MSK-I)) TO WS-MSK-RADIX.

      *    Each pass adds the round key and a running state to every
      *    place; the state takes in each place's new value, so a
      *    pass can be undone place by place in the same order.
       ENCIPHER-FORWARD.
           MOVE WS-MSK-S1 TO WS-MSK-S
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-N
               PERFORM SET-ROUND-KEY
               COMPUTE WS-MSK-OUT = FUNCTION MOD(
                   WS-MSK-DIG(WS-MSK-I) + WS-MSK-K + WS-MSK-S,
                   WS-MSK-RADIX)
               MOVE WS-MSK-OUT TO WS-MSK-DIG(WS-MSK-I)
               COMPUTE WS-MSK-S = FUNCTION MOD(
                   WS-MSK-S * 31 + WS-MSK-OUT + WS-MSK-I, 9973)
           END-PERFORM.

       ENCIPHER-BACKWARD.
           MOVE WS-MSK-S2 TO WS-MSK-S
           PERFORM VARYING WS-MSK-I FROM WS-MSK-N BY -1
                   UNTIL WS-MSK-I < 1
               PERFORM SET-ROUND-KEY
               COMPUTE WS-MSK-OUT = FUNCTION MOD(
                   WS-MSK-DIG(WS-MSK-I) + WS-MSK-K + WS-MSK-S,
                   WS-MSK-RADIX)
               MOVE WS-MSK-OUT TO WS-MSK-DIG(WS-MSK-I)
               COMPUTE WS-MSK-S = FUNCTION MOD(
                   WS-MSK-S * 17 + WS-MSK-OUT + WS-MSK-I, 9973)
           END-PERFORM.

      *    Plus one, carried leftwards, wrapping at the top: every
      *    value steps to a different one.
       STEP-ENCIPHERED-VALUE.
           MOVE 'Y' TO WS-MSK-CARRY-SW
           PERFORM VARYING WS-MSK-I FROM WS-MSK-N BY -1
                   UNTIL WS-MSK-I < 1 OR NOT WS-MSK-CARRY
               ADD 1 TO WS-MSK-DIG(WS-MSK-I)
               IF WS-MSK-DIG(WS-MSK-I)
                       >= WS-SET-RADIX(WS-MSK-SET(WS-MSK-I))
                   MOVE 0 TO WS-MSK-DIG(WS-MSK-I)
               ELSE
                   MOVE 'N' TO WS-MSK-CARRY-SW
               END-IF
           END-PERFORM.

       DECIPHER-BACKWARD.
           MOVE WS-MSK-S2 TO WS-MSK-S
           PERFORM VARYING WS-MSK-I FROM WS-MSK-N BY -1
                   UNTIL WS-MSK-I < 1
               PERFORM SET-ROUND-KEY
               MOVE WS-MSK-DIG(WS-MSK-I) TO WS-MSK-OUT
               COMPUTE WS-MSK-DIG(WS-MSK-I) = FUNCTION MOD(
                   WS-MSK-OUT - WS-MSK-K - WS-MSK-S, WS-MSK-RADIX)
               COMPUTE WS-MSK-S = FUNCTION MOD(
                   WS-MSK-S * 17 + WS-MSK-OUT + WS-MSK-I, 9973)
           END-PERFORM.

       DECIPHER-FORWARD.
           MOVE WS-MSK-S1 TO WS-MSK-S
           PERFORM VARYING WS-MSK-I FROM 1 BY 1
                   UNTIL WS-MSK-I > WS-MSK-N
               PERFORM SET-ROUND-KEY
               MOVE WS-MSK-DIG(WS-MSK-I) TO WS-MSK-OUT
               COMPUTE WS-MSK-DIG(WS-MSK-I) = FUNCTION MOD(
                   WS-MSK-OUT - WS-MSK-K - WS-MSK-S, WS-MSK-RADIX)
               COMPUTE WS-MSK-S = FUNCTION MOD(
                   WS-MSK-S * 31 + WS-MSK-OUT + WS-MSK-I, 9973)
           END-PERFORM.

      *----------------------------------------------------------------
      *    Amount perturbation.  WS-PTB-IN is validated and
      *    normalized through BIGCALC (+ 0), multiplied by
      *    (10000 + shift) and the product cut back four places to
      *    the figure's own decimals -- truncated, as the ledger
      *    truncates.
      *----------------------------------------------------------------
       PERTURB-AMOUNT.
           MOVE 'N' TO WS-PTB-SW
           MOVE SPACES TO WS-PTB-OUT
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(WS-PTB-IN) TO WS-CALC-1
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-ZERO-OPERAND
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PTB-NORM
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-PTB-NORM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PTB-NORM))
               TO WS-PTB-LEN
           MOVE 0 TO WS-PTB-SCALE
           MOVE 'N' TO WS-PTB-POINT-SW
           MOVE WS-MSK-S1 TO WS-PTB-HASH
           PERFORM VARYING WS-PTB-I FROM 1 BY 1
                   UNTIL WS-PTB-I > WS-PTB-LEN
               IF WS-PTB-POINT-SW = 'Y'
                   ADD 1 TO WS-PTB-SCALE
               END-IF
               IF WS-PTB-NORM(WS-PTB-I:1) = '.'
                   MOVE 'Y' TO WS-PTB-POINT-SW
               END-IF
               COMPUTE WS-PTB-HASH = FUNCTION MOD(
                   WS-PTB-HASH * 31
                   + FUNCTION ORD(WS-PTB-NORM(WS-PTB-I:1)), 999983)
           END-PERFORM
           COMPUTE WS-PTB-RANGE = WS-PERTURB-PCT * 200 + 1
           COMPUTE WS-PTB-BP = FUNCTION MOD(WS-PTB-HASH, WS-PTB-RANGE)
               - WS-PERTURB-PCT * 100
           IF WS-PTB-BP = 0
               MOVE 1 TO WS-PTB-BP
           END-IF
           COMPUTE WS-PTB-MULT = 10000 + WS-PTB-BP
           MOVE WS-PTB-NORM TO WS-CALC-1
           MOVE SPACES TO WS-CALC-2
           MOVE WS-PTB-MULT TO WS-CALC-2(1:5)
           CALL "BIGCALC" USING WS-CALC-1 '*' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-PTB-PRODUCT
      *    The product's digits, sign and point taken out; it has
      *    the figure's own scale.
           MOVE 'N' TO WS-PTB-NEG-SW
           MOVE SPACES TO WS-PTB-DIGITS
           MOVE 0 TO WS-PTB-DLEN
           PERFORM VARYING WS-PTB-I FROM 1 BY 1
                   UNTIL WS-PTB-I > 1011
                      OR WS-PTB-PRODUCT(WS-PTB-I:1) = SPACE
               EVALUATE WS-PTB-PRODUCT(WS-PTB-I:1)
                   WHEN '-'
                       MOVE 'Y' TO WS-PTB-NEG-SW
                   WHEN '0' THRU '9'
                       ADD 1 TO WS-PTB-DLEN
                       MOVE WS-PTB-PRODUCT(WS-PTB-I:1)
                           TO WS-PTB-DIGITS(WS-PTB-DLEN:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      *    Dividing by 10000 drops the last four digits; at least
      *    one integer digit is kept in front of the decimals.
           IF WS-PTB-DLEN > 4
               COMPUTE WS-PTB-KEEP = WS-PTB-DLEN - 4
           ELSE
               MOVE 0 TO WS-PTB-KEEP
           END-IF
           MOVE SPACES TO WS-XTR-WORK
           IF WS-PTB-KEEP < WS-PTB-SCALE + 1
               MOVE WS-PTB-ZEROS(1:WS-PTB-SCALE + 1 - WS-PTB-KEEP)
                   TO WS-XTR-WORK
               IF WS-PTB-KEEP > 0
                   MOVE WS-PTB-DIGITS(1:WS-PTB-KEEP)
                       TO WS-XTR-WORK(WS-PTB-SCALE + 2 - WS-PTB-KEEP:
                           WS-PTB-KEEP)
               END-IF
               COMPUTE WS-PTB-KEEP = WS-PTB-SCALE + 1
           ELSE
               MOVE WS-PTB-DIGITS(1:WS-PTB-KEEP) TO WS-XTR-WORK
           END-IF
           COMPUTE WS-PTB-INT-LEN = WS-PTB-KEEP - WS-PTB-SCALE
           PERFORM UNTIL WS-PTB-INT-LEN <= 1
                   OR WS-XTR-WORK(1:1) NOT = '0'
               MOVE WS-XTR-WORK(2:) TO WS-XTR-WORK
               SUBTRACT 1 FROM WS-PTB-INT-LEN
               SUBTRACT 1 FROM WS-PTB-KEEP
           END-PERFORM
           MOVE 1 TO WS-PTB-I
           IF WS-PTB-NEG-SW = 'Y'
              AND WS-XTR-WORK(1:WS-PTB-KEEP) NOT = WS-PTB-ZEROS
               MOVE '-' TO WS-PTB-OUT(1:1)
               MOVE 2 TO WS-PTB-I
           END-IF
           MOVE WS-XTR-WORK(1:WS-PTB-INT-LEN)
               TO WS-PTB-OUT(WS-PTB-I:WS-PTB-INT-LEN)
           ADD WS-PTB-INT-LEN TO WS-PTB-I
           IF WS-PTB-SCALE > 0
               MOVE '.' TO WS-PTB-OUT(WS-PTB-I:1)
               ADD 1 TO WS-PTB-I
               MOVE WS-XTR-WORK(WS-PTB-INT-LEN + 1:WS-PTB-SCALE)
                   TO WS-PTB-OUT(WS-PTB-I:WS-PTB-SCALE)
           END-IF
           MOVE 'Y' TO WS-PTB-SW.

      *----------------------------------------------------------------
      *    Proof.  Every output is read back and counted: what the
      *    test region receives is what is counted, not what the
      *    program meant to write.
      *----------------------------------------------------------------
       READ-BACK-OUTPUTS.
           MOVE 1 TO WS-DS-IDX
           IF WS-DS-SELECTED(WS-DS-IDX)
               OPEN INPUT XTR-CSVO-FILE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ XTR-CSVO-FILE
                   IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-DS-REREAD(WS-DS-IDX)
                   END-IF
               END-PERFORM
               CLOSE XTR-CSVO-FILE
           END-IF
           MOVE 2 TO WS-DS-IDX
           IF WS-DS-SELECTED(WS-DS-IDX)
               OPEN INPUT XTR-BIGO-FILE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ XTR-BIGO-FILE
                   IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-DS-REREAD(WS-DS-IDX)
                   END-IF
               END-PERFORM
               CLOSE XTR-BIGO-FILE
           END-IF
           MOVE 3 TO WS-DS-IDX
           IF WS-DS-SELECTED(WS-DS-IDX)
               OPEN INPUT XTR-BALO-FILE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ XTR-BALO-FILE
                   IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-DS-REREAD(WS-DS-IDX)
                   END-IF
               END-PERFORM
               CLOSE XTR-BALO-FILE
           END-IF
           MOVE 4 TO WS-DS-IDX
           IF WS-DS-SELECTED(WS-DS-IDX)
               OPEN INPUT XTR-RESO-FILE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ XTR-RESO-FILE
                   IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-DS-REREAD(WS-DS-IDX)
                   END-IF
               END-PERFORM
               CLOSE XTR-RESO-FILE
           END-IF
           MOVE 5 TO WS-DS-IDX
           IF WS-DS-SELECTED(WS-DS-IDX)
               OPEN INPUT XTR-MIVO-FILE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ XTR-MIVO-FILE
                   IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-DS-REREAD(WS-DS-IDX)
                   END-IF
               END-PERFORM
               CLOSE XTR-MIVO-FILE
           END-IF.

       WRITE-CONTROL-TABLE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM CHECK-PAGE-BREAK
           MOVE "CONTROL TABLE" TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM CHECK-PAGE-BREAK
           MOVE "DATASET          RECORDS-IN  WRITTEN READ-BACK SENSI"
               & "TIVE    MASKED  UNMASKED PERTURBED VERDICT"
               TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 5
               PERFORM JUDGE-ONE-DATASET
               PERFORM WRITE-CONTROL-LINE
               IF NOT WS-DS-NOT-SELECTED(WS-DS-IDX)
                   PERFORM WRITE-DATASET-AUDIT-DETAIL
               END-IF
           END-PERFORM

           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           IF WS-ENV-COUNT > 0
               MOVE WS-ENV-COUNT TO WS-IN-DISP
               MOVE WS-ENV-RESTATED TO WS-OUT-DISP
               MOVE WS-CSV-ROWS TO WS-COUNT-DISP
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO XTR-RPT-REC
               STRING "CSVIN DATA ROWS=" FUNCTION TRIM(WS-COUNT-DISP)
                      "  ENVELOPES=" FUNCTION TRIM(WS-IN-DISP)
                      "  TRAILER TOTALS RESTATED="
                      FUNCTION TRIM(WS-OUT-DISP)
                   DELIMITED BY SIZE INTO XTR-RPT-REC
               END-STRING
               WRITE XTR-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-IF
           IF WS-NOTE-COUNT > 100
               MOVE WS-NOTE-COUNT TO WS-COUNT-DISP
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO XTR-RPT-REC
               STRING "NOTES IN ALL=" FUNCTION TRIM(WS-COUNT-DISP)
                      " (THE FIRST 100 ARE LISTED ABOVE)"
                   DELIMITED BY SIZE INTO XTR-RPT-REC
               END-STRING
               WRITE XTR-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-IF
           IF WS-DS-SELECTED-COUNT = 0 AND WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF
           PERFORM CHECK-PAGE-BREAK
           EVALUATE TRUE
               WHEN WS-DS-SELECTED-COUNT = 0
                   MOVE "*** NO DATASET SELECTED -- NOTHING EXTRACTED "
                       & "***" TO XTR-RPT-REC
               WHEN WS-WORST-RC >= 12
                   MOVE "*** EXTRACT NOT PROVEN -- NOT TO BE RELEASED "
                       & "TO THE TEST REGION ***" TO XTR-RPT-REC
               WHEN OTHER
                   MOVE "EXTRACT PROVEN: EVERY COUNT MATCHES ITS SOURCE"
                       & " AND NO SENSITIVE VALUE PASSED UNMASKED"
                       TO XTR-RPT-REC
           END-EVALUATE
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *    A selected dataset is proven when what was read, what
      *    was written and what reads back all agree, and every
      *    sensitive value in it was masked.
       JUDGE-ONE-DATASET.
           EVALUATE TRUE
               WHEN WS-DS-NOT-SELECTED(WS-DS-IDX)
                   MOVE SPACES TO WS-VERDICT
                   STRING "NOT SELECTED (" WS-DS-OPEN-STATUS(WS-DS-IDX)
                          ")"
                       DELIMITED BY SIZE INTO WS-VERDICT
                   END-STRING
               WHEN WS-DS-FAILED(WS-DS-IDX)
                   MOVE "OUTPUT FAILED" TO WS-VERDICT
               WHEN WS-DS-OUT(WS-DS-IDX) NOT = WS-DS-IN(WS-DS-IDX)
                 OR WS-DS-REREAD(WS-DS-IDX) NOT = WS-DS-IN(WS-DS-IDX)
                   MOVE "COUNT MISMATCH" TO WS-VERDICT
                   MOVE 12 TO WS-DS-RC(WS-DS-IDX)
               WHEN WS-DS-UNMASKED(WS-DS-IDX) > 0
                   MOVE "UNMASKED VALUES" TO WS-VERDICT
                   MOVE 12 TO WS-DS-RC(WS-DS-IDX)
               WHEN OTHER
                   MOVE "PROVEN" TO WS-VERDICT
                   ADD 1 TO WS-DS-PROVEN-COUNT
                   IF WS-DS-AS-SENT(WS-DS-IDX) > 0
                       MOVE 4 TO WS-DS-RC(WS-DS-IDX)
                   END-IF
           END-EVALUATE
           IF WS-DS-RC(WS-DS-IDX) > WS-WORST-RC
               MOVE WS-DS-RC(WS-DS-IDX) TO WS-WORST-RC
           END-IF.

       WRITE-CONTROL-LINE.
           MOVE WS-DS-IN(WS-DS-IDX) TO WS-IN-DISP
           MOVE WS-DS-OUT(WS-DS-IDX) TO WS-OUT-DISP
           MOVE WS-DS-REREAD(WS-DS-IDX) TO WS-REREAD-DISP
           MOVE WS-DS-SENSITIVE(WS-DS-IDX) TO WS-SENS-DISP
           MOVE WS-DS-MASKED(WS-DS-IDX) TO WS-MASKED-DISP
           MOVE WS-DS-UNMASKED(WS-DS-IDX) TO WS-UNMASKED-DISP
           MOVE WS-DS-PERTURBED(WS-DS-IDX) TO WS-PERTURBED-DISP
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO XTR-RPT-REC
           STRING WS-DS-NAME(WS-DS-IDX) " " WS-IN-DISP
                  " " WS-OUT-DISP " " WS-REREAD-DISP
                  " " WS-SENS-DISP " " WS-MASKED-DISP
                  " " WS-UNMASKED-DISP " " WS-PERTURBED-DISP
                  " " WS-VERDICT
               DELIMITED BY SIZE INTO XTR-RPT-REC
           END-STRING
           WRITE XTR-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *----------------------------------------------------------------
      *    Audit: H at open, one D per dataset that was selected,
      *    T at close.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "MASKXTR " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "MASKXTR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           IF WS-KEY-OK
               STRING "KEY CHECK=" WS-KEY-CHECK-DISP
                      " PERTURB=" WS-PERTURB-PCT
                   DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
               END-STRING
           ELSE
               MOVE "NO USABLE MASKING KEY" TO AUD-RESULT-SUMMARY
           END-IF
           WRITE AUDIT-RECORD.

      *    Totals are datasets selected: proven, and not.
       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "MASKXTR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DS-SELECTED-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-DS-PROVEN-COUNT TO AUD-OK-COUNT
           COMPUTE AUD-ERROR-COUNT =
               WS-DS-SELECTED-COUNT - WS-DS-PROVEN-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' per dataset taken out of production: LINE is the
      *    dataset's place in the control table.
       WRITE-DATASET-AUDIT-DETAIL.
           MOVE SPACES TO WS-AUD-TEXT
           STRING FUNCTION TRIM(WS-DS-NAME(WS-DS-IDX))
                  " IN=" FUNCTION TRIM(WS-IN-DISP)
                  " OUT=" FUNCTION TRIM(WS-OUT-DISP)
                  " READ-BACK=" FUNCTION TRIM(WS-REREAD-DISP)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE SPACES TO WS-AUD-RESULT
           STRING "MASKED=" FUNCTION TRIM(WS-MASKED-DISP)
                  " UNMASKED=" FUNCTION TRIM(WS-UNMASKED-DISP)
                  " " WS-VERDICT
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "MASKXTR" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DS-IDX TO AUD-LINE-NUM
           MOVE WS-DS-RC(WS-DS-IDX) TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

       CHECK-PAGE-BREAK.
           IF WS-LINE-ON-PAGE >= PAGE-LINES
               PERFORM WRITE-PAGE-HEADING
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO XTR-RPT-REC
           STRING "MASKXTR -- MASKED TEST-DATA EXTRACT CONTROL REPORT"
                  "  PRINTED=" WS-TIMESTAMP(1:8)
                  "  PAGE " WS-PAGE-DISP
               DELIMITED BY SIZE INTO XTR-RPT-REC
           END-STRING
           WRITE XTR-RPT-REC
           MOVE SPACES TO XTR-RPT-REC
           WRITE XTR-RPT-REC
           MOVE 2 TO WS-LINE-ON-PAGE.

       END PROGRAM MASKXTR.
