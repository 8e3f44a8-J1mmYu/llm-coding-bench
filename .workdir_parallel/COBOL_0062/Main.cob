       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.

      *    Lists every legal hold on the register (LEGALHLD, HOLDREC
      *    layout) and, for each active one, what it is protecting
      *    today:
      *      - the audit records on the live trail (UTILAUD) that
      *        fall under it -- the records AUDAGE is keeping back
      *        -- with the span of their run dates;
      *      - the generation copies on the held datasets (HELDLEDG,
      *        HELDREJ, HELDARCH -- HOLDROLL's *HELD*H headers) made
      *        for it;
      *      - for a hold with a date range, the archive generations
      *        on the archive catalog (ARCCAT) whose business dates
      *        overlap the range, which ARCLOOK can turn into DD
      *        statements.
      *    Records are judged through the shared HOLDCHK entry point,
      *    exactly as AUDAGE judges them, provider batches included.
      *    A held dataset or the catalog that will not open is noted
      *    and counted as holding nothing.  Released holds, and holds
      *    placed for a future date, are listed after the active ones
      *    with their dates.
      *    RETURN-CODE 4 when an active hold is protecting nothing
      *    (its scope may be wrong), 16 when the register will not
      *    open or holds more active holds than HOLDCHK can check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REG-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT HELD-LEDG-FILE ASSIGN TO "HELDLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLD1-STATUS.
           SELECT HELD-REJ-FILE ASSIGN TO "HELDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLD2-STATUS.
           SELECT HELD-ARCH-FILE ASSIGN TO "HELDARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLD3-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT HOLD-RPT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REG-FILE.
           COPY HOLDREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  HELD-LEDG-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-HELD-REC-LEN.
       01  HELD-LEDG-REC           PIC X(4100).
       FD  HELD-REJ-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-HELD-REC-LEN.
       01  HELD-REJ-REC            PIC X(4100).
       FD  HELD-ARCH-FILE
           RECORD IS VARYING FROM 1 TO 4100
               DEPENDING ON WS-HELD-REC-LEN.
       01  HELD-ARCH-REC           PIC X(4100).
       FD  ARC-CAT-FILE.
           COPY ARCCREC.
       FD  HOLD-RPT-FILE.
       01  HOLD-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-HLD1-STATUS          PIC XX.
       01  WS-HLD2-STATUS          PIC XX.
       01  WS-HLD3-STATUS          PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-HELD-OPEN-STATUS     PIC XX.
       01  WS-HELD-REC-LEN         PIC 9(4).
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-TODAY                PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.

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

      *    Every hold on the register, in register order, and what
      *    each active one is found to protect.
       01  MAX-REG                 PIC 9(4) VALUE 500.
       01  WS-RG-COUNT             PIC 9(4) VALUE 0.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 500 TIMES.
               10  WS-RG-REC       PIC X(160).
               10  WS-RG-STATE     PIC X.
               10  WS-RG-ACTIVE-IDX PIC 9(2).
       01  WS-RG-IDX               PIC 9(4).
       01  WS-RG-SKIPPED           PIC 9(4) VALUE 0.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 50 TIMES.
               10  WS-ACT-AUD-COUNT PIC 9(9).
               10  WS-ACT-AUD-FIRST PIC X(8).
               10  WS-ACT-AUD-LAST PIC X(8).
               10  WS-ACT-COPY-COUNT PIC 9(5).
               10  WS-ACT-CAT-COUNT PIC 9(5).
       01  WS-ACTIVE-COUNT         PIC 9(4) VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01  WS-NOTHING-COUNT        PIC 9(4) VALUE 0.

      *    Where each program's records stand as the trail is read:
      *    the provider of the CSVPARSER batch open at that point.
       01  WS-PS-COUNT             PIC 9(2) VALUE 0.
       01  WS-PS-TABLE.
           05  WS-PS-ENTRY OCCURS 50 TIMES.
               10  WS-PS-PROGRAM   PIC X(8).
               10  WS-PS-PROVIDER  PIC X(8).
       01  WS-PS-IDX               PIC 9(2).
       01  WS-CUR-PROVIDER         PIC X(8).
       01  WS-AUD-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-AUD-NOTE             PIC X(60) VALUE SPACES.

      *    The copies on the held datasets, from their headers.
       01  MAX-COPIES              PIC 9(4) VALUE 1000.
       01  WS-CP-COUNT             PIC 9(4) VALUE 0.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 1000 TIMES.
               10  WS-CP-SOURCE    PIC X(8).
               10  WS-CP-DSN       PIC X(44).
               10  WS-CP-COPIED    PIC X(8).
               10  WS-CP-LINES     PIC X(9).
               10  WS-CP-FIRST     PIC X(8).
               10  WS-CP-LAST      PIC X(8).
               10  WS-CP-HOLDS     PIC X(650).
       01  WS-CP-IDX               PIC 9(4).
       01  WS-HELD-DS              PIC 9.
       01  WS-HELD-DD              PIC X(8).
       01  WS-HELD-LINE            PIC X(4100).
       01  WS-HELD-NOTES           PIC X(132) VALUE SPACES.
       01  WS-HELD-NOTES-PTR       PIC 9(4) VALUE 1.
       01  WS-MF-TOKEN             PIC X(700).
       01  WS-MF-NAME              PIC X(10).
       01  WS-MF-VALUE             PIC X(680).
       01  WS-MF-PTR               PIC 9(4).
       01  WS-WORD                 PIC X(14).
       01  WS-WORD-TALLY           PIC 9(4).
       01  WS-HOLDS-TEXT           PIC X(652).

      *    The archive catalog, one entry per generation (a later
      *    record for the same generation replaces the earlier).
       01  MAX-CAT                 PIC 9(4) VALUE 3000.
       01  WS-CT-COUNT             PIC 9(4) VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 3000 TIMES.
               10  WS-CT-TYPE      PIC X(8).
               10  WS-CT-GEN       PIC 9(4).
               10  WS-CT-DSN       PIC X(44).
               10  WS-CT-FIRST     PIC X(8).
               10  WS-CT-LAST      PIC X(8).
       01  WS-CT-IDX               PIC 9(4).
       01  WS-CAT-OPEN-SW          PIC X VALUE 'N'.
           88  WS-CAT-OPEN         VALUE 'Y'.

       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZ9.
       01  WS-COUNT-DISP-3         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           OPEN OUTPUT HOLD-RPT-FILE
           MOVE SPACES TO HOLD-RPT-REC
           STRING "HOLDRPT -- LEGAL HOLDS AND WHAT THEY PROTECT, AS "
                  "OF " WS-TODAY
               DELIMITED BY SIZE INTO HOLD-RPT-REC
           END-STRING
           WRITE HOLD-RPT-REC

           MOVE 'L' TO WS-HCK-FUNCTION
           PERFORM CALL-HOLD-CHECK
           IF WS-HCK-RC >= 8
               MOVE "*** LEGAL HOLD REGISTER (LEGALHLD) WILL NOT OPEN "
                   & "OR HAS TOO MANY ACTIVE HOLDS ***" TO HOLD-RPT-REC
               WRITE HOLD-RPT-REC
               DISPLAY "HOLDRPT: LEGAL HOLD REGISTER NOT USABLE"
               CLOSE HOLD-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-REGISTER
           MOVE ZEROS TO WS-ACT-TABLE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > 50
               MOVE SPACES TO WS-ACT-AUD-FIRST(WS-HOLD-IDX)
               MOVE SPACES TO WS-ACT-AUD-LAST(WS-HOLD-IDX)
           END-PERFORM

           IF WS-HCK-ACTIVE-COUNT > 0
               PERFORM SCAN-AUDIT-TRAIL
               PERFORM VARYING WS-HELD-DS FROM 1 BY 1
                       UNTIL WS-HELD-DS > 3
                   PERFORM READ-ONE-HELD-DATASET
               END-PERFORM
               PERFORM LOAD-ARCHIVE-CATALOG
           END-IF

           PERFORM REPORT-ACTIVE-HOLDS
           PERFORM REPORT-OTHER-HOLDS
           PERFORM REPORT-TOTALS
           CLOSE HOLD-RPT-FILE
           DISPLAY "HOLDRPT: ACTIVE=" WS-ACTIVE-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " PROTECTING-NOTHING=" WS-NOTHING-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       CALL-HOLD-CHECK.
           CALL "HOLDCHK" USING WS-HCK-FUNCTION WS-HCK-PROGRAM
               WS-HCK-FROM-DATE WS-HCK-TO-DATE WS-HCK-TEXT
               WS-HCK-MATCH-FLAGS WS-HCK-HOLD-IDS
               WS-HCK-ACTIVE-COUNT WS-HCK-RC
           END-CALL.

      *----------------------------------------------------------------
      *    The register itself, for the full details of every hold;
      *    an active one is tied to its HOLDCHK position by its id.
      *----------------------------------------------------------------
       LOAD-REGISTER.
           OPEN INPUT HOLD-REG-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ HOLD-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LHD-HOLD-ID NOT = SPACES
                          AND LHD-HOLD-ID(1:1) NOT = '*'
                           PERFORM NOTE-REGISTER-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REG-FILE.

       NOTE-REGISTER-HOLD.
           IF WS-RG-COUNT >= MAX-REG
               ADD 1 TO WS-RG-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE LEGAL-HOLD-REC TO WS-RG-REC(WS-RG-COUNT)
           MOVE 0 TO WS-RG-ACTIVE-IDX(WS-RG-COUNT)
           EVALUATE TRUE
               WHEN LHD-RELEASE-DATE NOT = SPACES
                    AND LHD-RELEASE-DATE <= WS-TODAY
                   MOVE 'R' TO WS-RG-STATE(WS-RG-COUNT)
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN LHD-PLACED-DATE NOT = SPACES
                    AND LHD-PLACED-DATE > WS-TODAY
                   MOVE 'P' TO WS-RG-STATE(WS-RG-COUNT)
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE 'A' TO WS-RG-STATE(WS-RG-COUNT)
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
                       IF WS-HCK-HOLD-IDS((WS-HOLD-IDX - 1) * 12 + 1:12)
                              = LHD-HOLD-ID
                           MOVE WS-HOLD-IDX
                               TO WS-RG-ACTIVE-IDX(WS-RG-COUNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *----------------------------------------------------------------
      *    The live audit trail, judged the way AUDAGE judges it.
      *----------------------------------------------------------------
       SCAN-AUDIT-TRAIL.
           OPEN INPUT UTIL-AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               STRING "AUDIT TRAIL (UTILAUD) NOT READ, STATUS="
                      WS-AUD-STATUS
                   DELIMITED BY SIZE INTO WS-AUD-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTIL-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-AUD-READ-COUNT
                       PERFORM CHECK-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE UTIL-AUDIT-FILE.

       CHECK-ONE-AUDIT-RECORD.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
                      OR WS-PS-PROGRAM(WS-PS-IDX) = AUD-PROGRAM-ID
               CONTINUE
           END-PERFORM
           IF WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-COUNT < 50
                   ADD 1 TO WS-PS-COUNT
                   MOVE WS-PS-COUNT TO WS-PS-IDX
                   MOVE AUD-PROGRAM-ID TO WS-PS-PROGRAM(WS-PS-IDX)
                   MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
               ELSE
                   MOVE 0 TO WS-PS-IDX
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-PROVIDER
           IF WS-PS-IDX > 0
               EVALUATE TRUE
                   WHEN AUD-TYPE-HEADER
                       MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
                   WHEN AUD-TYPE-DETAIL
                       IF AUD-INPUT-SUMMARY(1:6) = "BATCH "
                          AND AUD-RESULT-SUMMARY NOT =
                              "BATCH-UNVERIFIABLE-RESTART"
                           MOVE AUD-INPUT-SUMMARY(7:8)
                               TO WS-PS-PROVIDER(WS-PS-IDX)
                       END-IF
               END-EVALUATE
               MOVE WS-PS-PROVIDER(WS-PS-IDX) TO WS-CUR-PROVIDER
           END-IF

           MOVE 'C' TO WS-HCK-FUNCTION
           MOVE AUD-PROGRAM-ID TO WS-HCK-PROGRAM
           MOVE AUD-RUN-DATE TO WS-HCK-FROM-DATE WS-HCK-TO-DATE
           MOVE SPACES TO WS-HCK-TEXT
           IF AUD-TYPE-TRAILER
               MOVE AUD-TRL-RUN-ID TO WS-HCK-TEXT
           ELSE
               STRING AUD-INPUT-SUMMARY " " AUD-RESULT-SUMMARY " "
                      WS-CUR-PROVIDER
                   DELIMITED BY SIZE INTO WS-HCK-TEXT
               END-STRING
           END-IF
           PERFORM CALL-HOLD-CHECK
           IF WS-HCK-MATCH-FLAGS NOT = SPACES
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
                   IF WS-HCK-MATCH-FLAGS(WS-HOLD-IDX:1) = 'Y'
                       PERFORM CREDIT-AUDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PS-IDX > 0 AND AUD-TYPE-DETAIL
              AND AUD-INPUT-SUMMARY(1:6) = "BATCH "
              AND AUD-RESULT-SUMMARY NOT = "BATCH-OPENED"
               MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
           END-IF.

       CREDIT-AUDIT-RECORD.
           ADD 1 TO WS-ACT-AUD-COUNT(WS-HOLD-IDX)
           IF WS-ACT-AUD-FIRST(WS-HOLD-IDX) = SPACES
              OR AUD-RUN-DATE < WS-ACT-AUD-FIRST(WS-HOLD-IDX)
               MOVE AUD-RUN-DATE TO WS-ACT-AUD-FIRST(WS-HOLD-IDX)
           END-IF
           IF WS-ACT-AUD-LAST(WS-HOLD-IDX) = SPACES
              OR AUD-RUN-DATE > WS-ACT-AUD-LAST(WS-HOLD-IDX)
               MOVE AUD-RUN-DATE TO WS-ACT-AUD-LAST(WS-HOLD-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    The held datasets' copy headers.
      *----------------------------------------------------------------
       READ-ONE-HELD-DATASET.
           EVALUATE WS-HELD-DS
               WHEN 1
                   MOVE "HELDLEDG" TO WS-HELD-DD
                   OPEN INPUT HELD-LEDG-FILE
                   MOVE WS-HLD1-STATUS TO WS-HELD-OPEN-STATUS
               WHEN 2
                   MOVE "HELDREJ" TO WS-HELD-DD
                   OPEN INPUT HELD-REJ-FILE
                   MOVE WS-HLD2-STATUS TO WS-HELD-OPEN-STATUS
               WHEN OTHER
                   MOVE "HELDARCH" TO WS-HELD-DD
                   OPEN INPUT HELD-ARCH-FILE
                   MOVE WS-HLD3-STATUS TO WS-HELD-OPEN-STATUS
           END-EVALUATE
           IF WS-HELD-OPEN-STATUS NOT = "00"
               STRING FUNCTION TRIM(WS-HELD-DD) " NOT READ (STATUS="
                      WS-HELD-OPEN-STATUS ")  "
                   DELIMITED BY SIZE INTO WS-HELD-NOTES
                   WITH POINTER WS-HELD-NOTES-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               EVALUATE WS-HELD-DS
                   WHEN 1
                       READ HELD-LEDG-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE SPACES TO WS-HELD-LINE
                               MOVE HELD-LEDG-REC TO WS-HELD-LINE
                       END-READ
                   WHEN 2
                       READ HELD-REJ-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE SPACES TO WS-HELD-LINE
                               MOVE HELD-REJ-REC TO WS-HELD-LINE
                       END-READ
                   WHEN OTHER
                       READ HELD-ARCH-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE SPACES TO WS-HELD-LINE
                               MOVE HELD-ARCH-REC TO WS-HELD-LINE
                       END-READ
               END-EVALUATE
               IF NOT WS-EOF AND WS-HELD-LINE(1:8) = "*HELD*H "
                  AND WS-CP-COUNT < MAX-COPIES
                   PERFORM NOTE-HELD-COPY
               END-IF
           END-PERFORM
           EVALUATE WS-HELD-DS
               WHEN 1 CLOSE HELD-LEDG-FILE
               WHEN 2 CLOSE HELD-REJ-FILE
               WHEN OTHER CLOSE HELD-ARCH-FILE
           END-EVALUATE.

       NOTE-HELD-COPY.
           ADD 1 TO WS-CP-COUNT
           MOVE SPACES TO WS-CP-ENTRY(WS-CP-COUNT)
           MOVE 9 TO WS-MF-PTR
           PERFORM UNTIL WS-MF-PTR > WS-HELD-REC-LEN
               MOVE SPACES TO WS-MF-TOKEN
               UNSTRING WS-HELD-LINE(1:WS-HELD-REC-LEN)
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
                       MOVE WS-MF-VALUE TO WS-CP-SOURCE(WS-CP-COUNT)
                   WHEN "DSN"
                       MOVE WS-MF-VALUE TO WS-CP-DSN(WS-CP-COUNT)
                   WHEN "COPIED"
                       MOVE WS-MF-VALUE TO WS-CP-COPIED(WS-CP-COUNT)
                   WHEN "LINES"
                       MOVE WS-MF-VALUE TO WS-CP-LINES(WS-CP-COUNT)
                   WHEN "FIRST"
                       MOVE WS-MF-VALUE TO WS-CP-FIRST(WS-CP-COUNT)
                   WHEN "LAST"
                       MOVE WS-MF-VALUE TO WS-CP-LAST(WS-CP-COUNT)
                   WHEN "HOLDS"
                       MOVE WS-MF-VALUE TO WS-CP-HOLDS(WS-CP-COUNT)
               END-EVALUATE
           END-PERFORM.

      *    Whether copy WS-CP-IDX was made for the hold whose id is
      *    in WS-WORD -- the id as a whole entry of its HOLDS= list.
       FIND-HOLD-IN-COPY.
           MOVE 0 TO WS-WORD-TALLY
           MOVE SPACES TO WS-HOLDS-TEXT
           STRING "," WS-CP-HOLDS(WS-CP-IDX)
               DELIMITED BY SIZE INTO WS-HOLDS-TEXT
           END-STRING
           INSPECT WS-HOLDS-TEXT REPLACING ALL SPACE BY ','
           INSPECT WS-HOLDS-TEXT TALLYING WS-WORD-TALLY
               FOR ALL WS-WORD(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-WORD)))
           .

      *----------------------------------------------------------------
      *    The archive catalog, for the generations a date range
      *    covers.
      *----------------------------------------------------------------
       LOAD-ARCHIVE-CATALOG.
           OPEN INPUT ARC-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CAT-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ARC-CAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM NOTE-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARC-CAT-FILE.

       NOTE-CATALOG-ENTRY.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                      OR (WS-CT-TYPE(WS-CT-IDX) = ARCC-TYPE
                          AND WS-CT-GEN(WS-CT-IDX) = ARCC-GEN
                          AND WS-CT-DSN(WS-CT-IDX) = ARCC-DSN)
               CONTINUE
           END-PERFORM
           IF WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-COUNT >= MAX-CAT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-IDX
           END-IF
           MOVE ARCC-TYPE TO WS-CT-TYPE(WS-CT-IDX)
           MOVE ARCC-GEN TO WS-CT-GEN(WS-CT-IDX)
           MOVE ARCC-DSN TO WS-CT-DSN(WS-CT-IDX)
           MOVE ARCC-FIRST-DATE TO WS-CT-FIRST(WS-CT-IDX)
           MOVE ARCC-LAST-DATE TO WS-CT-LAST(WS-CT-IDX).

      *----------------------------------------------------------------
      *    The report: every active hold and what it protects, then
      *    the holds not in force today.
      *----------------------------------------------------------------
       REPORT-ACTIVE-HOLDS.
           IF WS-AUD-NOTE NOT = SPACES
               MOVE SPACES TO HOLD-RPT-REC
               STRING "*** " WS-AUD-NOTE DELIMITED BY SIZE
                   INTO HOLD-RPT-REC
               END-STRING
               WRITE HOLD-RPT-REC
           END-IF
           IF WS-HELD-NOTES NOT = SPACES
               MOVE SPACES TO HOLD-RPT-REC
               STRING "*** " WS-HELD-NOTES DELIMITED BY SIZE
                   INTO HOLD-RPT-REC
               END-STRING
               WRITE HOLD-RPT-REC
           END-IF
           IF WS-HCK-ACTIVE-COUNT > 0 AND NOT WS-CAT-OPEN
               MOVE "*** ARCHIVE CATALOG (ARCCAT) NOT READ" TO
                   HOLD-RPT-REC
               WRITE HOLD-RPT-REC
           END-IF
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           MOVE "ACTIVE HOLDS" TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           IF WS-ACTIVE-COUNT = 0
               MOVE "  NONE" TO HOLD-RPT-REC
               WRITE HOLD-RPT-REC
           END-IF
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-STATE(WS-RG-IDX) = 'A'
                   PERFORM REPORT-ONE-ACTIVE-HOLD
               END-IF
           END-PERFORM.

       REPORT-ONE-ACTIVE-HOLD.
           MOVE WS-RG-REC(WS-RG-IDX) TO LEGAL-HOLD-REC
           MOVE WS-RG-ACTIVE-IDX(WS-RG-IDX) TO WS-HOLD-IDX
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           MOVE SPACES TO HOLD-RPT-REC
           STRING "HOLD " LHD-HOLD-ID
                  "  REQUESTER " LHD-REQUESTER
                  "  PLACED " LHD-PLACED-DATE
                  "  RELEASE " LHD-RELEASE-DATE
               DELIMITED BY SIZE INTO HOLD-RPT-REC
           END-STRING
           WRITE HOLD-RPT-REC
           MOVE SPACES TO HOLD-RPT-REC
           STRING "  SCOPE  PROGRAM=" LHD-PROGRAM
                  " FROM=" LHD-FROM-DATE
                  " TO=" LHD-TO-DATE
                  " ACCOUNT=" LHD-ACCOUNT
                  " PROVIDER=" LHD-PROVIDER
               DELIMITED BY SIZE INTO HOLD-RPT-REC
           END-STRING
           WRITE HOLD-RPT-REC
           IF LHD-DESC NOT = SPACES
               MOVE SPACES TO HOLD-RPT-REC
               STRING "  DESC   " LHD-DESC
                   DELIMITED BY SIZE INTO HOLD-RPT-REC
               END-STRING
               WRITE HOLD-RPT-REC
           END-IF
           IF WS-HOLD-IDX = 0
               MOVE "  *** NOT CHECKED -- BEYOND THE HOLDS HOLDCHK "
                   & "LOADS ***" TO HOLD-RPT-REC
               WRITE HOLD-RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACT-AUD-COUNT(WS-HOLD-IDX) TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-REC
           IF WS-ACT-AUD-COUNT(WS-HOLD-IDX) > 0
               STRING "  LIVE AUDIT RECORDS "
                      FUNCTION TRIM(WS-COUNT-DISP)
                      "  RUN DATES " WS-ACT-AUD-FIRST(WS-HOLD-IDX)
                      " THRU " WS-ACT-AUD-LAST(WS-HOLD-IDX)
                   DELIMITED BY SIZE INTO HOLD-RPT-REC
               END-STRING
           ELSE
               MOVE "  LIVE AUDIT RECORDS 0" TO HOLD-RPT-REC
           END-IF
           WRITE HOLD-RPT-REC

           MOVE SPACES TO WS-WORD
           STRING "," FUNCTION TRIM(LHD-HOLD-ID) ","
               DELIMITED BY SIZE INTO WS-WORD
           END-STRING
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM FIND-HOLD-IN-COPY
               IF WS-WORD-TALLY > 0
                   ADD 1 TO WS-ACT-COPY-COUNT(WS-HOLD-IDX)
                   MOVE SPACES TO HOLD-RPT-REC
                   STRING "  HELD COPY " WS-CP-SOURCE(WS-CP-IDX)
                          " " WS-CP-DSN(WS-CP-IDX)
                          " COPIED " WS-CP-COPIED(WS-CP-IDX)
                          " LINES " WS-CP-LINES(WS-CP-IDX)
                          " DATES " WS-CP-FIRST(WS-CP-IDX)
                          "-" WS-CP-LAST(WS-CP-IDX)
                       DELIMITED BY SIZE INTO HOLD-RPT-REC
                   END-STRING
                   WRITE HOLD-RPT-REC
               END-IF
           END-PERFORM

           IF LHD-FROM-DATE NOT = SPACES OR LHD-TO-DATE NOT = SPACES
               PERFORM REPORT-CATALOG-GENERATIONS
           END-IF

           MOVE WS-ACT-COPY-COUNT(WS-HOLD-IDX) TO WS-COUNT-DISP-2
           MOVE WS-ACT-CAT-COUNT(WS-HOLD-IDX) TO WS-COUNT-DISP-3
           MOVE SPACES TO HOLD-RPT-REC
           STRING "  PROTECTING " FUNCTION TRIM(WS-COUNT-DISP)
                  " AUDIT RECORD(S), " FUNCTION TRIM(WS-COUNT-DISP-2)
                  " HELD COPY(IES), " FUNCTION TRIM(WS-COUNT-DISP-3)
                  " CATALOGED GENERATION(S)"
               DELIMITED BY SIZE INTO HOLD-RPT-REC
           END-STRING
           WRITE HOLD-RPT-REC
           IF WS-ACT-AUD-COUNT(WS-HOLD-IDX) = 0
              AND WS-ACT-COPY-COUNT(WS-HOLD-IDX) = 0
              AND WS-ACT-CAT-COUNT(WS-HOLD-IDX) = 0
               ADD 1 TO WS-NOTHING-COUNT
               MOVE 4 TO WS-FINAL-RC
               MOVE "  *** PROTECTING NOTHING -- CHECK THE HOLD'S "
                   & "SCOPE ***" TO HOLD-RPT-REC
               WRITE HOLD-RPT-REC
           END-IF.

      *    Cataloged generations whose business dates overlap the
      *    hold's range; an open end of the range matches all.
       REPORT-CATALOG-GENERATIONS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-FIRST(WS-CT-IDX) NOT = SPACES
                  AND (LHD-TO-DATE = SPACES
                       OR WS-CT-FIRST(WS-CT-IDX) <= LHD-TO-DATE)
                  AND (LHD-FROM-DATE = SPACES
                       OR WS-CT-LAST(WS-CT-IDX) >= LHD-FROM-DATE)
                   ADD 1 TO WS-ACT-CAT-COUNT(WS-HOLD-IDX)
                   MOVE SPACES TO HOLD-RPT-REC
                   STRING "  CATALOGED " WS-CT-TYPE(WS-CT-IDX)
                          " " FUNCTION TRIM(WS-CT-DSN(WS-CT-IDX))
                          ".G" WS-CT-GEN(WS-CT-IDX) "V00"
                          " DATES " WS-CT-FIRST(WS-CT-IDX)
                          "-" WS-CT-LAST(WS-CT-IDX)
                       DELIMITED BY SIZE INTO HOLD-RPT-REC
                   END-STRING
                   WRITE HOLD-RPT-REC
               END-IF
           END-PERFORM.

       REPORT-OTHER-HOLDS.
           IF WS-RELEASED-COUNT = 0 AND WS-PENDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           MOVE "HOLDS NOT IN FORCE TODAY" TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-STATE(WS-RG-IDX) NOT = 'A'
                   MOVE WS-RG-REC(WS-RG-IDX) TO LEGAL-HOLD-REC
                   MOVE SPACES TO HOLD-RPT-REC
                   IF WS-RG-STATE(WS-RG-IDX) = 'R'
                       STRING "  RELEASED " LHD-HOLD-ID
                              "  REQUESTER " LHD-REQUESTER
                              "  PLACED " LHD-PLACED-DATE
                              "  RELEASED " LHD-RELEASE-DATE
                           DELIMITED BY SIZE INTO HOLD-RPT-REC
                       END-STRING
                   ELSE
                       STRING "  PENDING  " LHD-HOLD-ID
                              "  REQUESTER " LHD-REQUESTER
                              "  FROM " LHD-PLACED-DATE
                           DELIMITED BY SIZE INTO HOLD-RPT-REC
                       END-STRING
                   END-IF
                   WRITE HOLD-RPT-REC
               END-IF
           END-PERFORM.

       REPORT-TOTALS.
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           MOVE WS-AUD-READ-COUNT TO WS-COUNT-DISP
           STRING "ACTIVE " WS-ACTIVE-COUNT
                  "  RELEASED " WS-RELEASED-COUNT
                  "  PENDING " WS-PENDING-COUNT
                  "  PROTECTING NOTHING " WS-NOTHING-COUNT
                  "  AUDIT RECORDS READ " FUNCTION TRIM(WS-COUNT-DISP)
                  "  RC=" WS-FINAL-RC
               DELIMITED BY SIZE INTO HOLD-RPT-REC
           END-STRING
           WRITE HOLD-RPT-REC
           IF WS-RG-SKIPPED > 0
               MOVE SPACES TO HOLD-RPT-REC
               STRING "*** " WS-RG-SKIPPED " REGISTER RECORD(S) BEYOND "
                      "THE FIRST 500 NOT LISTED ***"
                   DELIMITED BY SIZE INTO HOLD-RPT-REC
               END-STRING
               WRITE HOLD-RPT-REC
           END-IF.

       END PROGRAM HOLDRPT.
