       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDAGE.

      *    Legal holds: before anything is aged the legal hold
      *    register (DD LEGALHLD) is loaded through the shared
      *    HOLDCHK entry point, and an aged record that falls under
      *    an active hold stays on the live trail instead of going
      *    to the archive.  A record is judged on its program id,
      *    its AUD-RUN-DATE and its text -- input and result
      *    summaries plus, inside a CSVPARSER provider batch, the
      *    batch's provider.  When any aged record is held, the
      *    header and trailer of the run it belongs to are held
      *    with it, so a kept run is still a bracketed run to every
      *    reader of the trail; that takes a first pass over
      *    UTILAUD to find the held runs before the second pass
      *    splits it.  RETURN-CODE 16, with nothing aged, when the
      *    register cannot be read or holds more active holds than
      *    HOLDCHK can load -- a hold is never ignored for want of
      *    the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-ENC-BAD-SW           PIC X.
       01  LS-CALC-RC              PIC S9(4) COMP-5.

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
       01  WS-HOLDS-ACTIVE-SW      PIC X VALUE 'N'.
           88  WS-HOLDS-ACTIVE     VALUE 'Y'.
       01  WS-PASS                 PIC 9 VALUE 0.
       01  WS-HELD-COUNT           PIC 9(9) VALUE 0.
       01  WS-HELD-SW              PIC X.
           88  WS-HELD             VALUE 'Y'.
       01  WS-HOLD-IDX             PIC 9(2).
       01  WS-HOLD-KEPT-TABLE.
           05  WS-HOLD-KEPT        PIC 9(9) OCCURS 50 TIMES.

      *    Where each program's records stand as the trail is read:
      *    the run its last header opened, and the provider of the
      *    CSVPARSER batch open at that point, if any.
       01  WS-PS-COUNT             PIC 9(2) VALUE 0.
       01  WS-PS-TABLE.
           05  WS-PS-ENTRY OCCURS 50 TIMES.
               10  WS-PS-PROGRAM   PIC X(8).
               10  WS-PS-RUN-ID    PIC X(24).
               10  WS-PS-PROVIDER  PIC X(8).
       01  WS-PS-IDX               PIC 9(2).
       01  WS-CUR-RUN-ID           PIC X(24).
       01  WS-CUR-PROVIDER         PIC X(8).

      *    The runs with at least one held record, from the first
      *    pass.  Once the table is full every aged header and
      *    trailer is kept -- more kept than needed, never less.
       01  MAX-HELD-RUNS           PIC 9(4) VALUE 2000.
       01  WS-HR-COUNT             PIC 9(4) VALUE 0.
       01  WS-HR-TABLE.
           05  WS-HR-RUN-ID        PIC X(24) OCCURS 2000 TIMES.
       01  WS-HR-IDX               PIC 9(4).
       01  WS-HR-FULL-SW           PIC X VALUE 'N'.
           88  WS-HR-FULL          VALUE 'Y'.
       01  WS-HR-FOUND-SW          PIC X.
           88  WS-HR-FOUND         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "UTILLOCK" USING WS-LOCK-OPEN-SW WS-LOCK-PROGRAM
           END-IF
           PERFORM READ-CONTROL-FILE
           PERFORM SET-CUTOFF-DATE
           PERFORM LOAD-LEGAL-HOLDS
           IF WS-HCK-RC >= 8
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT UTIL-AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-HOLDS-ACTIVE
               PERFORM FIND-HELD-RUNS
           END-IF
           MOVE 2 TO WS-PASS
           MOVE 0 TO WS-PS-COUNT
           OPEN OUTPUT ARCH-FILE
           OPEN OUTPUT NEW-FILE

               " READ=" WS-READ-COUNT
               " KEPT=" WS-KEPT-COUNT
               " ARCHIVED=" WS-ARCHIVED-COUNT
               " HELD=" WS-HELD-COUNT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
               DISPLAY "AUDAGE: HOLD "
                   WS-HCK-HOLD-IDS((WS-HOLD-IDX - 1) * 12 + 1:12)
                   " KEPT=" WS-HOLD-KEPT(WS-HOLD-IDX)
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

               MOVE WS-CUTOFF-INT TO WS-CUTOFF-DATE
           END-IF.

      *    The active holds, through HOLDCHK.  A register that
      *    cannot be read, or one with more active holds than
      *    HOLDCHK can load, stops the run before anything is aged.
       LOAD-LEGAL-HOLDS.
           MOVE 'L' TO WS-HCK-FUNCTION
           CALL "HOLDCHK" USING WS-HCK-FUNCTION WS-HCK-PROGRAM
               WS-HCK-FROM-DATE WS-HCK-TO-DATE WS-HCK-TEXT
               WS-HCK-MATCH-FLAGS WS-HCK-HOLD-IDS
               WS-HCK-ACTIVE-COUNT WS-HCK-RC
           END-CALL
           IF WS-HCK-RC = 8
               DISPLAY "AUDAGE: *** ERROR *** LEGAL HOLD REGISTER "
                   "(LEGALHLD) WILL NOT OPEN -- NOTHING AGED"
               EXIT PARAGRAPH
           END-IF
           IF WS-HCK-RC >= 8
               DISPLAY "AUDAGE: *** ERROR *** MORE ACTIVE LEGAL HOLDS "
                   "THAN CAN BE CHECKED -- NOTHING AGED"
               EXIT PARAGRAPH
           END-IF
           IF WS-HCK-ACTIVE-COUNT > 0
               MOVE 'Y' TO WS-HOLDS-ACTIVE-SW
           END-IF
           MOVE ZEROS TO WS-HOLD-KEPT-TABLE
           DISPLAY "AUDAGE: ACTIVE LEGAL HOLDS=" WS-HCK-ACTIVE-COUNT.

      *    First pass: every run with an aged record under a hold,
      *    so the second pass can keep that run's header and
      *    trailer alongside it.
       FIND-HELD-RUNS.
           MOVE 1 TO WS-PASS
           MOVE 0 TO WS-PS-COUNT
           PERFORM UNTIL WS-EOF
               READ UTIL-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM NOTE-RUN-STATE
                       IF AUD-RUN-DATE < WS-CUTOFF-DATE
                           PERFORM CHECK-RECORD-HOLDS
                           IF WS-HELD
                               PERFORM NOTE-HELD-RUN
                           END-IF
                       END-IF
                       PERFORM CLOSE-PROVIDER-BATCH
               END-READ
           END-PERFORM
           CLOSE UTIL-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT UTIL-AUDIT-FILE.

       AGE-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-HELD-SW
           IF WS-HOLDS-ACTIVE
               PERFORM NOTE-RUN-STATE
               IF AUD-RUN-DATE < WS-CUTOFF-DATE
                   PERFORM CHECK-RECORD-HOLDS
                   IF NOT WS-HELD AND NOT AUD-TYPE-DETAIL
                       PERFORM CHECK-HELD-RUN
                   END-IF
               END-IF
               PERFORM CLOSE-PROVIDER-BATCH
           END-IF
           IF WS-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF AUD-RUN-DATE < WS-CUTOFF-DATE AND NOT WS-HELD
               PERFORM ARCHIVE-ONE-RECORD
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               WRITE NEW-REC
           END-IF.

      *    The run this record belongs to and the provider batch it
      *    sits in, for its program.  A header opens a new run and
      *    ends any batch; a CSVPARSER batch record names the
      *    provider of the batch it opens, balances or closes.
       NOTE-RUN-STATE.
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
                   MOVE SPACES TO WS-PS-RUN-ID(WS-PS-IDX)
                   MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
               ELSE
                   MOVE 0 TO WS-PS-IDX
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-RUN-ID WS-CUR-PROVIDER
           IF WS-PS-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AUD-TYPE-HEADER
                   MOVE AUD-INPUT-SUMMARY(8:24)
                       TO WS-PS-RUN-ID(WS-PS-IDX)
                   MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
               WHEN AUD-TYPE-DETAIL
                   IF AUD-INPUT-SUMMARY(1:6) = "BATCH "
                      AND AUD-RESULT-SUMMARY NOT =
                          "BATCH-UNVERIFIABLE-RESTART"
                       MOVE AUD-INPUT-SUMMARY(7:8)
                           TO WS-PS-PROVIDER(WS-PS-IDX)
                   END-IF
           END-EVALUATE
           MOVE WS-PS-RUN-ID(WS-PS-IDX) TO WS-CUR-RUN-ID
           MOVE WS-PS-PROVIDER(WS-PS-IDX) TO WS-CUR-PROVIDER.

      *    Any batch result other than BATCH-OPENED closes the
      *    provider batch once its own record has been judged.
       CLOSE-PROVIDER-BATCH.
           IF WS-PS-IDX = 0 OR NOT AUD-TYPE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF AUD-INPUT-SUMMARY(1:6) = "BATCH "
              AND AUD-RESULT-SUMMARY NOT = "BATCH-OPENED"
               MOVE SPACES TO WS-PS-PROVIDER(WS-PS-IDX)
           END-IF.

      *    The record against every active hold; on the second pass
      *    each hold it falls under is credited with it.
       CHECK-RECORD-HOLDS.
           MOVE 'N' TO WS-HELD-SW
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
           CALL "HOLDCHK" USING WS-HCK-FUNCTION WS-HCK-PROGRAM
               WS-HCK-FROM-DATE WS-HCK-TO-DATE WS-HCK-TEXT
               WS-HCK-MATCH-FLAGS WS-HCK-HOLD-IDS
               WS-HCK-ACTIVE-COUNT WS-HCK-RC
           END-CALL
           IF WS-HCK-MATCH-FLAGS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HELD-SW
           IF WS-PASS NOT = 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HCK-ACTIVE-COUNT
               IF WS-HCK-MATCH-FLAGS(WS-HOLD-IDX:1) = 'Y'
                   ADD 1 TO WS-HOLD-KEPT(WS-HOLD-IDX)
               END-IF
           END-PERFORM.

      *    A held record's run: a trailer names it, any other record
      *    belongs to the run its program's last header opened.
       NOTE-HELD-RUN.
           PERFORM FIND-HELD-RUN
           IF WS-HR-FOUND OR WS-CUR-RUN-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-COUNT >= MAX-HELD-RUNS
               MOVE 'Y' TO WS-HR-FULL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE WS-CUR-RUN-ID TO WS-HR-RUN-ID(WS-HR-COUNT).

      *    An aged header or trailer is kept when its run is held.
       CHECK-HELD-RUN.
           IF WS-HR-FULL
               MOVE 'Y' TO WS-HELD-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-RUN
           IF WS-HR-FOUND
               MOVE 'Y' TO WS-HELD-SW
           END-IF.

       FIND-HELD-RUN.
           MOVE 'N' TO WS-HR-FOUND-SW
           IF AUD-TYPE-TRAILER
               MOVE AUD-TRL-RUN-ID TO WS-CUR-RUN-ID
           END-IF
           IF WS-CUR-RUN-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT OR WS-HR-FOUND
               IF WS-HR-RUN-ID(WS-HR-IDX) = WS-CUR-RUN-ID
                   MOVE 'Y' TO WS-HR-FOUND-SW
               END-IF
           END-PERFORM.

       ARCHIVE-ONE-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE SPACES TO WS-ENC-INPUT
