       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGATE.

      *    Business-calendar gate, the first step of the nightly.  It
      *    decides what kind of night tonight is on the MIVCAL shop
      *    calendar and tells the rest of the nightly through its
      *    RETURN-CODE, which the later steps' COND= tests read:
      *      0  working day
      *      1  non-working day (tonight is on MIVCAL)
      *      2  month-end -- the last working day of the month (the
      *         next working day falls in another month), the rule
      *         PERIODCL and ACCRUAL close and capitalize by
      *      3  year-end -- the month-end that is the last working
      *         day of the year
      *      16 the night could not be planned: the job-stream
      *         definition, MIVCAL or UTILCKP will not open, MIVCAL
      *         is empty or ends before the run date, or a GATECTL
      *         card is bad.  No marker is written and the COND
      *         chain stops the night.
      *    The run-variant table is the job-stream definition itself
      *    (JOBDEF, JOBDREC layout): a step's 'V' card lists the
      *    variants it runs on, and a step with no 'V' card runs
      *    every night.  For every step tonight's variant bypasses,
      *    the gate appends a "SKIPPED BY CALENDAR" marker under the
      *    step's own marker label to the checkpoint dataset
      *    (UTILCKP), so UTILSTAT and UTILRSTA can tell a step the
      *    calendar bypassed from one that never ran.  The gate's
      *    own completion marker goes down first, ahead of them, so
      *    it still opens the night's markers; that is why it has
      *    no CKPnnn step of its own.  It carries tonight's variant
      *    letter ("STEP005 CALGATE          COMPLETE VARIANT=W").
      *    The run date is today's date, unless GATECTL (optional)
      *    says otherwise:
      *        DATE yyyymmdd     plan that night instead, for a
      *                          rerun after midnight
      *        CUTOFF hhmm       a gate started at or after hhmm
      *                          plans tomorrow, the date the steps
      *                          after midnight will run under
      *        RECALL            plan nothing: end with the variant
      *                          the gate step's latest marker on
      *                          UTILCKP carries, so a later job of
      *                          the night (UTILNBK) has the gate's
      *                          return code to test without a gate
      *                          of its own deciding again, perhaps
      *                          after midnight.  MIVCAL is not read,
      *                          nothing is written to UTILCKP or
      *                          UTILAUD, and no such marker is RC 16.
      *    A '*' in column 1 marks a comment card.
      *    GATERPT lists tonight's variant and every step's plan.
      *    One UTILAUD detail for the variant and one per step
      *    bypassed, under the CALGATE program id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO "JOBDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GATE-CTL-FILE ASSIGN TO "GATECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CKPT-FILE ASSIGN TO "UTILCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT GATE-RPT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
           COPY JOBDREC.
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  GATE-CTL-FILE.
       01  GATE-CTL-REC            PIC X(80).
       FD  CKPT-FILE.
       01  CKPT-REC                PIC X(80).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  GATE-RPT-FILE.
       01  GATE-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS           PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-FAILED-SW            PIC X VALUE 'N'.
           88  WS-FAILED           VALUE 'Y'.
       01  WS-RECALL-SW            PIC X VALUE 'N'.
           88  WS-RECALL           VALUE 'Y'.
       01  WS-RECALL-LETTER        PIC X VALUE SPACE.
       01  WS-RECALL-FOUND-SW      PIC X VALUE 'N'.
           88  WS-RECALL-FOUND     VALUE 'Y'.
       01  WS-FAIL-TEXT            PIC X(100) VALUE SPACES.

      *    The night being planned and where its date came from.
       01  WS-NOW-DATE             PIC X(8).
       01  WS-NOW-TIME             PIC X(6).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-DATE-CARD            PIC X(8) VALUE SPACES.
       01  WS-CUTOFF               PIC X(4) VALUE SPACES.
       01  WS-DATE-SOURCE          PIC X(40).
       01  WS-CTL-KEYWORD          PIC X(20).
       01  WS-CTL-VALUE            PIC X(20).
       01  WS-CTL-EXTRA            PIC X(20).

      *    Shop calendar of non-working days, the same dataset
      *    PERIODCL, ACCRUAL and the ledger's standing orders read.
       01  MAX-CAL-DAYS            PIC 9(5) VALUE 2000.
       01  CAL-COUNT               PIC 9(5) VALUE 0.
       01  CAL-TABLE.
           05  CAL-SERIAL OCCURS 2000 TIMES PIC S9(9) COMP-5.
       01  CAL-I                   PIC 9(5).
       01  CAL-LAST-SERIAL         PIC S9(9) COMP-5 VALUE 0.
       01  CAL-LAST-DATE           PIC 9(8).
       01  WS-CHK-SERIAL           PIC S9(9) COMP-5.
       01  WS-NONWORK-SW           PIC X.
           88  WS-NONWORK          VALUE 'Y'.
       01  WS-LOOK-COUNT           PIC 9(2).
       01  WS-TODAY-SERIAL         PIC S9(9) COMP-5.
       01  WS-NEXT-WORK-DATE       PIC 9(8).
       01  WS-NEXT-WORK-TEXT       PIC X(8).

      *    The four run variants, in JSD-RUN-ON position order; the
      *    position less one is the gate's return code.
       01  WS-VARIANT-DEFS.
           05  FILLER PIC X(16) VALUE "WWORKING DAY".
           05  FILLER PIC X(16) VALUE "NNON-WORKING DAY".
           05  FILLER PIC X(16) VALUE "MMONTH-END".
           05  FILLER PIC X(16) VALUE "YYEAR-END".
       01  WS-VARIANT-TABLE REDEFINES WS-VARIANT-DEFS.
           05  WS-VARIANT-ENTRY OCCURS 4 TIMES.
               10  WS-VARIANT-LETTER PIC X.
               10  WS-VARIANT-NAME PIC X(15).
       01  WS-VARIANT-IDX          PIC 9 VALUE 1.

      *    The nightly's steps from the job-stream definition, each
      *    with the variants its 'V' card lets it run on.
       01  MAX-STEPS               PIC 9(2) VALUE 50.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-PGM     PIC X(8).
               10  WS-STEP-LABEL   PIC X(16).
               10  WS-STEP-RUN-ON  PIC X(4).
               10  WS-STEP-SKIP-SW PIC X.
       01  WS-STEP-IDX             PIC 9(2).
       01  WS-GATE-IDX             PIC 9(2) VALUE 0.
       01  WS-DEF-SKIPPED          PIC 9(4) VALUE 0.
       01  WS-VCARD-IGNORED        PIC 9(4) VALUE 0.

       01  WS-SKIP-COUNT           PIC 9(2) VALUE 0.
       01  WS-MARKER-COUNT         PIC 9(2) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-RC-DISP              PIC 9.
       01  WS-PLAN-TEXT            PIC X(40).
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT GATE-RPT-FILE
           PERFORM SET-RUN-ID
           MOVE SPACES TO GATE-RPT-REC
           STRING "CALGATE -- BUSINESS-CALENDAR GATE    RUN-ID "
                  WS-RUN-ID
               DELIMITED BY SIZE INTO GATE-RPT-REC
           END-STRING
           WRITE GATE-RPT-REC
           MOVE SPACES TO GATE-RPT-REC
           WRITE GATE-RPT-REC

           PERFORM SET-RUN-DATE
           IF WS-RECALL
               IF NOT WS-FAILED
                   PERFORM RECALL-GATE-VARIANT
               END-IF
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           IF WS-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM LOAD-SHOP-CALENDAR
           IF WS-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM SET-RUN-VARIANT
           PERFORM LOAD-JOB-STREAM-DEF
           IF WS-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM PLAN-STEPS
           PERFORM WRITE-CHECKPOINT-MARKERS
           IF WS-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM WRITE-VARIANT-AUDIT-DETAIL
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-SKIP-SW(WS-STEP-IDX) = 'Y'
                   PERFORM WRITE-SKIP-AUDIT-DETAIL
               END-IF
           END-PERFORM
           PERFORM FINISH-RUN
           GOBACK.

      *    A night that cannot be planned ends 16 and says why; the
      *    return code is otherwise the variant, never a warning.
       FINISH-RUN.
           IF WS-FAILED
               MOVE 16 TO WS-FINAL-RC
               MOVE SPACES TO GATE-RPT-REC
               WRITE GATE-RPT-REC
               MOVE SPACES TO GATE-RPT-REC
               STRING "*** NIGHT NOT PLANNED: "
                      FUNCTION TRIM(WS-FAIL-TEXT) " -- RC 16 ***"
                   DELIMITED BY SIZE INTO GATE-RPT-REC
               END-STRING
               WRITE GATE-RPT-REC
               DISPLAY "CALGATE: " FUNCTION TRIM(WS-FAIL-TEXT)
           ELSE
               COMPUTE WS-FINAL-RC = WS-VARIANT-IDX - 1
               IF WS-RECALL
                   DISPLAY "CALGATE: RECALLED VARIANT="
                       WS-VARIANT-NAME(WS-VARIANT-IDX)
                       " RC=" WS-FINAL-RC
               ELSE
                   DISPLAY "CALGATE: RUN DATE=" WS-RUN-DATE
                       " VARIANT=" WS-VARIANT-NAME(WS-VARIANT-IDX)
                       " SKIPPED=" WS-SKIP-COUNT
                       " RC=" WS-FINAL-RC
               END-IF
           END-IF
           IF WS-RECALL
               CLOSE GATE-RPT-FILE
           ELSE
               PERFORM WRITE-AUDIT-TRAILER
               CLOSE GATE-RPT-FILE UTIL-AUDIT-FILE
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE.

       NOTE-FAILURE.
           MOVE 'Y' TO WS-FAILED-SW.

      *----------------------------------------------------------------
      *    The audit bracket.
      *----------------------------------------------------------------
       SET-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "CALGATE " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-NOW-DATE
           MOVE WS-TIMESTAMP(9:6) TO WS-NOW-TIME.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "CALGATE" TO AUD-PROGRAM-ID
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
           MOVE "CALGATE" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-DETAIL-COUNT TO AUD-OK-COUNT
           MOVE 0 TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

       WRITE-GATE-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "CALGATE" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           COMPUTE AUD-RETURN-CODE = WS-VARIANT-IDX - 1
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

       WRITE-VARIANT-AUDIT-DETAIL.
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "RUN-DATE=" WS-RUN-DATE
                  " NEXT-WORKING-DAY=" WS-NEXT-WORK-TEXT
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           STRING "VARIANT="
                  FUNCTION TRIM(WS-VARIANT-NAME(WS-VARIANT-IDX))
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           PERFORM WRITE-GATE-AUDIT-DETAIL.

       WRITE-SKIP-AUDIT-DETAIL.
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING WS-STEP-NAME(WS-STEP-IDX) " "
                  WS-STEP-PGM(WS-STEP-IDX) " RUNS ON "
                  WS-STEP-RUN-ON(WS-STEP-IDX)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE "SKIPPED BY CALENDAR" TO WS-AUD-RESULT
           PERFORM WRITE-GATE-AUDIT-DETAIL.

      *----------------------------------------------------------------
      *    The night being planned: today, unless GATECTL says
      *    otherwise.
      *----------------------------------------------------------------
       SET-RUN-DATE.
           MOVE WS-NOW-DATE TO WS-RUN-DATE
           MOVE "TODAY" TO WS-DATE-SOURCE
           OPEN INPUT GATE-CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF OR WS-FAILED
                   READ GATE-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM APPLY-ONE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE GATE-CTL-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           IF WS-FAILED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DATE-CARD NOT = SPACES
                   MOVE WS-DATE-CARD TO WS-RUN-DATE
                   MOVE "GATECTL DATE CARD" TO WS-DATE-SOURCE
               WHEN WS-CUTOFF NOT = SPACES
                AND WS-NOW-TIME(1:4) >= WS-CUTOFF
                   MOVE FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-NOW-DATE)) + 1)
                       TO WS-NEXT-WORK-DATE
                   MOVE WS-NEXT-WORK-DATE TO WS-RUN-DATE
                   MOVE SPACES TO WS-DATE-SOURCE
                   STRING "TOMORROW -- STARTED PAST CUTOFF "
                          WS-CUTOFF
                       DELIMITED BY SIZE INTO WS-DATE-SOURCE
                   END-STRING
           END-EVALUATE.

       APPLY-ONE-CONTROL-CARD.
           IF GATE-CTL-REC = SPACES OR GATE-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE WS-CTL-EXTRA
           UNSTRING GATE-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-KEYWORD WS-CTL-VALUE WS-CTL-EXTRA
           END-UNSTRING
           IF WS-CTL-EXTRA = SPACES
               EVALUATE FUNCTION UPPER-CASE(WS-CTL-KEYWORD)
                   WHEN "DATE"
                       IF WS-CTL-VALUE(1:8) IS NUMERIC
                          AND WS-CTL-VALUE(9:12) = SPACES
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                                  FUNCTION NUMVAL(WS-CTL-VALUE(1:8)))
                                  = 0
                               MOVE WS-CTL-VALUE(1:8) TO WS-DATE-CARD
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   WHEN "CUTOFF"
                       IF WS-CTL-VALUE(1:4) IS NUMERIC
                          AND WS-CTL-VALUE(5:16) = SPACES
                          AND WS-CTL-VALUE(1:2) < "24"
                          AND WS-CTL-VALUE(3:2) < "60"
                           MOVE WS-CTL-VALUE(1:4) TO WS-CUTOFF
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "RECALL"
                       IF WS-CTL-VALUE = SPACES
                           MOVE 'Y' TO WS-RECALL-SW
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-FAIL-TEXT
           STRING "BAD GATECTL CARD: " FUNCTION TRIM(GATE-CTL-REC)
               DELIMITED BY SIZE INTO WS-FAIL-TEXT
           END-STRING
           PERFORM NOTE-FAILURE.

      *----------------------------------------------------------------
      *    The calendar and tonight's variant.
      *----------------------------------------------------------------
       LOAD-SHOP-CALENDAR.
           MOVE 0 TO CAL-COUNT
           OPEN INPUT MIV-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "MIVCAL WILL NOT OPEN, STATUS=" WS-CAL-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               END-STRING
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ MIV-CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CAL-COUNT < MAX-CAL-DAYS
                          AND FUNCTION TRIM(MIV-CAL-REC) IS NUMERIC
                           ADD 1 TO CAL-COUNT
                           COMPUTE CAL-SERIAL(CAL-COUNT) =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(MIV-CAL-REC))
                           IF CAL-SERIAL(CAL-COUNT) > CAL-LAST-SERIAL
                               MOVE CAL-SERIAL(CAL-COUNT)
                                   TO CAL-LAST-SERIAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIV-CAL-FILE
           MOVE 'N' TO WS-EOF-SW
           COMPUTE WS-TODAY-SERIAL = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))
      *    Past the calendar's last date every day looks like a
      *    working day, so weekends would run the working-day plan.
           EVALUATE TRUE
               WHEN CAL-COUNT = 0
                   MOVE "MIVCAL HOLDS NO DATES" TO WS-FAIL-TEXT
                   PERFORM NOTE-FAILURE
               WHEN CAL-LAST-SERIAL < WS-TODAY-SERIAL
                   MOVE FUNCTION DATE-OF-INTEGER(CAL-LAST-SERIAL)
                       TO CAL-LAST-DATE
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "MIVCAL ENDS " CAL-LAST-DATE
                          ", BEFORE RUN DATE " WS-RUN-DATE
                          " -- GENERATE THE NEXT CALENDAR (MIVCALGN)"
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   END-STRING
                   PERFORM NOTE-FAILURE
           END-EVALUATE.

       CHECK-NONWORKING-DAY.
           MOVE 'N' TO WS-NONWORK-SW
           PERFORM VARYING CAL-I FROM 1 BY 1
                   UNTIL CAL-I > CAL-COUNT OR WS-NONWORK
               IF CAL-SERIAL(CAL-I) = WS-CHK-SERIAL
                   MOVE 'Y' TO WS-NONWORK-SW
               END-IF
           END-PERFORM.

      *    The month-end test is PERIODCL's: tonight closes the
      *    month when the next working day is in another one, the
      *    look bounded at 31 days as there.  A non-working night is
      *    never a month-end; the working day before it was.
       SET-RUN-VARIANT.
           MOVE WS-TODAY-SERIAL TO WS-CHK-SERIAL
           PERFORM CHECK-NONWORKING-DAY
           IF WS-NONWORK
               MOVE 2 TO WS-VARIANT-IDX
           END-IF
           COMPUTE WS-CHK-SERIAL = WS-TODAY-SERIAL + 1
           MOVE 0 TO WS-LOOK-COUNT
           PERFORM CHECK-NONWORKING-DAY
           PERFORM UNTIL NOT WS-NONWORK OR WS-LOOK-COUNT >= 31
               ADD 1 TO WS-CHK-SERIAL
               ADD 1 TO WS-LOOK-COUNT
               PERFORM CHECK-NONWORKING-DAY
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-SERIAL)
               TO WS-NEXT-WORK-DATE
           MOVE WS-NEXT-WORK-DATE TO WS-NEXT-WORK-TEXT
           IF WS-VARIANT-IDX = 1
               EVALUATE TRUE
                   WHEN WS-NEXT-WORK-TEXT(1:4) NOT = WS-RUN-DATE(1:4)
                       MOVE 4 TO WS-VARIANT-IDX
                   WHEN WS-NEXT-WORK-TEXT(1:6) NOT = WS-RUN-DATE(1:6)
                       MOVE 3 TO WS-VARIANT-IDX
               END-EVALUATE
           END-IF
           MOVE SPACES TO GATE-RPT-REC
           STRING "RUN DATE " WS-RUN-DATE
                  " (" FUNCTION TRIM(WS-DATE-SOURCE) ")"
                  "    NEXT WORKING DAY " WS-NEXT-WORK-TEXT
               DELIMITED BY SIZE INTO GATE-RPT-REC
           END-STRING
           WRITE GATE-RPT-REC
           COMPUTE WS-RC-DISP = WS-VARIANT-IDX - 1
           MOVE SPACES TO GATE-RPT-REC
           STRING "RUN VARIANT: "
                  FUNCTION TRIM(WS-VARIANT-NAME(WS-VARIANT-IDX))
                  "    RETURN CODE " WS-RC-DISP
               DELIMITED BY SIZE INTO GATE-RPT-REC
           END-STRING
           WRITE GATE-RPT-REC
           MOVE SPACES TO GATE-RPT-REC
           WRITE GATE-RPT-REC.

      *----------------------------------------------------------------
      *    The run-variant table: the definition's 'S' and 'V' cards.
      *----------------------------------------------------------------
       LOAD-JOB-STREAM-DEF.
           OPEN INPUT JOB-DEF-FILE
           IF WS-DEF-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "JOB-STREAM DEFINITION (JOBDEF) WILL NOT OPEN, "
                      "STATUS=" WS-DEF-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               END-STRING
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ JOB-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JSD-TYPE-STEP
                               PERFORM NOTE-DEFINED-STEP
                           WHEN JSD-TYPE-VARIANT
                               PERFORM NOTE-VARIANT-CARD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE
           MOVE 'N' TO WS-EOF-SW
           IF WS-STEP-COUNT = 0
               MOVE "JOB-STREAM DEFINITION (JOBDEF) NAMES NO STEPS"
                   TO WS-FAIL-TEXT
               PERFORM NOTE-FAILURE
           END-IF
           IF WS-DEF-SKIPPED > 0
               DISPLAY "CALGATE: *** WARNING *** " WS-DEF-SKIPPED
                   " DEFINED STEP(S) BEYOND THE FIRST 50 NOT PLANNED"
           END-IF.

       NOTE-DEFINED-STEP.
           IF WS-STEP-COUNT >= MAX-STEPS
               ADD 1 TO WS-DEF-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE JSD-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE JSD-PGM TO WS-STEP-PGM(WS-STEP-COUNT)
           MOVE JSD-MARKER-LABEL TO WS-STEP-LABEL(WS-STEP-COUNT)
           MOVE "WNMY" TO WS-STEP-RUN-ON(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-SKIP-SW(WS-STEP-COUNT)
           IF JSD-PGM = "CALGATE" AND WS-GATE-IDX = 0
               MOVE WS-STEP-COUNT TO WS-GATE-IDX
           END-IF.

      *    JOBDVAL has already refused a 'V' card away from its
      *    step; one that still turns up here is left out of the
      *    plan rather than guessed at.
       NOTE-VARIANT-CARD.
           IF WS-STEP-COUNT = 0
               ADD 1 TO WS-VCARD-IGNORED
               EXIT PARAGRAPH
           END-IF
           IF JSD-STEP-NAME NOT = WS-STEP-NAME(WS-STEP-COUNT)
               ADD 1 TO WS-VCARD-IGNORED
               EXIT PARAGRAPH
           END-IF
           MOVE JSD-RUN-ON TO WS-STEP-RUN-ON(WS-STEP-COUNT).

      *    A step is bypassed tonight when its 'V' card has '-' in
      *    tonight's position.  The gate itself always runs.
       PLAN-STEPS.
           MOVE "STEP     PGM      RUNS ON  TONIGHT" TO GATE-RPT-REC
           WRITE GATE-RPT-REC
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-RUN-ON(WS-STEP-IDX)(WS-VARIANT-IDX:1) = '-'
                  AND WS-STEP-IDX NOT = WS-GATE-IDX
                   MOVE 'Y' TO WS-STEP-SKIP-SW(WS-STEP-IDX)
                   ADD 1 TO WS-SKIP-COUNT
                   IF WS-STEP-LABEL(WS-STEP-IDX) = SPACES
                       MOVE "SKIPPED BY CALENDAR (NO MARKER)"
                           TO WS-PLAN-TEXT
                   ELSE
                       MOVE "SKIPPED BY CALENDAR" TO WS-PLAN-TEXT
                   END-IF
               ELSE
                   MOVE "RUNS" TO WS-PLAN-TEXT
               END-IF
               MOVE SPACES TO GATE-RPT-REC
               STRING WS-STEP-NAME(WS-STEP-IDX) " "
                      WS-STEP-PGM(WS-STEP-IDX) " "
                      WS-STEP-RUN-ON(WS-STEP-IDX) "     "
                      WS-PLAN-TEXT
                   DELIMITED BY SIZE INTO GATE-RPT-REC
               END-STRING
               WRITE GATE-RPT-REC
           END-PERFORM
           IF WS-VCARD-IGNORED > 0
               MOVE SPACES TO GATE-RPT-REC
               STRING "*** " WS-VCARD-IGNORED " 'V' CARD(S) NOT "
                      "UNDER THEIR STEP'S CARD IGNORED -- RUN JOBDVAL "
                      "***"
                   DELIMITED BY SIZE INTO GATE-RPT-REC
               END-STRING
               WRITE GATE-RPT-REC
           END-IF
           IF WS-GATE-IDX = 0
               MOVE "*** THE DEFINITION HAS NO CALGATE STEP -- NO "
                   & "COMPLETION MARKER WRITTEN FOR THE GATE ***"
                   TO GATE-RPT-REC
               WRITE GATE-RPT-REC
           END-IF.

      *----------------------------------------------------------------
      *    The gate's own marker, then one per step bypassed.
      *----------------------------------------------------------------
       WRITE-CHECKPOINT-MARKERS.
           OPEN EXTEND CKPT-FILE
           IF WS-CKP-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
           END-IF
           IF WS-CKP-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "CHECKPOINT DATASET (UTILCKP) WILL NOT OPEN, "
                      "STATUS=" WS-CKP-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               END-STRING
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-GATE-IDX > 0
               MOVE SPACES TO CKPT-REC
               STRING WS-STEP-NAME(WS-GATE-IDX)(1:7) " "
                      WS-STEP-LABEL(WS-GATE-IDX) " COMPLETE VARIANT="
                      WS-VARIANT-LETTER(WS-VARIANT-IDX)
                   DELIMITED BY SIZE INTO CKPT-REC
               END-STRING
               WRITE CKPT-REC
               ADD 1 TO WS-MARKER-COUNT
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-SKIP-SW(WS-STEP-IDX) = 'Y'
                  AND WS-STEP-LABEL(WS-STEP-IDX) NOT = SPACES
                   MOVE SPACES TO CKPT-REC
                   STRING WS-STEP-NAME(WS-STEP-IDX)(1:7) " "
                          WS-STEP-LABEL(WS-STEP-IDX)
                          " SKIPPED BY CALENDAR "
                          WS-VARIANT-NAME(WS-VARIANT-IDX)
                       DELIMITED BY SIZE INTO CKPT-REC
                   END-STRING
                   WRITE CKPT-REC
                   ADD 1 TO WS-MARKER-COUNT
               END-IF
           END-PERFORM
           CLOSE CKPT-FILE
           MOVE SPACES TO GATE-RPT-REC
           WRITE GATE-RPT-REC
           MOVE SPACES TO GATE-RPT-REC
           STRING "STEPS " WS-STEP-COUNT
                  "  SKIPPED BY CALENDAR " WS-SKIP-COUNT
                  "  MARKERS WRITTEN " WS-MARKER-COUNT
               DELIMITED BY SIZE INTO GATE-RPT-REC
           END-STRING
           WRITE GATE-RPT-REC.

      *----------------------------------------------------------------
      *    RECALL: tonight's variant as the gate step's latest marker
      *    wrote it.  The markers only grow, so the last one on the
      *    dataset is tonight's.
      *----------------------------------------------------------------
       RECALL-GATE-VARIANT.
           PERFORM LOAD-JOB-STREAM-DEF
           IF WS-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-GATE-IDX = 0
               MOVE "THE DEFINITION HAS NO CALGATE STEP TO RECALL"
                   TO WS-FAIL-TEXT
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CKPT-FILE
           IF WS-CKP-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "CHECKPOINT DATASET (UTILCKP) WILL NOT OPEN, "
                      "STATUS=" WS-CKP-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               END-STRING
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CKPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CKPT-REC(1:7) = WS-STEP-NAME(WS-GATE-IDX)(1:7)
                          AND CKPT-REC(26:8) = "COMPLETE"
                           MOVE 'Y' TO WS-RECALL-FOUND-SW
                           MOVE SPACE TO WS-RECALL-LETTER
                           IF CKPT-REC(35:8) = "VARIANT="
                               MOVE CKPT-REC(43:1) TO WS-RECALL-LETTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-VARIANT-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 4
               IF WS-RECALL-LETTER NOT = SPACE
                  AND WS-RECALL-LETTER = WS-VARIANT-LETTER(WS-STEP-IDX)
                   MOVE WS-STEP-IDX TO WS-VARIANT-IDX
               END-IF
           END-PERFORM
           IF WS-VARIANT-IDX = 0
               MOVE 1 TO WS-VARIANT-IDX
               MOVE SPACES TO WS-FAIL-TEXT
               IF WS-RECALL-FOUND
                   STRING "LATEST "
                          FUNCTION TRIM(WS-STEP-NAME(WS-GATE-IDX))
                          " MARKER ON UTILCKP CARRIES NO VARIANT"
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   END-STRING
               ELSE
                   STRING "NO "
                          FUNCTION TRIM(WS-STEP-NAME(WS-GATE-IDX))
                          " COMPLETE MARKER ON UTILCKP TO RECALL"
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   END-STRING
               END-IF
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RC-DISP = WS-VARIANT-IDX - 1
           MOVE SPACES TO GATE-RPT-REC
           STRING "RUN VARIANT RECALLED FROM THE LATEST "
                  FUNCTION TRIM(WS-STEP-NAME(WS-GATE-IDX))
                  " MARKER: "
                  FUNCTION TRIM(WS-VARIANT-NAME(WS-VARIANT-IDX))
                  "    RETURN CODE " WS-RC-DISP
               DELIMITED BY SIZE INTO GATE-RPT-REC
           END-STRING
           WRITE GATE-RPT-REC.

       END PROGRAM CALGATE.
