      *    BIGSODUE -- the suite's callable standing-order judge,
      *    its own compilation unit so the ledger pass and the
      *    cross-step balancing job decide which orders fall due on
      *    a run date by exactly the same rules, the same way
      *    CSVPCALC serves both the validation step and the lineage
      *    trace.  One BIGSTAND record is
      *        <rule> <op> <amount> <account|-> <from> <to>
      *    where rule is DAILY, WEEKLY-<MON..SUN>, or MONTHLY-<dd>;
      *    '-' posts to the blank default account; from/to bound the
      *    order's life (YYYYMMDD, inclusive).  An order is due on
      *    the run date when its due date for the current period,
      *    rolled forward over the MIVCAL non-working days, equals
      *    the run date -- a DAILY order is simply due every working
      *    day.  A MONTHLY due day past the month's end clamps to
      *    the last day of the month, and the previous period's due
      *    date is checked too, so a due date that rolls across a
      *    week or month boundary still fires exactly once.  The
      *    MIVCAL calendar is loaded on the first call and kept for
      *    the rest of the run.
      *
      *    LS-SO-OP/-AMT/-ACCT: the order's operator, amount and
      *                     account token ('-' for the blank
      *                     account), returned for every order
      *                     whose fields parse
      *    LS-RETURN-CODE:  0  due on LS-RUN-DATE
      *                     4  not due (outside its life, or not its
      *                        day)
      *                     8  bad order record (missing amount or
      *                        account, bad dates or operator)
      *                     12 bad rule
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIGSODUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SO-RULE              PIC X(12).
       01  WS-SO-FROM              PIC X(8).
       01  WS-SO-TO                PIC X(8).
       01  WS-SO-KIND              PIC X(8).
       01  WS-SO-OPERAND           PIC X(8).
       01  WS-SO-DAY               PIC 9(2).
       01  WS-SO-DOW               PIC 9(1).
       01  WS-SO-DUE-SW            PIC X.
           88  WS-SO-DUE           VALUE 'Y'.
       01  WS-SO-BAD-SW            PIC X.
           88  WS-SO-BAD           VALUE 'Y'.
       01  WS-SO-DUE-SERIAL        PIC S9(9) COMP-5.
       01  WS-SO-DUE-DATE          PIC 9(8).
       01  WS-SO-CCYY              PIC 9(4).
       01  WS-SO-MM                PIC 9(2).
       01  WS-SO-MAX-DD            PIC 9(2).
       01  WS-SO-TRY-DD            PIC 9(2).
       01  WS-SO-PASS              PIC 9(1).

      *    Run-date arithmetic shared by the due-date checks.
       01  WS-TODAY-SERIAL         PIC S9(9) COMP-5.
       01  WS-TODAY-DOW            PIC 9(1).

      *    Shop calendar of non-working days, loaded once from
      *    MIVCAL on the first call.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-CAL-LOADED-SW        PIC X VALUE 'N'.
           88  WS-CAL-LOADED       VALUE 'Y'.
       01  WS-CAL-EOF-SW           PIC X.
       01  MAX-CAL-DAYS            PIC 9(5) VALUE 2000.
       01  CAL-COUNT               PIC 9(5) VALUE 0.
       01  CAL-TABLE.
           05  CAL-SERIAL OCCURS 2000 TIMES PIC S9(9) COMP-5.
       01  CAL-I                   PIC 9(5).
       01  WS-CHK-SERIAL           PIC S9(9) COMP-5.
       01  WS-NONWORK-SW           PIC X.
           88  WS-NONWORK          VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-RUN-DATE             PIC X(8).
       01  LS-STAND-REC            PIC X(120).
       01  LS-SO-OP                PIC X(4).
       01  LS-SO-AMT               PIC X(510).
       01  LS-SO-ACCT              PIC X(16).
       01  LS-RETURN-CODE          PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING LS-RUN-DATE LS-STAND-REC LS-SO-OP
               LS-SO-AMT LS-SO-ACCT LS-RETURN-CODE.
       JUDGE-MAIN.
           MOVE SPACES TO WS-SO-RULE LS-SO-OP LS-SO-AMT LS-SO-ACCT
               WS-SO-FROM WS-SO-TO
           UNSTRING LS-STAND-REC DELIMITED BY ALL SPACES
               INTO WS-SO-RULE LS-SO-OP LS-SO-AMT LS-SO-ACCT
                    WS-SO-FROM WS-SO-TO
           END-UNSTRING
           IF LS-SO-AMT = SPACES OR LS-SO-ACCT = SPACES
              OR WS-SO-FROM(1:8) IS NOT NUMERIC
              OR WS-SO-TO(1:8) IS NOT NUMERIC
              OR (LS-SO-OP(1:1) NOT = '+'
                  AND LS-SO-OP(1:1) NOT = '-'
                  AND LS-SO-OP(1:1) NOT = '*')
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

      *    An order only lives between its from and to dates.
           IF LS-RUN-DATE < WS-SO-FROM OR LS-RUN-DATE > WS-SO-TO
               MOVE 4 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SHOP-CALENDAR
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LS-RUN-DATE))
      *    Day one of the integer-date epoch (1601-01-01) was a
      *    Monday, so this lands 1=MON .. 7=SUN.
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD(WS-TODAY-SERIAL - 1, 7) + 1

           MOVE 'N' TO WS-SO-BAD-SW
           PERFORM CHECK-ORDER-DUE-TONIGHT
           EVALUATE TRUE
               WHEN WS-SO-BAD
                   MOVE 12 TO LS-RETURN-CODE
               WHEN WS-SO-DUE
                   MOVE 0 TO LS-RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    Is this order due tonight?  The period's due date is
      *    rolled forward over non-working days and compared to the
      *    run date; the PREVIOUS period's due date is checked too,
      *    so a due date that rolls across a week or month boundary
      *    still fires exactly once.
       CHECK-ORDER-DUE-TONIGHT.
           MOVE 'N' TO WS-SO-DUE-SW
           MOVE SPACES TO WS-SO-KIND WS-SO-OPERAND
           UNSTRING WS-SO-RULE DELIMITED BY "-"
               INTO WS-SO-KIND WS-SO-OPERAND
           END-UNSTRING
           EVALUATE WS-SO-KIND
               WHEN "DAILY"
                   MOVE WS-TODAY-SERIAL TO WS-CHK-SERIAL
                   PERFORM CHECK-NONWORKING-DAY
                   IF NOT WS-NONWORK
                       MOVE 'Y' TO WS-SO-DUE-SW
                   END-IF
               WHEN "WEEKLY"
                   PERFORM CHECK-WEEKLY-DUE
               WHEN "MONTHLY"
                   PERFORM CHECK-MONTHLY-DUE
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-BAD-SW
           END-EVALUATE.

       CHECK-WEEKLY-DUE.
           EVALUATE WS-SO-OPERAND(1:3)
               WHEN "MON" MOVE 1 TO WS-SO-DOW
               WHEN "TUE" MOVE 2 TO WS-SO-DOW
               WHEN "WED" MOVE 3 TO WS-SO-DOW
               WHEN "THU" MOVE 4 TO WS-SO-DOW
               WHEN "FRI" MOVE 5 TO WS-SO-DOW
               WHEN "SAT" MOVE 6 TO WS-SO-DOW
               WHEN "SUN" MOVE 7 TO WS-SO-DOW
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-BAD-SW
           END-EVALUATE
           IF WS-SO-BAD
               EXIT PARAGRAPH
           END-IF
      *    The most recent calendar day with the order's weekday,
      *    then the one a week before it.
           COMPUTE WS-SO-DUE-SERIAL = WS-TODAY-SERIAL -
               FUNCTION MOD(WS-TODAY-DOW - WS-SO-DOW + 7, 7)
           PERFORM JUDGE-ROLLED-DUE-DATE
           IF NOT WS-SO-DUE
               SUBTRACT 7 FROM WS-SO-DUE-SERIAL
               PERFORM JUDGE-ROLLED-DUE-DATE
           END-IF.

       CHECK-MONTHLY-DUE.
           IF WS-SO-OPERAND(1:2) IS NOT NUMERIC
               MOVE 'Y' TO WS-SO-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-OPERAND(1:2) TO WS-SO-DAY
           IF WS-SO-DAY < 1 OR WS-SO-DAY > 31
               MOVE 'Y' TO WS-SO-BAD-SW
               EXIT PARAGRAPH
           END-IF
      *    Pass 1 is the run date's month, pass 2 the month before.
           PERFORM VARYING WS-SO-PASS FROM 1 BY 1
                   UNTIL WS-SO-PASS > 2 OR WS-SO-DUE
               MOVE LS-RUN-DATE(1:4) TO WS-SO-CCYY
               MOVE LS-RUN-DATE(5:2) TO WS-SO-MM
               IF WS-SO-PASS = 2
                   IF WS-SO-MM = 1
                       MOVE 12 TO WS-SO-MM
                       SUBTRACT 1 FROM WS-SO-CCYY
                   ELSE
                       SUBTRACT 1 FROM WS-SO-MM
                   END-IF
               END-IF
               PERFORM SET-MONTH-LAST-DAY
               IF WS-SO-DAY > WS-SO-MAX-DD
                   MOVE WS-SO-MAX-DD TO WS-SO-TRY-DD
               ELSE
                   MOVE WS-SO-DAY TO WS-SO-TRY-DD
               END-IF
               COMPUTE WS-SO-DUE-DATE =
                   WS-SO-CCYY * 10000 + WS-SO-MM * 100 + WS-SO-TRY-DD
               COMPUTE WS-SO-DUE-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-SO-DUE-DATE)
               PERFORM JUDGE-ROLLED-DUE-DATE
           END-PERFORM.

       SET-MONTH-LAST-DAY.
           EVALUATE WS-SO-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-SO-MAX-DD
               WHEN 2
                   IF (FUNCTION MOD(WS-SO-CCYY, 4) = 0
                       AND FUNCTION MOD(WS-SO-CCYY, 100) NOT = 0)
                      OR FUNCTION MOD(WS-SO-CCYY, 400) = 0
                       MOVE 29 TO WS-SO-MAX-DD
                   ELSE
                       MOVE 28 TO WS-SO-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-SO-MAX-DD
           END-EVALUATE.

      *    Roll WS-SO-DUE-SERIAL forward over non-working days and
      *    mark the order due when it lands exactly on tonight.
       JUDGE-ROLLED-DUE-DATE.
           MOVE WS-SO-DUE-SERIAL TO WS-CHK-SERIAL
           PERFORM CHECK-NONWORKING-DAY
           PERFORM UNTIL NOT WS-NONWORK
               ADD 1 TO WS-CHK-SERIAL
               PERFORM CHECK-NONWORKING-DAY
           END-PERFORM
           IF WS-CHK-SERIAL = WS-TODAY-SERIAL
               MOVE 'Y' TO WS-SO-DUE-SW
           END-IF.

       LOAD-SHOP-CALENDAR.
           IF WS-CAL-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CAL-LOADED-SW
           MOVE 0 TO CAL-COUNT
           OPEN INPUT MIV-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAL-EOF-SW
           PERFORM UNTIL WS-CAL-EOF-SW = 'Y'
               READ MIV-CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF CAL-COUNT < MAX-CAL-DAYS
                          AND FUNCTION TRIM(MIV-CAL-REC) IS NUMERIC
                           ADD 1 TO CAL-COUNT
                           COMPUTE CAL-SERIAL(CAL-COUNT) =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(MIV-CAL-REC))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIV-CAL-FILE.

       CHECK-NONWORKING-DAY.
           MOVE 'N' TO WS-NONWORK-SW
           PERFORM VARYING CAL-I FROM 1 BY 1
                   UNTIL CAL-I > CAL-COUNT OR WS-NONWORK
               IF CAL-SERIAL(CAL-I) = WS-CHK-SERIAL
                   MOVE 'Y' TO WS-NONWORK-SW
               END-IF
           END-PERFORM.

       END PROGRAM BIGSODUE.
