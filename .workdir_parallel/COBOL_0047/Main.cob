       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

      *    Nightly interest and fee accrual over the balance-forward
      *    positions, run ahead of the ledger step so finance stops
      *    working it out on a spreadsheet and keying it into BIGIN.
      *    Each night:
      *      - matches last night's closing positions (BALFWD(0) on
      *        ACRBAL, in account order) against the accrued-but-not-
      *        posted generation (ACRPRIOR, ACRUREC layout, the same
      *        order) and writes the next generation to ACRNEW;
      *      - takes each account's class from the account reference
      *        master (ACRACCT) and its rates from the class rate
      *        table (ACRRATE):
      *            <class> <credit-rate> <debit-rate> <fee>
      *        rates as annual percentages ("2.50"), the fee a flat
      *        amount charged at each capitalization; '*' in column 1
      *        is a comment;
      *      - accrues balance * rate * days / 36500 through BIGCALC
      *        at six places beyond the operands' own scales -- the
      *        credit rate on a credit balance, the debit rate on an
      *        overdrawn one -- where days runs from the account's
      *        last accrual night (first time: the previous working
      *        day on the MIVCAL shop calendar, or the open date if
      *        later) to tonight, so a weekend or holiday balance
      *        accrues on the working night that follows it;
      *      - on the capitalization night -- the last working day of
      *        the month, i.e. the next working day is in another
      *        month -- writes the whole cents accrued, and the fee,
      *        as TR records on ACRTXN, which the ledger step reads
      *        behind its keyed input; the sub-cent remainder stays
      *        accrued, so the pennies tie out over every period.
      *    A closed account, one not on the account master, or one
      *    whose class has no rate is carried forward unaccrued and
      *    reported.  A frozen account still accrues; its postings
      *    wait in the ledger's suspense until it is unfrozen.
      *    ACRRPT shows every account's rate, days and amount.
      *    RETURN-CODE 4 when an account could not be accrued, 8 on
      *    a bad rate-table row or an accrual that will not compute,
      *    16 when BALFWD or the account master will not open or
      *    BALFWD is out of account order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACR-BAL-FILE ASSIGN TO "ACRBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACR-ACCT-FILE ASSIGN TO "ACRACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-STATUS.
           SELECT ACR-RATE-FILE ASSIGN TO "ACRRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ACR-PRIOR-FILE ASSIGN TO "ACRPRIOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-STATUS.
           SELECT ACR-NEW-FILE ASSIGN TO "ACRNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ACR-TXN-FILE ASSIGN TO "ACRTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT ACR-RPT-FILE ASSIGN TO "ACRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACR-BAL-FILE.
       01  ACR-BAL-REC             PIC X(520).
       FD  ACR-ACCT-FILE.
           COPY ACCTREC.
       FD  ACR-RATE-FILE.
       01  ACR-RATE-REC            PIC X(80).
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  ACR-PRIOR-FILE.
       01  ACR-PRIOR-REC           PIC X(200).
       FD  ACR-NEW-FILE.
           COPY ACRUREC.
       FD  ACR-TXN-FILE.
       01  ACR-TXN-REC             PIC X(1010).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  ACR-RPT-FILE.
       01  ACR-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS           PIC XX.
       01  WS-ACM-STATUS           PIC XX.
       01  WS-RATE-STATUS          PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-PRI-STATUS           PIC XX.
       01  WS-NEW-STATUS           PIC XX.
       01  WS-TXN-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.

      *    The two sides of the account match.  Each key goes to
      *    HIGH-VALUES at its end of file; the blank default
      *    account's key is SPACES and sorts first.
       01  WS-BAL-KEY              PIC X(16).
       01  WS-BAL-PREV-KEY         PIC X(16) VALUE LOW-VALUES.
       01  WS-BAL-AMT              PIC X(510).
       01  WS-BAL-TOKEN-1          PIC X(16).
       01  WS-BAL-TOKEN-2          PIC X(510).
       01  WS-PRI-KEY              PIC X(16).
       01  WS-SEQ-ERROR-SW         PIC X VALUE 'N'.
           88  WS-SEQ-ERROR        VALUE 'Y'.
       01  WS-ACM-FAILED-SW        PIC X VALUE 'N'.
           88  WS-ACM-FAILED       VALUE 'Y'.

      *    Class rate table, loaded once from ACRRATE.
       01  MAX-RATES               PIC 9(3) VALUE 100.
       01  WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RT-CLASS     PIC X(8).
               10  WS-RT-CREDIT    PIC X(20).
               10  WS-RT-DEBIT     PIC X(20).
               10  WS-RT-FEE       PIC X(20).
       01  WS-RT-IDX               PIC 9(3).
       01  WS-RATE-FOUND-SW        PIC X.
           88  WS-RATE-FOUND       VALUE 'Y'.
       01  WS-RATE-EOF-SW          PIC X.
       01  WS-RATE-BAD-SW          PIC X.
           88  WS-RATE-BAD         VALUE 'Y'.
       01  WS-RT-TOKEN-1           PIC X(20).
       01  WS-RT-TOKEN-2           PIC X(20).
       01  WS-RT-TOKEN-3           PIC X(20).
       01  WS-RT-TOKEN-4           PIC X(20).
       01  WS-RT-TOKEN-5           PIC X(20).

      *    Shop calendar of non-working days, the same dataset
      *    MERGE-INTERVALS and the ledger's standing orders read.
       01  WS-CAL-EOF-SW           PIC X.
       01  MAX-CAL-DAYS            PIC 9(5) VALUE 2000.
       01  CAL-COUNT               PIC 9(5) VALUE 0.
       01  CAL-TABLE.
           05  CAL-SERIAL OCCURS 2000 TIMES PIC S9(9) COMP-5.
       01  CAL-I                   PIC 9(5).
       01  WS-CHK-SERIAL           PIC S9(9) COMP-5.
       01  WS-NONWORK-SW           PIC X.
           88  WS-NONWORK          VALUE 'Y'.
       01  WS-LOOK-COUNT           PIC 9(2).

      *    Tonight's dates.  The capitalization night is the last
      *    working day of its month.
       01  WS-TODAY-SERIAL         PIC S9(9) COMP-5.
       01  WS-PREV-WORK-SERIAL     PIC S9(9) COMP-5.
       01  WS-NEXT-WORK-SERIAL     PIC S9(9) COMP-5.
       01  WS-NEXT-WORK-DATE       PIC 9(8).
       01  WS-NEXT-WORK-TEXT       PIC X(8).
       01  WS-CAPITALIZE-SW        PIC X VALUE 'N'.
           88  WS-CAPITALIZE       VALUE 'Y'.

      *    One account's accrual.
       01  WS-START-SERIAL         PIC S9(9) COMP-5.
       01  WS-OPEN-SERIAL          PIC S9(9) COMP-5.
       01  WS-DAYS                 PIC S9(5) COMP-5.
       01  WS-DAYS-TEXT            PIC 9(5).
       01  WS-DAYS-DISP            PIC ZZZZ9.
       01  WS-PERIOD-DATE          PIC 9(8).
       01  WS-RATE-USED            PIC X(20).
       01  WS-DEBIT-SW             PIC X.
           88  WS-DEBIT-BALANCE    VALUE 'Y'.
       01  WS-ACCRUE-STATE         PIC X(30).
       01  WS-ACCT-DISP            PIC X(16).

      *    BIGCALC operands are passed full width: its LINKAGE
      *    reads 510 bytes, so no short literal is ever passed.
       01  WS-CALC-1               PIC X(510).
       01  WS-CALC-2               PIC X(510).
       01  WS-CALC-RESULT          PIC X(1011).
       01  WS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-CALC-OVFL-SW         PIC X.
       01  WS-CALC-BAD-SW          PIC X.
           88  WS-CALC-BAD         VALUE 'Y'.
       01  WS-ZERO-OPERAND         PIC X(510) VALUE "0".
       01  WS-SCALE-PAD            PIC X(510) VALUE "1.000000".
       01  WS-DAY-BASIS            PIC X(510) VALUE "36500".
       01  WS-AMOUNT               PIC X(510).

      *    Capitalization work: an accumulator cut to whole cents
      *    (truncated toward zero) and the remainder left behind.
       01  WS-CAP-SOURCE           PIC X(60).
       01  WS-CAP-CENTS            PIC X(60).
       01  WS-CAP-LEN              PIC 9(4).
       01  WS-CAP-POINT            PIC 9(4).
       01  WS-TXN-OP               PIC X.
       01  WS-TXN-AMT              PIC X(60).
       01  WS-POSTED-CREDIT        PIC X(60).
       01  WS-POSTED-DEBIT         PIC X(60).
       01  WS-POSTED-FEE           PIC X(20).

      *    Zero test on a decimal string: every digit a zero,
      *    whatever the sign or scale.
       01  WS-ZERO-TEST            PIC X(60).
       01  WS-IS-ZERO-SW           PIC X.
           88  WS-IS-ZERO          VALUE 'Y'.
       01  WS-SCAN-POS             PIC 9(4).

      *    Run totals, summed through BIGCALC like everything else.
       01  WS-ACCT-COUNT           PIC 9(9) VALUE 0.
       01  WS-ACCRUED-COUNT        PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-TXN-COUNT            PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-TOT-CREDIT           PIC X(510) VALUE "0".
       01  WS-TOT-DEBIT            PIC X(510) VALUE "0".
       01  WS-TOT-POSTED           PIC X(510) VALUE "0".
       01  WS-TOT-FEES             PIC X(510) VALUE "0".
       01  WS-TOTAL-TARGET         PIC X(510).
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT ACR-BAL-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRBAL, STATUS="
                   WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACR-ACCT-FILE
           IF WS-ACM-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRACCT, STATUS="
                   WS-ACM-STATUS
               CLOSE ACR-BAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACR-NEW-FILE
           OPEN OUTPUT ACR-TXN-FILE
           OPEN OUTPUT ACR-RPT-FILE
           MOVE "ACCRUAL -- INTEREST AND FEE ACCRUAL REPORT"
               TO ACR-RPT-REC
           WRITE ACR-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-SHOP-CALENDAR
           PERFORM SET-ACCRUAL-DATES

      *    No prior generation (the very first night) is simply an
      *    empty one: every account starts accruing from zero.
           OPEN INPUT ACR-PRIOR-FILE
           IF WS-PRI-STATUS NOT = "00"
               MOVE HIGH-VALUES TO WS-PRI-KEY
           ELSE
               PERFORM READ-NEXT-PRIOR
           END-IF
           PERFORM READ-NEXT-BALANCE

           PERFORM UNTIL WS-BAL-KEY = HIGH-VALUES
                     AND WS-PRI-KEY = HIGH-VALUES
               PERFORM PROCESS-NEXT-ACCOUNT
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           IF WS-SEQ-ERROR OR WS-ACM-FAILED
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-WORST-RC TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-AUDIT-TRAILER

           IF WS-PRI-STATUS = "00" OR WS-PRI-STATUS = "10"
               CLOSE ACR-PRIOR-FILE
           END-IF
           CLOSE ACR-BAL-FILE ACR-ACCT-FILE ACR-NEW-FILE
           CLOSE ACR-TXN-FILE ACR-RPT-FILE UTIL-AUDIT-FILE

           DISPLAY "ACCRUAL: ACCOUNTS=" WS-ACCT-COUNT
               " ACCRUED=" WS-ACCRUED-COUNT
               " NOT-ACCRUED=" WS-SKIPPED-COUNT
               " TR-RECORDS=" WS-TXN-COUNT
               " CAPITALIZE=" WS-CAPITALIZE-SW
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "ACCRUAL " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "ACCRUAL" TO AUD-PROGRAM-ID
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
           MOVE "ACCRUAL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-ACCT-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-ACCRUED-COUNT TO AUD-OK-COUNT
           MOVE WS-SKIPPED-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record per TR record cut for the ledger and per
      *    account that could not be accrued.
       WRITE-ACCRUAL-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "ACCRUAL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

      *    "<class> <credit-rate> <debit-rate> <fee>" -- every
      *    figure validated and normalized through BIGCALC (+ 0);
      *    a bad row is reported and left out (RC 8), so its class
      *    carries forward unaccrued rather than at a wrong rate.
       LOAD-RATE-TABLE.
           OPEN INPUT ACR-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE "*** NO RATE TABLE (ACRRATE) -- NOTHING CAN "
                   & "ACCRUE TONIGHT ***" TO ACR-RPT-REC
               WRITE ACR-RPT-REC
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-EOF-SW
           PERFORM UNTIL WS-RATE-EOF-SW = 'Y'
               READ ACR-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   NOT AT END
                       IF ACR-RATE-REC NOT = SPACES
                          AND ACR-RATE-REC(1:1) NOT = '*'
                           PERFORM STORE-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACR-RATE-FILE.

       STORE-ONE-RATE.
           MOVE SPACES TO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
           MOVE SPACES TO WS-RT-TOKEN-4 WS-RT-TOKEN-5
           UNSTRING ACR-RATE-REC DELIMITED BY ALL SPACES
               INTO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
                    WS-RT-TOKEN-4 WS-RT-TOKEN-5
           END-UNSTRING
           IF ACR-RATE-REC(1:1) = SPACE
               MOVE WS-RT-TOKEN-2 TO WS-RT-TOKEN-1
               MOVE WS-RT-TOKEN-3 TO WS-RT-TOKEN-2
               MOVE WS-RT-TOKEN-4 TO WS-RT-TOKEN-3
               MOVE WS-RT-TOKEN-5 TO WS-RT-TOKEN-4
           END-IF
           MOVE 'N' TO WS-RATE-BAD-SW
           IF WS-RT-TOKEN-4 = SPACES
              OR WS-RT-TOKEN-1(9:12) NOT = SPACES
              OR WS-RATE-COUNT >= MAX-RATES
               MOVE 'Y' TO WS-RATE-BAD-SW
           END-IF
           IF NOT WS-RATE-BAD
               MOVE WS-RT-TOKEN-2 TO WS-CALC-1
               PERFORM NORMALIZE-RATE-FIGURE
               MOVE WS-CALC-1(1:20) TO WS-RT-TOKEN-2
           END-IF
           IF NOT WS-RATE-BAD
               MOVE WS-RT-TOKEN-3 TO WS-CALC-1
               PERFORM NORMALIZE-RATE-FIGURE
               MOVE WS-CALC-1(1:20) TO WS-RT-TOKEN-3
           END-IF
           IF NOT WS-RATE-BAD
               MOVE WS-RT-TOKEN-4 TO WS-CALC-1
               PERFORM NORMALIZE-RATE-FIGURE
               MOVE WS-CALC-1(1:20) TO WS-RT-TOKEN-4
           END-IF
           IF WS-RATE-BAD
               MOVE SPACES TO ACR-RPT-REC
               STRING "*** BAD RATE ROW -- IGNORED *** "
                      ACR-RATE-REC(1:60)
                   DELIMITED BY SIZE INTO ACR-RPT-REC
               END-STRING
               WRITE ACR-RPT-REC
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-RT-TOKEN-1 TO WS-RT-CLASS(WS-RATE-COUNT)
           MOVE WS-RT-TOKEN-2 TO WS-RT-CREDIT(WS-RATE-COUNT)
           MOVE WS-RT-TOKEN-3 TO WS-RT-DEBIT(WS-RATE-COUNT)
           MOVE WS-RT-TOKEN-4 TO WS-RT-FEE(WS-RATE-COUNT).

      *    WS-CALC-1 in, normalized figure back in WS-CALC-1; a
      *    figure BIGCALC refuses, or one too wide for the table,
      *    marks the row bad.
       NORMALIZE-RATE-FIGURE.
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-ZERO-OPERAND
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CALC-RESULT)) > 20
               MOVE 'Y' TO WS-RATE-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-CALC-1.

       LOAD-SHOP-CALENDAR.
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

      *    The working days either side of tonight.  The look is
      *    bounded at 31 days, so a calendar listing a whole month
      *    as non-working cannot loop the step.
       SET-ACCRUAL-DATES.
           COMPUTE WS-TODAY-SERIAL = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))
           COMPUTE WS-CHK-SERIAL = WS-TODAY-SERIAL - 1
           MOVE 0 TO WS-LOOK-COUNT
           PERFORM CHECK-NONWORKING-DAY
           PERFORM UNTIL NOT WS-NONWORK OR WS-LOOK-COUNT >= 31
               SUBTRACT 1 FROM WS-CHK-SERIAL
               ADD 1 TO WS-LOOK-COUNT
               PERFORM CHECK-NONWORKING-DAY
           END-PERFORM
           MOVE WS-CHK-SERIAL TO WS-PREV-WORK-SERIAL

           COMPUTE WS-CHK-SERIAL = WS-TODAY-SERIAL + 1
           MOVE 0 TO WS-LOOK-COUNT
           PERFORM CHECK-NONWORKING-DAY
           PERFORM UNTIL NOT WS-NONWORK OR WS-LOOK-COUNT >= 31
               ADD 1 TO WS-CHK-SERIAL
               ADD 1 TO WS-LOOK-COUNT
               PERFORM CHECK-NONWORKING-DAY
           END-PERFORM
           MOVE WS-CHK-SERIAL TO WS-NEXT-WORK-SERIAL
           MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-WORK-SERIAL)
               TO WS-NEXT-WORK-DATE
           MOVE WS-NEXT-WORK-DATE TO WS-NEXT-WORK-TEXT
           IF WS-NEXT-WORK-TEXT(1:6) NOT = WS-RUN-DATE(1:6)
               MOVE 'Y' TO WS-CAPITALIZE-SW
           END-IF
           MOVE SPACES TO ACR-RPT-REC
           IF WS-CAPITALIZE
               STRING "RUN DATE " WS-RUN-DATE
                      " -- LAST WORKING DAY OF THE MONTH: ACCRUED "
                      "INTEREST AND FEES CAPITALIZE TONIGHT"
                   DELIMITED BY SIZE INTO ACR-RPT-REC
               END-STRING
           ELSE
               STRING "RUN DATE " WS-RUN-DATE
                      " -- ACCRUAL ONLY, NEXT WORKING DAY "
                      WS-NEXT-WORK-TEXT
                   DELIMITED BY SIZE INTO ACR-RPT-REC
               END-STRING
           END-IF
           WRITE ACR-RPT-REC
           MOVE SPACES TO ACR-RPT-REC
           WRITE ACR-RPT-REC.

      *    Next balance-forward record: "account balance", or a
      *    single bare balance from a pre-account generation (the
      *    blank default account).  The file must be in account
      *    order -- it is unloaded from the keyed master -- or the
      *    match below would carry accruals onto the wrong books.
       READ-NEXT-BALANCE.
           MOVE SPACES TO ACR-BAL-REC
           PERFORM UNTIL ACR-BAL-REC NOT = SPACES
               READ ACR-BAL-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-BAL-KEY
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           UNSTRING ACR-BAL-REC DELIMITED BY ALL SPACES
               INTO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           END-UNSTRING
           MOVE SPACES TO WS-BAL-AMT
           IF ACR-BAL-REC(1:16) = SPACES
              OR WS-BAL-TOKEN-2 = SPACES
               MOVE SPACES TO WS-BAL-KEY
               MOVE FUNCTION TRIM(ACR-BAL-REC) TO WS-BAL-AMT
           ELSE
               MOVE ACR-BAL-REC(1:16) TO WS-BAL-KEY
               MOVE FUNCTION TRIM(ACR-BAL-REC(17:504)) TO WS-BAL-AMT
           END-IF
           IF WS-BAL-PREV-KEY NOT = LOW-VALUES
              AND WS-BAL-KEY NOT > WS-BAL-PREV-KEY
               DISPLAY "ACCRUAL: *** ERROR *** ACRBAL OUT OF "
                   "ACCOUNT ORDER AT ACCT=" WS-BAL-KEY
               MOVE 'Y' TO WS-SEQ-ERROR-SW
               MOVE HIGH-VALUES TO WS-BAL-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAL-KEY TO WS-BAL-PREV-KEY.

       READ-NEXT-PRIOR.
           READ ACR-PRIOR-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               NOT AT END
                   MOVE ACR-PRIOR-REC(1:16) TO WS-PRI-KEY
           END-READ.

      *    One step of the account match.  A prior accrual with no
      *    balance-forward record left is carried as it stands; a
      *    balance with no prior accrual starts one from zero.
       PROCESS-NEXT-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-PRI-KEY < WS-BAL-KEY
                   MOVE ACR-PRIOR-REC TO ACCRUED-REC
                   MOVE ACR-ACCOUNT TO WS-ACCT-DISP
                   PERFORM SET-ACCT-DISPLAY-KEY
                   MOVE SPACES TO ACR-RPT-REC
                   STRING "ACCT=" WS-ACCT-DISP
                          " NO BALANCE-FORWARD RECORD -- ACCRUAL "
                          "CARRIED FORWARD UNCHANGED"
                       DELIMITED BY SIZE INTO ACR-RPT-REC
                   END-STRING
                   WRITE ACR-RPT-REC
                   WRITE ACCRUED-REC
                   PERFORM READ-NEXT-PRIOR
               WHEN WS-BAL-KEY < WS-PRI-KEY
                   MOVE SPACES TO ACCRUED-REC
                   MOVE WS-BAL-KEY TO ACR-ACCOUNT
                   MOVE 0 TO ACR-DAYS
                   MOVE "0" TO ACR-CREDIT-INT
                   MOVE "0" TO ACR-DEBIT-INT
                   PERFORM ACCRUE-ONE-ACCOUNT
                   WRITE ACCRUED-REC
                   PERFORM READ-NEXT-BALANCE
               WHEN OTHER
                   MOVE ACR-PRIOR-REC TO ACCRUED-REC
                   PERFORM ACCRUE-ONE-ACCOUNT
                   WRITE ACCRUED-REC
                   PERFORM READ-NEXT-BALANCE
                   PERFORM READ-NEXT-PRIOR
           END-EVALUATE.

       SET-ACCT-DISPLAY-KEY.
           IF WS-ACCT-DISP = SPACES
               MOVE "*" TO WS-ACCT-DISP
           END-IF.

      *    Tonight's accrual for the account in ACCRUED-REC, whose
      *    closing balance is WS-BAL-AMT.
       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE ACR-ACCOUNT TO WS-ACCT-DISP
           PERFORM SET-ACCT-DISPLAY-KEY
           IF WS-ACM-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE ACR-ACCOUNT TO ACM-ACCOUNT
           READ ACR-ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-ACM-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "NOT ON ACCOUNT MASTER" TO WS-ACCRUE-STATE
                   PERFORM REPORT-NOT-ACCRUED
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ACCRUAL: *** ERROR *** ACCOUNT MASTER "
                       "READ FAILED, STATUS=" WS-ACM-STATUS
                       " ACCT=" WS-ACCT-DISP
                   MOVE 'Y' TO WS-ACM-FAILED-SW
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ACM-CLOSED
               MOVE SPACES TO ACR-RPT-REC
               STRING "ACCT=" WS-ACCT-DISP
                      " ACCOUNT CLOSED -- NOT ACCRUED"
                   DELIMITED BY SIZE INTO ACR-RPT-REC
               END-STRING
               WRITE ACR-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE ACM-CLASS TO ACR-CLASS
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
               IF WS-RT-CLASS(WS-RT-IDX) = ACM-CLASS
                   MOVE 'Y' TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
               MOVE SPACES TO WS-ACCRUE-STATE
               STRING "NO RATE FOR CLASS " ACM-CLASS
                   DELIMITED BY SIZE INTO WS-ACCRUE-STATE
               END-STRING
               PERFORM REPORT-NOT-ACCRUED
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-RT-IDX

      *    Days since the last accrual night; the first accrual
      *    counts from the previous working day, and never from
      *    before the account opened.
           IF ACR-LAST-DATE IS NUMERIC
               COMPUTE WS-START-SERIAL = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ACR-LAST-DATE))
           ELSE
               MOVE WS-PREV-WORK-SERIAL TO WS-START-SERIAL
           END-IF
           IF ACM-OPEN-DATE IS NUMERIC
               COMPUTE WS-OPEN-SERIAL = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ACM-OPEN-DATE))
               IF WS-OPEN-SERIAL > WS-START-SERIAL
                   MOVE WS-OPEN-SERIAL TO WS-START-SERIAL
               END-IF
           END-IF
           COMPUTE WS-DAYS = WS-TODAY-SERIAL - WS-START-SERIAL
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF

           MOVE "0" TO WS-AMOUNT
           MOVE SPACES TO WS-RATE-USED
           MOVE 'N' TO WS-DEBIT-SW
           IF FUNCTION TRIM(WS-BAL-AMT)(1:1) = '-'
               MOVE 'Y' TO WS-DEBIT-SW
               MOVE WS-RT-DEBIT(WS-RT-IDX) TO WS-RATE-USED
           ELSE
               MOVE WS-RT-CREDIT(WS-RT-IDX) TO WS-RATE-USED
           END-IF
           IF WS-DAYS > 0
               PERFORM COMPUTE-DAYS-INTEREST
               IF WS-CALC-BAD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-ACCRUED-COUNT
           IF WS-DAYS > 0
               IF ACR-PERIOD-START = SPACES
                   MOVE FUNCTION DATE-OF-INTEGER(WS-START-SERIAL + 1)
                       TO WS-PERIOD-DATE
                   MOVE WS-PERIOD-DATE TO ACR-PERIOD-START
               END-IF
               ADD WS-DAYS TO ACR-DAYS
           END-IF
           MOVE WS-RUN-DATE TO ACR-LAST-DATE
           PERFORM WRITE-ACCRUAL-LINE

           IF WS-CAPITALIZE
              AND ACR-LAST-CAP-DATE NOT = WS-RUN-DATE
               PERFORM CAPITALIZE-ONE-ACCOUNT
           END-IF.

      *    balance * rate * days, widened six places, / 36500 --
      *    then onto the credit or debit accumulator.
       COMPUTE-DAYS-INTEREST.
           MOVE 'N' TO WS-CALC-BAD-SW
           MOVE WS-BAL-AMT TO WS-CALC-1
           MOVE SPACES TO WS-CALC-2
           MOVE WS-RATE-USED TO WS-CALC-2
           PERFORM CALL-BIGCALC-MULTIPLY
           MOVE WS-DAYS TO WS-DAYS-TEXT
           MOVE SPACES TO WS-CALC-2
           MOVE WS-DAYS-TEXT TO WS-CALC-2
           PERFORM CALL-BIGCALC-MULTIPLY
           MOVE WS-SCALE-PAD TO WS-CALC-2
           PERFORM CALL-BIGCALC-MULTIPLY
           IF WS-CALC-BAD
               PERFORM REPORT-CALC-FAILURE
               EXIT PARAGRAPH
           END-IF
           CALL "BIGCALC" USING WS-CALC-1 '/' WS-DAY-BASIS
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
               PERFORM REPORT-CALC-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AMOUNT
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-AMOUNT

           MOVE SPACES TO WS-CALC-1
           IF WS-DEBIT-BALANCE
               MOVE ACR-DEBIT-INT TO WS-CALC-1
           ELSE
               MOVE ACR-CREDIT-INT TO WS-CALC-1
           END-IF
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-AMOUNT
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CALC-RESULT))
                  > LENGTH OF ACR-CREDIT-INT
               PERFORM REPORT-CALC-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEBIT-BALANCE
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO ACR-DEBIT-INT
               MOVE WS-TOT-DEBIT TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-TOT-DEBIT
           ELSE
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO ACR-CREDIT-INT
               MOVE WS-TOT-CREDIT TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-TOT-CREDIT
           END-IF.

      *    WS-CALC-1 * WS-CALC-2 back into WS-CALC-1; once a step
      *    fails the rest of the chain is skipped.
       CALL-BIGCALC-MULTIPLY.
           IF WS-CALC-BAD
               EXIT PARAGRAPH
           END-IF
           CALL "BIGCALC" USING WS-CALC-1 '*' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CALC-RESULT))
                  > LENGTH OF WS-CALC-1
               MOVE 'Y' TO WS-CALC-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-CALC-1.

      *    WS-AMOUNT onto the run total in WS-TOTAL-TARGET.
       ADD-AMOUNT-TO-TOTAL.
           CALL "BIGCALC" USING WS-TOTAL-TARGET '+' WS-AMOUNT
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0
               MOVE SPACES TO WS-TOTAL-TARGET
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-TOTAL-TARGET
           END-IF.

       REPORT-CALC-FAILURE.
           MOVE 'Y' TO WS-CALC-BAD-SW
           MOVE 8 TO WS-WORST-RC
           MOVE "ACCRUAL WILL NOT COMPUTE" TO WS-ACCRUE-STATE
           PERFORM REPORT-NOT-ACCRUED.

       REPORT-NOT-ACCRUED.
           ADD 1 TO WS-SKIPPED-COUNT
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE SPACES TO ACR-RPT-REC
           STRING "ACCT=" WS-ACCT-DISP
                  " *** NOT ACCRUED *** "
                  FUNCTION TRIM(WS-ACCRUE-STATE)
               DELIMITED BY SIZE INTO ACR-RPT-REC
           END-STRING
           WRITE ACR-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "ACCT=" WS-ACCT-DISP
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           STRING "NOT ACCRUED:" FUNCTION TRIM(WS-ACCRUE-STATE)
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           MOVE 4 TO WS-AUD-RC
           PERFORM WRITE-ACCRUAL-AUDIT-DETAIL.

       WRITE-ACCRUAL-LINE.
           MOVE WS-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO ACR-RPT-REC
           STRING "ACCT=" WS-ACCT-DISP
                  " CLASS=" ACR-CLASS
                  " RATE=" FUNCTION TRIM(WS-RATE-USED)
                  " DAYS=" WS-DAYS-DISP
                  " AMOUNT=" FUNCTION TRIM(WS-AMOUNT)
                  " ACCRUED CR=" FUNCTION TRIM(ACR-CREDIT-INT)
                  " DR=" FUNCTION TRIM(ACR-DEBIT-INT)
               DELIMITED BY SIZE INTO ACR-RPT-REC
           END-STRING
           WRITE ACR-RPT-REC.

      *    Whole cents of each accumulator post as a TR record, the
      *    remainder stays accrued; the class fee posts as a debit.
       CAPITALIZE-ONE-ACCOUNT.
           MOVE "0" TO WS-POSTED-CREDIT
           MOVE "0" TO WS-POSTED-DEBIT
           MOVE "0" TO WS-POSTED-FEE

           MOVE ACR-CREDIT-INT TO WS-CAP-SOURCE
           PERFORM TRUNCATE-TO-CENTS
           MOVE WS-CAP-CENTS TO WS-ZERO-TEST
           PERFORM CHECK-VALUE-IS-ZERO
           IF NOT WS-IS-ZERO
               MOVE WS-CAP-CENTS TO WS-POSTED-CREDIT
               MOVE ACR-CREDIT-INT TO WS-CALC-1
               PERFORM TAKE-CENTS-FROM-ACCRUAL
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO ACR-CREDIT-INT
               PERFORM WRITE-CAPITALIZED-TR
           END-IF

           MOVE ACR-DEBIT-INT TO WS-CAP-SOURCE
           PERFORM TRUNCATE-TO-CENTS
           MOVE WS-CAP-CENTS TO WS-ZERO-TEST
           PERFORM CHECK-VALUE-IS-ZERO
           IF NOT WS-IS-ZERO
               MOVE WS-CAP-CENTS TO WS-POSTED-DEBIT
               MOVE ACR-DEBIT-INT TO WS-CALC-1
               PERFORM TAKE-CENTS-FROM-ACCRUAL
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO ACR-DEBIT-INT
               PERFORM WRITE-CAPITALIZED-TR
           END-IF

           MOVE WS-RT-FEE(WS-RT-IDX) TO WS-ZERO-TEST
           PERFORM CHECK-VALUE-IS-ZERO
           IF NOT WS-IS-ZERO
               MOVE WS-RT-FEE(WS-RT-IDX) TO WS-POSTED-FEE
               MOVE SPACES TO WS-CAP-CENTS
               STRING "-" FUNCTION TRIM(WS-RT-FEE(WS-RT-IDX))
                   DELIMITED BY SIZE INTO WS-CAP-CENTS
               END-STRING
               PERFORM WRITE-CAPITALIZED-TR
               MOVE SPACES TO WS-AMOUNT
               MOVE WS-RT-FEE(WS-RT-IDX) TO WS-AMOUNT
               MOVE WS-TOT-FEES TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-TOT-FEES
           END-IF

           MOVE WS-RUN-DATE TO ACR-LAST-CAP-DATE
           MOVE 0 TO ACR-DAYS
           MOVE SPACES TO ACR-PERIOD-START
           MOVE SPACES TO ACR-RPT-REC
           STRING "ACCT=" WS-ACCT-DISP
                  " CAPITALIZED CREDIT="
                  FUNCTION TRIM(WS-POSTED-CREDIT)
                  " DEBIT=" FUNCTION TRIM(WS-POSTED-DEBIT)
                  " FEE=" FUNCTION TRIM(WS-POSTED-FEE)
                  " CARRIED CR=" FUNCTION TRIM(ACR-CREDIT-INT)
                  " DR=" FUNCTION TRIM(ACR-DEBIT-INT)
               DELIMITED BY SIZE INTO ACR-RPT-REC
           END-STRING
           WRITE ACR-RPT-REC.

      *    WS-CAP-SOURCE cut to two decimal places, truncated toward
      *    zero, into WS-CAP-CENTS.  A figure with two places or
      *    fewer is taken whole.
       TRUNCATE-TO-CENTS.
           MOVE SPACES TO WS-CAP-CENTS
           MOVE FUNCTION TRIM(WS-CAP-SOURCE) TO WS-CAP-CENTS
           COMPUTE WS-CAP-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CAP-SOURCE))
           MOVE 0 TO WS-CAP-POINT
           INSPECT WS-CAP-CENTS TALLYING WS-CAP-POINT
               FOR CHARACTERS BEFORE INITIAL '.'
           IF WS-CAP-POINT < WS-CAP-LEN
              AND WS-CAP-LEN > WS-CAP-POINT + 3
               MOVE SPACES TO WS-CAP-CENTS(WS-CAP-POINT + 4:)
           END-IF.

      *    WS-CALC-1 (the accumulator) less WS-CAP-CENTS into
      *    WS-CALC-RESULT: the remainder carried forward.  The cents
      *    also land on the posted total.
       TAKE-CENTS-FROM-ACCRUAL.
           MOVE SPACES TO WS-CALC-2
           MOVE WS-CAP-CENTS TO WS-CALC-2
           CALL "BIGCALC" USING WS-CALC-1 '-' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           MOVE SPACES TO WS-AMOUNT
           MOVE WS-CAP-CENTS TO WS-AMOUNT
           MOVE WS-TOT-POSTED TO WS-TOTAL-TARGET
           PERFORM ADD-AMOUNT-TO-TOTAL
           MOVE WS-TOTAL-TARGET TO WS-TOT-POSTED
      *    The subtraction above is redone last: the total's call
      *    reuses WS-CALC-RESULT.
           CALL "BIGCALC" USING WS-CALC-1 '-' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL.

      *    The signed amount in WS-CAP-CENTS as one ledger TR
      *    record: '+' for a credit, '-' and the magnitude for a
      *    debit.  The blank default account takes the keyless
      *    "TR op amount" form.
       WRITE-CAPITALIZED-TR.
           MOVE SPACES TO WS-TXN-AMT
           IF FUNCTION TRIM(WS-CAP-CENTS)(1:1) = '-'
               MOVE '-' TO WS-TXN-OP
               MOVE FUNCTION TRIM(WS-CAP-CENTS)(2:) TO WS-TXN-AMT
           ELSE
               MOVE '+' TO WS-TXN-OP
               MOVE FUNCTION TRIM(WS-CAP-CENTS) TO WS-TXN-AMT
           END-IF
           MOVE SPACES TO ACR-TXN-REC
           IF ACR-ACCOUNT = SPACES
               STRING "TR " WS-TXN-OP " " FUNCTION TRIM(WS-TXN-AMT)
                   DELIMITED BY SIZE INTO ACR-TXN-REC
               END-STRING
           ELSE
               STRING "TR " FUNCTION TRIM(ACR-ACCOUNT)
                      " " WS-TXN-OP " " FUNCTION TRIM(WS-TXN-AMT)
                   DELIMITED BY SIZE INTO ACR-TXN-REC
               END-STRING
           END-IF
           WRITE ACR-TXN-REC
           ADD 1 TO WS-TXN-COUNT
           MOVE ACR-TXN-REC(1:60) TO WS-AUD-TEXT
           MOVE "CAPITALIZED" TO WS-AUD-RESULT
           MOVE 0 TO WS-AUD-RC
           PERFORM WRITE-ACCRUAL-AUDIT-DETAIL.

       CHECK-VALUE-IS-ZERO.
           MOVE 'Y' TO WS-IS-ZERO-SW
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > LENGTH OF WS-ZERO-TEST
                      OR NOT WS-IS-ZERO
               IF WS-ZERO-TEST(WS-SCAN-POS:1) >= '1'
                  AND WS-ZERO-TEST(WS-SCAN-POS:1) <= '9'
                   MOVE 'N' TO WS-IS-ZERO-SW
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACR-RPT-REC
           WRITE ACR-RPT-REC
           MOVE SPACES TO ACR-RPT-REC
           STRING "TOTAL    ACCOUNTS=" WS-ACCT-COUNT
                  " ACCRUED=" WS-ACCRUED-COUNT
                  " NOT-ACCRUED=" WS-SKIPPED-COUNT
                  " TR-RECORDS=" WS-TXN-COUNT
               DELIMITED BY SIZE INTO ACR-RPT-REC
           END-STRING
           WRITE ACR-RPT-REC
           MOVE SPACES TO ACR-RPT-REC
           STRING "TONIGHT  CREDIT INTEREST="
                  FUNCTION TRIM(WS-TOT-CREDIT)
                  " DEBIT INTEREST=" FUNCTION TRIM(WS-TOT-DEBIT)
               DELIMITED BY SIZE INTO ACR-RPT-REC
           END-STRING
           WRITE ACR-RPT-REC
           IF WS-CAPITALIZE
               MOVE SPACES TO ACR-RPT-REC
               STRING "POSTED   INTEREST="
                      FUNCTION TRIM(WS-TOT-POSTED)
                      " FEES=" FUNCTION TRIM(WS-TOT-FEES)
                   DELIMITED BY SIZE INTO ACR-RPT-REC
               END-STRING
               WRITE ACR-RPT-REC
           END-IF.

       END PROGRAM ACCRUAL.
