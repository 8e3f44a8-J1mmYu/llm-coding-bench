       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCL.

      *    Month-end period close, run every night behind the ledger
      *    and GL steps and acting only on the last working day of
      *    the month on the MIVCAL shop calendar (the next working
      *    day falls in another month) -- the same night ACCRUAL
      *    capitalizes, so the month's interest is inside the close.
      *    On that night:
      *      - prints a trial balance by account class off the
      *        balance master (PCLBALM, browsed in key order; each
      *        account's class from the account reference master on
      *        PCLACCT, "(NONE)" when it is not on it), a positive
      *        balance in the debit column and a negative one in the
      *        credit column, summed through BIGCALC;
      *      - re-sums tonight's BALFWD generation (PCLBAL, the
      *        closing positions the ledger just unloaded) as the
      *        control total, which the trial balance must tie to in
      *        both account count and net amount;
      *      - when it ties, freezes every BALFWD position onto the
      *        permanent period-end dataset (PCLEND, PERDREC layout)
      *        and appends the closed-period marker (PCLMARK, PCLSREC
      *        layout) closing the month through its last calendar
      *        day.  From then on the ledger refuses anything dated
      *        inside the closed month.
      *    A period already on PCLMARK is not closed twice.
      *    PCLRPT carries the trial balance and the control tie.
      *    RETURN-CODE 0 on a close or an ordinary night, 8 when a
      *    total will not compute, 12 when the trial balance does not
      *    tie to BALFWD (nothing is frozen and the period stays
      *    open), 16 when an input will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCL-BAL-FILE ASSIGN TO "PCLBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT PCL-BALM-FILE ASSIGN TO "PCLBALM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-BALM-STATUS.
           SELECT PCL-ACCT-FILE ASSIGN TO "PCLACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-STATUS.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PCL-MARK-FILE ASSIGN TO "PCLMARK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT PCL-END-FILE ASSIGN TO "PCLEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-END-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT PCL-RPT-FILE ASSIGN TO "PCLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCL-BAL-FILE.
       01  PCL-BAL-REC             PIC X(520).
       FD  PCL-BALM-FILE.
           COPY BALMREC.
       FD  PCL-ACCT-FILE.
           COPY ACCTREC.
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  PCL-MARK-FILE.
           COPY PCLSREC.
       FD  PCL-END-FILE.
           COPY PERDREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  PCL-RPT-FILE.
       01  PCL-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS           PIC XX.
       01  WS-BALM-STATUS          PIC XX.
       01  WS-ACM-STATUS           PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-MARK-STATUS          PIC XX.
       01  WS-END-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.

      *    Shop calendar of non-working days, the same dataset the
      *    ledger's standing orders and ACCRUAL read.
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

      *    Tonight's dates and the period they would close.
       01  WS-TODAY-SERIAL         PIC S9(9) COMP-5.
       01  WS-NEXT-WORK-DATE       PIC 9(8).
       01  WS-NEXT-WORK-TEXT       PIC X(8).
       01  WS-CLOSE-NIGHT-SW       PIC X VALUE 'N'.
           88  WS-CLOSE-NIGHT      VALUE 'Y'.
       01  WS-PERIOD               PIC X(6).
       01  WS-NEXT-MONTH-DATE      PIC 9(8).
       01  WS-NM-CCYY              PIC 9(4).
       01  WS-NM-MM                PIC 9(2).
       01  WS-CLOSED-THRU-DATE     PIC 9(8).
       01  WS-CLOSED-THRU          PIC X(8).
       01  WS-ALREADY-SW           PIC X VALUE 'N'.
           88  WS-ALREADY-CLOSED   VALUE 'Y'.

      *    Trial balance by account class, built off the master.
       01  MAX-CLASSES             PIC 9(3) VALUE 100.
       01  WS-CLASS-COUNT          PIC 9(3) VALUE 0.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 100 TIMES.
               10  WS-CL-CLASS     PIC X(8).
               10  WS-CL-ACCOUNTS  PIC 9(9).
               10  WS-CL-DEBIT     PIC X(510).
               10  WS-CL-CREDIT    PIC X(510).
       01  WS-CL-IDX               PIC 9(3).
       01  WS-CL-FOUND-SW          PIC X.
           88  WS-CL-FOUND         VALUE 'Y'.
       01  WS-CUR-CLASS            PIC X(8).
       01  WS-CLASS-OVFL-SW        PIC X VALUE 'N'.
           88  WS-CLASS-OVFL       VALUE 'Y'.

      *    One BALFWD record.
       01  WS-BAL-KEY              PIC X(16).
       01  WS-BAL-AMT              PIC X(510).
       01  WS-BAL-TOKEN-1          PIC X(16).
       01  WS-BAL-TOKEN-2          PIC X(510).
       01  WS-ACCT-DISP            PIC X(16).

      *    BIGCALC operands are passed full width: its LINKAGE
      *    reads 510 bytes, so no short literal is ever passed.
       01  WS-CALC-RESULT          PIC X(1011).
       01  WS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-CALC-OVFL-SW         PIC X.
       01  WS-CALC-BAD-SW          PIC X VALUE 'N'.
           88  WS-CALC-BAD         VALUE 'Y'.
       01  WS-AMOUNT               PIC X(510).
       01  WS-TOTAL-TARGET         PIC X(510).

      *    Zero test on a decimal string: every digit a zero,
      *    whatever the sign or scale.
       01  WS-ZERO-TEST            PIC X(60).
       01  WS-IS-ZERO-SW           PIC X.
           88  WS-IS-ZERO          VALUE 'Y'.
       01  WS-SCAN-POS             PIC 9(4).

      *    Run totals.  The trial-balance side comes off the master,
      *    the control side off BALFWD.
       01  WS-TB-ACCOUNTS          PIC 9(9) VALUE 0.
       01  WS-TB-DEBIT             PIC X(510) VALUE "0".
       01  WS-TB-CREDIT            PIC X(510) VALUE "0".
       01  WS-TB-NET               PIC X(510) VALUE "0".
       01  WS-FWD-ACCOUNTS         PIC 9(9) VALUE 0.
       01  WS-FWD-TOTAL            PIC X(510) VALUE "0".
       01  WS-TIE-DIFF             PIC X(510).
       01  WS-TIES-SW              PIC X VALUE 'N'.
           88  WS-TIES             VALUE 'Y'.
       01  WS-FROZEN-COUNT         PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT PCL-RPT-FILE
           MOVE "PERIODCL -- MONTH-END PERIOD CLOSE AND TRIAL BALANCE"
               TO PCL-RPT-REC
           WRITE PCL-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM LOAD-SHOP-CALENDAR
           PERFORM SET-CLOSE-DATES
           IF NOT WS-CLOSE-NIGHT
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM CHECK-ALREADY-CLOSED
           IF WS-ALREADY-CLOSED
               MOVE SPACES TO PCL-RPT-REC
               STRING "PERIOD " WS-PERIOD
                      " IS ALREADY CLOSED -- NOTHING FROZEN TONIGHT"
                   DELIMITED BY SIZE INTO PCL-RPT-REC
               END-STRING
               WRITE PCL-RPT-REC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           OPEN INPUT PCL-BALM-FILE
           IF WS-BALM-STATUS NOT = "00"
               DISPLAY "PERIODCL: UNABLE TO OPEN PCLBALM, STATUS="
                   WS-BALM-STATUS
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           OPEN INPUT PCL-ACCT-FILE
           IF WS-ACM-STATUS NOT = "00"
               DISPLAY "PERIODCL: UNABLE TO OPEN PCLACCT, STATUS="
                   WS-ACM-STATUS
               CLOSE PCL-BALM-FILE
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM BUILD-TRIAL-BALANCE
           CLOSE PCL-BALM-FILE

           OPEN INPUT PCL-BAL-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "PERIODCL: UNABLE TO OPEN PCLBAL, STATUS="
                   WS-BAL-STATUS
               CLOSE PCL-ACCT-FILE
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM SUM-BALANCE-FORWARD
           CLOSE PCL-BAL-FILE

           PERFORM WRITE-TRIAL-BALANCE
           PERFORM CHECK-CONTROL-TIE
           IF WS-TIES
               PERFORM FREEZE-PERIOD-END
           END-IF
           CLOSE PCL-ACCT-FILE
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           IF WS-CALC-BAD AND WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE PCL-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "PERIODCL: RUN DATE=" WS-RUN-DATE
               " CLOSE-NIGHT=" WS-CLOSE-NIGHT-SW
               " ACCOUNTS=" WS-TB-ACCOUNTS
               " FROZEN=" WS-FROZEN-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "PERIODCL" WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "PERIODCL" TO AUD-PROGRAM-ID
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
           MOVE "PERIODCL" TO AUD-PROGRAM-ID
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

      *    One 'D' record per trial-balance class and one for the
      *    close itself.
       WRITE-PERIOD-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "PERIODCL" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

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

      *    Tonight closes the month when the next working day is in
      *    another one; the look is bounded at 31 days, as in
      *    ACCRUAL.  The period closes through its last calendar
      *    day, so the non-working days behind the close are inside
      *    it too.
       SET-CLOSE-DATES.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-TODAY-SERIAL = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))
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
           IF WS-NEXT-WORK-TEXT(1:6) NOT = WS-PERIOD
               MOVE 'Y' TO WS-CLOSE-NIGHT-SW
           END-IF

           MOVE WS-RUN-DATE(1:4) TO WS-NM-CCYY
           MOVE WS-RUN-DATE(5:2) TO WS-NM-MM
           IF WS-NM-MM = 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-CCYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-NEXT-MONTH-DATE =
               WS-NM-CCYY * 10000 + WS-NM-MM * 100 + 1
           COMPUTE WS-CLOSED-THRU-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)
           MOVE WS-CLOSED-THRU-DATE TO WS-CLOSED-THRU

           MOVE SPACES TO PCL-RPT-REC
           IF WS-CLOSE-NIGHT
               STRING "RUN DATE " WS-RUN-DATE
                      " -- LAST WORKING DAY OF THE MONTH: PERIOD "
                      WS-PERIOD " CLOSES THROUGH " WS-CLOSED-THRU
                   DELIMITED BY SIZE INTO PCL-RPT-REC
               END-STRING
           ELSE
               STRING "RUN DATE " WS-RUN-DATE
                      " -- NOT A PERIOD-END NIGHT, NEXT WORKING DAY "
                      WS-NEXT-WORK-TEXT
                   DELIMITED BY SIZE INTO PCL-RPT-REC
               END-STRING
           END-IF
           WRITE PCL-RPT-REC
           MOVE SPACES TO PCL-RPT-REC
           WRITE PCL-RPT-REC.

      *    A rerun of the close night finds its own marker and
      *    freezes nothing a second time.  No marker dataset yet is
      *    simply no period closed.
       CHECK-ALREADY-CLOSED.
           OPEN INPUT PCL-MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PCL-MARK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF PCL-PERIOD = WS-PERIOD
                           MOVE 'Y' TO WS-ALREADY-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCL-MARK-FILE.

      *    Every account on the master into its class's debit or
      *    credit column.
       BUILD-TRIAL-BALANCE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PCL-BALM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM ADD-ACCOUNT-TO-CLASS
               END-READ
           END-PERFORM
           IF WS-BALM-STATUS NOT = "10"
               DISPLAY "PERIODCL: *** ERROR *** PCLBALM READ FAILED, "
                   "STATUS=" WS-BALM-STATUS
               MOVE 16 TO WS-WORST-RC
           END-IF.

       ADD-ACCOUNT-TO-CLASS.
           ADD 1 TO WS-TB-ACCOUNTS
           MOVE BALM-ACCOUNT TO ACM-ACCOUNT
           PERFORM LOOK-UP-CLASS
           PERFORM FIND-CLASS-ENTRY
           IF NOT WS-CL-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CL-ACCOUNTS(WS-CL-IDX)
           MOVE SPACES TO WS-AMOUNT
           MOVE FUNCTION TRIM(BALM-BALANCE) TO WS-AMOUNT
           IF WS-AMOUNT(1:1) = '-'
               MOVE WS-CL-CREDIT(WS-CL-IDX) TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-CL-CREDIT(WS-CL-IDX)
               MOVE WS-TB-CREDIT TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-TB-CREDIT
           ELSE
               MOVE WS-CL-DEBIT(WS-CL-IDX) TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-CL-DEBIT(WS-CL-IDX)
               MOVE WS-TB-DEBIT TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-TB-DEBIT
           END-IF
           MOVE WS-TB-NET TO WS-TOTAL-TARGET
           PERFORM ADD-AMOUNT-TO-TOTAL
           MOVE WS-TOTAL-TARGET TO WS-TB-NET.

      *    ACM-ACCOUNT's class into WS-CUR-CLASS.
       LOOK-UP-CLASS.
           READ PCL-ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACM-STATUS = "00" AND ACM-CLASS NOT = SPACES
               MOVE ACM-CLASS TO WS-CUR-CLASS
           ELSE
               MOVE "(NONE)" TO WS-CUR-CLASS
           END-IF.

      *    WS-CUR-CLASS's entry in the class table, added if new.
      *    A class past the table's capacity is reported and its
      *    accounts are left out -- which the control tie then
      *    catches, so the period cannot close on a short trial
      *    balance.
       FIND-CLASS-ENTRY.
           MOVE 'N' TO WS-CL-FOUND-SW
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-COUNT OR WS-CL-FOUND
               IF WS-CL-CLASS(WS-CL-IDX) = WS-CUR-CLASS
                   MOVE 'Y' TO WS-CL-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CL-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-COUNT >= MAX-CLASSES
               IF NOT WS-CLASS-OVFL
                   DISPLAY "PERIODCL: *** ERROR *** MORE THAN "
                       MAX-CLASSES " ACCOUNT CLASSES, CLASS "
                       WS-CUR-CLASS " LEFT OUT"
               END-IF
               MOVE 'Y' TO WS-CLASS-OVFL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           MOVE WS-CLASS-COUNT TO WS-CL-IDX
           MOVE WS-CUR-CLASS TO WS-CL-CLASS(WS-CL-IDX)
           MOVE 0 TO WS-CL-ACCOUNTS(WS-CL-IDX)
           MOVE "0" TO WS-CL-DEBIT(WS-CL-IDX)
           MOVE "0" TO WS-CL-CREDIT(WS-CL-IDX)
           MOVE 'Y' TO WS-CL-FOUND-SW.

      *    WS-AMOUNT onto the total in WS-TOTAL-TARGET.
       ADD-AMOUNT-TO-TOTAL.
           CALL "BIGCALC" USING WS-TOTAL-TARGET '+' WS-AMOUNT
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0
               MOVE SPACES TO WS-TOTAL-TARGET
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-TOTAL-TARGET
           ELSE
               MOVE 'Y' TO WS-CALC-BAD-SW
           END-IF.

      *    Next balance-forward record: "account balance", or a
      *    single bare balance for the blank default account.
       READ-NEXT-BALANCE.
           MOVE SPACES TO PCL-BAL-REC
           PERFORM UNTIL PCL-BAL-REC NOT = SPACES
               READ PCL-BAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           UNSTRING PCL-BAL-REC DELIMITED BY ALL SPACES
               INTO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           END-UNSTRING
           MOVE SPACES TO WS-BAL-AMT
           IF PCL-BAL-REC(1:16) = SPACES
              OR WS-BAL-TOKEN-2 = SPACES
               MOVE SPACES TO WS-BAL-KEY
               MOVE FUNCTION TRIM(PCL-BAL-REC) TO WS-BAL-AMT
           ELSE
               MOVE PCL-BAL-REC(1:16) TO WS-BAL-KEY
               MOVE FUNCTION TRIM(PCL-BAL-REC(17:504)) TO WS-BAL-AMT
           END-IF.

       SUM-BALANCE-FORWARD.
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-NEXT-BALANCE
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-FWD-ACCOUNTS
               MOVE WS-BAL-AMT TO WS-AMOUNT
               MOVE WS-FWD-TOTAL TO WS-TOTAL-TARGET
               PERFORM ADD-AMOUNT-TO-TOTAL
               MOVE WS-TOTAL-TARGET TO WS-FWD-TOTAL
               PERFORM READ-NEXT-BALANCE
           END-PERFORM.

       WRITE-TRIAL-BALANCE.
           MOVE "TRIAL BALANCE BY ACCOUNT CLASS" TO PCL-RPT-REC
           WRITE PCL-RPT-REC
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLASS-COUNT
               MOVE WS-CL-ACCOUNTS(WS-CL-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO PCL-RPT-REC
               STRING "CLASS=" WS-CL-CLASS(WS-CL-IDX)
                      " ACCOUNTS=" WS-COUNT-DISP
                      " DEBIT=" WS-CL-DEBIT(WS-CL-IDX)(1:35)
                      " CREDIT=" WS-CL-CREDIT(WS-CL-IDX)(1:35)
                   DELIMITED BY SIZE INTO PCL-RPT-REC
               END-STRING
               WRITE PCL-RPT-REC
               MOVE SPACES TO WS-AUD-TEXT
               STRING "CLASS=" WS-CL-CLASS(WS-CL-IDX)
                      " ACCOUNTS=" FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-AUD-TEXT
               END-STRING
               MOVE SPACES TO WS-AUD-RESULT
               STRING "D=" FUNCTION TRIM(WS-CL-DEBIT(WS-CL-IDX))
                      " C=" FUNCTION TRIM(WS-CL-CREDIT(WS-CL-IDX))
                   DELIMITED BY SIZE INTO WS-AUD-RESULT
               END-STRING
               MOVE 0 TO WS-AUD-RC
               PERFORM WRITE-PERIOD-AUDIT-DETAIL
           END-PERFORM
           MOVE SPACES TO PCL-RPT-REC
           WRITE PCL-RPT-REC
           MOVE WS-TB-ACCOUNTS TO WS-COUNT-DISP
           MOVE SPACES TO PCL-RPT-REC
           STRING "TOTAL    ACCOUNTS=" WS-COUNT-DISP
                  " DEBIT=" WS-TB-DEBIT(1:40)
                  " CREDIT=" WS-TB-CREDIT(1:40)
               DELIMITED BY SIZE INTO PCL-RPT-REC
           END-STRING
           WRITE PCL-RPT-REC
           MOVE SPACES TO PCL-RPT-REC
           STRING "         NET=" FUNCTION TRIM(WS-TB-NET)
               DELIMITED BY SIZE INTO PCL-RPT-REC
           END-STRING
           WRITE PCL-RPT-REC.

      *    The trial balance against tonight's BALFWD: the same
      *    number of accounts and a zero difference in the net.
       CHECK-CONTROL-TIE.
           MOVE WS-FWD-ACCOUNTS TO WS-COUNT-DISP
           MOVE SPACES TO PCL-RPT-REC
           STRING "BALFWD   ACCOUNTS=" WS-COUNT-DISP
                  " CONTROL TOTAL=" FUNCTION TRIM(WS-FWD-TOTAL)
               DELIMITED BY SIZE INTO PCL-RPT-REC
           END-STRING
           WRITE PCL-RPT-REC
           MOVE 'N' TO WS-TIES-SW
           CALL "BIGCALC" USING WS-TB-NET '-' WS-FWD-TOTAL
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC = 0 AND NOT WS-CALC-BAD
               MOVE SPACES TO WS-TIE-DIFF
               MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-TIE-DIFF
               MOVE WS-TIE-DIFF(1:60) TO WS-ZERO-TEST
               PERFORM CHECK-VALUE-IS-ZERO
               IF WS-IS-ZERO AND WS-TIE-DIFF(61:) = SPACES
                  AND WS-FWD-ACCOUNTS = WS-TB-ACCOUNTS
                  AND NOT WS-CLASS-OVFL
                  AND WS-WORST-RC < 16
                   MOVE 'Y' TO WS-TIES-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-CALC-BAD-SW
               MOVE "(WILL NOT COMPUTE)" TO WS-TIE-DIFF
           END-IF
           MOVE SPACES TO PCL-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT
           STRING "CLOSE PERIOD " WS-PERIOD " THRU " WS-CLOSED-THRU
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           IF WS-TIES
               MOVE "CONTROL  TRIAL BALANCE TIES TO BALFWD"
                   TO PCL-RPT-REC
               WRITE PCL-RPT-REC
           ELSE
               STRING "CONTROL  *** TRIAL BALANCE DOES NOT TIE TO "
                      "BALFWD, DIFFERENCE=" WS-TIE-DIFF(1:40)
                      " -- PERIOD NOT CLOSED ***"
                   DELIMITED BY SIZE INTO PCL-RPT-REC
               END-STRING
               WRITE PCL-RPT-REC
               DISPLAY "PERIODCL: *** ERROR *** TRIAL BALANCE DOES "
                   "NOT TIE TO BALFWD -- PERIOD " WS-PERIOD
                   " NOT CLOSED"
               IF WS-WORST-RC < 12
                   MOVE 12 TO WS-WORST-RC
               END-IF
               MOVE "NOT CLOSED:OUT OF BALANCE" TO WS-AUD-RESULT
               MOVE 12 TO WS-AUD-RC
               PERFORM WRITE-PERIOD-AUDIT-DETAIL
           END-IF.

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

      *    Every BALFWD position onto the permanent period-end
      *    dataset, then the marker that closes the period.  Both
      *    are appended, never rewritten.
       FREEZE-PERIOD-END.
           OPEN EXTEND PCL-END-FILE
           IF WS-END-STATUS = "35"
               OPEN OUTPUT PCL-END-FILE
           END-IF
           OPEN INPUT PCL-BAL-FILE
           IF WS-END-STATUS NOT = "00" OR WS-BAL-STATUS NOT = "00"
               DISPLAY "PERIODCL: UNABLE TO FREEZE PERIOD END, "
                   "PCLEND STATUS=" WS-END-STATUS
                   " PCLBAL STATUS=" WS-BAL-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-NEXT-BALANCE
           PERFORM UNTIL WS-EOF
               MOVE WS-BAL-KEY TO ACM-ACCOUNT
               PERFORM LOOK-UP-CLASS
               MOVE SPACES TO PERIOD-END-REC
               MOVE WS-PERIOD TO PED-PERIOD
               MOVE WS-RUN-DATE TO PED-CLOSE-DATE
               MOVE WS-BAL-KEY TO PED-ACCOUNT
               MOVE WS-CUR-CLASS TO PED-CLASS
               MOVE WS-BAL-AMT TO PED-BALANCE
               MOVE WS-RUN-ID TO PED-RUN-ID
               WRITE PERIOD-END-REC
               ADD 1 TO WS-FROZEN-COUNT
               PERFORM READ-NEXT-BALANCE
           END-PERFORM
           CLOSE PCL-BAL-FILE PCL-END-FILE

           OPEN EXTEND PCL-MARK-FILE
           IF WS-MARK-STATUS = "35"
               OPEN OUTPUT PCL-MARK-FILE
           END-IF
           IF WS-MARK-STATUS NOT = "00"
               DISPLAY "PERIODCL: UNABLE TO OPEN PCLMARK, STATUS="
                   WS-MARK-STATUS " -- PERIOD " WS-PERIOD
                   " FROZEN BUT NOT MARKED CLOSED"
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PERIOD-CLOSED-REC
           MOVE WS-PERIOD TO PCL-PERIOD
           MOVE WS-CLOSED-THRU TO PCL-CLOSED-THRU
           MOVE WS-RUN-DATE TO PCL-CLOSE-DATE
           MOVE WS-FROZEN-COUNT TO PCL-ACCOUNTS
           MOVE WS-RUN-ID TO PCL-RUN-ID
           WRITE PERIOD-CLOSED-REC
           CLOSE PCL-MARK-FILE

           MOVE WS-FROZEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PCL-RPT-REC
           STRING "CLOSED   PERIOD " WS-PERIOD
                  " THROUGH " WS-CLOSED-THRU
                  " -- POSITIONS FROZEN=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO PCL-RPT-REC
           END-STRING
           WRITE PCL-RPT-REC
           MOVE SPACES TO WS-AUD-RESULT
           STRING "CLOSED:FROZEN=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           MOVE 0 TO WS-AUD-RC
           PERFORM WRITE-PERIOD-AUDIT-DETAIL.

       END PROGRAM PERIODCL.
