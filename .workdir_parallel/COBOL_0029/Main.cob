      *    range roll silently into the opening position; a carried
      *    balance that disagrees with the recomputed one is flagged
      *    on the line and in the RETURN-CODE, because a statement
      *    that cannot be trusted must say so.  The per-account
      *    positions are kept in a keyed work cluster on STMWORK,
      *    redefined empty by the job ahead of each run, so the
      *    statement covers every account on the book however many
      *    there are.  A movement line that a later RV record has
      *    reversed is marked with the reversing line's date and
      *    number, looked up by key on the reversal register on
      *    STMREV; with no register the statement prints unmarked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STM-BAL-FILE ASSIGN TO "STMBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT STM-WORK-FILE ASSIGN TO "STMWORK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STW-ACCOUNT
               FILE STATUS IS WS-WORK-STATUS.
           SELECT STM-REV-FILE ASSIGN TO "STMREV"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT STM-CTL-FILE ASSIGN TO "STMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       01  STM-IN-REC              PIC X(1050).
       FD  STM-BAL-FILE.
       01  STM-BAL-REC             PIC X(520).
      *    One record per account: opening position from STMBAL as
      *    adjusted by pre-range movements, the running balance, and
      *    the statement totals.
       FD  STM-WORK-FILE.
       01  STM-WORK-REC.
           05  STW-ACCOUNT         PIC X(16).
           05  STW-OPENING         PIC X(510).
           05  STW-BALANCE         PIC X(510).
           05  STW-DEBITS          PIC X(510).
           05  STW-CREDITS         PIC X(510).
           05  STW-LINE-COUNT      PIC 9(9).
       FD  STM-REV-FILE.
           COPY REVREC.
       FD  STM-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  STM-CTL-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
       01  WS-BAL-STATUS           PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-REV-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
           88  WS-EOF              VALUE 'Y'.
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-REV-OPEN-SW          PIC X VALUE 'N'.
           88  WS-REV-OPEN         VALUE 'Y'.

      *    Selection, one "KEYWORD value" card each in STMCTL, any
      *    order; a parameter not supplied is a wildcard.  ACCOUNT
       01  WS-CTL-KEYWORD          PIC X(12).
       01  WS-CTL-VALUE            PIC X(20).

      *    Work-cluster lookup state for the current account.
       01  WS-ACCT-FOUND-SW        PIC X.
           88  WS-ACCT-FOUND       VALUE 'Y'.
       01  WS-ACCT-NEW-SW          PIC X.
           88  WS-ACCT-NEW         VALUE 'Y'.
       01  WS-WORK-EOF-SW          PIC X VALUE 'N'.
           88  WS-WORK-EOF         VALUE 'Y'.
       01  WS-CUR-ACCT             PIC X(16).

      *    One parsed BIGOUT ledger line: account, date, movement
      *    (operator glued to amount), carried balance, and on a
      *    movement line its line number in that night's BIGOUT.
       01  WS-TOKEN-1              PIC X(16).
       01  WS-TOKEN-2              PIC X(8).
       01  WS-TOKEN-3              PIC X(511).
       01  WS-TOKEN-4              PIC X(510).
       01  WS-TOKEN-5              PIC X(16).
       01  WS-REV-MARK             PIC X(31).
       01  WS-REV-LINE-DISP        PIC Z(8)9.
       01  WS-LINE-OP              PIC X.
       01  WS-LINE-AMT             PIC X(510).
       01  WS-BALI-TOKEN-1         PIC X(16).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CONTROL-FILE

           OPEN OUTPUT STM-WORK-FILE
           CLOSE STM-WORK-FILE
           OPEN I-O STM-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "BIGSTMT: UNABLE TO OPEN STMWORK, STATUS="
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-OPENING-POSITIONS

           OPEN INPUT STM-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "BIGSTMT: UNABLE TO OPEN STMIN, STATUS="
                   WS-IN-STATUS
               CLOSE STM-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STM-REV-FILE
           IF WS-REV-STATUS = "00"
               MOVE 'Y' TO WS-REV-OPEN-SW
           ELSE
               DISPLAY "BIGSTMT: NO REVERSAL REGISTER ON STMREV, "
                   "STATUS=" WS-REV-STATUS " -- LINES NOT MARKED"
           END-IF
           OPEN OUTPUT STM-RPT-FILE

           PERFORM WRITE-PAGE-HEADING

           PERFORM WRITE-CLOSING-SECTION
           CLOSE STM-RPT-FILE
           CLOSE STM-WORK-FILE
           IF WS-REV-OPEN
               CLOSE STM-REV-FILE
           END-IF

           DISPLAY "BIGSTMT: LINES READ=" WS-READ-COUNT
               " PRINTED=" WS-PRINTED-COUNT
               " NON-LEDGER=" WS-SKIPPED-COUNT
               " BALANCE-MISMATCHES=" WS-MISMATCH-COUNT
           IF WS-MISMATCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF WS-ACCT-FOUND
               MOVE SPACES TO STW-OPENING
               MOVE FUNCTION TRIM(WS-BALI-TOKEN-2) TO STW-OPENING
               MOVE STW-OPENING TO STW-BALANCE
               PERFORM STORE-ACCOUNT-ENTRY
           END-IF.

      *    Read the account's work record by key, or start a fresh
      *    zero record for an account seen for the first time.
       LOCATE-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE 'N' TO WS-ACCT-NEW-SW
           MOVE WS-CUR-ACCT TO STW-ACCOUNT
           READ STM-WORK-FILE
               KEY IS STW-ACCOUNT
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-WORK-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               WHEN "23"
                   MOVE WS-CUR-ACCT TO STW-ACCOUNT
                   MOVE "0" TO STW-OPENING
                   MOVE SPACES TO STW-OPENING(2:)
                   MOVE STW-OPENING TO STW-BALANCE
                   MOVE STW-OPENING TO STW-DEBITS
                   MOVE STW-OPENING TO STW-CREDITS
                   MOVE 0 TO STW-LINE-COUNT
                   MOVE 'Y' TO WS-ACCT-NEW-SW
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               WHEN OTHER
                   DISPLAY "BIGSTMT: STMWORK READ FAILED, STATUS="
                       WS-WORK-STATUS " ACCT=" WS-CUR-ACCT
           END-EVALUATE.

       STORE-ACCOUNT-ENTRY.
           IF WS-ACCT-NEW
               WRITE STM-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'N' TO WS-ACCT-NEW-SW
           ELSE
               REWRITE STM-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "BIGSTMT: STMWORK UPDATE FAILED, STATUS="
                   WS-WORK-STATUS " ACCT=" STW-ACCOUNT
           END-IF.

      *    One BIGOUT record.  A ledger line is exactly four tokens
      *    *ALLOC memo) is not account activity and is skipped.
       PROCESS-ONE-LEDGER-LINE.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
               WS-TOKEN-5
           UNSTRING STM-IN-REC DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                    WS-TOKEN-5
           END-UNSTRING
           IF WS-TOKEN-4 = SPACES
              OR WS-TOKEN-2(1:8) IS NOT NUMERIC
      *    opening position; only in-range lines print.
           IF WS-SEL-DATE-FROM NOT = SPACES
              AND WS-TOKEN-2 < WS-SEL-DATE-FROM
               MOVE STW-BALANCE TO STW-OPENING
               PERFORM STORE-ACCOUNT-ENTRY
               EXIT PARAGRAPH
           END-IF
      *    Only in-range movements belong in the statement's debit
      *    and credit totals -- the pre-range ones are already
      *    inside the opening balance.
           PERFORM ACCUMULATE-LINE-TOTALS
           ADD 1 TO STW-LINE-COUNT
           PERFORM STORE-ACCOUNT-ENTRY
      *    The account's opening balance heads its first in-range
      *    line -- by then every pre-range movement has rolled in,
      *    so the figure really is the position at range start.
           IF STW-LINE-COUNT = 1
               PERFORM WRITE-ONE-OPENING-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-ONE-OPENING-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO STM-RPT-REC
           STRING "OPENING  ACCT=" STW-ACCOUNT
                  " BALANCE=" STW-OPENING(1:60)
               DELIMITED BY SIZE INTO STM-RPT-REC
           END-STRING
           WRITE STM-RPT-REC
       APPLY-LINE-TO-RUNNING.
           MOVE 'N' TO WS-DIFF-SW
           IF WS-LINE-OP = '='
               MOVE SPACES TO STW-BALANCE
               MOVE FUNCTION TRIM(WS-LINE-AMT)
                   TO STW-BALANCE
               EXIT PARAGRAPH
           END-IF
           MOVE STW-BALANCE TO BC-NUM1
           MOVE SPACES TO BC-NUM2
           MOVE WS-LINE-AMT TO BC-NUM2
           CALL "BIGCALC" USING BC-NUM1 WS-LINE-OP BC-NUM2
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STW-BALANCE
           MOVE FUNCTION TRIM(BC-RESULT)
               TO STW-BALANCE
           IF STW-BALANCE NOT = WS-TOKEN-4
               MOVE 'Y' TO WS-DIFF-SW
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-OP = '+'
               MOVE STW-DEBITS TO BC-NUM1
           ELSE
               MOVE STW-CREDITS TO BC-NUM1
           END-IF
           MOVE SPACES TO BC-NUM2
           MOVE WS-LINE-AMT TO BC-NUM2
           END-CALL
           IF BC-RETURN-CODE = 0
               IF WS-LINE-OP = '+'
                   MOVE SPACES TO STW-DEBITS
                   MOVE FUNCTION TRIM(BC-RESULT)
                       TO STW-DEBITS
               ELSE
                   MOVE SPACES TO STW-CREDITS
                   MOVE FUNCTION TRIM(BC-RESULT)
                       TO STW-CREDITS
               END-IF
           END-IF.

       WRITE-STATEMENT-LINE.
           PERFORM CHECK-PAGE-BREAK
           ADD 1 TO WS-PRINTED-COUNT
           PERFORM CHECK-LINE-REVERSED
           MOVE SPACES TO STM-RPT-REC
           IF WS-REV-MARK NOT = SPACES
      *        Narrower columns make room for the marker.
               IF WS-DIFF-SW = 'Y'
                   STRING WS-TOKEN-2
                          " " WS-TOKEN-1
                          " " WS-TOKEN-3(1:20)
                          " BAL=" STW-BALANCE(1:20)
                          " *CARRIED=" WS-TOKEN-4(1:20)
                          WS-REV-MARK
                       DELIMITED BY SIZE INTO STM-RPT-REC
                   END-STRING
               ELSE
                   STRING WS-TOKEN-2
                          " " WS-TOKEN-1
                          " " WS-TOKEN-3(1:40)
                          " BAL=" STW-BALANCE(1:30)
                          WS-REV-MARK
                       DELIMITED BY SIZE INTO STM-RPT-REC
                   END-STRING
               END-IF
               WRITE STM-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DIFF-SW = 'Y'
               STRING WS-TOKEN-2
                      " " WS-TOKEN-1
                      " " WS-TOKEN-3(1:40)
                      " BAL=" STW-BALANCE(1:40)
                      " *CARRIED=" WS-TOKEN-4(1:20)
                   DELIMITED BY SIZE INTO STM-RPT-REC
               END-STRING
               STRING WS-TOKEN-2
                      " " WS-TOKEN-1
                      " " WS-TOKEN-3(1:40)
                      " BAL=" STW-BALANCE(1:50)
                   DELIMITED BY SIZE INTO STM-RPT-REC
               END-STRING
           END-IF
           WRITE STM-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *    The register is keyed on the reversed line's run date and
      *    line number; a hit names the line that reversed it.
       CHECK-LINE-REVERSED.
           MOVE SPACES TO WS-REV-MARK
           IF NOT WS-REV-OPEN
              OR WS-TOKEN-5 = SPACES
              OR FUNCTION TRIM(WS-TOKEN-5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-2 TO REV-ORIG-DATE
           MOVE FUNCTION NUMVAL(WS-TOKEN-5) TO REV-ORIG-LINE
           READ STM-REV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REV-STATUS = "00"
               MOVE REV-REV-LINE TO WS-REV-LINE-DISP
               STRING " *REVERSED BY " REV-REV-DATE
                      "/" FUNCTION TRIM(WS-REV-LINE-DISP)
                   DELIMITED BY SIZE INTO WS-REV-MARK
               END-STRING
           END-IF.

       CHECK-PAGE-BREAK.
           IF WS-LINE-ON-PAGE >= PAGE-LINES
               PERFORM WRITE-PAGE-HEADING
           MOVE SPACES TO STM-RPT-REC
           WRITE STM-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           MOVE LOW-VALUES TO STW-ACCOUNT
           START STM-WORK-FILE KEY IS NOT LESS THAN STW-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           PERFORM UNTIL WS-WORK-EOF
               READ STM-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       IF WS-SEL-ACCOUNT = SPACES
                          OR (WS-SEL-ACCOUNT = "*"
                              AND STW-ACCOUNT = SPACES)
                          OR STW-ACCOUNT = WS-SEL-ACCOUNT
                           PERFORM WRITE-ONE-CLOSING-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISP

       WRITE-ONE-CLOSING-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE STW-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO STM-RPT-REC
           STRING "CLOSING  ACCT=" STW-ACCOUNT
                  " LINES=" WS-COUNT-DISP
                  " DEBITS=" STW-DEBITS(1:20)
                  " CREDITS=" STW-CREDITS(1:20)
                  " BALANCE=" STW-BALANCE(1:30)
               DELIMITED BY SIZE INTO STM-RPT-REC
           END-STRING
           WRITE STM-RPT-REC
