      *    balance is compared against the balance each BIGOUT line
      *    carried when it was written -- so the report names the
      *    first generation (and line) where the rebuild diverges
      *    from what the live run produced.  The rebuilt positions
      *    are kept by account in a keyed work cluster on RPLWORK,
      *    redefined empty by the job ahead of each run.  At end of
      *    stream the rebuilt closing positions are compared to the
      *    live account-balance master on RPLMAST, read by account.
      *    RC 0 is the evidence the auditors ask for; RC 8 means the
      *    archives do NOT rebuild the books and someone needs to
      *    know today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPL-BASE-FILE ASSIGN TO "RPLBASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT RPL-WORK-FILE ASSIGN TO "RPLWORK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RPW-ACCOUNT
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RPL-MAST-FILE ASSIGN TO "RPLMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RPL-RPT-FILE ASSIGN TO "RPLRPT"
               ORGANIZATION LINE SEQUENTIAL
       01  RPL-ARCH-REC            PIC X(4100).
       FD  RPL-BASE-FILE.
       01  RPL-BASE-REC            PIC X(520).
      *    Rebuilt running position, one record per account.
       FD  RPL-WORK-FILE.
       01  RPL-WORK-REC.
           05  RPW-ACCOUNT         PIC X(16).
           05  RPW-BALANCE         PIC X(510).
       FD  RPL-MAST-FILE.
           COPY BALMREC.
       FD  RPL-RPT-FILE.
       01  RPL-RPT-REC             PIC X(132).

       01  WS-ARCH-STATUS          PIC XX.
       01  WS-BASE-STATUS          PIC XX.
       01  WS-LIVE-STATUS          PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
       01  WS-LINE-AMT             PIC X(510).
       01  WS-CUR-ACCT             PIC X(16).

      *    Work-cluster lookup state for the current account, and
      *    the live master's availability for the final comparison.
       01  WS-ACCT-FOUND-SW        PIC X.
           88  WS-ACCT-FOUND       VALUE 'Y'.
       01  WS-ACCT-NEW-SW          PIC X.
           88  WS-ACCT-NEW         VALUE 'Y'.
       01  WS-MAST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-MAST-OPEN        VALUE 'Y'.
       01  WS-BAL-RECORD           PIC X(520).
       01  WS-BAL-TOKEN-1          PIC X(16).
       01  WS-BAL-TOKEN-2          PIC X(510).
       01  WS-DIFF-SCAN-POS        PIC 9(5).
       01  WS-DIFF-SCAN-LEN        PIC 9(5).

      *    One closing comparison: the account, its rebuilt and live
      *    positions, and whether the live master holds it at all.
       01  WS-CMP-ACCT             PIC X(16).
       01  WS-CMP-REBUILT          PIC X(510).
       01  WS-CMP-LIVE             PIC X(510).
       01  WS-CMP-LIVE-SW          PIC X.

      *    Passed to the callable BIGCALC entry point, matching its
      *    LINKAGE layout in the ledger program.
       01  BC-NUM1                 PIC X(510).
               TO RPL-RPT-REC
           WRITE RPL-RPT-REC

           OPEN OUTPUT RPL-WORK-FILE
           CLOSE RPL-WORK-FILE
           OPEN I-O RPL-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "BIGRPLAY: UNABLE TO OPEN RPLWORK, STATUS="
                   WS-WORK-STATUS
               CLOSE RPL-ARCH-FILE RPL-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BASE-POSITIONS

           PERFORM UNTIL WS-EOF
           END-PERFORM
           CLOSE RPL-ARCH-FILE

           PERFORM COMPARE-CLOSING-POSITIONS
           PERFORM WRITE-SUMMARY-LINES
           CLOSE RPL-WORK-FILE
           CLOSE RPL-RPT-FILE

           DISPLAY "BIGRPLAY: GENERATIONS=" WS-GEN-NUM
           ADD 1 TO WS-APPLIED-COUNT

           IF WS-LINE-OP = '='
               MOVE SPACES TO RPW-BALANCE
               MOVE FUNCTION TRIM(WS-LINE-AMT) TO RPW-BALANCE
               PERFORM STORE-ACCOUNT-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE RPW-BALANCE TO BC-NUM1
           MOVE SPACES TO BC-NUM2
           MOVE WS-LINE-AMT TO BC-NUM2
           CALL "BIGCALC" USING BC-NUM1 WS-LINE-OP BC-NUM2
           END-CALL
           IF BC-RETURN-CODE NOT = 0
               PERFORM REPORT-DIVERGENCE
               PERFORM STORE-ACCOUNT-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPW-BALANCE
           MOVE FUNCTION TRIM(BC-RESULT) TO RPW-BALANCE
           IF RPW-BALANCE NOT = WS-TOKEN-4
               PERFORM REPORT-DIVERGENCE
           END-IF
           PERFORM STORE-ACCOUNT-ENTRY.

       REPORT-DIVERGENCE.
           ADD 1 TO WS-DIVERGE-COUNT
               STRING "*** DIVERGENCE *** GENERATION=" WS-GEN-DISP
                      " LINE=" WS-LINE-IN-GEN
                      " ACCT=" WS-CUR-ACCT
                      " REBUILT=" RPW-BALANCE(1:25)
                      " ARCHIVED=" WS-TOKEN-4(1:25)
                   DELIMITED BY SIZE INTO RPL-RPT-REC
               END-STRING
               WRITE RPL-RPT-REC
           END-IF.

      *    Read the account's rebuilt position by key, or start a
      *    fresh zero position for an account seen the first time.
       LOCATE-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE 'N' TO WS-ACCT-NEW-SW
           MOVE WS-CUR-ACCT TO RPW-ACCOUNT
           READ RPL-WORK-FILE
               KEY IS RPW-ACCOUNT
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-WORK-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               WHEN "23"
                   MOVE WS-CUR-ACCT TO RPW-ACCOUNT
                   MOVE "0" TO RPW-BALANCE
                   MOVE SPACES TO RPW-BALANCE(2:)
                   MOVE 'Y' TO WS-ACCT-NEW-SW
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               WHEN OTHER
                   DISPLAY "BIGRPLAY: RPLWORK READ FAILED, STATUS="
                       WS-WORK-STATUS " ACCT=" WS-CUR-ACCT
           END-EVALUATE.

       STORE-ACCOUNT-ENTRY.
           IF WS-ACCT-NEW
               WRITE RPL-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'N' TO WS-ACCT-NEW-SW
           ELSE
               REWRITE RPL-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "BIGRPLAY: RPLWORK UPDATE FAILED, STATUS="
                   WS-WORK-STATUS " ACCT=" RPW-ACCOUNT
           END-IF.

       LOAD-BASE-POSITIONS.
           OPEN INPUT RPL-BASE-FILE
           IF WS-BASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           CLOSE RPL-BASE-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    One balance-forward record ("account balance", or a bare
      *    legacy balance = the blank default account) opens that
      *    account's rebuilt position.
       STORE-ONE-POSITION.
           MOVE SPACES TO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           UNSTRING WS-BAL-RECORD DELIMITED BY ALL SPACES
           IF NOT WS-ACCT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPW-BALANCE
           MOVE FUNCTION TRIM(WS-BAL-TOKEN-2) TO RPW-BALANCE
           PERFORM STORE-ACCOUNT-ENTRY.

      *    Every rebuilt account against the live master, read by
      *    key; then every live account the rebuild never touched,
      *    against a rebuilt position of zero.
       COMPARE-CLOSING-POSITIONS.
           OPEN INPUT RPL-MAST-FILE
           IF WS-LIVE-STATUS = "00"
               MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
               DISPLAY "BIGRPLAY: LIVE BALANCE MASTER NOT AVAILABLE, "
                   "STATUS=" WS-LIVE-STATUS
           END-IF

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO RPW-ACCOUNT
           START RPL-WORK-FILE KEY IS NOT LESS THAN RPW-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ RPL-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM COMPARE-ONE-REBUILT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW

           IF NOT WS-MAST-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BALM-ACCOUNT
           START RPL-MAST-FILE KEY IS NOT LESS THAN BALM-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ RPL-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM COMPARE-ONE-LIVE-ONLY
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           CLOSE RPL-MAST-FILE.

       COMPARE-ONE-REBUILT.
           MOVE RPW-ACCOUNT TO WS-CMP-ACCT
           MOVE RPW-BALANCE TO WS-CMP-REBUILT
           MOVE SPACES TO WS-CMP-LIVE
           MOVE 'N' TO WS-CMP-LIVE-SW
           IF WS-MAST-OPEN
               MOVE RPW-ACCOUNT TO BALM-ACCOUNT
               READ RPL-MAST-FILE
                   KEY IS BALM-ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LIVE-STATUS = "00"
                   MOVE BALM-BALANCE TO WS-CMP-LIVE
                   MOVE 'Y' TO WS-CMP-LIVE-SW
               END-IF
           END-IF
           PERFORM COMPARE-ONE-CLOSING.

       COMPARE-ONE-LIVE-ONLY.
           MOVE BALM-ACCOUNT TO RPW-ACCOUNT
           READ RPL-WORK-FILE
               KEY IS RPW-ACCOUNT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-WORK-STATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           MOVE BALM-ACCOUNT TO WS-CMP-ACCT
           MOVE "0" TO WS-CMP-REBUILT
           MOVE SPACES TO WS-CMP-REBUILT(2:)
           MOVE BALM-BALANCE TO WS-CMP-LIVE
           MOVE 'Y' TO WS-CMP-LIVE-SW
           PERFORM COMPARE-ONE-CLOSING.

       COMPARE-ONE-CLOSING.
           IF WS-CMP-LIVE-SW NOT = 'Y'
               ADD 1 TO WS-CLOSE-BAD-COUNT
               MOVE SPACES TO RPL-RPT-REC
               STRING "*** NO LIVE POSITION *** ACCT="
                      WS-CMP-ACCT
                      " REBUILT="
                      WS-CMP-REBUILT(1:40)
                   DELIMITED BY SIZE INTO RPL-RPT-REC
               END-STRING
               WRITE RPL-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-REBUILT TO BC-NUM1
           MOVE WS-CMP-LIVE TO BC-NUM2
           CALL "BIGCALC" USING BC-NUM1 '-' BC-NUM2
               BC-RESULT BC-RETURN-CODE BC-SIGN-OR-OVFL-SW
           END-CALL
           IF BC-RETURN-CODE = 0 AND WS-DIFF-IS-ZERO
               MOVE SPACES TO RPL-RPT-REC
               STRING "CLOSING AGREES ACCT="
                      WS-CMP-ACCT
                      " BALANCE="
                      WS-CMP-REBUILT(1:50)
                   DELIMITED BY SIZE INTO RPL-RPT-REC
               END-STRING
               WRITE RPL-RPT-REC
               ADD 1 TO WS-CLOSE-BAD-COUNT
               MOVE SPACES TO RPL-RPT-REC
               STRING "*** CLOSING MISMATCH *** ACCT="
                      WS-CMP-ACCT
                      " REBUILT="
                      WS-CMP-REBUILT(1:25)
                      " LIVE=" WS-CMP-LIVE(1:25)
                      " DIFFERENCE=" WS-DIFFERENCE(1:25)
                   DELIMITED BY SIZE INTO RPL-RPT-REC
               END-STRING
