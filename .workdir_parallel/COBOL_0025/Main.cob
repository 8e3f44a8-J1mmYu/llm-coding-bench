           SELECT MIV-PRV-FILE ASSIGN TO "MIVPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
      *    The ledger's account-balance master: each record holds
      *    tonight's closing position and last night's alongside.
           SELECT BAL-MAST-FILE ASSIGN TO "BALMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-BALM-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       01  MIV-CUR-REC             PIC X(80).
       FD  MIV-PRV-FILE.
       01  MIV-PRV-REC             PIC X(80).
       FD  BAL-MAST-FILE.
           COPY BALMREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  DELT-RPT-FILE.
       WORKING-STORAGE SECTION.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-PRV-STATUS           PIC XX.
       01  WS-BALM-STATUS          PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X.
       01  WS-DELTA                PIC S9(10) COMP-5.
       01  WS-DELTA-DISP           PIC -(9)9.

      *    Accounts read off the balance master, and the movement
      *    figure for the report line.
       01  WS-BA-COUNT             PIC 9(9) VALUE 0.
       01  WS-BAL-MOVE             PIC X(1011).

      *    Passed to the callable BIGCALC entry point for the
           END-STRING
           WRITE DELT-RPT-REC.

      *    The balance master carries each account's closing
      *    position and the position it opened the night with, so
      *    the movement is reported account by account straight off
      *    the master -- an account opened tonight moves against a
      *    zero opening.
       COMPARE-LEDGER-BALANCES.
           OPEN INPUT BAL-MAST-FILE
           IF WS-BALM-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BAL-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BA-COUNT
                           PERFORM REPORT-ONE-BALANCE-MOVE
                   END-READ
               END-PERFORM
               CLOSE BAL-MAST-FILE
           END-IF

           IF WS-BA-COUNT = 0
               MOVE "LEDGER: BALANCE MASTER NOT AVAILABLE OR EMPTY"
                   TO DELT-RPT-REC
               WRITE DELT-RPT-REC
           END-IF.

       REPORT-ONE-BALANCE-MOVE.
           MOVE BALM-BALANCE TO BC-NUM1
           MOVE BALM-OPENING TO BC-NUM2
           IF BALM-OPENING = SPACES
               MOVE "0" TO BC-NUM2
           END-IF
           CALL "BIGCALC" USING BC-NUM1 '-' BC-NUM2
               BC-RESULT BC-RETURN-CODE BC-SIGN-OR-OVFL-SW
           END-CALL
               MOVE "(NOT COMPUTABLE)" TO WS-BAL-MOVE
           END-IF
           MOVE SPACES TO DELT-RPT-REC
           STRING "LEDGER CLOSING: ACCT=" BALM-ACCOUNT
                  " TONIGHT=" BALM-BALANCE(1:30)
                  " MOVEMENT=" WS-BAL-MOVE(1:30)
               DELIMITED BY SIZE INTO DELT-RPT-REC
           END-STRING
