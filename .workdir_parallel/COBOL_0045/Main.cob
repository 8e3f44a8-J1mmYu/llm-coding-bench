       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALLOAD.

      *    Loads the ledger's account-balance master (BALMAST) from a
      *    sequential balance-forward generation on BALIN: the first
      *    conversion onto the keyed master, and the restore of the
      *    master to last night's close before the nightly ledger
      *    step is rerun.  Each BALFWD record ("account balance", or
      *    a single bare balance from a pre-account generation, which
      *    loads as the blank default account) becomes one master
      *    record opening at that balance with no ledger run stamped
      *    on it yet.  The cluster is expected freshly defined by the
      *    job ahead of this step.  A duplicate account on the input
      *    keeps the first record and sets RC 4.
      *
      *    No UTILLOCK check here: the restore runs precisely while a
      *    failed nightly's header is still open on the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-IN-FILE ASSIGN TO "BALIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BAL-MAST-FILE ASSIGN TO "BALMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-BALM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-IN-FILE.
       01  BAL-IN-REC              PIC X(520).
       FD  BAL-MAST-FILE.
           COPY BALMREC.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
       01  WS-BALM-STATUS          PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.

       01  WS-BAL-TOKEN-1          PIC X(16).
       01  WS-BAL-TOKEN-2          PIC X(510).

       01  WS-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT            PIC 9(9) VALUE 0.
       01  WS-TOO-LONG-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT BAL-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "BALLOAD: UNABLE TO OPEN BALIN, STATUS="
                   WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BAL-MAST-FILE
           IF WS-BALM-STATUS NOT = "00"
               DISPLAY "BALLOAD: UNABLE TO OPEN BALMAST, STATUS="
                   WS-BALM-STATUS
               CLOSE BAL-IN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF
               READ BAL-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE BAL-IN-FILE BAL-MAST-FILE

           DISPLAY "BALLOAD: READ=" WS-READ-COUNT
               " LOADED=" WS-LOADED-COUNT
               " BLANK=" WS-SKIPPED-COUNT
               " DUPLICATE-ACCOUNTS=" WS-DUP-COUNT
               " OVERLONG=" WS-TOO-LONG-COUNT
           IF WS-TOO-LONG-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DUP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF BAL-IN-REC = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           UNSTRING BAL-IN-REC DELIMITED BY ALL SPACES
               INTO WS-BAL-TOKEN-1 WS-BAL-TOKEN-2
           END-UNSTRING

           MOVE SPACES TO BALANCE-MASTER-REC
           IF WS-BAL-TOKEN-2 = SPACES
               MOVE SPACES TO BALM-ACCOUNT
               MOVE WS-BAL-TOKEN-1 TO WS-BAL-TOKEN-2
           ELSE
               MOVE WS-BAL-TOKEN-1 TO BALM-ACCOUNT
           END-IF
      *    The master carries a balance in 503 bytes, the most a
      *    BALFWD record written from it can hold.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-BAL-TOKEN-2)) > 503
               ADD 1 TO WS-TOO-LONG-COUNT
               DISPLAY "BALLOAD: *** BALANCE TOO LONG *** ACCT="
                   BALM-ACCOUNT " NOT LOADED"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-BAL-TOKEN-2) TO BALM-BALANCE
           MOVE BALM-BALANCE TO BALM-OPENING
           MOVE 'N' TO BALM-EXP-SW
           MOVE 0 TO BALM-TXN-COUNT

           WRITE BALANCE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "BALLOAD: DUPLICATE ACCOUNT " BALM-ACCOUNT
                       " -- FIRST RECORD KEPT"
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       END PROGRAM BALLOAD.
