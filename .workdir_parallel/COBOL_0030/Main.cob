      *    General-ledger posting interface extract over the
      *    nightly's ledger results, so the morning's corporate-GL
      *    entries stop being retyped from reports.  Reads tonight's
      *    BIGOUT generation (GLBIGO), the account-balance master
      *    (GLBALM -- tonight's closing and opening position per
      *    account, as the ledger step stamped them), the shared
      *    audit trail for the ledger step's reject totals, and the
      *    permanent write-off dataset for tonight's write-offs, and
      *    writes fixed-layout posting records to GLOUT:
           SELECT GL-BIGO-FILE ASSIGN TO "GLBIGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BIGO-STATUS.
           SELECT GL-BALM-FILE ASSIGN TO "GLBALM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-BALM-STATUS.
           SELECT GL-WOFF-FILE ASSIGN TO "GLWOFF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           RECORD IS VARYING FROM 1 TO 1050 DEPENDING ON
               WS-IN-REC-LEN.
       01  GL-BIGO-REC             PIC X(1050).
       FD  GL-BALM-FILE.
           COPY BALMREC.
       FD  GL-WOFF-FILE.
       01  GL-WOFF-REC.
           05  GLW-DATE            PIC X(8).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  GL-OUT-FILE.
           COPY GLIFREC.
       FD  GL-RPT-FILE.
       01  GL-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BIGO-STATUS          PIC XX.
       01  WS-BALM-STATUS          PIC XX.
       01  WS-WOFF-STATUS          PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-LINE-AMT             PIC X(510).
       01  WS-AMT-LEN              PIC 9(4).

      *    Memo record account name.
       01  WS-BAL-ACCT             PIC X(16).

      *    Running hash total: the plain sum of every posted
      *    amount, signs ignored, carried as a BIGCALC decimal
           END-PERFORM
           CLOSE GL-BIGO-FILE

           PERFORM WRITE-BALANCE-MOVEMENTS
           PERFORM FIND-LEDGER-TRAILER
           PERFORM COUNT-TONIGHT-WRITEOFFS
           MOVE SPACES TO WS-LINE-AMT
           MOVE WS-TOKEN-3(2:510) TO WS-LINE-AMT

           MOVE SPACES TO GLI-REC
           MOVE 'P' TO GLI-TYPE
           MOVE "BIGINTAD" TO GLI-SOURCE
           IF WS-TOKEN-1 = "*"
               MOVE SPACES TO GLI-ACCOUNT
           ELSE
               MOVE WS-TOKEN-1 TO GLI-ACCOUNT
           END-IF
           MOVE WS-TOKEN-2 TO GLI-POST-DATE
           IF WS-LINE-OP = '+'
               MOVE 'D' TO GLI-DC
           ELSE
               MOVE 'C' TO GLI-DC
           END-IF
           PERFORM SET-GL-AMOUNT
           IF WS-AMT-LEN > 32
               EXIT PARAGRAPH
           END-IF
           WRITE GLI-REC
           ADD 1 TO WS-POSTING-COUNT
           ADD 1 TO WS-RECORD-COUNT
           PERFORM ADD-AMOUNT-TO-HASH.
                   "THE GL INTERFACE, RECORD DROPPED: "
                   FUNCTION TRIM(WS-ABS-AMT)
           ELSE
               MOVE WS-ABS-AMT(1:32) TO GLI-AMOUNT
           END-IF.

       ADD-AMOUNT-TO-HASH.
               MOVE FUNCTION TRIM(BC-RESULT) TO WS-HASH-TOTAL
           END-IF.

      *    One 'B' record per account on the master, in key order:
      *    the ledger step stamps every record at close, so its
      *    balance is tonight's closing position and its opening is
      *    last night's -- a new account opened from zero.
       WRITE-BALANCE-MOVEMENTS.
           OPEN INPUT GL-BALM-FILE
           IF WS-BALM-STATUS NOT = "00"
               DISPLAY "GLEXTR: BALANCE MASTER NOT AVAILABLE, STATUS="
                   WS-BALM-STATUS ", NO BALANCE MOVEMENTS WRITTEN"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GL-BALM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM WRITE-ONE-BALANCE-MOVEMENT
               END-READ
           END-PERFORM
           CLOSE GL-BALM-FILE
           MOVE 'N' TO WS-EOF-SW.

       WRITE-ONE-BALANCE-MOVEMENT.
           MOVE BALM-BALANCE TO BC-NUM1
           MOVE BALM-OPENING TO BC-NUM2
           IF BALM-OPENING = SPACES
               MOVE "0" TO BC-NUM2
           END-IF
           CALL "BIGCALC" USING BC-NUM1 '-' BC-NUM2
               BC-RESULT BC-RETURN-CODE BC-SIGN-OR-OVFL-SW
           END-CALL
           MOVE SPACES TO WS-LINE-AMT
           MOVE FUNCTION TRIM(BC-RESULT) TO WS-LINE-AMT

           MOVE SPACES TO GLI-REC
           MOVE 'B' TO GLI-TYPE
           MOVE "BIGINTAD" TO GLI-SOURCE
           MOVE BALM-ACCOUNT TO GLI-ACCOUNT
           MOVE WS-RUN-DATE TO GLI-POST-DATE
           IF WS-LINE-AMT(1:1) = '-'
               MOVE 'C' TO GLI-DC
           ELSE
               MOVE 'D' TO GLI-DC
           END-IF
           PERFORM SET-GL-AMOUNT
           IF WS-AMT-LEN > 32
               EXIT PARAGRAPH
           END-IF
           WRITE GLI-REC
           ADD 1 TO WS-BALANCE-COUNT
           ADD 1 TO WS-RECORD-COUNT
           PERFORM ADD-AMOUNT-TO-HASH.
           PERFORM WRITE-ONE-MEMO.

       WRITE-ONE-MEMO.
           MOVE SPACES TO GLI-REC
           MOVE 'M' TO GLI-TYPE
           MOVE "BIGINTAD" TO GLI-SOURCE
           MOVE WS-BAL-ACCT TO GLI-ACCOUNT
           MOVE WS-RUN-DATE TO GLI-POST-DATE
           MOVE SPACE TO GLI-DC
           MOVE WS-MEMO-AMT TO GLI-AMOUNT(1:9)
           WRITE GLI-REC
           ADD 1 TO WS-RECORD-COUNT.

      *    Same never-truncate discipline as the postings: a hash
      *    shortened figure.
       WRITE-GL-TRAILER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO GLI-REC
           MOVE 'T' TO GLI-TYPE
           MOVE "BIGINTAD" TO GLI-SOURCE
           MOVE WS-RUN-DATE TO GLI-POST-DATE
           MOVE WS-RECORD-COUNT TO GLI-ACCOUNT(1:9)
           IF WS-HASH-TOTAL = SPACES
               MOVE 33 TO WS-HASH-LEN
           ELSE
           END-IF
           IF WS-HASH-LEN > 32
               MOVE 'Y' TO WS-HASH-OVFL-SW
               MOVE "*OVERFLOW*" TO GLI-AMOUNT
               DISPLAY "GLEXTR: *** ERROR *** HASH TOTAL TOO WIDE "
                   "FOR THE GL INTERFACE TRAILER"
           ELSE
               MOVE WS-HASH-TOTAL(1:32) TO GLI-AMOUNT
           END-IF
           WRITE GLI-REC.

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO GL-RPT-REC
