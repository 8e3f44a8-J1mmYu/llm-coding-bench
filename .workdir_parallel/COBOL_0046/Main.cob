       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.

      *    Batch maintenance of the ledger's account reference
      *    master (ACCTMAST, ACCTREC layout) -- the list of accounts
      *    BIGINT-ADD will post to, with owner, class, open/close
      *    dates, status and overdraft floor.  One transaction per
      *    ACMTRAN record, applied in order:
      *        ADD      <acct> <class> <open-date> <floor|NONE>
      *                 <owner...>
      *        CHANGE   <acct> OWNER <owner...>
      *        CHANGE   <acct> CLASS <class>
      *        CHANGE   <acct> FLOOR <floor|NONE>
      *        CHANGE   <acct> OPEN-DATE <yyyymmdd>
      *        FREEZE   <acct>
      *        UNFREEZE <acct>
      *        CLOSE    <acct> [<close-date>]
      *    '*' names the blank default account the keyless ledger
      *    records post to; a record starting '*' in column 1 or a
      *    blank record is a comment.  A floor is a signed decimal
      *    ("-500.00"), validated and normalized through BIGCALC;
      *    NONE lifts it.  A CLOSE without a date closes as of the
      *    run date; a closed account takes no further change.
      *
      *    Every transaction prints its account's BEFORE and AFTER
      *    images on ACMRPT and cuts one audit detail under the
      *    ACCTMNT program id, applied or rejected, so a change to
      *    the account book is on the same trail as the postings.
      *    RETURN-CODE 4 when any transaction was rejected, 16 when
      *    the master will not open or take a write, and 14 (the
      *    UTILLOCK refusal) while a nightly run is open -- the
      *    ledger must see one account book for the whole night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-TRAN-FILE ASSIGN TO "ACMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCT-MAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT ACM-RPT-FILE ASSIGN TO "ACMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACM-TRAN-FILE.
       01  ACM-TRAN-REC            PIC X(120).
       FD  ACCT-MAST-FILE.
           COPY ACCTREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  ACM-RPT-FILE.
       01  ACM-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-ACM-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.

      *    Run-state check fields for the shared UTILLOCK entry
      *    point (RETURN-CODE 14 while a nightly run is open).
       01  WS-LOCK-OPEN-SW         PIC X.
       01  WS-LOCK-PROGRAM         PIC X(8).
       01  WS-LOCK-RC              PIC S9(4) COMP-5.

      *    The current transaction, split into its verb, account
      *    and arguments; WS-TRN-REST is everything after the last
      *    token taken, for the free-text owner name.
       01  WS-TRN-TEXT             PIC X(120).
       01  WS-TRN-PTR              PIC 9(4).
       01  WS-TRN-VERB             PIC X(10).
       01  WS-TRN-ACCT-TOKEN       PIC X(20).
       01  WS-TRN-ACCT             PIC X(16).
       01  WS-TRN-ARG-1            PIC X(60).
       01  WS-TRN-ARG-2            PIC X(60).
       01  WS-TRN-ARG-3            PIC X(60).
       01  WS-TRN-REST             PIC X(120).
       01  WS-TRN-NUM              PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECT-SW            PIC X.
           88  WS-REJECT           VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-CHANGE-TEXT          PIC X(80).
       01  WS-MAST-FAILED-SW       PIC X VALUE 'N'.
           88  WS-MAST-FAILED      VALUE 'Y'.

      *    The account as it stood before the transaction, and
      *    whether it was on the master at all.
       01  WS-ON-FILE-SW           PIC X.
           88  WS-ON-FILE          VALUE 'Y'.
       01  WS-BEFORE-REC           PIC X(200).
       01  WS-IMAGE-LABEL          PIC X(10).
       01  WS-ACCT-DISP            PIC X(16).

      *    Date and floor validation work areas.  BIGCALC's LINKAGE
      *    reads 510-byte operands, so the floor and the zero it is
      *    added to are both passed full width.
       01  WS-DATE-IN              PIC X(60).
       01  WS-DATE-OK-SW           PIC X.
           88  WS-DATE-OK          VALUE 'Y'.
       01  WS-FLOOR-IN             PIC X(60).
       01  WS-FLOOR-OK-SW          PIC X.
           88  WS-FLOOR-OK         VALUE 'Y'.
       01  WS-NEW-FLOOR-SW         PIC X.
       01  WS-NEW-FLOOR            PIC X(40).
       01  WS-FLOOR-OPERAND        PIC X(510).
       01  WS-ZERO-OPERAND         PIC X(510) VALUE "0".
       01  WS-FLOOR-RESULT         PIC X(1011).
       01  WS-FLOOR-RC             PIC S9(4) COMP-5.
       01  WS-FLOOR-OVFL-SW        PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "UTILLOCK" USING WS-LOCK-OPEN-SW WS-LOCK-PROGRAM
               WS-LOCK-RC
           END-CALL
           IF WS-LOCK-OPEN-SW = 'Y'
               DISPLAY "ACCTMNT: *** REFUSED *** A NIGHTLY RUN IS "
                   "OPEN ON THE AUDIT TRAIL (PROGRAM="
                   WS-LOCK-PROGRAM ") -- RERUN AFTER IT CLOSES"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACM-TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ACCTMNT: UNABLE TO OPEN ACMTRAN, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    A freshly defined cluster has never been loaded and will
      *    not open I-O until it has been opened for output once.
           OPEN I-O ACCT-MAST-FILE
           IF WS-ACM-STATUS = "35"
               OPEN OUTPUT ACCT-MAST-FILE
               CLOSE ACCT-MAST-FILE
               OPEN I-O ACCT-MAST-FILE
           END-IF
           IF WS-ACM-STATUS NOT = "00"
               DISPLAY "ACCTMNT: UNABLE TO OPEN ACCTMAST, STATUS="
                   WS-ACM-STATUS
               CLOSE ACM-TRAN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACM-RPT-FILE
           MOVE "ACCTMNT -- ACCOUNT MASTER MAINTENANCE LISTING"
               TO ACM-RPT-REC
           WRITE ACM-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM UNTIL WS-EOF
               READ ACM-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ACM-TRAN-REC NOT = SPACES
                          AND ACM-TRAN-REC(1:1) NOT = '*'
                           PERFORM PROCESS-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-MAST-FAILED
               MOVE 16 TO WS-FINAL-RC
           END-IF
           MOVE SPACES TO ACM-RPT-REC
           STRING "TOTAL    TRANSACTIONS=" WS-TRN-NUM
                  " APPLIED=" WS-APPLIED-COUNT
                  " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO ACM-RPT-REC
           END-STRING
           WRITE ACM-RPT-REC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE ACM-TRAN-FILE ACCT-MAST-FILE
           CLOSE UTIL-AUDIT-FILE ACM-RPT-FILE

           DISPLAY "ACCTMNT: TRANSACTIONS=" WS-TRN-NUM
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "ACCTMNT " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "ACCTMNT" TO AUD-PROGRAM-ID
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
           MOVE "ACCTMNT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-TRN-NUM TO AUD-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO AUD-OK-COUNT
           MOVE WS-REJECT-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-NUM
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON WS-CHANGE-TEXT
           MOVE SPACES TO WS-TRN-VERB WS-TRN-ACCT-TOKEN
           MOVE SPACES TO WS-TRN-ARG-1 WS-TRN-ARG-2 WS-TRN-ARG-3
           MOVE SPACES TO WS-TRN-REST
           MOVE FUNCTION TRIM(ACM-TRAN-REC) TO WS-TRN-TEXT
           MOVE 1 TO WS-TRN-PTR
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-VERB WS-TRN-ACCT-TOKEN
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-ACCT-TOKEN = "*"
               MOVE SPACES TO WS-TRN-ACCT
           ELSE
               MOVE WS-TRN-ACCT-TOKEN TO WS-TRN-ACCT
           END-IF
           IF WS-TRN-ACCT-TOKEN = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO ACCOUNT ON TRANSACTION" TO WS-REJECT-REASON
           ELSE
               IF WS-TRN-ACCT-TOKEN(17:4) NOT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT LONGER THAN 16" TO WS-REJECT-REASON
               END-IF
           END-IF

           MOVE 'N' TO WS-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-REC
           IF NOT WS-REJECT
               PERFORM READ-ACCOUNT-RECORD
           END-IF

           IF NOT WS-REJECT
               EVALUATE WS-TRN-VERB
                   WHEN "ADD"
                       PERFORM APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM APPLY-CHANGE
                   WHEN "FREEZE"
                       PERFORM APPLY-FREEZE
                   WHEN "UNFREEZE"
                       PERFORM APPLY-UNFREEZE
                   WHEN "CLOSE"
                       PERFORM APPLY-CLOSE
                   WHEN OTHER
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "UNKNOWN TRANSACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           PERFORM WRITE-TRANSACTION-LISTING
           PERFORM WRITE-CHANGE-AUDIT-DETAIL.

      *    The account's current record, kept aside as the BEFORE
      *    image.  A hard read failure ends the run's updates.
       READ-ACCOUNT-RECORD.
           IF WS-MAST-FAILED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ACCT TO ACM-ACCOUNT
           READ ACCT-MAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-ACM-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ON-FILE-SW
                   MOVE ACCOUNT-REF-REC TO WS-BEFORE-REC
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-MASTER-FAILURE
           END-EVALUATE.

       REPORT-MASTER-FAILURE.
           IF NOT WS-MAST-FAILED
               DISPLAY "ACCTMNT: *** ERROR *** ACCOUNT MASTER I/O "
                   "FAILED, STATUS=" WS-ACM-STATUS
                   " ACCT=" WS-TRN-ACCT
           END-IF
           MOVE 'Y' TO WS-MAST-FAILED-SW
           MOVE 'Y' TO WS-REJECT-SW
           MOVE "ACCOUNT MASTER UNAVAILABLE" TO WS-REJECT-REASON.

      *    ADD <acct> <class> <open-date> <floor|NONE> <owner...>
       APPLY-ADD.
           IF WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-ARG-1 WS-TRN-ARG-2 WS-TRN-ARG-3
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= LENGTH OF WS-TRN-TEXT
               MOVE WS-TRN-TEXT(WS-TRN-PTR:) TO WS-TRN-REST
           END-IF
           IF WS-TRN-ARG-3 = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ADD NEEDS CLASS, OPEN DATE AND FLOOR"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-ARG-1(9:52) NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "CLASS LONGER THAN 8" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ARG-2 TO WS-DATE-IN
           PERFORM VALIDATE-DATE-TOKEN
           IF NOT WS-DATE-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID OPEN DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ARG-3 TO WS-FLOOR-IN
           PERFORM VALIDATE-FLOOR-TOKEN
           IF NOT WS-FLOOR-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID OVERDRAFT FLOOR" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-REST(41:80) NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "OWNER LONGER THAN 40" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACCOUNT-REF-REC
           MOVE WS-TRN-ACCT TO ACM-ACCOUNT
           MOVE WS-TRN-REST TO ACM-OWNER
           MOVE WS-TRN-ARG-1 TO ACM-CLASS
           MOVE WS-TRN-ARG-2 TO ACM-OPEN-DATE
           MOVE 'A' TO ACM-STATUS
           MOVE WS-NEW-FLOOR-SW TO ACM-FLOOR-SW
           MOVE WS-NEW-FLOOR TO ACM-FLOOR
           PERFORM STAMP-MAINTENANCE
           WRITE ACCOUNT-REF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-ACM-STATUS NOT = "00"
               PERFORM REPORT-MASTER-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE "ADDED" TO WS-CHANGE-TEXT.

      *    CHANGE <acct> OWNER|CLASS|FLOOR|OPEN-DATE <value>
       APPLY-CHANGE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACM-CLOSED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-ARG-1
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= LENGTH OF WS-TRN-TEXT
               MOVE WS-TRN-TEXT(WS-TRN-PTR:) TO WS-TRN-REST
           END-IF
           IF WS-TRN-REST = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "CHANGE WITHOUT NEW VALUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TRN-ARG-1
               WHEN "OWNER"
                   IF WS-TRN-REST(41:80) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "OWNER LONGER THAN 40"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "OWNER=" FUNCTION TRIM(WS-TRN-REST)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-TRN-REST TO ACM-OWNER
               WHEN "CLASS"
                   IF WS-TRN-REST(9:112) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "CLASS LONGER THAN 8" TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "CLASS " FUNCTION TRIM(ACM-CLASS) "->"
                          FUNCTION TRIM(WS-TRN-REST)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-TRN-REST TO ACM-CLASS
               WHEN "FLOOR"
                   MOVE WS-TRN-REST TO WS-FLOOR-IN
                   PERFORM VALIDATE-FLOOR-TOKEN
                   IF NOT WS-FLOOR-OK
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID OVERDRAFT FLOOR"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "FLOOR=" FUNCTION TRIM(WS-NEW-FLOOR)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-NEW-FLOOR-SW TO ACM-FLOOR-SW
                   MOVE WS-NEW-FLOOR TO ACM-FLOOR
               WHEN "OPEN-DATE"
                   MOVE WS-TRN-REST TO WS-DATE-IN
                   PERFORM VALIDATE-DATE-TOKEN
                   IF NOT WS-DATE-OK
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID OPEN DATE" TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "OPEN " ACM-OPEN-DATE "->"
                          WS-TRN-REST(1:8)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-TRN-REST(1:8) TO ACM-OPEN-DATE
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "UNKNOWN CHANGE FIELD" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM REWRITE-ACCOUNT-RECORD.

       APPLY-FREEZE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ACM-ACTIVE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO ACM-STATUS
           MOVE "STATUS A->F" TO WS-CHANGE-TEXT
           PERFORM REWRITE-ACCOUNT-RECORD.

       APPLY-UNFREEZE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ACM-FROZEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT FROZEN" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO ACM-STATUS
           MOVE "STATUS F->A" TO WS-CHANGE-TEXT
           PERFORM REWRITE-ACCOUNT-RECORD.

      *    CLOSE <acct> [<close-date>] -- the run date when omitted.
      *    Active or frozen accounts may close; a close date before
      *    the account opened is refused.
       APPLY-CLOSE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACM-CLOSED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-ARG-1
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-ARG-1 = SPACES
               MOVE WS-RUN-DATE TO WS-TRN-ARG-1
           END-IF
           MOVE WS-TRN-ARG-1 TO WS-DATE-IN
           PERFORM VALIDATE-DATE-TOKEN
           IF NOT WS-DATE-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID CLOSE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-ARG-1(1:8) < ACM-OPEN-DATE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "CLOSE DATE BEFORE OPEN DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           STRING "STATUS " ACM-STATUS "->C CLOSE="
                  WS-TRN-ARG-1(1:8)
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-STRING
           MOVE 'C' TO ACM-STATUS
           MOVE WS-TRN-ARG-1(1:8) TO ACM-CLOSE-DATE
           PERFORM REWRITE-ACCOUNT-RECORD.

       REWRITE-ACCOUNT-RECORD.
           PERFORM STAMP-MAINTENANCE
           REWRITE ACCOUNT-REF-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ACM-STATUS NOT = "00"
               PERFORM REPORT-MASTER-FAILURE
           END-IF.

       STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO ACM-MAINT-DATE
           MOVE WS-RUN-ID TO ACM-MAINT-RUN-ID.

      *    An eight-digit calendar date, YYYYMMDD, and nothing
      *    after it.
       VALIDATE-DATE-TOKEN.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-IN(1:8) IS NUMERIC
              AND WS-DATE-IN(9:52) = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-DATE-IN(1:8))) = 0
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

      *    NONE, or a signed decimal BIGCALC accepts (+ 0 normalizes
      *    it the same way the ledger normalizes an OB amount) that
      *    fits the 40-byte floor field.
       VALIDATE-FLOOR-TOKEN.
           MOVE 'N' TO WS-FLOOR-OK-SW
           MOVE SPACES TO WS-NEW-FLOOR
           IF FUNCTION TRIM(WS-FLOOR-IN) = "NONE"
               MOVE 'N' TO WS-NEW-FLOOR-SW
               MOVE "NONE" TO WS-NEW-FLOOR
               MOVE 'Y' TO WS-FLOOR-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLOOR-OPERAND
           MOVE FUNCTION TRIM(WS-FLOOR-IN) TO WS-FLOOR-OPERAND
           CALL "BIGCALC" USING WS-FLOOR-OPERAND '+' WS-ZERO-OPERAND
               WS-FLOOR-RESULT WS-FLOOR-RC WS-FLOOR-OVFL-SW
           END-CALL
           IF WS-FLOOR-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FLOOR-RESULT))
                  > LENGTH OF WS-NEW-FLOOR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NEW-FLOOR-SW
           MOVE FUNCTION TRIM(WS-FLOOR-RESULT) TO WS-NEW-FLOOR
           MOVE 'Y' TO WS-FLOOR-OK-SW.

      *    The transaction line, then the account's BEFORE image
      *    and -- when it was applied -- its AFTER image.
       WRITE-TRANSACTION-LISTING.
           IF WS-TRN-ACCT = SPACES
               MOVE "*" TO WS-ACCT-DISP
           ELSE
               MOVE WS-TRN-ACCT TO WS-ACCT-DISP
           END-IF
           MOVE SPACES TO ACM-RPT-REC
           IF WS-REJECT
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " ACCT=" WS-ACCT-DISP
                      " *** REJECTED *** "
                      FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO ACM-RPT-REC
               END-STRING
           ELSE
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " ACCT=" WS-ACCT-DISP
                      " APPLIED " FUNCTION TRIM(WS-CHANGE-TEXT)
                   DELIMITED BY SIZE INTO ACM-RPT-REC
               END-STRING
           END-IF
           WRITE ACM-RPT-REC

           MOVE "  BEFORE: " TO WS-IMAGE-LABEL
           IF WS-ON-FILE
               MOVE WS-BEFORE-REC TO ACCOUNT-REF-REC
               PERFORM WRITE-ACCOUNT-IMAGE
           ELSE
               MOVE SPACES TO ACM-RPT-REC
               STRING WS-IMAGE-LABEL "NOT ON MASTER"
                   DELIMITED BY SIZE INTO ACM-RPT-REC
               END-STRING
               WRITE ACM-RPT-REC
           END-IF
           IF NOT WS-REJECT
               MOVE WS-TRN-ACCT TO ACM-ACCOUNT
               READ ACCT-MAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACM-STATUS = "00"
                   MOVE "  AFTER:  " TO WS-IMAGE-LABEL
                   PERFORM WRITE-ACCOUNT-IMAGE
               END-IF
           END-IF.

       WRITE-ACCOUNT-IMAGE.
           MOVE SPACES TO ACM-RPT-REC
           STRING WS-IMAGE-LABEL
                  "STATUS=" ACM-STATUS
                  " CLASS=" ACM-CLASS
                  " OPEN=" ACM-OPEN-DATE
                  " CLOSE=" ACM-CLOSE-DATE
                  " FLOOR=" FUNCTION TRIM(ACM-FLOOR)
                  " OWNER=" FUNCTION TRIM(ACM-OWNER)
               DELIMITED BY SIZE INTO ACM-RPT-REC
           END-STRING
           WRITE ACM-RPT-REC.

      *    One 'D' record per transaction, applied or rejected,
      *    under this program's own id: the transaction as keyed,
      *    and what it changed or why it was refused.
       WRITE-CHANGE-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "ACCTMNT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-TRN-NUM TO AUD-LINE-NUM
           MOVE WS-TRN-TEXT TO AUD-INPUT-SUMMARY
           MOVE SPACES TO AUD-RESULT-SUMMARY
           IF WS-REJECT
               MOVE 4 TO AUD-RETURN-CODE
               STRING "REJECTED:" FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
               END-STRING
           ELSE
               MOVE 0 TO AUD-RETURN-CODE
               STRING "APPLIED:" FUNCTION TRIM(WS-CHANGE-TEXT)
                   DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
               END-STRING
           END-IF
           WRITE AUDIT-RECORD.

       END PROGRAM ACCTMNT.
