       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESMNT.

      *    Batch maintenance of the resource reference master
      *    (RESOURCE.MASTER, RESMREC layout) -- the key list
      *    CSVPARSER's MASTER cards check row columns against, each
      *    key with the window it is valid in.  The old master
      *    (RMOLD) and the transactions (RMTRAN) go through one SORT
      *    on key, old master first, and a new master (RMNEW) is
      *    written in key order with every valid transaction
      *    applied.  One transaction per RMTRAN record:
      *        ADD    <key> <effective-date> [<description...>]
      *        CHANGE <key> EFFECTIVE <yyyymmdd>
      *        CHANGE <key> DESC <description...>
      *        CHANGE <key> RETIRE <yyyymmdd|NONE>
      *        RETIRE <key> [<retire-date>]
      *    A record starting '*' in column 1 or a blank record is a
      *    comment.  A key may not be added twice, nor changed or
      *    retired unless it is on the master (or added earlier in
      *    the same run); a RETIRE without a date retires from the
      *    run date, and a retirement date must fall after the
      *    effective date.  CHANGE ... RETIRE moves or (NONE)
      *    cancels a retirement already on the record.  Retired
      *    keys stay on the master, so CSVPARSER can say why it
      *    rejected the row.  Transactions for one key apply in
      *    the order they were keyed; the listing runs in key order
      *    and numbers every transaction by its RMTRAN position.
      *
      *    Old-master records in the hand-kept form (just a key,
      *    nothing after column 30) are carried over as keys valid
      *    from the beginning; comment lines on the old master are
      *    dropped, and a key present twice keeps its first record.
      *    Every transaction prints its key's BEFORE and AFTER
      *    images on RMRPT and cuts one audit detail under the
      *    RESMNT program id, applied or rejected.
      *    RETURN-CODE 4 when any transaction was rejected or a
      *    duplicate old-master key was dropped, 16 when a file will
      *    not open or the new master will not take a write (the
      *    job then keeps the old master), and 14 (the UTILLOCK
      *    refusal) while a nightly run is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-TRAN-FILE ASSIGN TO "RMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT RM-OLD-FILE ASSIGN TO "RMOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT RM-NEW-FILE ASSIGN TO "RMNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RM-RPT-FILE ASSIGN TO "RMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    Work file for the SORT that brings the old master and
      *    the transactions together in key order.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RM-TRAN-FILE.
       01  RM-TRAN-REC             PIC X(80).
       FD  RM-OLD-FILE.
       01  RM-OLD-REC              PIC X(80).
       FD  RM-NEW-FILE.
       01  RM-NEW-REC              PIC X(80).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  RM-RPT-FILE.
       01  RM-RPT-REC              PIC X(132).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-KEY             PIC X(30).
      *    '1' an old-master record, '2' a transaction -- a sort
      *    key, so each key arrives with its master record first.
           05  SRT-SIDE            PIC X.
      *    Record number within its file, so a key's transactions
      *    keep the order they were keyed in.
           05  SRT-SEQ             PIC 9(6).
           05  SRT-DATA            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-OLD-STATUS           PIC XX.
       01  WS-NEW-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-SEQ                  PIC 9(6) VALUE 0.

      *    Run-state check fields for the shared UTILLOCK entry
      *    point (RETURN-CODE 14 while a nightly run is open).
       01  WS-LOCK-OPEN-SW         PIC X.
       01  WS-LOCK-PROGRAM         PIC X(8).
       01  WS-LOCK-RC              PIC S9(4) COMP-5.

      *    The resource the sorted records are positioned on: its
      *    master record as it stands after the transactions
      *    applied so far, and whether it is on the master at all.
           COPY RESMREC.
       01  WS-GRP-KEY              PIC X(30).
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-ON-FILE-SW           PIC X.
           88  WS-ON-FILE          VALUE 'Y'.

      *    The current transaction, split into its verb, key and
      *    arguments; WS-TRN-REST is everything after the last
      *    token taken, for the free-text description.
       01  WS-TRN-TEXT             PIC X(80).
       01  WS-TRN-PTR              PIC 9(4).
       01  WS-TRN-VERB             PIC X(10).
       01  WS-TRN-KEY-TOKEN        PIC X(40).
       01  WS-TRN-ARG-1            PIC X(60).
       01  WS-TRN-REST             PIC X(80).
       01  WS-TRN-NUM              PIC 9(6) VALUE 0.
       01  WS-TRN-COUNT            PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT            PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(6) VALUE 0.
       01  WS-RETIRE-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECT-SW            PIC X.
           88  WS-REJECT           VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-CHANGE-TEXT          PIC X(80).
       01  WS-MAST-FAILED-SW       PIC X VALUE 'N'.
           88  WS-MAST-FAILED      VALUE 'Y'.

      *    Old- and new-master counts for the closing totals.
       01  WS-MST-IN-COUNT         PIC 9(9) VALUE 0.
       01  WS-MST-COMMENT-COUNT    PIC 9(9) VALUE 0.
       01  WS-MST-LEGACY-COUNT     PIC 9(9) VALUE 0.
       01  WS-MST-DUP-COUNT        PIC 9(9) VALUE 0.
       01  WS-MST-OUT-COUNT        PIC 9(9) VALUE 0.

      *    The key as it stood before the transaction, and whether
      *    it was on the master at all.
       01  WS-WAS-ON-FILE-SW       PIC X.
           88  WS-WAS-ON-FILE      VALUE 'Y'.
       01  WS-BEFORE-REC           PIC X(80).
       01  WS-IMAGE-LABEL          PIC X(10).

      *    Date validation work area.
       01  WS-DATE-IN              PIC X(60).
       01  WS-DATE-OK-SW           PIC X.
           88  WS-DATE-OK          VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "UTILLOCK" USING WS-LOCK-OPEN-SW WS-LOCK-PROGRAM
               WS-LOCK-RC
           END-CALL
           IF WS-LOCK-OPEN-SW = 'Y'
               DISPLAY "RESMNT: *** REFUSED *** A NIGHTLY RUN IS "
                   "OPEN ON THE AUDIT TRAIL (PROGRAM="
                   WS-LOCK-PROGRAM ") -- RERUN AFTER IT CLOSES"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RM-TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "RESMNT: UNABLE TO OPEN RMTRAN, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RM-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "RESMNT: UNABLE TO OPEN RMOLD, STATUS="
                   WS-OLD-STATUS
               CLOSE RM-TRAN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RM-NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "RESMNT: UNABLE TO OPEN RMNEW, STATUS="
                   WS-NEW-STATUS
               CLOSE RM-TRAN-FILE RM-OLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RM-RPT-FILE
           MOVE "RESMNT -- RESOURCE MASTER MAINTENANCE LISTING"
               TO RM-RPT-REC
           WRITE RM-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-SIDE SRT-SEQ
               INPUT PROCEDURE IS RELEASE-MASTER-AND-TRANSACTIONS
               OUTPUT PROCEDURE IS APPLY-SORTED-RECORDS

           IF WS-REJECT-COUNT > 0 OR WS-MST-DUP-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-MAST-FAILED
               MOVE 16 TO WS-FINAL-RC
               MOVE "*** NEW MASTER INCOMPLETE -- DO NOT INSTALL IT ***"
                   TO RM-RPT-REC
               WRITE RM-RPT-REC
           END-IF
           PERFORM WRITE-CLOSING-TOTALS
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE RM-NEW-FILE
           CLOSE UTIL-AUDIT-FILE RM-RPT-FILE

           DISPLAY "RESMNT: TRANSACTIONS=" WS-TRN-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " MASTER IN=" WS-MST-IN-COUNT
               " OUT=" WS-MST-OUT-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "RESMNT  " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "RESMNT" TO AUD-PROGRAM-ID
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
           MOVE "RESMNT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-TRN-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO AUD-OK-COUNT
           MOVE WS-REJECT-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      *    Sort input side: every old-master record in RESMREC
      *    form, then every transaction under the key it names.
      *----------------------------------------------------------
       RELEASE-MASTER-AND-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ RM-OLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF RM-OLD-REC = SPACES
                          OR RM-OLD-REC(1:1) = '*'
                           ADD 1 TO WS-MST-COMMENT-COUNT
                       ELSE
                           ADD 1 TO WS-SEQ
                           PERFORM RELEASE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RM-OLD-FILE
           MOVE WS-SEQ TO WS-MST-IN-COUNT

           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ RM-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       IF RM-TRAN-REC NOT = SPACES
                          AND RM-TRAN-REC(1:1) NOT = '*'
                           PERFORM RELEASE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RM-TRAN-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    A record with nothing after the key, or with dates that
      *    are not dates, is the hand-kept form: the trimmed text is
      *    the key and it is valid from the beginning.
       RELEASE-MASTER-RECORD.
           MOVE RM-OLD-REC TO RESOURCE-MASTER-REC
           IF RM-OLD-REC(31:50) = SPACES
              OR (RSM-EFF-DATE NOT = SPACES
                  AND RSM-EFF-DATE NOT NUMERIC)
              OR (RSM-RETIRE-DATE NOT = SPACES
                  AND RSM-RETIRE-DATE NOT NUMERIC)
               ADD 1 TO WS-MST-LEGACY-COUNT
               MOVE SPACES TO RESOURCE-MASTER-REC
               MOVE FUNCTION TRIM(RM-OLD-REC) TO RSM-KEY
           ELSE
               MOVE FUNCTION TRIM(RM-OLD-REC(1:30)) TO RSM-KEY
           END-IF
           MOVE RSM-KEY TO SRT-KEY
           MOVE '1' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE RESOURCE-MASTER-REC TO SRT-DATA
           RELEASE SRT-REC.

      *    Only the key is taken here, to sort on; the transaction
      *    is parsed and checked when its key comes back.
       RELEASE-TRANSACTION.
           MOVE SPACES TO WS-TRN-VERB WS-TRN-KEY-TOKEN
           MOVE FUNCTION TRIM(RM-TRAN-REC) TO WS-TRN-TEXT
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-VERB WS-TRN-KEY-TOKEN
           END-UNSTRING
           MOVE WS-TRN-KEY-TOKEN TO SRT-KEY
           MOVE '2' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE RM-TRAN-REC TO SRT-DATA
           RELEASE SRT-REC.

      *----------------------------------------------------------
      *    Sort output side: one key at a time, its master record
      *    (if any) then its transactions; the result goes to the
      *    new master when the key changes.
      *----------------------------------------------------------
       APPLY-SORTED-RECORDS.
           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       IF WS-GRP-OPEN
                           PERFORM WRITE-NEW-MASTER-RECORD
                       END-IF
                   NOT AT END
                       IF NOT WS-GRP-OPEN OR SRT-KEY NOT = WS-GRP-KEY
                           IF WS-GRP-OPEN
                               PERFORM WRITE-NEW-MASTER-RECORD
                           END-IF
                           MOVE SRT-KEY TO WS-GRP-KEY
                           MOVE 'Y' TO WS-GRP-OPEN-SW
                           MOVE 'N' TO WS-ON-FILE-SW
                           MOVE SPACES TO RESOURCE-MASTER-REC
                       END-IF
                       IF SRT-SIDE = '1'
                           PERFORM TAKE-OLD-MASTER-RECORD
                       ELSE
                           PERFORM PROCESS-ONE-TRANSACTION
                       END-IF
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *    The first record of a key is kept; a second one is a
      *    hand-editing slip and is dropped with a line on RMRPT.
       TAKE-OLD-MASTER-RECORD.
           IF WS-ON-FILE
               ADD 1 TO WS-MST-DUP-COUNT
               MOVE SPACES TO RM-RPT-REC
               STRING "MASTER KEY " FUNCTION TRIM(SRT-KEY)
                      " ON THE OLD MASTER TWICE -- RECORD "
                      SRT-SEQ " DROPPED"
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
               WRITE RM-RPT-REC
           ELSE
               MOVE SRT-DATA TO RESOURCE-MASTER-REC
               MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

       WRITE-NEW-MASTER-RECORD.
           IF NOT WS-ON-FILE OR WS-MAST-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE RESOURCE-MASTER-REC TO RM-NEW-REC
           WRITE RM-NEW-REC
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "RESMNT: *** ERROR *** RMNEW WRITE FAILED, "
                   "STATUS=" WS-NEW-STATUS " KEY=" RSM-KEY
               MOVE 'Y' TO WS-MAST-FAILED-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MST-OUT-COUNT.

       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-COUNT
           MOVE SRT-SEQ TO WS-TRN-NUM
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON WS-CHANGE-TEXT
           MOVE SPACES TO WS-TRN-VERB WS-TRN-KEY-TOKEN
           MOVE SPACES TO WS-TRN-ARG-1 WS-TRN-REST
           MOVE FUNCTION TRIM(SRT-DATA) TO WS-TRN-TEXT
           MOVE 1 TO WS-TRN-PTR
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-VERB WS-TRN-KEY-TOKEN
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           MOVE WS-ON-FILE-SW TO WS-WAS-ON-FILE-SW
           MOVE RESOURCE-MASTER-REC TO WS-BEFORE-REC
           IF WS-TRN-KEY-TOKEN = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO KEY ON TRANSACTION" TO WS-REJECT-REASON
           ELSE
               IF WS-TRN-KEY-TOKEN(31:10) NOT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "KEY LONGER THAN 30" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF NOT WS-REJECT
               EVALUATE WS-TRN-VERB
                   WHEN "ADD"
                       PERFORM APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM APPLY-CHANGE
                   WHEN "RETIRE"
                       PERFORM APPLY-RETIRE
                   WHEN OTHER
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "UNKNOWN TRANSACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-RUN-DATE TO RSM-MAINT-DATE
           END-IF
           PERFORM WRITE-TRANSACTION-LISTING
           PERFORM WRITE-CHANGE-AUDIT-DETAIL.

      *    ADD <key> <effective-date> [<description...>]
       APPLY-ADD.
           IF WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "KEY ALREADY ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-ARG-1
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= LENGTH OF WS-TRN-TEXT
               MOVE WS-TRN-TEXT(WS-TRN-PTR:) TO WS-TRN-REST
           END-IF
           IF WS-TRN-ARG-1 = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ADD NEEDS AN EFFECTIVE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ARG-1 TO WS-DATE-IN
           PERFORM VALIDATE-DATE-TOKEN
           IF NOT WS-DATE-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-REST(25:56) NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "DESCRIPTION LONGER THAN 24" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESOURCE-MASTER-REC
           MOVE WS-TRN-KEY-TOKEN TO RSM-KEY
           MOVE WS-TRN-ARG-1(1:8) TO RSM-EFF-DATE
           MOVE WS-TRN-REST TO RSM-DESC
           MOVE 'Y' TO WS-ON-FILE-SW
           ADD 1 TO WS-ADD-COUNT
           STRING "ADDED EFFECTIVE " RSM-EFF-DATE
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-STRING.

      *    CHANGE <key> EFFECTIVE|DESC|RETIRE <value>
       APPLY-CHANGE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
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
               WHEN "EFFECTIVE"
                   MOVE WS-TRN-REST TO WS-DATE-IN
                   PERFORM VALIDATE-DATE-TOKEN
                   IF NOT WS-DATE-OK
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "INVALID EFFECTIVE DATE"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF RSM-RETIRE-DATE NOT = SPACES
                      AND WS-TRN-REST(1:8) >= RSM-RETIRE-DATE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "EFFECTIVE DATE NOT BEFORE RETIREMENT"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "EFFECTIVE " RSM-EFF-DATE "->"
                          WS-TRN-REST(1:8)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-TRN-REST(1:8) TO RSM-EFF-DATE
               WHEN "DESC"
                   IF WS-TRN-REST(25:56) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "DESCRIPTION LONGER THAN 24"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "DESC=" FUNCTION TRIM(WS-TRN-REST)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-TRN-REST TO RSM-DESC
               WHEN "RETIRE"
                   IF FUNCTION TRIM(WS-TRN-REST) = "NONE"
                       IF RSM-RETIRE-DATE = SPACES
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "KEY NOT RETIRED" TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       STRING "RETIRE " RSM-RETIRE-DATE "->NONE"
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                       END-STRING
                       MOVE SPACES TO RSM-RETIRE-DATE
                       ADD 1 TO WS-CHANGE-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TRN-REST TO WS-DATE-IN
                   PERFORM VALIDATE-RETIRE-DATE
                   IF WS-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF RSM-RETIRE-DATE = SPACES
                       STRING "RETIRE NONE->" WS-TRN-REST(1:8)
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                       END-STRING
                   ELSE
                       STRING "RETIRE " RSM-RETIRE-DATE "->"
                              WS-TRN-REST(1:8)
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                       END-STRING
                   END-IF
                   MOVE WS-TRN-REST(1:8) TO RSM-RETIRE-DATE
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "UNKNOWN CHANGE FIELD" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-CHANGE-COUNT.

      *    RETIRE <key> [<retire-date>] -- the run date when
      *    omitted.  A key already carrying a retirement date is
      *    refused; CHANGE ... RETIRE moves it.
       APPLY-RETIRE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RETIRE OF UNKNOWN KEY" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF RSM-RETIRE-DATE NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "KEY ALREADY RETIRED" TO WS-REJECT-REASON
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
           PERFORM VALIDATE-RETIRE-DATE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ARG-1(1:8) TO RSM-RETIRE-DATE
           ADD 1 TO WS-RETIRE-COUNT
           STRING "RETIRED FROM " RSM-RETIRE-DATE
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-STRING.

      *    WS-DATE-IN as a retirement date: a real date, after the
      *    key became effective.
       VALIDATE-RETIRE-DATE.
           PERFORM VALIDATE-DATE-TOKEN
           IF NOT WS-DATE-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID RETIREMENT DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF RSM-EFF-DATE NOT = SPACES
              AND WS-DATE-IN(1:8) <= RSM-EFF-DATE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RETIREMENT NOT AFTER EFFECTIVE DATE"
                   TO WS-REJECT-REASON
           END-IF.

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

      *    The transaction line, then the key's BEFORE image and --
      *    when it was applied -- its AFTER image.
       WRITE-TRANSACTION-LISTING.
           MOVE SPACES TO RM-RPT-REC
           IF WS-REJECT
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " KEY=" WS-TRN-KEY-TOKEN(1:30)
                      " *** REJECTED *** "
                      FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
           ELSE
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " KEY=" WS-TRN-KEY-TOKEN(1:30)
                      " APPLIED " FUNCTION TRIM(WS-CHANGE-TEXT)
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
           END-IF
           WRITE RM-RPT-REC

           MOVE "  BEFORE: " TO WS-IMAGE-LABEL
           IF WS-WAS-ON-FILE
               MOVE SPACES TO RM-RPT-REC
               STRING WS-IMAGE-LABEL
                      "EFFECTIVE=" WS-BEFORE-REC(31:8)
                      " RETIRE=" WS-BEFORE-REC(39:8)
                      " DESC=" WS-BEFORE-REC(47:24)
                      " MAINT=" WS-BEFORE-REC(71:8)
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
               WRITE RM-RPT-REC
           ELSE
               MOVE SPACES TO RM-RPT-REC
               STRING WS-IMAGE-LABEL "NOT ON MASTER"
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
               WRITE RM-RPT-REC
           END-IF
           IF NOT WS-REJECT
               MOVE "  AFTER:  " TO WS-IMAGE-LABEL
               MOVE SPACES TO RM-RPT-REC
               STRING WS-IMAGE-LABEL
                      "EFFECTIVE=" RSM-EFF-DATE
                      " RETIRE=" RSM-RETIRE-DATE
                      " DESC=" RSM-DESC
                      " MAINT=" RSM-MAINT-DATE
                   DELIMITED BY SIZE INTO RM-RPT-REC
               END-STRING
               WRITE RM-RPT-REC
           END-IF.

      *    One 'D' record per transaction, applied or rejected,
      *    under this program's own id: the transaction as keyed,
      *    and what it changed or why it was refused.
       WRITE-CHANGE-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "RESMNT" TO AUD-PROGRAM-ID
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

       WRITE-CLOSING-TOTALS.
           MOVE SPACES TO RM-RPT-REC
           STRING "TOTAL    TRANSACTIONS=" WS-TRN-COUNT
                  " APPLIED=" WS-APPLIED-COUNT
                  " (ADDED=" WS-ADD-COUNT
                  " CHANGED=" WS-CHANGE-COUNT
                  " RETIRED=" WS-RETIRE-COUNT
                  ") REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RM-RPT-REC
           END-STRING
           WRITE RM-RPT-REC
           MOVE SPACES TO RM-RPT-REC
           STRING "MASTER   READ=" WS-MST-IN-COUNT
                  " KEY ONLY=" WS-MST-LEGACY-COUNT
                  " COMMENTS DROPPED=" WS-MST-COMMENT-COUNT
                  " DUPLICATES DROPPED=" WS-MST-DUP-COUNT
                  " WRITTEN=" WS-MST-OUT-COUNT
               DELIMITED BY SIZE INTO RM-RPT-REC
           END-STRING
           WRITE RM-RPT-REC.

       END PROGRAM RESMNT.
