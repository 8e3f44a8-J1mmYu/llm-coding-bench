       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

      *    Batch maintenance of the legal hold register (LEGAL.HOLD,
      *    HOLDREC layout) -- the holds AUDAGE keeps audit records on
      *    the live trail for and HOLDROLL copies generations out of
      *    the GDGs for.  The old register (HMOLD) and the
      *    transactions (HMTRAN) go through one SORT on hold id, old
      *    register first, and a new register (HMNEW) is written in
      *    hold-id order with every valid transaction applied.  One
      *    transaction per HMTRAN record (up to 160 bytes):
      *        ADD     <hold-id> <requester> <scope...>
      *        CHANGE  <hold-id> <field> <value|NONE>
      *        RELEASE <hold-id> [<release-date>]
      *    where <scope...> is one or more of
      *        PROGRAM <audit-program-id>  FROM <yyyymmdd>
      *        TO <yyyymmdd>  ACCOUNT <account>  PROVIDER <provider>
      *    and CHANGE's <field> is any of those, or REQUESTER,
      *    RELEASE (a date, or NONE to lift a release not yet
      *    reached) or DESC (the rest of the record, up to 40
      *    bytes).  NONE clears a scope item or the description.
      *    A record starting '*' in column 1 or a blank record is a
      *    comment.  A hold id may not be added twice -- released
      *    holds stay on the register, so an id is never reused --
      *    nor changed or released unless it is on the register (or
      *    added earlier in the same run).  A hold must keep at least
      *    one scope item, FROM may not fall after TO, and a release
      *    date may not fall before the date the hold was placed.
      *    RELEASE without a date releases from the run date; a hold
      *    already carrying a release date is moved with CHANGE ...
      *    RELEASE.  Transactions for one hold apply in the order
      *    they were keyed; the listing runs in hold-id order and
      *    numbers every transaction by its HMTRAN position.
      *
      *    Every transaction prints its hold's BEFORE and AFTER
      *    images on HMRPT and cuts one audit detail under the
      *    HOLDMNT program id, applied or rejected.  Comment lines
      *    on the old register are dropped, and a hold id present
      *    twice keeps its first record.
      *    RETURN-CODE 4 when any transaction was rejected or a
      *    duplicate old-register id was dropped, 16 when a file
      *    will not open or the new register will not take a write
      *    (the job then keeps the old register), and 14 (the
      *    UTILLOCK refusal) while a nightly run is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HM-TRAN-FILE ASSIGN TO "HMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HM-OLD-FILE ASSIGN TO "HMOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT HM-NEW-FILE ASSIGN TO "HMNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT HM-RPT-FILE ASSIGN TO "HMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    Work file for the SORT that brings the old register and
      *    the transactions together in hold-id order.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  HM-TRAN-FILE.
       01  HM-TRAN-REC             PIC X(160).
       FD  HM-OLD-FILE.
       01  HM-OLD-REC              PIC X(160).
       FD  HM-NEW-FILE.
       01  HM-NEW-REC              PIC X(160).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  HM-RPT-FILE.
       01  HM-RPT-REC              PIC X(132).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-KEY             PIC X(12).
      *    '1' an old-register record, '2' a transaction -- a sort
      *    key, so each hold arrives with its register record first.
           05  SRT-SIDE            PIC X.
      *    Record number within its file, so a hold's transactions
      *    keep the order they were keyed in.
           05  SRT-SEQ             PIC 9(6).
           05  SRT-DATA            PIC X(160).

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

      *    The hold the sorted records are positioned on: its
      *    register record as it stands after the transactions
      *    applied so far, and whether it is on the register at all.
           COPY HOLDREC.
       01  WS-GRP-KEY              PIC X(12).
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-ON-FILE-SW           PIC X.
           88  WS-ON-FILE          VALUE 'Y'.

      *    The current transaction, split into its verb, hold id and
      *    arguments; WS-TRN-REST is everything after the last token
      *    taken, for the free-text description.
       01  WS-TRN-TEXT             PIC X(160).
       01  WS-TRN-PTR              PIC 9(4).
       01  WS-TRN-VERB             PIC X(10).
       01  WS-TRN-KEY-TOKEN        PIC X(40).
       01  WS-TRN-ARG-1            PIC X(60).
       01  WS-TRN-REST             PIC X(160).
       01  WS-TRN-NUM              PIC 9(6) VALUE 0.
       01  WS-TRN-COUNT            PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT            PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(6) VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(6) VALUE 0.
       01  WS-REJECT-SW            PIC X.
           88  WS-REJECT           VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-CHANGE-TEXT          PIC X(80).
       01  WS-CHANGE-PTR           PIC 9(4).
       01  WS-MAST-FAILED-SW       PIC X VALUE 'N'.
           88  WS-MAST-FAILED      VALUE 'Y'.

      *    One scope item or CHANGE field: its name and value, the
      *    value as it stood before, and the value NONE clears to.
       01  WS-ITEM-NAME            PIC X(10).
       01  WS-ITEM-VALUE           PIC X(60).
       01  WS-ITEM-OLD             PIC X(40).
       01  WS-ITEM-COUNT           PIC 9(2).

      *    Old- and new-register counts for the closing totals.
       01  WS-REG-IN-COUNT         PIC 9(9) VALUE 0.
       01  WS-REG-COMMENT-COUNT    PIC 9(9) VALUE 0.
       01  WS-REG-DUP-COUNT        PIC 9(9) VALUE 0.
       01  WS-REG-OUT-COUNT        PIC 9(9) VALUE 0.

      *    The hold as it stood before the transaction, and whether
      *    it was on the register at all.
       01  WS-WAS-ON-FILE-SW       PIC X.
           88  WS-WAS-ON-FILE      VALUE 'Y'.
       01  WS-BEFORE-REC           PIC X(160).
       01  WS-IMAGE-REC            PIC X(160).
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
               DISPLAY "HOLDMNT: *** REFUSED *** A NIGHTLY RUN IS "
                   "OPEN ON THE AUDIT TRAIL (PROGRAM="
                   WS-LOCK-PROGRAM ") -- RERUN AFTER IT CLOSES"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HM-TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "HOLDMNT: UNABLE TO OPEN HMTRAN, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HM-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "HOLDMNT: UNABLE TO OPEN HMOLD, STATUS="
                   WS-OLD-STATUS
               CLOSE HM-TRAN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HM-NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "HOLDMNT: UNABLE TO OPEN HMNEW, STATUS="
                   WS-NEW-STATUS
               CLOSE HM-TRAN-FILE HM-OLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HM-RPT-FILE
           MOVE "HOLDMNT -- LEGAL HOLD REGISTER MAINTENANCE LISTING"
               TO HM-RPT-REC
           WRITE HM-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-SIDE SRT-SEQ
               INPUT PROCEDURE IS RELEASE-REGISTER-AND-TRANSACTIONS
               OUTPUT PROCEDURE IS APPLY-SORTED-RECORDS

           IF WS-REJECT-COUNT > 0 OR WS-REG-DUP-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-MAST-FAILED
               MOVE 16 TO WS-FINAL-RC
               MOVE "*** NEW REGISTER INCOMPLETE -- DO NOT INSTALL IT "
                   & "***" TO HM-RPT-REC
               WRITE HM-RPT-REC
           END-IF
           PERFORM WRITE-CLOSING-TOTALS
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE HM-NEW-FILE
           CLOSE UTIL-AUDIT-FILE HM-RPT-FILE

           DISPLAY "HOLDMNT: TRANSACTIONS=" WS-TRN-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " REGISTER IN=" WS-REG-IN-COUNT
               " OUT=" WS-REG-OUT-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "HOLDMNT " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "HOLDMNT" TO AUD-PROGRAM-ID
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
           MOVE "HOLDMNT" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-TRN-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO AUD-OK-COUNT
           MOVE WS-REJECT-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      *    Sort input side: every old-register record, then every
      *    transaction under the hold id it names.
      *----------------------------------------------------------
       RELEASE-REGISTER-AND-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ HM-OLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF HM-OLD-REC = SPACES
                          OR HM-OLD-REC(1:1) = '*'
                           ADD 1 TO WS-REG-COMMENT-COUNT
                       ELSE
                           ADD 1 TO WS-SEQ
                           PERFORM RELEASE-REGISTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HM-OLD-FILE
           MOVE WS-SEQ TO WS-REG-IN-COUNT

           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-SEQ
           PERFORM UNTIL WS-EOF
               READ HM-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       IF HM-TRAN-REC NOT = SPACES
                          AND HM-TRAN-REC(1:1) NOT = '*'
                           PERFORM RELEASE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HM-TRAN-FILE
           MOVE 'N' TO WS-EOF-SW.

       RELEASE-REGISTER-RECORD.
           MOVE HM-OLD-REC TO LEGAL-HOLD-REC
           MOVE LHD-HOLD-ID TO SRT-KEY
           MOVE '1' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE LEGAL-HOLD-REC TO SRT-DATA
           RELEASE SRT-REC.

      *    Only the hold id is taken here, to sort on; the
      *    transaction is parsed and checked when its hold comes
      *    back.
       RELEASE-TRANSACTION.
           MOVE SPACES TO WS-TRN-VERB WS-TRN-KEY-TOKEN
           MOVE FUNCTION TRIM(HM-TRAN-REC) TO WS-TRN-TEXT
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-VERB WS-TRN-KEY-TOKEN
           END-UNSTRING
           MOVE WS-TRN-KEY-TOKEN TO SRT-KEY
           MOVE '2' TO SRT-SIDE
           MOVE WS-SEQ TO SRT-SEQ
           MOVE HM-TRAN-REC TO SRT-DATA
           RELEASE SRT-REC.

      *----------------------------------------------------------
      *    Sort output side: one hold at a time, its register
      *    record (if any) then its transactions; the result goes
      *    to the new register when the hold id changes.
      *----------------------------------------------------------
       APPLY-SORTED-RECORDS.
           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       IF WS-GRP-OPEN
                           PERFORM WRITE-NEW-REGISTER-RECORD
                       END-IF
                   NOT AT END
                       IF NOT WS-GRP-OPEN OR SRT-KEY NOT = WS-GRP-KEY
                           IF WS-GRP-OPEN
                               PERFORM WRITE-NEW-REGISTER-RECORD
                           END-IF
                           MOVE SRT-KEY TO WS-GRP-KEY
                           MOVE 'Y' TO WS-GRP-OPEN-SW
                           MOVE 'N' TO WS-ON-FILE-SW
                           MOVE SPACES TO LEGAL-HOLD-REC
                       END-IF
                       IF SRT-SIDE = '1'
                           PERFORM TAKE-OLD-REGISTER-RECORD
                       ELSE
                           PERFORM PROCESS-ONE-TRANSACTION
                       END-IF
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *    The first record of a hold id is kept; a second one is a
      *    hand-editing slip and is dropped with a line on HMRPT.
       TAKE-OLD-REGISTER-RECORD.
           IF WS-ON-FILE
               ADD 1 TO WS-REG-DUP-COUNT
               MOVE SPACES TO HM-RPT-REC
               STRING "HOLD " FUNCTION TRIM(SRT-KEY)
                      " ON THE OLD REGISTER TWICE -- RECORD "
                      SRT-SEQ " DROPPED"
                   DELIMITED BY SIZE INTO HM-RPT-REC
               END-STRING
               WRITE HM-RPT-REC
           ELSE
               MOVE SRT-DATA TO LEGAL-HOLD-REC
               MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

       WRITE-NEW-REGISTER-RECORD.
           IF NOT WS-ON-FILE OR WS-MAST-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE LEGAL-HOLD-REC TO HM-NEW-REC
           WRITE HM-NEW-REC
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "HOLDMNT: *** ERROR *** HMNEW WRITE FAILED, "
                   "STATUS=" WS-NEW-STATUS " HOLD=" LHD-HOLD-ID
               MOVE 'Y' TO WS-MAST-FAILED-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-OUT-COUNT.

      *    A rejected transaction leaves the hold exactly as it was:
      *    the scope items of an ADD or CHANGE are applied one by one
      *    and put back when any of them, or the result, is refused.
       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-COUNT
           MOVE SRT-SEQ TO WS-TRN-NUM
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON WS-CHANGE-TEXT
           MOVE 1 TO WS-CHANGE-PTR
           MOVE SPACES TO WS-TRN-VERB WS-TRN-KEY-TOKEN
           MOVE SPACES TO WS-TRN-ARG-1 WS-TRN-REST
           MOVE FUNCTION TRIM(SRT-DATA) TO WS-TRN-TEXT
           MOVE 1 TO WS-TRN-PTR
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-VERB WS-TRN-KEY-TOKEN
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           MOVE WS-ON-FILE-SW TO WS-WAS-ON-FILE-SW
           MOVE LEGAL-HOLD-REC TO WS-BEFORE-REC
           IF WS-TRN-KEY-TOKEN = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO HOLD ID ON TRANSACTION" TO WS-REJECT-REASON
           ELSE
               IF WS-TRN-KEY-TOKEN(13:28) NOT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "HOLD ID LONGER THAN 12" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF NOT WS-REJECT
               EVALUATE WS-TRN-VERB
                   WHEN "ADD"
                       PERFORM APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM APPLY-CHANGE
                   WHEN "RELEASE"
                       PERFORM APPLY-RELEASE
                   WHEN OTHER
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "UNKNOWN TRANSACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-BEFORE-REC TO LEGAL-HOLD-REC
               MOVE WS-WAS-ON-FILE-SW TO WS-ON-FILE-SW
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-RUN-DATE TO LHD-MAINT-DATE
           END-IF
           PERFORM WRITE-TRANSACTION-LISTING
           PERFORM WRITE-CHANGE-AUDIT-DETAIL.

      *    ADD <hold-id> <requester> <scope...>
       APPLY-ADD.
           IF WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "HOLD ID ALREADY ON REGISTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-TRN-ARG-1
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-ARG-1 = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ADD NEEDS A REQUESTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-ARG-1(25:36) NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "REQUESTER LONGER THAN 24" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEGAL-HOLD-REC
           MOVE WS-TRN-KEY-TOKEN TO LHD-HOLD-ID
           MOVE WS-TRN-ARG-1 TO LHD-REQUESTER
           MOVE WS-RUN-DATE TO LHD-PLACED-DATE
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM UNTIL WS-REJECT
                      OR WS-TRN-PTR > LENGTH OF WS-TRN-TEXT
               MOVE SPACES TO WS-ITEM-NAME WS-ITEM-VALUE
               UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
                   INTO WS-ITEM-NAME WS-ITEM-VALUE
                   WITH POINTER WS-TRN-PTR
               END-UNSTRING
               IF WS-ITEM-NAME = SPACES
                   MOVE LENGTH OF WS-TRN-TEXT TO WS-TRN-PTR
                   ADD 1 TO WS-TRN-PTR
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM APPLY-SCOPE-ITEM
               END-IF
           END-PERFORM
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-HOLD-SCOPE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ON-FILE-SW
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO WS-CHANGE-TEXT
           STRING "PLACED " LHD-PLACED-DATE " FOR "
                  FUNCTION TRIM(LHD-REQUESTER)
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-STRING.

      *    CHANGE <hold-id> <field> <value|NONE>
       APPLY-CHANGE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "HOLD NOT ON REGISTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ITEM-NAME WS-ITEM-VALUE
           UNSTRING WS-TRN-TEXT DELIMITED BY ALL SPACES
               INTO WS-ITEM-NAME
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
           EVALUATE WS-ITEM-NAME
               WHEN "DESC"
                   IF WS-TRN-REST(41:120) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "DESCRIPTION LONGER THAN 40"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TRIM(WS-TRN-REST) = "NONE"
                       MOVE SPACES TO LHD-DESC
                       MOVE "DESC CLEARED" TO WS-CHANGE-TEXT
                   ELSE
                       MOVE WS-TRN-REST TO LHD-DESC
                       STRING "DESC=" FUNCTION TRIM(WS-TRN-REST)
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                       END-STRING
                   END-IF
               WHEN "REQUESTER"
                   MOVE WS-TRN-REST TO WS-ITEM-VALUE
                   IF WS-ITEM-VALUE(25:36) NOT = SPACES
                      OR WS-TRN-REST(61:100) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "REQUESTER LONGER THAN 24"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   STRING "REQUESTER " FUNCTION TRIM(LHD-REQUESTER)
                          "->" FUNCTION TRIM(WS-ITEM-VALUE)
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
                   MOVE WS-ITEM-VALUE TO LHD-REQUESTER
               WHEN "RELEASE"
                   MOVE WS-TRN-REST TO WS-ITEM-VALUE
                   PERFORM CHANGE-RELEASE-DATE
               WHEN OTHER
                   MOVE WS-TRN-REST TO WS-ITEM-VALUE
                   IF WS-TRN-REST(61:100) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "CHANGE VALUE TOO LONG"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM APPLY-SCOPE-ITEM
                   IF WS-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM VALIDATE-HOLD-SCOPE
           END-EVALUATE
           IF NOT WS-REJECT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *    CHANGE ... RELEASE <date|NONE>: move a release date, set
      *    one, or (NONE) lift one -- a released hold can be put back
      *    in force this way.
       CHANGE-RELEASE-DATE.
           IF FUNCTION TRIM(WS-ITEM-VALUE) = "NONE"
               IF LHD-RELEASE-DATE = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "HOLD HAS NO RELEASE DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               STRING "RELEASE " LHD-RELEASE-DATE "->NONE"
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               END-STRING
               MOVE SPACES TO LHD-RELEASE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-VALUE TO WS-DATE-IN
           PERFORM VALIDATE-RELEASE-DATE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF LHD-RELEASE-DATE = SPACES
               STRING "RELEASE NONE->" WS-ITEM-VALUE(1:8)
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               END-STRING
           ELSE
               STRING "RELEASE " LHD-RELEASE-DATE "->"
                      WS-ITEM-VALUE(1:8)
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               END-STRING
           END-IF
           MOVE WS-ITEM-VALUE(1:8) TO LHD-RELEASE-DATE.

      *    RELEASE <hold-id> [<release-date>] -- the run date when
      *    omitted.  A hold already carrying a release date is
      *    refused; CHANGE ... RELEASE moves it.
       APPLY-RELEASE.
           IF NOT WS-ON-FILE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RELEASE OF UNKNOWN HOLD" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF LHD-RELEASE-DATE NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "HOLD ALREADY HAS A RELEASE DATE"
                   TO WS-REJECT-REASON
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
           PERFORM VALIDATE-RELEASE-DATE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-ARG-1(1:8) TO LHD-RELEASE-DATE
           ADD 1 TO WS-RELEASE-COUNT
           STRING "RELEASED FROM " LHD-RELEASE-DATE
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-STRING.

      *    One scope item, WS-ITEM-NAME / WS-ITEM-VALUE, applied to
      *    the hold; what it changed is added to WS-CHANGE-TEXT.
       APPLY-SCOPE-ITEM.
           IF WS-ITEM-VALUE = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               STRING FUNCTION TRIM(WS-ITEM-NAME) " WITHOUT A VALUE"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ITEM-NAME
               WHEN "PROGRAM"
                   MOVE LHD-PROGRAM TO WS-ITEM-OLD
                   IF WS-ITEM-VALUE = "NONE"
                       MOVE SPACES TO LHD-PROGRAM
                   ELSE
                       IF WS-ITEM-VALUE(9:52) NOT = SPACES
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "PROGRAM LONGER THAN 8"
                               TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-ITEM-VALUE TO LHD-PROGRAM
                   END-IF
               WHEN "FROM"
                   MOVE LHD-FROM-DATE TO WS-ITEM-OLD
                   IF WS-ITEM-VALUE = "NONE"
                       MOVE SPACES TO LHD-FROM-DATE
                   ELSE
                       MOVE WS-ITEM-VALUE TO WS-DATE-IN
                       PERFORM VALIDATE-DATE-TOKEN
                       IF NOT WS-DATE-OK
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "INVALID FROM DATE"
                               TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-ITEM-VALUE(1:8) TO LHD-FROM-DATE
                   END-IF
               WHEN "TO"
                   MOVE LHD-TO-DATE TO WS-ITEM-OLD
                   IF WS-ITEM-VALUE = "NONE"
                       MOVE SPACES TO LHD-TO-DATE
                   ELSE
                       MOVE WS-ITEM-VALUE TO WS-DATE-IN
                       PERFORM VALIDATE-DATE-TOKEN
                       IF NOT WS-DATE-OK
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "INVALID TO DATE" TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-ITEM-VALUE(1:8) TO LHD-TO-DATE
                   END-IF
               WHEN "ACCOUNT"
                   MOVE LHD-ACCOUNT TO WS-ITEM-OLD
                   IF WS-ITEM-VALUE = "NONE"
                       MOVE SPACES TO LHD-ACCOUNT
                   ELSE
                       IF WS-ITEM-VALUE(17:44) NOT = SPACES
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "ACCOUNT LONGER THAN 16"
                               TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-ITEM-VALUE TO LHD-ACCOUNT
                   END-IF
               WHEN "PROVIDER"
                   MOVE LHD-PROVIDER TO WS-ITEM-OLD
                   IF WS-ITEM-VALUE = "NONE"
                       MOVE SPACES TO LHD-PROVIDER
                   ELSE
                       IF WS-ITEM-VALUE(9:52) NOT = SPACES
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "PROVIDER LONGER THAN 8"
                               TO WS-REJECT-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-ITEM-VALUE TO LHD-PROVIDER
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-SW
                   STRING "UNKNOWN HOLD FIELD "
                          FUNCTION TRIM(WS-ITEM-NAME)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-ITEM-OLD = SPACES
               MOVE "NONE" TO WS-ITEM-OLD
           END-IF
           IF WS-TRN-VERB = "ADD"
               EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-ITEM-NAME) " "
                  FUNCTION TRIM(WS-ITEM-OLD) "->"
                  FUNCTION TRIM(WS-ITEM-VALUE) " "
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               WITH POINTER WS-CHANGE-PTR
           END-STRING.

      *    What is left after an ADD or CHANGE must still be a hold:
      *    some scope, and a date range that runs forwards.
       VALIDATE-HOLD-SCOPE.
           IF LHD-PROGRAM = SPACES AND LHD-FROM-DATE = SPACES
              AND LHD-TO-DATE = SPACES AND LHD-ACCOUNT = SPACES
              AND LHD-PROVIDER = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "HOLD HAS NO SCOPE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF LHD-FROM-DATE NOT = SPACES AND LHD-TO-DATE NOT = SPACES
              AND LHD-FROM-DATE > LHD-TO-DATE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-REASON
           END-IF.

      *    WS-DATE-IN as a release date: a real date, not before the
      *    hold was placed.
       VALIDATE-RELEASE-DATE.
           PERFORM VALIDATE-DATE-TOKEN
           IF NOT WS-DATE-OK
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID RELEASE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF LHD-PLACED-DATE NOT = SPACES
              AND WS-DATE-IN(1:8) < LHD-PLACED-DATE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RELEASE BEFORE HOLD WAS PLACED"
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

      *    The transaction line, then the hold's BEFORE image and --
      *    when it was applied -- its AFTER image.
       WRITE-TRANSACTION-LISTING.
           MOVE SPACES TO HM-RPT-REC
           IF WS-REJECT
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " HOLD=" WS-TRN-KEY-TOKEN(1:12)
                      " *** REJECTED *** "
                      FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO HM-RPT-REC
               END-STRING
           ELSE
               STRING "TXN=" WS-TRN-NUM " " WS-TRN-VERB
                      " HOLD=" WS-TRN-KEY-TOKEN(1:12)
                      " APPLIED " FUNCTION TRIM(WS-CHANGE-TEXT)
                   DELIMITED BY SIZE INTO HM-RPT-REC
               END-STRING
           END-IF
           WRITE HM-RPT-REC

           MOVE "  BEFORE: " TO WS-IMAGE-LABEL
           IF WS-WAS-ON-FILE
               MOVE WS-BEFORE-REC TO WS-IMAGE-REC
               PERFORM WRITE-HOLD-IMAGE
           ELSE
               MOVE SPACES TO HM-RPT-REC
               STRING WS-IMAGE-LABEL "NOT ON REGISTER"
                   DELIMITED BY SIZE INTO HM-RPT-REC
               END-STRING
               WRITE HM-RPT-REC
           END-IF
           IF NOT WS-REJECT
               MOVE "  AFTER:  " TO WS-IMAGE-LABEL
               MOVE LEGAL-HOLD-REC TO WS-IMAGE-REC
               PERFORM WRITE-HOLD-IMAGE
           END-IF.

      *    Two lines per image, positioned on the HOLDREC layout.
       WRITE-HOLD-IMAGE.
           MOVE SPACES TO HM-RPT-REC
           STRING WS-IMAGE-LABEL
                  "REQUESTER=" WS-IMAGE-REC(13:24)
                  " PROGRAM=" WS-IMAGE-REC(37:8)
                  " FROM=" WS-IMAGE-REC(45:8)
                  " TO=" WS-IMAGE-REC(53:8)
                  " ACCOUNT=" WS-IMAGE-REC(61:16)
                  " PROVIDER=" WS-IMAGE-REC(77:8)
               DELIMITED BY SIZE INTO HM-RPT-REC
           END-STRING
           WRITE HM-RPT-REC
           MOVE SPACES TO HM-RPT-REC
           STRING "          "
                  "PLACED=" WS-IMAGE-REC(85:8)
                  " RELEASE=" WS-IMAGE-REC(93:8)
                  " MAINT=" WS-IMAGE-REC(141:8)
                  " DESC=" WS-IMAGE-REC(101:40)
               DELIMITED BY SIZE INTO HM-RPT-REC
           END-STRING
           WRITE HM-RPT-REC.

      *    One 'D' record per transaction, applied or rejected,
      *    under this program's own id: the transaction as keyed,
      *    and what it changed or why it was refused.
       WRITE-CHANGE-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "HOLDMNT" TO AUD-PROGRAM-ID
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
           MOVE SPACES TO HM-RPT-REC
           STRING "TOTAL    TRANSACTIONS=" WS-TRN-COUNT
                  " APPLIED=" WS-APPLIED-COUNT
                  " (ADDED=" WS-ADD-COUNT
                  " CHANGED=" WS-CHANGE-COUNT
                  " RELEASED=" WS-RELEASE-COUNT
                  ") REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO HM-RPT-REC
           END-STRING
           WRITE HM-RPT-REC
           MOVE SPACES TO HM-RPT-REC
           STRING "REGISTER READ=" WS-REG-IN-COUNT
                  " COMMENTS DROPPED=" WS-REG-COMMENT-COUNT
                  " DUPLICATES DROPPED=" WS-REG-DUP-COUNT
                  " WRITTEN=" WS-REG-OUT-COUNT
               DELIMITED BY SIZE INTO HM-RPT-REC
           END-STRING
           WRITE HM-RPT-REC.

       END PROGRAM HOLDMNT.
