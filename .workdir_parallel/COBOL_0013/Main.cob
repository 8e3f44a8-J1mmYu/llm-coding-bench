           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
      *    Account-balance master for ledger mode: one keyed record
      *    per account (BALMREC), read and rewritten by account as
      *    each posting lands, so a night's cost follows the postings
      *    rather than the size of the book.  BIGBALO still receives
      *    tonight's closing positions -- one 520-byte record per
      *    account, unloaded from the master in key order at close --
      *    as the balance-forward generation the statement, replay
      *    and export jobs read.
           SELECT BIG-BALM-FILE ASSIGN TO "BIGBALM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BALM-ACCOUNT
               FILE STATUS IS WS-BALM-STATUS.
      *    Account reference master (ACCTREC), maintained by
      *    ACCTMNT: read by key before every posting, so only an
      *    account that exists, is active and open on the run date
      *    takes a posting, and never below its overdraft floor.
           SELECT BIG-ACCT-FILE ASSIGN TO "BIGACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-STATUS.
      *    Reversal register: one entry per reversed posting, keyed
      *    on the original's run date and BIGOUT line number, so a
      *    posting can be reversed once and only once.  BIGHIST is
      *    the LEDGER.OUT history an RV record's original is looked
      *    up in.
           SELECT BIG-REV-FILE ASSIGN TO "BIGREV"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT BIG-HIST-FILE ASSIGN TO "BIGHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BIG-BALO-FILE ASSIGN TO "BIGBALO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALO-STATUS.
           SELECT BIG-STAND-FILE ASSIGN TO "BIGSTAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAND-STATUS.
      *    Closed-period markers from the month-end close: nothing
      *    is posted, injected or written off on a run date inside a
      *    closed period.  Absent means no period has been closed.
           SELECT BIG-PCLS-FILE ASSIGN TO "BIGPCLS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
      *    Suite-wide keyword parameter dataset, read through the
      *    shared UTILPARM entry point: keyword=value records in any
      *    order, the same syntax every utility in the suite takes.
           SELECT UTIL-PARM-FILE ASSIGN TO "UTILPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      *    Duplicate history: one fingerprint (DUPHREC) per TR
      *    posted, keyed on the fingerprint so a TR's earlier
      *    postings are read by key.  Empty means no history yet.
           SELECT BIG-DUP-FILE ASSIGN TO "BIGDUP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DPH-KEY
               FILE STATUS IS WS-DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    appended to the one audit dataset all five utilities share
      *    (request 024).
           COPY AUDITREC.
       FD  BIG-BALM-FILE.
           COPY BALMREC.
       FD  BIG-ACCT-FILE.
           COPY ACCTREC.
       FD  BIG-REV-FILE.
           COPY REVREC.
       FD  BIG-HIST-FILE
           RECORD IS VARYING FROM 1 TO 1050 DEPENDING ON
               WS-HIST-REC-LEN.
       01  BIG-HIST-REC            PIC X(1050).
       FD  BIG-BALO-FILE.
       01  BIG-BALO-REC            PIC X(520).
       FD  BIG-SUSI-FILE.
           COPY REJFBREC.
       FD  BIG-STAND-FILE.
       01  BIG-STAND-REC           PIC X(120).
       FD  BIG-PCLS-FILE.
           COPY PCLSREC.
       FD  UTIL-PARM-FILE.
       01  UTIL-PARM-REC           PIC X(80).
       FD  BIG-DUP-FILE.
           COPY DUPHREC.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
      *    Fourth token for the account-keyed ledger forms, where a
      *    TR record runs "TR account op amount".
       01  WS-TOKEN-4              PIC X(510).
      *    Fifth token: the provider's reference trailing a keyed
      *    TR record.
       01  WS-TOKEN-5              PIC X(20).

       01  WS-FBK-STATUS           PIC XX.
       01  WS-REJECT-SW            PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-FINAL-RC              PIC 9(4) VALUE 0.

      *    The latest closed period's last day.  A run date on or
      *    before it is a closed-period night: keyed records reject
      *    (and so wait in suspense for the first open night),
      *    standing orders due tonight are rejected without
      *    posting, and approved write-offs are held in suspense --
      *    each one recorded on the audit trail.
       01  WS-PCLS-STATUS           PIC XX.
       01  WS-PCLS-EOF-SW           PIC X.
           88  WS-PCLS-EOF          VALUE 'Y'.
       01  WS-CLOSED-THRU           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X VALUE 'N'.
           88  WS-PERIOD-CLOSED     VALUE 'Y'.
       01  WS-WOFF-HELD-SW          PIC X VALUE 'N'.
           88  WS-WOFF-HELD         VALUE 'Y'.
       01  WS-CLOSED-HELD-COUNT     PIC 9(9) VALUE 0.

      *    Ledger mode, entered when BIGIN's first record is typed:
      *        OB [account] <amount>        opening balance
      *        TR [account] <op> <amount> [reference]
      *                                     one transaction (+, -, *)
      *        RV [account] <date> <line>   reverse an earlier posting
      *        EC [account] <amount>        expected closing balance
      *    The account token is optional for compatibility: a record
      *    whose second token is an operator or whose amount is the
      *    last token posts to the blank default account, so a legacy
      *    single-balance BIGIN runs unchanged.  One run now carries
      *    every account: each account's running balance starts from
      *    its record on the BIGBALM master (an explicit OB
      *    overrides it), flows through BIGCALC one transaction at a
      *    time, and is rewritten to the master as it moves.
      *    FINISH-LEDGER-RUN browses the master once in key order to
      *    balance and report each account separately, with a
      *    control-break total across accounts, and unloads BIGBALO
      *    for the balance-forward history; any account's EC
      *    mismatch ends the run with RETURN-CODE 12.  Untyped
      *    records keep the original isolated-pair behavior.
       01  WS-BALM-STATUS           PIC XX.
       01  WS-BALO-STATUS           PIC XX.
       01  WS-LEDGER-MODE-SW        PIC X VALUE 'N'.
           88  WS-LEDGER-MODE       VALUE 'Y'.
       01  WS-BAL-DIFF              PIC X(1011).
       01  WS-RESULT-TRIM-LEN       PIC 9(5).

      *    The master holds one record per account.  A BALFWD record
      *    is 520 bytes -- account key in columns 1-16, balance from
      *    column 18 -- and the master's balance field is the same
      *    503 bytes, so a balance longer than that cannot be carried
      *    forward and is treated as a balance overflow, the same
      *    severity as the operand guard.  The blank key is the
      *    default account legacy keyless records post to; its BALO
      *    record leads with spaces, which reads back identically.
      *    A master that will not open or take a write leaves the
      *    books unposted -- RETURN-CODE 16, whatever else the run
      *    saw.
       01  MAX-BALFWD-LEN           PIC 9(4) VALUE 503.
       01  WS-ACCT-COUNT            PIC 9(9) VALUE 0.
       01  WS-ACCT-FOUND-SW         PIC X.
           88  WS-ACCT-FOUND        VALUE 'Y'.
       01  WS-ACCT-NEW-SW           PIC X VALUE 'N'.
           88  WS-ACCT-NEW          VALUE 'Y'.
       01  WS-BALM-FAILED-SW        PIC X VALUE 'N'.
           88  WS-BALM-FAILED       VALUE 'Y'.
       01  WS-BALM-EOF-SW           PIC X.
           88  WS-BALM-EOF          VALUE 'Y'.

      *    Account reference check.  The balance master no longer
      *    creates an account on first sight: a posting to an
      *    account missing from BIGACCT, frozen, closed, or not open
      *    until after the run date is rejected with that reason and
      *    suspends like any other reject, so a mistyped account
      *    waits in suspense instead of opening a book.  An EC only
      *    needs the account to exist.  A posting that would leave
      *    the balance below the account's floor AND lower than it
      *    was is rejected too -- a credit to an account already
      *    under its floor still posts.  The floor test is a
      *    BIGCALC subtraction (new balance minus floor) and a look
      *    at the sign of the difference.
       01  WS-ACM-STATUS            PIC XX.
       01  WS-ACM-POSTING-SW        PIC X.
           88  WS-ACM-POSTING       VALUE 'Y'.
       01  WS-FLOOR-NUM-1           PIC X(510).
       01  WS-FLOOR-NUM-2           PIC X(510).
       01  WS-FLOOR-DIFF            PIC X(1011).
       01  WS-FLOOR-RC              PIC S9(4) COMP-5.
       01  WS-FLOOR-OVFL-SW         PIC X.
       01  WS-BELOW-FLOOR-SW        PIC X.
           88  WS-BELOW-FLOOR       VALUE 'Y'.

      *    Reversal.  "RV [account] <run-date> <line>" names a
      *    posting from an earlier night by its BIGOUT run date and
      *    line number -- the fifth token on every movement line.
      *    The original is looked up in the LEDGER.OUT history on
      *    BIGHIST; its account must be the RV's account, it must
      *    be a + or - movement, and it must not already be on the
      *    reversal register (nor reversed earlier tonight).  The
      *    exact negation then posts through the ordinary
      *    transaction path, flagged REVERSAL.  Tonight's reversals
      *    are held here and written to the register only once the
      *    ledger has closed out cleanly, so a run that fails part-
      *    way and is restarted from a reloaded master finds none of
      *    them registered.
       01  WS-REV-STATUS            PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-HIST-REC-LEN          PIC 9(4).
       01  WS-REV-OPEN-SW           PIC X VALUE 'N'.
           88  WS-REV-OPEN          VALUE 'Y'.
       01  WS-OUT-LINE-NUM          PIC 9(9) VALUE 0.
       01  WS-OUT-LINE-DISP         PIC Z(8)9.
       01  WS-RV-DATE               PIC X(8).
       01  WS-RV-LINE-TXT           PIC X(16).
       01  WS-RV-LINE               PIC 9(9).
       01  WS-HIST-TOKEN-1          PIC X(16).
       01  WS-HIST-TOKEN-2          PIC X(8).
       01  WS-HIST-TOKEN-3          PIC X(511).
       01  WS-HIST-TOKEN-4          PIC X(510).
       01  WS-HIST-TOKEN-5          PIC X(16).
       01  WS-HIST-ACCT             PIC X(16).
       01  WS-HIST-EOF-SW           PIC X.
           88  WS-HIST-EOF          VALUE 'Y'.
       01  WS-HIST-FOUND-SW         PIC X.
           88  WS-HIST-FOUND        VALUE 'Y'.
       01  MAX-REVERSALS            PIC 9(4) VALUE 500.
       01  WS-RVP-COUNT             PIC 9(4) VALUE 0.
       01  WS-RVP-TABLE.
           05  WS-RVP-ENTRY OCCURS 500 TIMES.
               10  WS-RVP-DATE      PIC X(8).
               10  WS-RVP-LINE      PIC 9(9).
               10  WS-RVP-ACCT      PIC X(16).
               10  WS-RVP-OP        PIC X.
               10  WS-RVP-AMOUNT    PIC X(60).
               10  WS-RVP-REV-LINE  PIC 9(9).
       01  WS-RVP-IDX               PIC 9(4).
       01  WS-RVP-DUP-SW            PIC X.
           88  WS-RVP-DUP           VALUE 'Y'.
       01  WS-REV-COUNT             PIC 9(9) VALUE 0.

      *    Duplicate detection.  Every TR that posts is remembered by
      *    its fingerprint -- account, operator, amount and the
      *    provider's reference -- for DUP-DAYS nights (parameter,
      *    default 35).  A TR carrying a reference whose fingerprint
      *    is already remembered, from an earlier night or earlier
      *    in tonight's input, is suspended as a possible duplicate
      *    of that posting instead of posting again; without a
      *    reference a repeated amount is ordinary business (the
      *    same rent every month) and is not judged record by
      *    record.  Before anything is opened for posting, the
      *    whole of BIGIN is compared with each remembered night
      *    line for line: when DUP-FILE-PCT percent (default 90) or
      *    more of tonight's TR records match that night's at the
      *    same line, the file is a redelivery and the step stops
      *    with RETURN-CODE 14, nothing posted.  DUP-FILE-PCT=0
      *    turns that test off.  Tonight's fingerprints go on as
      *    they post, pending, and are committed at the end only
      *    when the balance master came through cleanly, as with the
      *    reversal register; otherwise they are taken off again, so
      *    the rerun does not find its own postings.
       01  WS-DUP-STATUS            PIC XX.
       01  WS-DUP-OPEN-SW           PIC X VALUE 'N'.
           88  WS-DUP-OPEN          VALUE 'Y'.
       01  WS-DUP-SCAN-SW           PIC X.
           88  WS-DUP-SCAN-DONE     VALUE 'Y'.
       01  WS-DUP-FOUND-SW          PIC X.
           88  WS-DUP-FOUND         VALUE 'Y'.
       01  WS-DUP-FINGERPRINT       PIC X(97).
       01  WS-DUP-DAYS              PIC 9(4) VALUE 35.
       01  WS-DUP-FILE-PCT          PIC 9(3) VALUE 90.
       01  WS-DUP-ADDED-COUNT       PIC 9(9) VALUE 0.
       01  WS-DUP-AGED-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUP-DROPPED-COUNT     PIC 9(9) VALUE 0.
       01  WS-DUP-KEEP-SW           PIC X.
           88  WS-DUP-KEEP          VALUE 'Y'.
       01  WS-DUP-USABLE-SW         PIC X.
           88  WS-DUP-USABLE        VALUE 'Y'.
       01  WS-DUP-DATE-NUM          PIC 9(8).
       01  WS-DUP-RUN-DAY           PIC S9(9) COMP-5.
       01  WS-DUP-ENTRY-DAY         PIC S9(9) COMP-5.
       01  WS-DUP-SUSPECT-COUNT     PIC 9(9) VALUE 0.
       01  WS-DUP-LINE-DISP         PIC Z(8)9.
      *    The whole-file comparison: tonight's TR records, and how
      *    many of them each remembered night holds at the same line.
       01  WS-PRE-EOF-SW            PIC X.
           88  WS-PRE-EOF           VALUE 'Y'.
       01  WS-PRE-LEDGER-SW         PIC X.
           88  WS-PRE-LEDGER        VALUE 'Y'.
       01  WS-PRE-LINE              PIC 9(9).
       01  WS-PRE-TR-COUNT          PIC 9(9).
       01  MAX-DUP-NIGHTS           PIC 9(3) VALUE 400.
       01  WS-DN-COUNT              PIC 9(3) VALUE 0.
       01  WS-DN-TABLE.
           05  WS-DN-ENTRY OCCURS 400 TIMES.
               10  WS-DN-DATE       PIC X(8).
               10  WS-DN-MATCHED    PIC 9(9).
       01  WS-DN-IDX                PIC 9(3).
       01  WS-DN-BEST               PIC 9(3).
       01  WS-FILE-REPEATED-SW      PIC X VALUE 'N'.
           88  WS-FILE-REPEATED     VALUE 'Y'.
       01  WS-REPEAT-MATCHED        PIC Z(8)9.
       01  WS-REPEAT-OF             PIC Z(8)9.

      *    The current ledger record, normalized out of the raw
      *    tokens by RESOLVE-LEDGER-ACCOUNT so the apply paragraphs
       01  WS-LEDG-ACCT             PIC X(16).
       01  WS-LEDG-OP               PIC X.
       01  WS-LEDG-AMT              PIC X(510).
       01  WS-LEDG-REF              PIC X(20).
       01  WS-ACCT-DISP             PIC X(16).
       01  WS-GRAND-CLOSE           PIC X(510).
       01  WS-TXN-DISP              PIC ZZZZZZZZ9.
       01  WS-ACCT-COUNT-DISP       PIC ZZZZZZZZ9.

      *    Allocation (proration) state.  An "AL <amount> <n-ways>"
      *    record opens an allocation and the next n "SH <account>
      *    A MONTHLY due day past the month's end clamps to the last
      *    day of the month, and the previous month's due date is
      *    checked too, so a month-end order that rolls across the
      *    month boundary still posts exactly once.  The due
      *    judgment itself is BIGSODUE's, shared with the cross-step
      *    balancing job so both agree on which orders fell due.
       01  WS-STAND-STATUS          PIC XX.
       01  WS-STAND-EOF-SW          PIC X.
           88  WS-STAND-EOF         VALUE 'Y'.
       01  WS-STAND-COUNT           PIC 9(9) VALUE 0.
       01  WS-SO-OP                 PIC X(4).
       01  WS-SO-AMT                PIC X(510).
       01  WS-SO-ACCT               PIC X(16).
       01  WS-SO-RC                 PIC S9(4) COMP-5.
      *    Full-width zero operand -- BIGCALC's LINKAGE reads 510
      *    bytes, so a 1-byte literal must never be passed to it.
       01  WS-ZERO-OPERAND          PIC X(510) VALUE "0".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    A BIGIN that repeats an earlier night is refused before
      *    the balance master is even opened, so nothing can post.
           PERFORM OPEN-DUPLICATE-HISTORY
           PERFORM CHECK-FOR-REPEATED-FILE
           IF WS-FILE-REPEATED
               PERFORM REFUSE-REPEATED-FILE
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BIG-BALM-FILE
           IF WS-BALM-STATUS NOT = "00"
               DISPLAY "BIGINT-ADD: UNABLE TO OPEN BIGBALM, STATUS="
                   WS-BALM-STATUS
               CLOSE BIG-IN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BIG-ACCT-FILE
           IF WS-ACM-STATUS NOT = "00"
               DISPLAY "BIGINT-ADD: UNABLE TO OPEN BIGACCT, STATUS="
                   WS-ACM-STATUS
               CLOSE BIG-IN-FILE BIG-BALM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    The register is only needed for RV records; one that will
      *    not open rejects those alone, not the whole night.
           OPEN I-O BIG-REV-FILE
           IF WS-REV-STATUS = "35"
               OPEN OUTPUT BIG-REV-FILE
               CLOSE BIG-REV-FILE
               OPEN I-O BIG-REV-FILE
           END-IF
           IF WS-REV-STATUS = "00"
               MOVE 'Y' TO WS-REV-OPEN-SW
           ELSE
               DISPLAY "BIGINT-ADD: REVERSAL REGISTER BIGREV "
                   "UNAVAILABLE, STATUS=" WS-REV-STATUS
           END-IF
           OPEN OUTPUT BIG-OUT-FILE
           OPEN OUTPUT BIG-RPT-FILE
           OPEN OUTPUT BIG-SUSO-FILE
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           PERFORM READ-CLOSED-PERIODS

           PERFORM UNTIL WS-EOF
               READ BIG-IN-FILE
           IF WS-LEDGER-MODE
               PERFORM FINISH-LEDGER-RUN
           END-IF
           IF WS-RVP-COUNT > 0 AND NOT WS-BALM-FAILED
               PERFORM REGISTER-TONIGHTS-REVERSALS
           END-IF
           PERFORM MAINTAIN-DUPLICATE-HISTORY

           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO WS-FINAL-RC
           IF WS-CLOSE-MISMATCH
               MOVE 12 TO WS-FINAL-RC
           END-IF
           IF WS-BALM-FAILED
               MOVE 16 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-AUDIT-TRAILER

           CLOSE BIG-IN-FILE BIG-OUT-FILE BIG-BALM-FILE
           CLOSE BIG-ACCT-FILE
           IF WS-REV-OPEN
               CLOSE BIG-REV-FILE
           END-IF
           CLOSE BIG-SUSO-FILE BIG-AGE-FILE
           CLOSE BIG-WOFF-FILE BIG-WADJ-FILE BIG-FBK-FILE
           PERFORM WRITE-CONTROL-TOTALS
               " AGED=" WS-AGED-COUNT
               " STANDING=" WS-STAND-COUNT
               " WRITTEN-OFF=" WS-WOFF-COUNT
               " REVERSED=" WS-REV-COUNT
               " CLOSED-PERIOD=" WS-CLOSED-HELD-COUNT
               " DUPLICATES=" WS-DUP-SUSPECT-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    The latest closed-through date on BIGPCLS, and whether
      *    tonight falls on or before it.
       READ-CLOSED-PERIODS.
           OPEN INPUT BIG-PCLS-FILE
           IF WS-PCLS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PCLS-EOF-SW
           PERFORM UNTIL WS-PCLS-EOF
               READ BIG-PCLS-FILE
                   AT END
                       MOVE 'Y' TO WS-PCLS-EOF-SW
                   NOT AT END
                       IF PCL-CLOSED-THRU IS NUMERIC
                          AND (WS-CLOSED-THRU = SPACES
                               OR PCL-CLOSED-THRU > WS-CLOSED-THRU)
                           MOVE PCL-CLOSED-THRU TO WS-CLOSED-THRU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIG-PCLS-FILE
           IF WS-CLOSED-THRU NOT = SPACES
              AND WS-RUN-DATE NOT > WS-CLOSED-THRU
               MOVE 'Y' TO WS-PERIOD-CLOSED-SW
               DISPLAY "BIGINT-ADD: RUN DATE " WS-RUN-DATE
                   " IS IN A PERIOD CLOSED THROUGH " WS-CLOSED-THRU
                   " -- NOTHING WILL POST"
           END-IF.

       READ-PARM-FILE.
           OPEN INPUT UTIL-PARM-FILE
           IF WS-PRM-STATUS NOT = "00"
                   IF WS-WOFF-LIMIT = 0
                       MOVE 6 TO WS-WOFF-LIMIT
                   END-IF
               WHEN "DUP-DAYS"
                   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                       TO WS-DUP-DAYS
                   IF WS-DUP-DAYS = 0
                       MOVE 35 TO WS-DUP-DAYS
                   END-IF
               WHEN "DUP-FILE-PCT"
                   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                       TO WS-DUP-FILE-PCT
                   IF WS-DUP-FILE-PCT > 100
                       MOVE 100 TO WS-DUP-FILE-PCT
                   END-IF
               WHEN OTHER
                   DISPLAY "BIGINT-ADD: UNKNOWN PARAMETER IGNORED: "
                       FUNCTION TRIM(WS-PRM-KEYWORD)
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-OP-FIELD
               WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4 WS-TOKEN-5

           UNSTRING BIG-IN-REC DELIMITED BY ALL SPACES
               INTO WS-FIELD-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                    WS-TOKEN-5
           END-UNSTRING

           IF WS-LINE-NUM = 1
              AND (WS-FIELD-1(1:3) = "OB "
                   OR WS-FIELD-1(1:3) = "TR "
                   OR WS-FIELD-1(1:3) = "EC "
                   OR WS-FIELD-1(1:3) = "AL "
                   OR WS-FIELD-1(1:3) = "RV ")
               MOVE 'Y' TO WS-LEDGER-MODE-SW
           END-IF

           IF WS-LEDGER-MODE
           END-IF
           PERFORM WRITE-AUDIT-DETAIL.

      *    Read the master record for WS-LEDG-ACCT, or start a new
      *    zero-balanced one (written by STORE-ACCOUNT-ENTRY when it
      *    first moves).  The first touch in a run also opens the
      *    record's run fields, so BALM-OPENING holds the position
      *    the night started from.
       LOCATE-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE 'N' TO WS-ACCT-NEW-SW
           IF WS-BALM-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEDG-ACCT TO BALM-ACCOUNT
           READ BIG-BALM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-BALM-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
                   IF BALM-RUN-ID NOT = WS-RUN-ID
                       PERFORM START-ACCOUNT-RUN
                   END-IF
               WHEN "23"
                   MOVE SPACES TO BALANCE-MASTER-REC
                   MOVE WS-LEDG-ACCT TO BALM-ACCOUNT
                   MOVE "0" TO BALM-BALANCE
                   PERFORM START-ACCOUNT-RUN
                   MOVE 'Y' TO WS-ACCT-NEW-SW
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               WHEN OTHER
                   PERFORM REPORT-MASTER-FAILURE
           END-EVALUATE.

       START-ACCOUNT-RUN.
           MOVE BALM-BALANCE TO BALM-OPENING
           MOVE SPACES TO BALM-EXPECTED
           MOVE 'N' TO BALM-EXP-SW
           MOVE 0 TO BALM-TXN-COUNT
           MOVE WS-RUN-ID TO BALM-RUN-ID.

      *    The located record back onto the master: a new account is
      *    written, a known one rewritten in place.
       STORE-ACCOUNT-ENTRY.
           IF WS-ACCT-NEW
               WRITE BALANCE-MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'N' TO WS-ACCT-NEW-SW
           ELSE
               REWRITE BALANCE-MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-BALM-STATUS NOT = "00"
               PERFORM REPORT-MASTER-FAILURE
           END-IF.

       REPORT-MASTER-FAILURE.
           IF NOT WS-BALM-FAILED
               DISPLAY "BIGINT-ADD: *** ERROR *** BALANCE MASTER "
                   "I/O FAILED, STATUS=" WS-BALM-STATUS
                   " ACCT=" BALM-ACCOUNT
           END-IF
           MOVE 'Y' TO WS-BALM-FAILED-SW
           MOVE 'N' TO WS-ACCT-FOUND-SW.

      *    Normalize the raw tokens of one OB/TR/EC record into
      *    account, operator and amount.  The account token is
           MOVE SPACES TO WS-LEDG-ACCT
           MOVE SPACE TO WS-LEDG-OP
           MOVE SPACES TO WS-LEDG-AMT
           MOVE SPACES TO WS-LEDG-REF
           IF WS-FIELD-1(1:3) = "TR "
               IF WS-TOKEN-2(1:1) = '+' OR WS-TOKEN-2(1:1) = '-'
                  OR WS-TOKEN-2(1:1) = '*'
                   MOVE WS-TOKEN-2(1:1) TO WS-LEDG-OP
                   MOVE WS-TOKEN-3 TO WS-LEDG-AMT
                   MOVE WS-TOKEN-4(1:20) TO WS-LEDG-REF
               ELSE
                   MOVE WS-TOKEN-2(1:16) TO WS-LEDG-ACCT
                   MOVE WS-TOKEN-3(1:1) TO WS-LEDG-OP
                   MOVE WS-TOKEN-4 TO WS-LEDG-AMT
                   MOVE WS-TOKEN-5 TO WS-LEDG-REF
               END-IF
           ELSE
               IF WS-TOKEN-3 = SPACES

       PROCESS-LEDGER-RECORD.
           PERFORM RESOLVE-LEDGER-ACCOUNT
           IF WS-PERIOD-CLOSED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RUN DATE IN CLOSED PERIOD" TO WS-REJECT-REASON
               ADD 1 TO WS-CLOSED-HELD-COUNT
           ELSE
               PERFORM DISPATCH-LEDGER-RECORD
           END-IF

           IF WS-REJECT
               ADD 1 TO WS-ERROR-COUNT
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
               DISPLAY "BIGINT-ADD: *** ERROR *** LINE " WS-LINE-NUM
                   " " FUNCTION TRIM(WS-REJECT-REASON)
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-OK-COUNT
           END-IF.

       DISPATCH-LEDGER-RECORD.
           EVALUATE WS-FIELD-1(1:3)
               WHEN "OB "
                   PERFORM APPLY-OPENING-BALANCE
               WHEN "TR "
                   PERFORM CHECK-DUPLICATE-TRANSACTION
                   IF NOT WS-REJECT
                       PERFORM APPLY-ONE-TRANSACTION
                       IF NOT WS-REJECT
                           PERFORM REMEMBER-POSTED-TRANSACTION
                       END-IF
                   END-IF
               WHEN "EC "
                   PERFORM APPLY-EXPECTED-CLOSE
               WHEN "AL "
                   PERFORM OPEN-ALLOCATION
               WHEN "SH "
                   PERFORM STORE-ALLOCATION-SHARE
               WHEN "RV "
                   PERFORM APPLY-REVERSAL
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "UNKNOWN LEDGER RECORD TYPE"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       APPLY-EXPECTED-CLOSE.
           IF WS-LEDG-AMT = SPACES
               MOVE "EC WITHOUT AMOUNT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *    The expected figure is held on the master beside the
      *    balance, so it gets the same 503-byte cap.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LEDG-AMT))
                  > MAX-BALFWD-LEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE OVERFLOW" TO WS-REJECT-REASON
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACM-POSTING-SW
           PERFORM CHECK-ACCOUNT-REFERENCE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF NOT WS-ACCT-FOUND
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO BALM-EXP-SW
           MOVE SPACES TO BALM-EXPECTED
           MOVE FUNCTION TRIM(WS-LEDG-AMT) TO BALM-EXPECTED
           PERFORM STORE-ACCOUNT-ENTRY
           IF WS-BALM-FAILED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *    The account's balance as of the EC record, so BIGOUT
      *    keeps its one-record-per-input-line shape and the handoff
      *    reconciliation of BIGOUT against the audit trailer's
      *    counts balances in ledger mode exactly as in pairs mode.
           MOVE BALM-BALANCE TO WS-BALANCE
           PERFORM WRITE-BALANCE-SNAPSHOT.

      *    "AL <amount> <n-ways>" -- validate and normalize the
                  " " FUNCTION TRIM(WS-AL-AMOUNT)
               DELIMITED BY SIZE INTO BIG-OUT-REC
           END-STRING
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM.

      *    "SH <account> [weight]" -- one allocation target; the
      *    last expected share record triggers the split itself.
               " FAILED: " FUNCTION TRIM(WS-REJECT-REASON)
           MOVE SPACES TO BIG-OUT-REC
           MOVE "*** REJECTED ***" TO BIG-OUT-REC
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM.

       COMPUTE-ONE-SHARE.
           MOVE 'N' TO WS-REJECT-SW
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACM-POSTING-SW
           PERFORM CHECK-ACCOUNT-REFERENCE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF NOT WS-ACCT-FOUND
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OVERDRAFT-FLOOR
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BALM-BALANCE
           MOVE FUNCTION TRIM(RESULT-DISP) TO BALM-BALANCE
           MOVE WS-RUN-DATE TO BALM-LAST-POST-DATE
           PERFORM STORE-ACCOUNT-ENTRY
           IF WS-BALM-FAILED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *    The normalized opening balance, so BIGOUT keeps its
      *    one-record-per-input-line shape (see the EC note).
           MOVE BALM-BALANCE TO WS-BALANCE
           PERFORM WRITE-BALANCE-SNAPSHOT.

      *    RV: void one earlier posting by posting its exact
      *    negation.  "RV <date> <line>" (three tokens) is the keyless
      *    form for the blank default account; otherwise the account
      *    comes first, '*' also naming the blank one.
       APPLY-REVERSAL.
           IF WS-TOKEN-4 = SPACES
               MOVE SPACES TO WS-LEDG-ACCT
               MOVE WS-TOKEN-2(1:8) TO WS-RV-DATE
               MOVE WS-TOKEN-3(1:16) TO WS-RV-LINE-TXT
           ELSE
               IF WS-TOKEN-2 = "*"
                   MOVE SPACES TO WS-LEDG-ACCT
               ELSE
                   MOVE WS-TOKEN-2(1:16) TO WS-LEDG-ACCT
               END-IF
               MOVE WS-TOKEN-3(1:8) TO WS-RV-DATE
               MOVE WS-TOKEN-4(1:16) TO WS-RV-LINE-TXT
           END-IF
           IF WS-RV-DATE IS NOT NUMERIC
              OR WS-RV-LINE-TXT = SPACES
              OR FUNCTION TRIM(WS-RV-LINE-TXT) IS NOT NUMERIC
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RV WITHOUT VALID DATE AND LINE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RV-LINE-TXT) TO WS-RV-LINE
           IF NOT WS-REV-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "REVERSAL REGISTER UNAVAILABLE" TO WS-REJECT-REASON
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF

      *    Once only: neither on the register from an earlier night
      *    nor already reversed by an RV earlier in this one.
           MOVE WS-RV-DATE TO REV-ORIG-DATE
           MOVE WS-RV-LINE TO REV-ORIG-LINE
           READ BIG-REV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-REV-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "POSTING ALREADY REVERSED" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BIGINT-ADD: *** ERROR *** REVERSAL "
                       "REGISTER READ FAILED, STATUS=" WS-REV-STATUS
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "REVERSAL REGISTER UNAVAILABLE"
                       TO WS-REJECT-REASON
                   MOVE 8 TO WS-WORST-RC
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'N' TO WS-RVP-DUP-SW
           PERFORM VARYING WS-RVP-IDX FROM 1 BY 1
                   UNTIL WS-RVP-IDX > WS-RVP-COUNT OR WS-RVP-DUP
               IF WS-RVP-DATE(WS-RVP-IDX) = WS-RV-DATE
                  AND WS-RVP-LINE(WS-RVP-IDX) = WS-RV-LINE
                   MOVE 'Y' TO WS-RVP-DUP-SW
               END-IF
           END-PERFORM
           IF WS-RVP-DUP
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "POSTING ALREADY REVERSED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RVP-COUNT >= MAX-REVERSALS
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "TOO MANY REVERSALS IN ONE RUN" TO WS-REJECT-REASON
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ORIGINAL-POSTING
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HIST-FOUND
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ORIGINAL POSTING NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-ACCT NOT = WS-LEDG-ACCT
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ACCOUNT DOES NOT MATCH ORIGINAL"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *    A multiply has no exact single-line negation, and a
      *    snapshot never moved the balance to begin with.
           IF WS-HIST-TOKEN-3(1:1) NOT = '+'
              AND WS-HIST-TOKEN-3(1:1) NOT = '-'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "ORIGINAL NOT A + OR - POSTING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST-TOKEN-3(1:1) = '+'
               MOVE '-' TO WS-LEDG-OP
           ELSE
               MOVE '+' TO WS-LEDG-OP
           END-IF
           MOVE SPACES TO WS-LEDG-AMT
           MOVE WS-HIST-TOKEN-3(2:) TO WS-LEDG-AMT
           MOVE "REVERSAL" TO WS-POST-FLAG
           PERFORM APPLY-ONE-TRANSACTION
           MOVE SPACES TO WS-POST-FLAG
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REV-COUNT
           ADD 1 TO WS-RVP-COUNT
           MOVE WS-RV-DATE TO WS-RVP-DATE(WS-RVP-COUNT)
           MOVE WS-RV-LINE TO WS-RVP-LINE(WS-RVP-COUNT)
           MOVE WS-LEDG-ACCT TO WS-RVP-ACCT(WS-RVP-COUNT)
           MOVE WS-HIST-TOKEN-3(1:1) TO WS-RVP-OP(WS-RVP-COUNT)
           MOVE WS-LEDG-AMT TO WS-RVP-AMOUNT(WS-RVP-COUNT)
           MOVE WS-OUT-LINE-NUM TO WS-RVP-REV-LINE(WS-RVP-COUNT).

      *    Scan the LEDGER.OUT history for the movement line whose
      *    run date and fifth token are WS-RV-DATE / WS-RV-LINE.
      *    The generations are read newest first, so a date that
      *    was run twice resolves to its latest run.
       FIND-ORIGINAL-POSTING.
           MOVE 'N' TO WS-HIST-FOUND-SW
           MOVE WS-RV-LINE TO WS-OUT-LINE-DISP
           OPEN INPUT BIG-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "BIGINT-ADD: *** ERROR *** LEDGER HISTORY "
                   "BIGHIST OPEN FAILED, STATUS=" WS-HIST-STATUS
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "LEDGER HISTORY UNAVAILABLE" TO WS-REJECT-REASON
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM UNTIL WS-HIST-EOF OR WS-HIST-FOUND
               READ BIG-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-HIST-TOKEN-1 WS-HIST-TOKEN-2
                           WS-HIST-TOKEN-3 WS-HIST-TOKEN-4
                           WS-HIST-TOKEN-5
                       UNSTRING BIG-HIST-REC(1:WS-HIST-REC-LEN)
                           DELIMITED BY ALL SPACES
                           INTO WS-HIST-TOKEN-1 WS-HIST-TOKEN-2
                                WS-HIST-TOKEN-3 WS-HIST-TOKEN-4
                                WS-HIST-TOKEN-5
                       END-UNSTRING
                       IF WS-HIST-TOKEN-2 = WS-RV-DATE
                          AND WS-HIST-TOKEN-5 NOT = SPACES
                          AND FUNCTION TRIM(WS-HIST-TOKEN-5)
                              = FUNCTION TRIM(WS-OUT-LINE-DISP)
                           MOVE 'Y' TO WS-HIST-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIG-HIST-FILE
           IF WS-HIST-FOUND
               IF WS-HIST-TOKEN-1 = "*"
                   MOVE SPACES TO WS-HIST-ACCT
               ELSE
                   MOVE WS-HIST-TOKEN-1 TO WS-HIST-ACCT
               END-IF
           END-IF.

      *    Tonight's reversals onto the register, after the ledger
      *    has closed out.  A key already there means a concurrent or
      *    repeated run posted the same reversal -- flagged for
      *    operations, as is any other write failure.
       REGISTER-TONIGHTS-REVERSALS.
           PERFORM VARYING WS-RVP-IDX FROM 1 BY 1
                   UNTIL WS-RVP-IDX > WS-RVP-COUNT
               MOVE SPACES TO REVERSAL-REC
               MOVE WS-RVP-DATE(WS-RVP-IDX) TO REV-ORIG-DATE
               MOVE WS-RVP-LINE(WS-RVP-IDX) TO REV-ORIG-LINE
               MOVE WS-RVP-ACCT(WS-RVP-IDX) TO REV-ACCOUNT
               MOVE WS-RVP-OP(WS-RVP-IDX) TO REV-ORIG-OP
               MOVE WS-RVP-AMOUNT(WS-RVP-IDX) TO REV-AMOUNT
               MOVE WS-RUN-DATE TO REV-REV-DATE
               MOVE WS-RVP-REV-LINE(WS-RVP-IDX) TO REV-REV-LINE
               MOVE WS-RUN-ID TO REV-RUN-ID
               WRITE REVERSAL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-REV-STATUS NOT = "00"
                   DISPLAY "BIGINT-ADD: *** ERROR *** REVERSAL "
                       "REGISTER WRITE FAILED, STATUS=" WS-REV-STATUS
                       " ORIGINAL=" REV-ORIG-DATE "/" REV-ORIG-LINE
                   MOVE 8 TO WS-WORST-RC
               END-IF
           END-PERFORM.

      *    Every ledger-mode BIGOUT line carries four tokens --
      *    account (or '*' for the blank default), run date, the
      *    applied movement, and the balance after it -- so the
      *    statement and replay programs downstream can reconstruct
      *    dated account activity from BIGOUT alone.  A snapshot
      *    line's movement is '=' (the balance was set or echoed,
      *    not moved).  A movement line adds a fifth token, its own
      *    line number in tonight's BIGOUT, which is how an RV
      *    record and the reversal register name it later.
       WRITE-BALANCE-SNAPSHOT.
           PERFORM SET-ACCT-DISPLAY-KEY
           MOVE SPACES TO BIG-OUT-REC
                  " " FUNCTION TRIM(WS-BALANCE)
               DELIMITED BY SIZE INTO BIG-OUT-REC
           END-STRING
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM.

       SET-ACCT-DISPLAY-KEY.
           IF WS-LEDG-ACCT = SPACES
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACM-POSTING-SW
           PERFORM CHECK-ACCOUNT-REFERENCE
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF NOT WS-ACCT-FOUND
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE BALM-BALANCE TO WS-FIELD-1
           MOVE WS-LEDG-OP TO WS-OP-FIELD
           MOVE WS-LEDG-AMT TO WS-FIELD-2
           MOVE 'N' TO WS-SIGN-OR-OVFL-SW
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OVERDRAFT-FLOOR
           IF WS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BALM-BALANCE
           MOVE FUNCTION TRIM(RESULT-DISP) TO BALM-BALANCE
           ADD 1 TO BALM-TXN-COUNT
           MOVE WS-RUN-DATE TO BALM-LAST-POST-DATE
           PERFORM STORE-ACCOUNT-ENTRY
           IF WS-BALM-FAILED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BALANCE MASTER UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-LEDGER-BALANCE-LINES.

      *    WS-LEDG-ACCT against the account reference master;
      *    WS-ACM-POSTING says whether the record moves a balance
      *    (OB, TR) or only refers to the account (EC).  Leaves the
      *    reference record in ACCOUNT-REF-REC for the floor check.
       CHECK-ACCOUNT-REFERENCE.
           MOVE WS-LEDG-ACCT TO ACM-ACCOUNT
           READ BIG-ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-ACM-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "BIGINT-ADD: *** ERROR *** ACCOUNT MASTER "
                       "READ FAILED, STATUS=" WS-ACM-STATUS
                       " ACCT=" WS-LEDG-ACCT
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT MASTER UNAVAILABLE"
                       TO WS-REJECT-REASON
                   MOVE 8 TO WS-WORST-RC
                   EXIT PARAGRAPH
           END-EVALUATE
           IF NOT WS-ACM-POSTING
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACM-FROZEN
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
               WHEN ACM-CLOSED
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN ACM-OPEN-DATE > WS-RUN-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT NOT YET OPEN" TO WS-REJECT-REASON
               WHEN ACM-CLOSE-DATE NOT = SPACES
                    AND ACM-CLOSE-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
           END-EVALUATE.

      *    RESULT-DISP (the balance this posting would leave) against
      *    the floor on ACCOUNT-REF-REC, BALM-BALANCE being the
      *    balance before it.  Below the floor is only refused when
      *    the posting also lowers the balance.
       CHECK-OVERDRAFT-FLOOR.
           IF NOT ACM-HAS-FLOOR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BELOW-FLOOR-SW
           MOVE SPACES TO WS-FLOOR-NUM-1 WS-FLOOR-NUM-2
           MOVE FUNCTION TRIM(RESULT-DISP) TO WS-FLOOR-NUM-1
           MOVE ACM-FLOOR TO WS-FLOOR-NUM-2
           CALL "BIGCALC" USING WS-FLOOR-NUM-1 '-' WS-FLOOR-NUM-2
               WS-FLOOR-DIFF WS-FLOOR-RC WS-FLOOR-OVFL-SW
           END-CALL
           IF WS-FLOOR-RC = 0
              AND FUNCTION TRIM(WS-FLOOR-DIFF)(1:1) = '-'
               MOVE 'Y' TO WS-BELOW-FLOOR-SW
           END-IF
           IF NOT WS-BELOW-FLOOR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLOOR-NUM-2
           MOVE BALM-BALANCE TO WS-FLOOR-NUM-2
           CALL "BIGCALC" USING WS-FLOOR-NUM-1 '-' WS-FLOOR-NUM-2
               WS-FLOOR-DIFF WS-FLOOR-RC WS-FLOOR-OVFL-SW
           END-CALL
           IF WS-FLOOR-RC = 0
              AND FUNCTION TRIM(WS-FLOOR-DIFF)(1:1) = '-'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BELOW OVERDRAFT FLOOR" TO WS-REJECT-REASON
           END-IF.

       WRITE-LEDGER-BALANCE-LINES.
           PERFORM SET-ACCT-DISPLAY-KEY
           MOVE SPACES TO BIG-OUT-REC
           COMPUTE WS-OUT-LINE-DISP = WS-OUT-LINE-NUM + 1
           STRING FUNCTION TRIM(WS-ACCT-DISP)
                  " " WS-RUN-DATE
                  " " WS-OP-FIELD(1:1) FUNCTION TRIM(WS-FIELD-2)
                  " " FUNCTION TRIM(RESULT-DISP)
                  " " FUNCTION TRIM(WS-OUT-LINE-DISP)
               DELIMITED BY SIZE INTO BIG-OUT-REC
           END-STRING
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM

           MOVE WS-LINE-NUM TO WS-LINE-NUM-DISP
           MOVE SPACES TO BIG-RPT-REC
                   MOVE SPACES TO BIG-OUT-REC
                   MOVE "*** REJECTED ***" TO BIG-OUT-REC
                   WRITE BIG-OUT-REC
                   ADD 1 TO WS-OUT-LINE-NUM
               END-PERFORM
           END-IF
      *    One pass over the master in key order: every account's
      *    balance-forward record, report line and expected-closing
      *    check.  An account the night never touched is stamped
      *    with this run too (opening = closing, no postings), so
      *    after the pass every record's opening/balance pair
      *    describes tonight and the movement readers need nothing
      *    but the master.
           OPEN OUTPUT BIG-BALO-FILE
           MOVE "0" TO WS-GRAND-CLOSE
           MOVE SPACES TO WS-GRAND-CLOSE(2:)
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-BALM-EOF-SW
           IF WS-BALM-FAILED
               MOVE 'Y' TO WS-BALM-EOF-SW
           ELSE
               MOVE LOW-VALUES TO BALM-ACCOUNT
               START BIG-BALM-FILE KEY IS NOT LESS THAN BALM-ACCOUNT
                   INVALID KEY
                       MOVE 'Y' TO WS-BALM-EOF-SW
               END-START
           END-IF
           PERFORM UNTIL WS-BALM-EOF
               READ BIG-BALM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BALM-EOF-SW
                   NOT AT END
                       PERFORM CLOSE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE BIG-BALO-FILE

           WRITE BIG-RPT-REC.

       CLOSE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           IF BALM-RUN-ID NOT = WS-RUN-ID
               PERFORM START-ACCOUNT-RUN
               PERFORM STORE-ACCOUNT-ENTRY
           END-IF
           MOVE SPACES TO BIG-BALO-REC
           MOVE BALANCE-MASTER-REC(1:520) TO BIG-BALO-REC
           WRITE BIG-BALO-REC

           MOVE BALM-ACCOUNT TO WS-LEDG-ACCT
           PERFORM SET-ACCT-DISPLAY-KEY
           MOVE BALM-TXN-COUNT TO WS-TXN-DISP
           MOVE SPACES TO BIG-RPT-REC
           STRING "*ACCT " WS-ACCT-DISP
                  " TRANSACTIONS=" WS-TXN-DISP
                  " CLOSING=" BALM-BALANCE(1:60)
               DELIMITED BY SIZE INTO BIG-RPT-REC
           END-STRING
           WRITE BIG-RPT-REC
      *    positions across accounts -- the figure the morning
      *    review balances the ledger to.
           MOVE WS-GRAND-CLOSE TO WS-FIELD-1
           MOVE BALM-BALANCE TO WS-FIELD-2
           CALL "BIGCALC" USING WS-FIELD-1 '+' WS-FIELD-2
               RESULT-DISP LS-CALC-RC WS-SIGN-OR-OVFL-SW
           END-CALL
               MOVE FUNCTION TRIM(RESULT-DISP) TO WS-GRAND-CLOSE
           END-IF

           IF BALM-HAVE-EXPECTED
               PERFORM CHECK-ONE-EXPECTED-CLOSE
           END-IF.

       CHECK-ONE-EXPECTED-CLOSE.
           MOVE BALM-BALANCE TO WS-FIELD-1
           MOVE BALM-EXPECTED TO WS-FIELD-2
           CALL "BIGCALC" USING WS-FIELD-1 '-' WS-FIELD-2
               RESULT-DISP LS-CALC-RC WS-SIGN-OR-OVFL-SW
           END-CALL
               MOVE 'Y' TO WS-CLOSE-MISMATCH-SW
               DISPLAY "BIGINT-ADD: *** CLOSING BALANCE "
                   "MISMATCH *** ACCT=" WS-ACCT-DISP
                   " BALANCE=" FUNCTION TRIM(BALM-BALANCE)
                   " EXPECTED=" FUNCTION TRIM(BALM-EXPECTED)
                   " DIFFERENCE=" FUNCTION TRIM(WS-BAL-DIFF)
               MOVE SPACES TO BIG-RPT-REC
               STRING "*** CLOSING MISMATCH *** ACCT=" WS-ACCT-DISP
                      " EXPECTED=" BALM-EXPECTED(1:40)
                      " DIFFERENCE=" WS-BAL-DIFF(1:40)
                   DELIMITED BY SIZE INTO BIG-RPT-REC
               END-STRING
           MOVE SPACES TO BIG-OUT-REC
           MOVE FUNCTION TRIM(RESULT-DISP) TO BIG-OUT-REC
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM

           MOVE WS-LINE-NUM TO WS-LINE-NUM-DISP
           MOVE SPACES TO BIG-RPT-REC
           STRING "*** REJECTED ***" DELIMITED BY SIZE
               INTO BIG-OUT-REC
           WRITE BIG-OUT-REC
           ADD 1 TO WS-OUT-LINE-NUM

           MOVE WS-LINE-NUM TO WS-LINE-NUM-DISP
           MOVE SPACES TO BIG-RPT-REC
      *    cycle for the permanent write-off dataset instead of
      *    aging forward yet again.  Unapproved records keep
      *    cycling as they always have.
      *    On a closed-period night the write-off would land in a
      *    month finance has already reported, so the record is held
      *    in suspense one more cycle instead and goes the first
      *    open night.
           IF WS-NEW-CYCLE > WS-WOFF-LIMIT
               PERFORM MATCH-APPROVAL-CARD
               IF WS-APPR-FOUND AND WS-PERIOD-CLOSED
                   MOVE 'Y' TO WS-WOFF-HELD-SW
                   ADD 1 TO WS-CLOSED-HELD-COUNT
                   DISPLAY "BIGINT-ADD: WRITE-OFF HELD, RUN DATE IN "
                       "CLOSED PERIOD: " BIG-IN-REC(1:60)
               END-IF
               IF WS-APPR-FOUND AND NOT WS-PERIOD-CLOSED
                   PERFORM WRITE-OFF-RECORD
                   EXIT PARAGRAPH
               END-IF
           IF WS-STAND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STAND-EOF-SW
           PERFORM UNTIL WS-STAND-EOF
               READ BIG-STAND-FILE
           CLOSE BIG-STAND-FILE.

       PROCESS-ONE-STANDING-ORDER.
           CALL "BIGSODUE" USING WS-RUN-DATE BIG-STAND-REC
               WS-SO-OP WS-SO-AMT WS-SO-ACCT WS-SO-RC
           END-CALL
           EVALUATE WS-SO-RC
               WHEN 0
                   CONTINUE
               WHEN 4
                   EXIT PARAGRAPH
               WHEN 8
                   ADD 1 TO WS-ERROR-COUNT
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
                   DISPLAY "BIGINT-ADD: *** ERROR *** BAD STANDING "
                       "ORDER IGNORED: " FUNCTION TRIM(BIG-STAND-REC)
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
                   DISPLAY "BIGINT-ADD: *** ERROR *** BAD STANDING "
                       "ORDER RULE IGNORED: "
                       FUNCTION TRIM(BIG-STAND-REC)
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-STAND-COUNT
           ADD 1 TO WS-LINE-NUM
           IF WS-SO-ACCT = "-"
           MOVE "STANDING" TO WS-POST-FLAG
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
      *    A generated order never enters suspense, so on a closed-
      *    period night it is refused outright; the audit detail
      *    names the order so it can be keyed on an open night.
           IF WS-PERIOD-CLOSED
               MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
               MOVE WS-LEDG-ACCT TO WS-FIELD-1
               MOVE WS-LEDG-OP TO WS-OP-FIELD
               MOVE WS-LEDG-AMT TO WS-FIELD-2
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "RUN DATE IN CLOSED PERIOD" TO WS-REJECT-REASON
               ADD 1 TO WS-CLOSED-HELD-COUNT
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           ELSE
               PERFORM APPLY-ONE-TRANSACTION
           END-IF
           IF WS-REJECT
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BIGINT-ADD: *** ERROR *** STANDING ORDER "
               MOVE SPACES TO BIG-OUT-REC
               MOVE "*** REJECTED ***" TO BIG-OUT-REC
               WRITE BIG-OUT-REC
               ADD 1 TO WS-OUT-LINE-NUM
           ELSE
               ADD 1 TO WS-OK-COUNT
           END-IF
           PERFORM WRITE-AUDIT-DETAIL
           MOVE SPACES TO WS-POST-FLAG.

      *    Re-try every record a previous run suspended: one that now
      *    processes cleanly has been corrected and clears; one that
      *    rejects again flows back through WRITE-SUSPENSE-RECORD
           MOVE SPACES TO AUD-RESULT-SUMMARY
           IF WS-REJECT
               MOVE 4 TO AUD-RETURN-CODE
               IF WS-WOFF-HELD
                   MOVE "REJECTED:WRITE-OFF HELD, PERIOD CLOSED"
                       TO AUD-RESULT-SUMMARY
                   MOVE 'N' TO WS-WOFF-HELD-SW
               ELSE
                   STRING "REJECTED:" FUNCTION TRIM(WS-REJECT-REASON)
                       DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
                   END-STRING
               END-IF
           ELSE
               MOVE 0 TO AUD-RETURN-CODE
               MOVE FUNCTION TRIM(RESULT-DISP) TO AUD-RESULT-SUMMARY
           END-IF
           WRITE AUDIT-RECORD.

      *    The duplicate history is opened I-O for the whole run;
      *    a register not yet loaded is created empty, as BIGREV is.
      *    One that will not open turns duplicate checking off for
      *    the night, with a warning, rather than stopping it.
       OPEN-DUPLICATE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DUP-DATE-NUM
           COMPUTE WS-DUP-RUN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DUP-DATE-NUM)
           OPEN I-O BIG-DUP-FILE
           IF WS-DUP-STATUS = "35"
               OPEN OUTPUT BIG-DUP-FILE
               CLOSE BIG-DUP-FILE
               OPEN I-O BIG-DUP-FILE
           END-IF
           IF WS-DUP-STATUS = "00"
               MOVE 'Y' TO WS-DUP-OPEN-SW
           ELSE
               DISPLAY "BIGINT-ADD: *** WARNING *** DUPLICATE "
                   "HISTORY BIGDUP UNAVAILABLE, STATUS="
                   WS-DUP-STATUS " -- NOTHING CHECKED TONIGHT"
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.

      *    An entry counts when it is committed, or pending from this
      *    run (earlier in tonight's input), and inside the window.
       CHECK-HISTORY-WINDOW.
           MOVE 'N' TO WS-DUP-KEEP-SW
           IF DPH-PENDING AND DPH-RUN-ID NOT = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT DPH-PENDING AND NOT DPH-COMMITTED
               EXIT PARAGRAPH
           END-IF
           IF DPH-RUN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE DPH-RUN-DATE TO WS-DUP-DATE-NUM
           COMPUTE WS-DUP-ENTRY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DUP-DATE-NUM)
           IF WS-DUP-RUN-DAY - WS-DUP-ENTRY-DAY < WS-DUP-DAYS
               MOVE 'Y' TO WS-DUP-KEEP-SW
           END-IF.

      *    Position on the first entry for the current TR's
      *    fingerprint; READ-NEXT-FINGERPRINT-ENTRY then steps through
      *    that fingerprint's entries, night by night.
       POSITION-AT-FINGERPRINT.
           MOVE SPACES TO DUP-HIST-REC
           MOVE WS-LEDG-ACCT TO DPH-ACCOUNT
           MOVE WS-LEDG-OP TO DPH-OP
           MOVE WS-LEDG-REF TO DPH-REFERENCE
           MOVE WS-LEDG-AMT(1:60) TO DPH-AMOUNT
           MOVE DPH-FINGERPRINT TO WS-DUP-FINGERPRINT
           MOVE ZERO TO DPH-LINE
           MOVE 'N' TO WS-DUP-SCAN-SW
           START BIG-DUP-FILE KEY IS NOT LESS THAN DPH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DUP-SCAN-SW
           END-START.

       READ-NEXT-FINGERPRINT-ENTRY.
           READ BIG-DUP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DUP-SCAN-SW
                   EXIT PARAGRAPH
           END-READ
           IF WS-DUP-STATUS NOT = "00"
              OR DPH-FINGERPRINT NOT = WS-DUP-FINGERPRINT
               MOVE 'Y' TO WS-DUP-SCAN-SW
           END-IF.

      *    One pass over BIGIN ahead of the posting pass: each TR
      *    record is looked for at the same line in every remembered
      *    night, and the night holding the most of them decides.
       CHECK-FOR-REPEATED-FILE.
           IF WS-DUP-FILE-PCT = 0 OR NOT WS-DUP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRE-LINE WS-PRE-TR-COUNT WS-DN-COUNT
           MOVE 'N' TO WS-PRE-EOF-SW
           MOVE 'N' TO WS-PRE-LEDGER-SW
           PERFORM UNTIL WS-PRE-EOF
               READ BIG-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-PRE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PRE-LINE
                       PERFORM MATCH-ONE-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE BIG-IN-FILE
           OPEN INPUT BIG-IN-FILE

           MOVE 0 TO WS-DN-BEST
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-BEST = 0
                   MOVE WS-DN-IDX TO WS-DN-BEST
               ELSE
                   IF WS-DN-MATCHED(WS-DN-IDX)
                          > WS-DN-MATCHED(WS-DN-BEST)
                       MOVE WS-DN-IDX TO WS-DN-BEST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DN-BEST > 0 AND WS-PRE-TR-COUNT > 0
               IF WS-DN-MATCHED(WS-DN-BEST) * 100
                      >= WS-DUP-FILE-PCT * WS-PRE-TR-COUNT
                   MOVE 'Y' TO WS-FILE-REPEATED-SW
               END-IF
           END-IF.

       MATCH-ONE-INPUT-RECORD.
           MOVE SPACES TO WS-FIELD-1 WS-TOKEN-2 WS-TOKEN-3
               WS-TOKEN-4 WS-TOKEN-5
           UNSTRING BIG-IN-REC DELIMITED BY ALL SPACES
               INTO WS-FIELD-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                    WS-TOKEN-5
           END-UNSTRING
           IF WS-PRE-LINE = 1
              AND (WS-FIELD-1(1:3) = "OB "
                   OR WS-FIELD-1(1:3) = "TR "
                   OR WS-FIELD-1(1:3) = "EC "
                   OR WS-FIELD-1(1:3) = "AL "
                   OR WS-FIELD-1(1:3) = "RV ")
               MOVE 'Y' TO WS-PRE-LEDGER-SW
           END-IF
           IF NOT WS-PRE-LEDGER OR WS-FIELD-1(1:3) NOT = "TR "
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-LEDGER-ACCOUNT
           PERFORM CHECK-FINGERPRINT-USABLE
           IF NOT WS-DUP-USABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRE-TR-COUNT
           PERFORM POSITION-AT-FINGERPRINT
           PERFORM UNTIL WS-DUP-SCAN-DONE
               PERFORM READ-NEXT-FINGERPRINT-ENTRY
               IF NOT WS-DUP-SCAN-DONE
                   PERFORM CHECK-HISTORY-WINDOW
                   IF WS-DUP-KEEP
                      AND DPH-LINE = WS-PRE-LINE
                      AND DPH-RUN-DATE < WS-RUN-DATE
                       PERFORM COUNT-NIGHT-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-NIGHT-MATCH.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-COUNT
                      OR WS-DN-DATE(WS-DN-IDX) = DPH-RUN-DATE
               CONTINUE
           END-PERFORM
           IF WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-COUNT >= MAX-DUP-NIGHTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DN-COUNT
               MOVE WS-DN-COUNT TO WS-DN-IDX
               MOVE DPH-RUN-DATE TO WS-DN-DATE(WS-DN-IDX)
               MOVE 0 TO WS-DN-MATCHED(WS-DN-IDX)
           END-IF
           ADD 1 TO WS-DN-MATCHED(WS-DN-IDX).

      *    A TR can be fingerprinted when it would post at all (a
      *    known operator and an amount) and its amount fits the
      *    history record.
       CHECK-FINGERPRINT-USABLE.
           MOVE 'N' TO WS-DUP-USABLE-SW
           IF WS-LEDG-OP NOT = '+' AND WS-LEDG-OP NOT = '-'
              AND WS-LEDG-OP NOT = '*'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDG-AMT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDG-AMT(61:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DUP-USABLE-SW.

      *    Nothing posts: the refusal goes on the report and the
      *    audit trail, and the history is left as it was.
       REFUSE-REPEATED-FILE.
           CLOSE BIG-IN-FILE
           MOVE WS-DN-MATCHED(WS-DN-BEST) TO WS-REPEAT-MATCHED
           MOVE WS-PRE-TR-COUNT TO WS-REPEAT-OF
           DISPLAY "BIGINT-ADD: *** ERROR *** BIGIN REPEATS THE "
               "NIGHT OF " WS-DN-DATE(WS-DN-BEST) " -- "
               FUNCTION TRIM(WS-REPEAT-MATCHED) " OF "
               FUNCTION TRIM(WS-REPEAT-OF)
               " TRANSACTIONS MATCH, NOTHING POSTED"
           OPEN OUTPUT BIG-RPT-FILE
           MOVE SPACES TO BIG-RPT-REC
           STRING "*** BIGIN REPEATS THE NIGHT OF "
                  WS-DN-DATE(WS-DN-BEST) " -- "
                  FUNCTION TRIM(WS-REPEAT-MATCHED) " OF "
                  FUNCTION TRIM(WS-REPEAT-OF)
                  " TRANSACTIONS MATCH AT THE SAME LINE; NOTHING "
                  "POSTED ***"
               DELIMITED BY SIZE INTO BIG-RPT-REC
           END-STRING
           WRITE BIG-RPT-REC
           CLOSE BIG-RPT-FILE
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           MOVE 14 TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE UTIL-AUDIT-FILE
           IF WS-DUP-OPEN
               CLOSE BIG-DUP-FILE
           END-IF.

      *    A referenced TR whose fingerprint is already remembered is
      *    suspended against the posting it repeats -- the earliest
      *    one still inside the window.
       CHECK-DUPLICATE-TRANSACTION.
           IF WS-LEDG-REF = SPACES OR NOT WS-DUP-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FINGERPRINT-USABLE
           IF NOT WS-DUP-USABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM POSITION-AT-FINGERPRINT
           PERFORM UNTIL WS-DUP-SCAN-DONE OR WS-DUP-FOUND
               PERFORM READ-NEXT-FINGERPRINT-ENTRY
               IF NOT WS-DUP-SCAN-DONE
                   PERFORM CHECK-HISTORY-WINDOW
                   IF WS-DUP-KEEP
                       MOVE 'Y' TO WS-DUP-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-DUP-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-SUSPECT-COUNT
           MOVE 'Y' TO WS-REJECT-SW
           MOVE DPH-LINE TO WS-DUP-LINE-DISP
           MOVE SPACES TO WS-REJECT-REASON
           STRING "POSSIBLE DUPLICATE OF "
                  DPH-RUN-DATE "/"
                  FUNCTION TRIM(WS-DUP-LINE-DISP)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-STRING.

      *    Tonight's posting goes on the history at once, pending, so
      *    a repeat later in the same input is caught too.  A key
      *    already taken is an entry a run that never finished left
      *    for the same night and line: this posting replaces it.
       REMEMBER-POSTED-TRANSACTION.
           IF NOT WS-DUP-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FINGERPRINT-USABLE
           IF NOT WS-DUP-USABLE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DUP-HIST-REC
           MOVE WS-LEDG-ACCT TO DPH-ACCOUNT
           MOVE WS-LEDG-OP TO DPH-OP
           MOVE WS-LEDG-REF TO DPH-REFERENCE
           MOVE WS-LEDG-AMT(1:60) TO DPH-AMOUNT
           MOVE WS-RUN-DATE TO DPH-RUN-DATE
           MOVE WS-LINE-NUM TO DPH-LINE
           MOVE 'P' TO DPH-STATE
           MOVE WS-RUN-ID TO DPH-RUN-ID
           WRITE DUP-HIST-REC
           IF WS-DUP-STATUS = "22"
               REWRITE DUP-HIST-REC
           END-IF
           IF WS-DUP-STATUS = "00"
               ADD 1 TO WS-DUP-ADDED-COUNT
           ELSE
               DISPLAY "BIGINT-ADD: *** WARNING *** DUPLICATE "
                   "HISTORY WRITE FAILED, STATUS=" WS-DUP-STATUS
                   " LINE=" WS-LINE-NUM
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.

      *    One pass over the history at the end of the run: tonight's
      *    pending entries are committed, or taken off again when the
      *    balance master failed; pending entries any other run left
      *    are taken off; committed entries that have fallen out of
      *    the DUP-DAYS window are aged off.
       MAINTAIN-DUPLICATE-HISTORY.
           IF NOT WS-DUP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DPH-KEY
           MOVE 'N' TO WS-DUP-SCAN-SW
           START BIG-DUP-FILE KEY IS NOT LESS THAN DPH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DUP-SCAN-SW
           END-START
           PERFORM UNTIL WS-DUP-SCAN-DONE
               READ BIG-DUP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DUP-SCAN-SW
                   NOT AT END
                       PERFORM MAINTAIN-ONE-ENTRY
               END-READ
               IF WS-DUP-STATUS NOT = "00"
                   MOVE 'Y' TO WS-DUP-SCAN-SW
               END-IF
           END-PERFORM
           CLOSE BIG-DUP-FILE
           MOVE 'N' TO WS-DUP-OPEN-SW
           DISPLAY "BIGINT-ADD: DUPLICATE HISTORY ADDED="
               WS-DUP-ADDED-COUNT " AGED=" WS-DUP-AGED-COUNT
               " DROPPED=" WS-DUP-DROPPED-COUNT.

       MAINTAIN-ONE-ENTRY.
           IF DPH-PENDING
               IF DPH-RUN-ID = WS-RUN-ID AND NOT WS-BALM-FAILED
                   MOVE 'C' TO DPH-STATE
                   REWRITE DUP-HIST-REC
               ELSE
                   DELETE BIG-DUP-FILE RECORD
                   ADD 1 TO WS-DUP-DROPPED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HISTORY-WINDOW
           IF NOT WS-DUP-KEEP
               DELETE BIG-DUP-FILE RECORD
               ADD 1 TO WS-DUP-AGED-COUNT
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE WS-LINE-NUM TO WS-LINE-NUM-DISP
           MOVE SPACES TO BIG-RPT-REC
