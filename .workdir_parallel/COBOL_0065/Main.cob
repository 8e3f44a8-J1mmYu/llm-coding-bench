       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIGEXCP.

      *    Watches the money the way UTILALRT watches the rejects:
      *    runs after the ledger step over tonight's BIGOUT (EXCIN)
      *    and the balance-forward pair -- last night's closing
      *    positions on EXCFWD0 (BALFWD(0)) and tonight's on EXCFWD1
      *    (BALFWD(+1)) -- and prints for the treasury desk every
      *    account that broke one of its class's threshold rules:
      *      - a single + or - movement larger than MAX-MOVE;
      *      - a net change over the night (tonight's closing less
      *        last night's, zero for an account new tonight)
      *        larger than MAX-NET either way;
      *      - a balance below MIN-BAL on any of the night's ledger
      *        lines, reported once at the lowest point reached;
      *      - a movement on an account that had not moved for more
      *        than DORMANT days, reported at its first movement.
      *    A '*' multiplier counts as a movement for dormancy only;
      *    a '=' balance snapshot is judged for the minimum only.
      *    The account's class comes from the account reference
      *    master (EXCACCT) and its rules from the class rule table
      *    (EXCRULE):
      *        <class> <max-move> <max-net> <min-bal> <dormant-days>
      *    amounts in BIGCALC's form ("250000.00", "-500"), '-' for
      *    a rule the class does not have; the DEFAULT row applies
      *    to every class without a row of its own and to an
      *    account not on the master; '*' in column 1 is a comment.
      *    Dormancy is judged against the activity register
      *    (ACTVREC), carried from EXCACTI (ACTIVITY(0)) to EXCACTO
      *    (ACTIVITY(+1)) with the latest movement date of every
      *    account on BALFWD(+1).  An account not yet on the
      *    register is new to it tonight and is not judged dormant.
      *    Each exception is a line on EXCRPT and a 'D' record on
      *    UTILAUD (RC 4, LINE = its BIGOUT line, 0 for a net
      *    change), so AUDINQ PROGRAM BIGEXCP finds them.
      *    RETURN-CODE 0 when nothing broke a rule, 4 when something
      *    did, 8 on a bad rule row, an account master read failure
      *    or a ledger figure that is not a number, 16 when EXCIN,
      *    EXCFWD1 or the account master will not open or no rule
      *    row is usable -- the register is then carried forward
      *    unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-IN-FILE ASSIGN TO "EXCIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT EXC-FWD0-FILE ASSIGN TO "EXCFWD0"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FWD0-STATUS.
           SELECT EXC-FWD1-FILE ASSIGN TO "EXCFWD1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FWD1-STATUS.
           SELECT EXC-ACCT-FILE ASSIGN TO "EXCACCT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACM-ACCOUNT
               FILE STATUS IS WS-ACM-STATUS.
           SELECT EXC-RULE-FILE ASSIGN TO "EXCRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT EXC-ACTI-FILE ASSIGN TO "EXCACTI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTI-STATUS.
           SELECT EXC-ACTO-FILE ASSIGN TO "EXCACTO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTO-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT EXC-RPT-FILE ASSIGN TO "EXCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  EXC-IN-FILE
           RECORD IS VARYING FROM 1 TO 1050 DEPENDING ON
               WS-IN-REC-LEN.
       01  EXC-IN-REC              PIC X(1050).
       FD  EXC-FWD0-FILE.
       01  EXC-FWD0-REC            PIC X(520).
       FD  EXC-FWD1-FILE.
       01  EXC-FWD1-REC            PIC X(520).
       FD  EXC-ACCT-FILE.
           COPY ACCTREC.
       FD  EXC-RULE-FILE.
       01  EXC-RULE-REC            PIC X(80).
       FD  EXC-ACTI-FILE.
       01  EXC-ACTI-REC            PIC X(80).
       FD  EXC-ACTO-FILE.
           COPY ACTVREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  EXC-RPT-FILE.
       01  EXC-RPT-REC             PIC X(132).
      *    Everything known about one account tonight, brought
      *    together in account order: side '1' its BALFWD(0)
      *    opening, '2' its BALFWD(+1) closing, '3' its register
      *    entry (last movement in SRT-DATE, first seen in
      *    SRT-AMOUNT, nights moved in SRT-LINE), '4' its BIGOUT
      *    lines in line order.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-ACCOUNT         PIC X(16).
           05  SRT-SIDE            PIC X.
           05  SRT-LINE            PIC 9(9).
           05  SRT-DATE            PIC X(8).
           05  SRT-OP              PIC X.
           05  SRT-AMOUNT          PIC X(510).
           05  SRT-BALANCE         PIC X(510).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX.
       01  WS-FWD0-STATUS          PIC XX.
       01  WS-FWD1-STATUS          PIC XX.
       01  WS-ACM-STATUS           PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-ACTI-STATUS          PIC XX.
       01  WS-ACTO-STATUS          PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-SW          PIC X VALUE 'N'.
           88  WS-RUN-DATE-SET     VALUE 'Y'.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-FWD0-OPEN-SW         PIC X VALUE 'N'.
           88  WS-FWD0-OPEN        VALUE 'Y'.
       01  WS-ACTI-OPEN-SW         PIC X VALUE 'N'.
           88  WS-ACTI-OPEN        VALUE 'Y'.

      *    Class rule table, loaded once from EXCRULE.  A blank
      *    figure (or a zero DORMANT) is a rule the class does not
      *    have.
       01  MAX-RULES               PIC 9(3) VALUE 100.
       01  WS-RULE-COUNT           PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RL-CLASS     PIC X(8).
               10  WS-RL-MAX-MOVE  PIC X(40).
               10  WS-RL-MAX-NET   PIC X(40).
               10  WS-RL-MIN-BAL   PIC X(40).
               10  WS-RL-DORMANT   PIC 9(5).
       01  WS-RL-IDX               PIC 9(3).
       01  WS-RL-DEFAULT           PIC 9(3) VALUE 0.
       01  WS-RULE-EOF-SW          PIC X.
       01  WS-RULE-BAD-SW          PIC X.
           88  WS-RULE-BAD         VALUE 'Y'.
       01  WS-RL-TOKEN-1           PIC X(40).
       01  WS-RL-TOKEN-2           PIC X(40).
       01  WS-RL-TOKEN-3           PIC X(40).
       01  WS-RL-TOKEN-4           PIC X(40).
       01  WS-RL-TOKEN-5           PIC X(40).
       01  WS-RL-TOKEN-6           PIC X(40).
       01  WS-RL-DAYS-TEXT         PIC X(40).
       01  WS-DAYS-DISP            PIC ZZZZ9.

      *    One BIGOUT line, parsed the way BIGSTMT parses it.
       01  WS-IN-LINE              PIC X(1050).
       01  WS-IN-LINE-NUM          PIC 9(9) VALUE 0.
       01  WS-TOKEN-1              PIC X(16).
       01  WS-TOKEN-2              PIC X(8).
       01  WS-TOKEN-3              PIC X(511).
       01  WS-TOKEN-4              PIC X(510).
       01  WS-TOKEN-5              PIC X(16).
       01  WS-FWD-TOKEN-1          PIC X(16).
       01  WS-FWD-TOKEN-2          PIC X(510).

      *    The account being judged, built up from its sorted
      *    records.
       01  WS-SRT-EOF-SW           PIC X VALUE 'N'.
           88  WS-SRT-EOF          VALUE 'Y'.
       01  WS-GRP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-GRP-OPEN         VALUE 'Y'.
       01  WS-CUR-ACCT             PIC X(16).
       01  WS-CUR-CLASS            PIC X(8).
       01  WS-CUR-RULE             PIC 9(3).
       01  WS-CUR-OPENING          PIC X(510).
       01  WS-CUR-CLOSING          PIC X(510).
       01  WS-CUR-LAST-MOVE        PIC X(8).
       01  WS-CUR-FIRST-SEEN       PIC X(8).
       01  WS-CUR-MOVE-NIGHTS      PIC 9(5).
       01  WS-CUR-NEW-LAST-MOVE    PIC X(8).
       01  WS-CUR-LOW-BAL          PIC X(510).
       01  WS-CUR-LOW-LINE         PIC 9(9).
       01  WS-CUR-HAS-OPEN-SW      PIC X.
           88  WS-CUR-HAS-OPEN     VALUE 'Y'.
       01  WS-CUR-HAS-CLOSE-SW     PIC X.
           88  WS-CUR-HAS-CLOSE    VALUE 'Y'.
       01  WS-CUR-ON-REG-SW        PIC X.
           88  WS-CUR-ON-REGISTER  VALUE 'Y'.
       01  WS-CUR-ACTIVE-SW        PIC X.
           88  WS-CUR-ACTIVE       VALUE 'Y'.
       01  WS-CUR-MOVED-SW         PIC X.
           88  WS-CUR-MOVED        VALUE 'Y'.
       01  WS-CUR-LOW-SW           PIC X.
           88  WS-CUR-LOW-FOUND    VALUE 'Y'.
       01  WS-CUR-FLAGGED-SW       PIC X.
           88  WS-CUR-FLAGGED      VALUE 'Y'.
       01  WS-DORMANT-FROM         PIC X(8).
       01  WS-IDLE-DAYS            PIC S9(9) COMP-5.
       01  WS-IDLE-DISP            PIC Z(8)9.
       01  WS-NET-CHANGE           PIC X(510).

      *    One exception: the line it sits on, what broke, the
      *    figure that broke it and the rule it broke.
       01  WS-EX-LINE              PIC 9(9).
       01  WS-EX-WHAT              PIC X(40).
       01  WS-EX-FIGURE            PIC X(40).
       01  WS-EX-LIMIT             PIC X(40).
       01  WS-ACCT-DISP            PIC X(16).
       01  WS-CLASS-DISP           PIC X(8).
       01  WS-LINE-DISP            PIC Z(8)9.

      *    BIGCALC operands are passed full width: its LINKAGE
      *    reads 510 bytes, so no short literal is ever passed.
       01  WS-CALC-1               PIC X(510).
       01  WS-CALC-2               PIC X(510).
       01  WS-CALC-WORK            PIC X(510).
       01  WS-CALC-RESULT          PIC X(1011).
       01  WS-CALC-RC              PIC S9(4) COMP-5.
       01  WS-CALC-OVFL-SW         PIC X.
       01  WS-ZERO-OPERAND         PIC X(510) VALUE "0".
      *    WS-CALC-1 against WS-CALC-2, from the sign and digits of
      *    their difference.
       01  WS-CMP-TEXT             PIC X(1011).
       01  WS-CMP-DIGITS           PIC 9(4) COMP-5.
       01  WS-CMP-SW               PIC X.
           88  WS-CMP-ABOVE        VALUE 'A'.
           88  WS-CMP-EQUAL        VALUE 'E'.
           88  WS-CMP-BELOW        VALUE 'B'.
           88  WS-CMP-BAD          VALUE 'X'.

      *    Page control, as BIGSTMT does it.
       01  PAGE-LINES              PIC 9(3) VALUE 50.
       01  WS-LINE-ON-PAGE         PIC 9(3) VALUE 999.
       01  WS-PAGE-NUM             PIC 9(5) VALUE 0.
       01  WS-PAGE-DISP            PIC ZZZZ9.
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.

       01  WS-LEDGER-COUNT         PIC 9(9) VALUE 0.
       01  WS-ACCT-COUNT           PIC 9(9) VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(9) VALUE 0.
       01  WS-NO-RULE-COUNT        PIC 9(9) VALUE 0.
       01  WS-REG-COUNT            PIC 9(9) VALUE 0.
       01  WS-UNREAD-COUNT         PIC 9(9) VALUE 0.
       01  WS-EXC-COUNT            PIC 9(9) VALUE 0.
       01  WS-MOVE-EXC-COUNT       PIC 9(9) VALUE 0.
       01  WS-NET-EXC-COUNT        PIC 9(9) VALUE 0.
       01  WS-MIN-EXC-COUNT        PIC 9(9) VALUE 0.
       01  WS-DORM-EXC-COUNT       PIC 9(9) VALUE 0.
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN OUTPUT EXC-RPT-FILE
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           PERFORM LOAD-RULE-TABLE

           OPEN OUTPUT EXC-ACTO-FILE
           OPEN INPUT EXC-ACTI-FILE
           IF WS-ACTI-STATUS = "00"
               MOVE 'Y' TO WS-ACTI-OPEN-SW
           ELSE
               PERFORM CHECK-PAGE-BREAK
               MOVE "NO ACTIVITY REGISTER ON EXCACTI -- THE REGISTER "
                   & "STARTS TONIGHT, NO ACCOUNT IS JUDGED DORMANT"
                   TO EXC-RPT-REC
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-IF

           IF WS-RULE-COUNT = 0
               DISPLAY "BIGEXCP: NO USABLE RULE ROW ON EXCRULE"
               MOVE 16 TO WS-WORST-RC
           END-IF
           IF WS-WORST-RC < 16
               OPEN INPUT EXC-IN-FILE
               IF WS-IN-STATUS NOT = "00"
                   DISPLAY "BIGEXCP: UNABLE TO OPEN EXCIN, STATUS="
                       WS-IN-STATUS
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-WORST-RC < 16
               OPEN INPUT EXC-FWD1-FILE
               IF WS-FWD1-STATUS NOT = "00"
                   DISPLAY "BIGEXCP: UNABLE TO OPEN EXCFWD1, STATUS="
                       WS-FWD1-STATUS
                   CLOSE EXC-IN-FILE
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-WORST-RC < 16
               OPEN INPUT EXC-ACCT-FILE
               IF WS-ACM-STATUS NOT = "00"
                   DISPLAY "BIGEXCP: UNABLE TO OPEN EXCACCT, STATUS="
                       WS-ACM-STATUS
                   CLOSE EXC-IN-FILE EXC-FWD1-FILE
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF

           IF WS-WORST-RC < 16
               OPEN INPUT EXC-FWD0-FILE
               IF WS-FWD0-STATUS = "00"
                   MOVE 'Y' TO WS-FWD0-OPEN-SW
               END-IF
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT SRT-SIDE SRT-LINE
                   INPUT PROCEDURE IS RELEASE-ACCOUNT-SIDES
                   OUTPUT PROCEDURE IS JUDGE-SORTED-ACCOUNTS
               CLOSE EXC-ACCT-FILE
               PERFORM WRITE-SUMMARY-SECTION
           ELSE
               PERFORM CHECK-PAGE-BREAK
               MOVE "*** NOTHING JUDGED TONIGHT -- SEE THE JOB LOG; "
                   & "ACTIVITY REGISTER CARRIED FORWARD UNCHANGED ***"
                   TO EXC-RPT-REC
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
               PERFORM CARRY-REGISTER-FORWARD
           END-IF

           CLOSE EXC-ACTO-FILE
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE UTIL-AUDIT-FILE EXC-RPT-FILE
           DISPLAY "BIGEXCP: LEDGER LINES=" WS-LEDGER-COUNT
               " ACCOUNTS=" WS-ACCT-COUNT
               " EXCEPTIONS=" WS-EXC-COUNT
               " FLAGGED=" WS-FLAGGED-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *    "<class> <max-move> <max-net> <min-bal> <dormant-days>"
      *    -- every figure validated and normalized through BIGCALC
      *    (+ 0); a bad row is reported and left out (RC 8), and its
      *    class falls to the DEFAULT row.
       LOAD-RULE-TABLE.
           OPEN INPUT EXC-RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               PERFORM CHECK-PAGE-BREAK
               MOVE "*** NO RULE TABLE (EXCRULE) -- NOTHING CAN BE "
                   & "JUDGED TONIGHT ***" TO EXC-RPT-REC
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RULE-EOF-SW
           PERFORM UNTIL WS-RULE-EOF-SW = 'Y'
               READ EXC-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-RULE-EOF-SW
                   NOT AT END
                       IF EXC-RULE-REC NOT = SPACES
                          AND EXC-RULE-REC(1:1) NOT = '*'
                           PERFORM STORE-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXC-RULE-FILE
           PERFORM LIST-RULES-IN-EFFECT.

       STORE-ONE-RULE.
           MOVE SPACES TO WS-RL-TOKEN-1 WS-RL-TOKEN-2 WS-RL-TOKEN-3
           MOVE SPACES TO WS-RL-TOKEN-4 WS-RL-TOKEN-5 WS-RL-TOKEN-6
           UNSTRING EXC-RULE-REC DELIMITED BY ALL SPACES
               INTO WS-RL-TOKEN-1 WS-RL-TOKEN-2 WS-RL-TOKEN-3
                    WS-RL-TOKEN-4 WS-RL-TOKEN-5 WS-RL-TOKEN-6
           END-UNSTRING
           IF EXC-RULE-REC(1:1) = SPACE
               MOVE WS-RL-TOKEN-2 TO WS-RL-TOKEN-1
               MOVE WS-RL-TOKEN-3 TO WS-RL-TOKEN-2
               MOVE WS-RL-TOKEN-4 TO WS-RL-TOKEN-3
               MOVE WS-RL-TOKEN-5 TO WS-RL-TOKEN-4
               MOVE WS-RL-TOKEN-6 TO WS-RL-TOKEN-5
               MOVE SPACES TO WS-RL-TOKEN-6
           END-IF
           MOVE 'N' TO WS-RULE-BAD-SW
           IF WS-RL-TOKEN-5 = SPACES
              OR WS-RL-TOKEN-6 NOT = SPACES
              OR WS-RL-TOKEN-1(9:32) NOT = SPACES
              OR WS-RULE-COUNT >= MAX-RULES
               MOVE 'Y' TO WS-RULE-BAD-SW
           END-IF
           IF NOT WS-RULE-BAD
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RULE-COUNT
                   IF WS-RL-CLASS(WS-RL-IDX) = WS-RL-TOKEN-1
                       MOVE 'Y' TO WS-RULE-BAD-SW
                   END-IF
               END-PERFORM
           END-IF
      *    A limit on a movement or a net change is a size, so it
      *    may not be negative; a minimum balance may be.
           IF NOT WS-RULE-BAD AND WS-RL-TOKEN-2 NOT = "-"
               MOVE WS-RL-TOKEN-2 TO WS-CALC-1
               PERFORM NORMALIZE-RULE-FIGURE
               MOVE WS-CALC-1(1:40) TO WS-RL-TOKEN-2
               IF WS-RL-TOKEN-2(1:1) = '-'
                   MOVE 'Y' TO WS-RULE-BAD-SW
               END-IF
           END-IF
           IF NOT WS-RULE-BAD AND WS-RL-TOKEN-3 NOT = "-"
               MOVE WS-RL-TOKEN-3 TO WS-CALC-1
               PERFORM NORMALIZE-RULE-FIGURE
               MOVE WS-CALC-1(1:40) TO WS-RL-TOKEN-3
               IF WS-RL-TOKEN-3(1:1) = '-'
                   MOVE 'Y' TO WS-RULE-BAD-SW
               END-IF
           END-IF
           IF NOT WS-RULE-BAD AND WS-RL-TOKEN-4 NOT = "-"
               MOVE WS-RL-TOKEN-4 TO WS-CALC-1
               PERFORM NORMALIZE-RULE-FIGURE
               MOVE WS-CALC-1(1:40) TO WS-RL-TOKEN-4
           END-IF
           IF NOT WS-RULE-BAD AND WS-RL-TOKEN-5 NOT = "-"
               IF FUNCTION TRIM(WS-RL-TOKEN-5) IS NOT NUMERIC
                  OR WS-RL-TOKEN-5(6:35) NOT = SPACES
                   MOVE 'Y' TO WS-RULE-BAD-SW
               END-IF
           END-IF
           IF WS-RULE-BAD
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO EXC-RPT-REC
               STRING "*** BAD RULE ROW -- IGNORED *** "
                      EXC-RULE-REC(1:60)
                   DELIMITED BY SIZE INTO EXC-RPT-REC
               END-STRING
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RL-TOKEN-1 TO WS-RL-CLASS(WS-RULE-COUNT)
           MOVE SPACES TO WS-RL-MAX-MOVE(WS-RULE-COUNT)
                          WS-RL-MAX-NET(WS-RULE-COUNT)
                          WS-RL-MIN-BAL(WS-RULE-COUNT)
           MOVE 0 TO WS-RL-DORMANT(WS-RULE-COUNT)
           IF WS-RL-TOKEN-2 NOT = "-"
               MOVE WS-RL-TOKEN-2 TO WS-RL-MAX-MOVE(WS-RULE-COUNT)
           END-IF
           IF WS-RL-TOKEN-3 NOT = "-"
               MOVE WS-RL-TOKEN-3 TO WS-RL-MAX-NET(WS-RULE-COUNT)
           END-IF
           IF WS-RL-TOKEN-4 NOT = "-"
               MOVE WS-RL-TOKEN-4 TO WS-RL-MIN-BAL(WS-RULE-COUNT)
           END-IF
           IF WS-RL-TOKEN-5 NOT = "-"
               MOVE FUNCTION NUMVAL(WS-RL-TOKEN-5)
                   TO WS-RL-DORMANT(WS-RULE-COUNT)
           END-IF
           IF WS-RL-TOKEN-1 = "DEFAULT"
               MOVE WS-RULE-COUNT TO WS-RL-DEFAULT
           END-IF.

      *    WS-CALC-1 in, normalized figure back in WS-CALC-1; a
      *    figure BIGCALC refuses, or one too wide for the table,
      *    marks the row bad.
       NORMALIZE-RULE-FIGURE.
           CALL "BIGCALC" USING WS-CALC-1 '+' WS-ZERO-OPERAND
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CALC-RESULT)) > 40
               MOVE 'Y' TO WS-RULE-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-CALC-1.

      *    The rules the night was judged by head the report, so
      *    the desk reads every exception against its limit.
       LIST-RULES-IN-EFFECT.
           PERFORM CHECK-PAGE-BREAK
           MOVE "RULES IN EFFECT  CLASS    MAX-MOVE             "
               & "MAX-NET              MIN-BAL              DORMANT"
               TO EXC-RPT-REC
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO WS-RL-DAYS-TEXT
               IF WS-RL-DORMANT(WS-RL-IDX) = 0
                   MOVE "-" TO WS-RL-DAYS-TEXT
               ELSE
                   MOVE WS-RL-DORMANT(WS-RL-IDX) TO WS-DAYS-DISP
                   STRING FUNCTION TRIM(WS-DAYS-DISP) " DAYS"
                       DELIMITED BY SIZE INTO WS-RL-DAYS-TEXT
                   END-STRING
               END-IF
               MOVE SPACES TO WS-CALC-1 WS-CALC-2 WS-CALC-WORK
               MOVE WS-RL-MAX-MOVE(WS-RL-IDX) TO WS-CALC-1
               MOVE WS-RL-MAX-NET(WS-RL-IDX) TO WS-CALC-2
               MOVE WS-RL-MIN-BAL(WS-RL-IDX) TO WS-CALC-WORK
               IF WS-CALC-1 = SPACES
                   MOVE "-" TO WS-CALC-1
               END-IF
               IF WS-CALC-2 = SPACES
                   MOVE "-" TO WS-CALC-2
               END-IF
               IF WS-CALC-WORK = SPACES
                   MOVE "-" TO WS-CALC-WORK
               END-IF
               MOVE SPACES TO EXC-RPT-REC
               STRING "                 " WS-RL-CLASS(WS-RL-IDX)
                      " " WS-CALC-1(1:20)
                      " " WS-CALC-2(1:20)
                      " " WS-CALC-WORK(1:20)
                      " " WS-RL-DAYS-TEXT(1:20)
                   DELIMITED BY SIZE INTO EXC-RPT-REC
               END-STRING
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-PERFORM
           IF WS-RL-DEFAULT = 0 AND WS-RULE-COUNT > 0
               PERFORM CHECK-PAGE-BREAK
               MOVE "NO DEFAULT ROW -- AN ACCOUNT WHOSE CLASS HAS NO "
                   & "ROW IS NOT JUDGED" TO EXC-RPT-REC
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO EXC-RPT-REC
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "BIGEXCP " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "BIGEXCP" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

      *    Totals are accounts on tonight's ledger: clean, and
      *    flagged with one exception or more.
       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "BIGEXCP" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-ACCT-COUNT TO AUD-TOTAL-COUNT
           COMPUTE AUD-OK-COUNT = WS-ACCT-COUNT - WS-FLAGGED-COUNT
           MOVE WS-FLAGGED-COUNT TO AUD-ERROR-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record per exception.
       WRITE-EXCEPTION-AUDIT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "BIGEXCP" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-EX-LINE TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

      *    Copies the register through untouched when nothing could
      *    be judged, so one bad night does not restart every
      *    account's dormancy clock.
       CARRY-REGISTER-FORWARD.
           IF NOT WS-ACTI-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EXC-ACTI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF EXC-ACTI-REC NOT = SPACES
                           MOVE EXC-ACTI-REC TO ACTIVITY-REC
                           WRITE ACTIVITY-REC
                           ADD 1 TO WS-REG-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXC-ACTI-FILE.

      *----------------------------------------------------------------
      *    Sort input: every account's four sides.
      *----------------------------------------------------------------
       RELEASE-ACCOUNT-SIDES.
           IF WS-FWD0-OPEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EXC-FWD0-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF EXC-FWD0-REC NOT = SPACES
                               MOVE SPACES TO SRT-REC
                               MOVE '1' TO SRT-SIDE
                               MOVE EXC-FWD0-REC TO WS-IN-LINE
                               PERFORM RELEASE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXC-FWD0-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EXC-FWD1-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF EXC-FWD1-REC NOT = SPACES
                           MOVE SPACES TO SRT-REC
                           MOVE '2' TO SRT-SIDE
                           MOVE EXC-FWD1-REC TO WS-IN-LINE
                           PERFORM RELEASE-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXC-FWD1-FILE

           IF WS-ACTI-OPEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EXC-ACTI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF EXC-ACTI-REC NOT = SPACES
                               PERFORM RELEASE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXC-ACTI-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EXC-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-IN-LINE-NUM
                       MOVE SPACES TO WS-IN-LINE
                       IF WS-IN-REC-LEN > 0
                           MOVE EXC-IN-REC(1:WS-IN-REC-LEN)
                               TO WS-IN-LINE
                           PERFORM RELEASE-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXC-IN-FILE.

      *    One balance-forward record ("account balance", or a
      *    single bare balance from a pre-account generation, which
      *    is the blank default account).
       RELEASE-POSITION.
           MOVE SPACES TO WS-FWD-TOKEN-1 WS-FWD-TOKEN-2
           UNSTRING WS-IN-LINE(1:520) DELIMITED BY ALL SPACES
               INTO WS-FWD-TOKEN-1 WS-FWD-TOKEN-2
           END-UNSTRING
           IF WS-FWD-TOKEN-2 = SPACES
               MOVE SPACES TO SRT-ACCOUNT
               MOVE WS-FWD-TOKEN-1 TO WS-FWD-TOKEN-2
           ELSE
               MOVE WS-FWD-TOKEN-1 TO SRT-ACCOUNT
           END-IF
           MOVE 0 TO SRT-LINE
           MOVE FUNCTION TRIM(WS-FWD-TOKEN-2) TO SRT-BALANCE
           RELEASE SRT-REC.

       RELEASE-REGISTER-ENTRY.
           MOVE EXC-ACTI-REC TO ACTIVITY-REC
           MOVE SPACES TO SRT-REC
           MOVE ACT-ACCOUNT TO SRT-ACCOUNT
           MOVE '3' TO SRT-SIDE
           IF ACT-MOVE-NIGHTS IS NUMERIC
               MOVE ACT-MOVE-NIGHTS TO SRT-LINE
           ELSE
               MOVE 0 TO SRT-LINE
           END-IF
           MOVE ACT-LAST-MOVE-DATE TO SRT-DATE
           MOVE ACT-FIRST-SEEN-DATE TO SRT-AMOUNT(1:8)
           RELEASE SRT-REC.

      *    A ledger line is exactly four tokens -- account (or
      *    '*'), an 8-digit date, a movement whose first character
      *    is +, -, * or =, and the carried balance.  Anything else
      *    (a pairs-mode result, a reject echo, an *ALLOC memo) is
      *    not account activity.  The first ledger line dates the
      *    night.
       RELEASE-LEDGER-LINE.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
               WS-TOKEN-5
           UNSTRING WS-IN-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                    WS-TOKEN-5
           END-UNSTRING
           IF WS-TOKEN-4 = SPACES
              OR WS-TOKEN-2(1:8) IS NOT NUMERIC
              OR (WS-TOKEN-3(1:1) NOT = '+'
                  AND WS-TOKEN-3(1:1) NOT = '-'
                  AND WS-TOKEN-3(1:1) NOT = '*'
                  AND WS-TOKEN-3(1:1) NOT = '=')
              OR WS-TOKEN-1 = "*ALLOC"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           IF NOT WS-RUN-DATE-SET
               MOVE WS-TOKEN-2 TO WS-RUN-DATE
               MOVE 'Y' TO WS-RUN-DATE-SW
           END-IF
           MOVE SPACES TO SRT-REC
           IF WS-TOKEN-1 NOT = "*"
               MOVE WS-TOKEN-1 TO SRT-ACCOUNT
           END-IF
           MOVE '4' TO SRT-SIDE
           MOVE WS-IN-LINE-NUM TO SRT-LINE
           MOVE WS-TOKEN-2 TO SRT-DATE
           MOVE WS-TOKEN-3(1:1) TO SRT-OP
           MOVE WS-TOKEN-3(2:510) TO SRT-AMOUNT
           MOVE WS-TOKEN-4 TO SRT-BALANCE
           RELEASE SRT-REC.

      *----------------------------------------------------------------
      *    Sort output: one account at a time.
      *----------------------------------------------------------------
       JUDGE-SORTED-ACCOUNTS.
           IF WS-LEDGER-COUNT = 0
               PERFORM CHECK-PAGE-BREAK
               MOVE "NO LEDGER ACTIVITY ON EXCIN TONIGHT"
                   TO EXC-RPT-REC
               WRITE EXC-RPT-REC
               ADD 1 TO WS-LINE-ON-PAGE
           END-IF
           MOVE 'N' TO WS-SRT-EOF-SW
           MOVE 'N' TO WS-GRP-OPEN-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF-SW
                       IF WS-GRP-OPEN
                           PERFORM CLOSE-ACCOUNT-GROUP
                       END-IF
                   NOT AT END
                       IF WS-GRP-OPEN
                          AND SRT-ACCOUNT NOT = WS-CUR-ACCT
                           PERFORM CLOSE-ACCOUNT-GROUP
                       END-IF
                       IF NOT WS-GRP-OPEN
                           PERFORM OPEN-ACCOUNT-GROUP
                       END-IF
                       PERFORM TAKE-SORTED-RECORD
               END-RETURN
           END-PERFORM.

       OPEN-ACCOUNT-GROUP.
           MOVE 'Y' TO WS-GRP-OPEN-SW
           MOVE SRT-ACCOUNT TO WS-CUR-ACCT
           MOVE SPACES TO WS-CUR-CLASS WS-CUR-LAST-MOVE
               WS-CUR-FIRST-SEEN WS-CUR-NEW-LAST-MOVE
           MOVE "0" TO WS-CUR-OPENING
           MOVE SPACES TO WS-CUR-OPENING(2:)
           MOVE WS-CUR-OPENING TO WS-CUR-CLOSING
           MOVE 0 TO WS-CUR-RULE WS-CUR-MOVE-NIGHTS WS-CUR-LOW-LINE
           MOVE 'N' TO WS-CUR-HAS-OPEN-SW WS-CUR-HAS-CLOSE-SW
               WS-CUR-ON-REG-SW WS-CUR-ACTIVE-SW WS-CUR-MOVED-SW
               WS-CUR-LOW-SW WS-CUR-FLAGGED-SW.

       TAKE-SORTED-RECORD.
           EVALUATE SRT-SIDE
               WHEN '1'
                   MOVE SRT-BALANCE TO WS-CUR-OPENING
                   MOVE 'Y' TO WS-CUR-HAS-OPEN-SW
               WHEN '2'
                   MOVE SRT-BALANCE TO WS-CUR-CLOSING
                   MOVE 'Y' TO WS-CUR-HAS-CLOSE-SW
               WHEN '3'
                   MOVE SRT-DATE TO WS-CUR-LAST-MOVE
                   MOVE SRT-AMOUNT(1:8) TO WS-CUR-FIRST-SEEN
                   MOVE SRT-LINE TO WS-CUR-MOVE-NIGHTS
                   MOVE 'Y' TO WS-CUR-ON-REG-SW
               WHEN '4'
                   PERFORM JUDGE-ONE-LEDGER-LINE
           END-EVALUATE.

      *    The register entry and both positions sort ahead of the
      *    ledger lines, so everything the checks need is in hand.
       JUDGE-ONE-LEDGER-LINE.
           IF NOT WS-CUR-ACTIVE
               MOVE 'Y' TO WS-CUR-ACTIVE-SW
               ADD 1 TO WS-ACCT-COUNT
               PERFORM FIND-CLASS-RULE
           END-IF
           IF SRT-OP NOT = '='
               IF NOT WS-CUR-MOVED
                   MOVE 'Y' TO WS-CUR-MOVED-SW
                   IF WS-CUR-RULE > 0
                       PERFORM CHECK-DORMANCY
                   END-IF
               END-IF
               MOVE SRT-DATE TO WS-CUR-NEW-LAST-MOVE
           END-IF
           IF WS-CUR-RULE = 0
               EXIT PARAGRAPH
           END-IF
           IF SRT-OP = '+' OR SRT-OP = '-'
               PERFORM CHECK-SINGLE-MOVEMENT
           END-IF
           PERFORM TRACK-LOWEST-BALANCE.

      *    The account's class from the master, then its row in
      *    the rule table, or the DEFAULT row.
       FIND-CLASS-RULE.
           MOVE WS-CUR-ACCT TO ACM-ACCOUNT
           READ EXC-ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-ACM-STATUS
               WHEN "00"
                   MOVE ACM-CLASS TO WS-CUR-CLASS
               WHEN "23"
                   MOVE SPACES TO WS-CUR-CLASS
               WHEN OTHER
                   DISPLAY "BIGEXCP: *** ERROR *** ACCOUNT MASTER "
                       "READ FAILED, STATUS=" WS-ACM-STATUS
                       " ACCT=" WS-CUR-ACCT
                   MOVE SPACES TO WS-CUR-CLASS
                   IF WS-WORST-RC < 8
                       MOVE 8 TO WS-WORST-RC
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-CUR-RULE
           IF WS-CUR-CLASS NOT = SPACES
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RULE-COUNT
                          OR WS-CUR-RULE > 0
                   IF WS-RL-CLASS(WS-RL-IDX) = WS-CUR-CLASS
                       MOVE WS-RL-IDX TO WS-CUR-RULE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-RULE = 0
               MOVE WS-RL-DEFAULT TO WS-CUR-RULE
           END-IF.

      *    Days from the register's last movement (or, for an
      *    account that has never moved, the night it was first
      *    seen) to tonight's first movement.
       CHECK-DORMANCY.
           IF WS-RL-DORMANT(WS-CUR-RULE) = 0
              OR NOT WS-CUR-ON-REGISTER
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-LAST-MOVE NOT = SPACES
               MOVE WS-CUR-LAST-MOVE TO WS-DORMANT-FROM
           ELSE
               MOVE WS-CUR-FIRST-SEEN TO WS-DORMANT-FROM
           END-IF
           IF WS-DORMANT-FROM IS NOT NUMERIC
              OR SRT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SRT-DATE))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DORMANT-FROM))
           IF WS-IDLE-DAYS <= WS-RL-DORMANT(WS-CUR-RULE)
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-LINE TO WS-EX-LINE
           MOVE "DORMANT ACCOUNT MOVED" TO WS-EX-WHAT
           MOVE WS-IDLE-DAYS TO WS-IDLE-DISP
           MOVE SPACES TO WS-EX-FIGURE
           STRING "IDLE " FUNCTION TRIM(WS-IDLE-DISP)
                  " DAYS SINCE " WS-DORMANT-FROM
               DELIMITED BY SIZE INTO WS-EX-FIGURE
           END-STRING
           MOVE WS-RL-DORMANT(WS-CUR-RULE) TO WS-DAYS-DISP
           MOVE SPACES TO WS-EX-LIMIT
           STRING "DORMANT " FUNCTION TRIM(WS-DAYS-DISP) " DAYS"
               DELIMITED BY SIZE INTO WS-EX-LIMIT
           END-STRING
           ADD 1 TO WS-DORM-EXC-COUNT
           PERFORM RAISE-EXCEPTION.

       CHECK-SINGLE-MOVEMENT.
           IF WS-RL-MAX-MOVE(WS-CUR-RULE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(SRT-AMOUNT) TO WS-CALC-1
           PERFORM STRIP-CALC-1-SIGN
           MOVE WS-RL-MAX-MOVE(WS-CUR-RULE) TO WS-CALC-2
           PERFORM COMPARE-CALC-FIGURES
           IF WS-CMP-BAD
               PERFORM NOTE-UNREAD-FIGURE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CMP-ABOVE
               EXIT PARAGRAPH
           END-IF
           MOVE SRT-LINE TO WS-EX-LINE
           MOVE "LARGE SINGLE MOVEMENT" TO WS-EX-WHAT
           MOVE SPACES TO WS-EX-FIGURE
           STRING SRT-OP FUNCTION TRIM(SRT-AMOUNT)
               DELIMITED BY SIZE INTO WS-EX-FIGURE
           END-STRING
           MOVE SPACES TO WS-EX-LIMIT
           STRING "MAX-MOVE " WS-RL-MAX-MOVE(WS-CUR-RULE)
               DELIMITED BY SIZE INTO WS-EX-LIMIT
           END-STRING
           ADD 1 TO WS-MOVE-EXC-COUNT
           PERFORM RAISE-EXCEPTION.

      *    Keeps the lowest balance below the minimum and the line
      *    that reached it; reported once when the account closes.
       TRACK-LOWEST-BALANCE.
           IF WS-RL-MIN-BAL(WS-CUR-RULE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALC-1
           MOVE FUNCTION TRIM(SRT-BALANCE) TO WS-CALC-1
           MOVE WS-RL-MIN-BAL(WS-CUR-RULE) TO WS-CALC-2
           PERFORM COMPARE-CALC-FIGURES
           IF WS-CMP-BAD
               PERFORM NOTE-UNREAD-FIGURE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CMP-BELOW
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-LOW-FOUND
               MOVE WS-CUR-LOW-BAL TO WS-CALC-2
               PERFORM COMPARE-CALC-FIGURES
               IF NOT WS-CMP-BELOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-CUR-LOW-SW
           MOVE WS-CALC-1 TO WS-CUR-LOW-BAL
           MOVE SRT-LINE TO WS-CUR-LOW-LINE.

      *    Tonight's closing less last night's, either way.
       CHECK-NET-CHANGE.
           IF WS-RL-MAX-NET(WS-CUR-RULE) = SPACES
              OR NOT WS-CUR-HAS-CLOSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-CLOSING TO WS-CALC-1
           MOVE WS-CUR-OPENING TO WS-CALC-2
           CALL "BIGCALC" USING WS-CALC-1 '-' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
               PERFORM NOTE-UNREAD-FIGURE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NET-CHANGE
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-NET-CHANGE
           MOVE WS-NET-CHANGE TO WS-CALC-1
           PERFORM STRIP-CALC-1-SIGN
           MOVE WS-RL-MAX-NET(WS-CUR-RULE) TO WS-CALC-2
           PERFORM COMPARE-CALC-FIGURES
           IF NOT WS-CMP-ABOVE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EX-LINE
           MOVE "NET DAILY CHANGE OVER LIMIT" TO WS-EX-WHAT
           MOVE WS-NET-CHANGE TO WS-EX-FIGURE
           MOVE SPACES TO WS-EX-LIMIT
           STRING "MAX-NET " WS-RL-MAX-NET(WS-CUR-RULE)
               DELIMITED BY SIZE INTO WS-EX-LIMIT
           END-STRING
           ADD 1 TO WS-NET-EXC-COUNT
           PERFORM RAISE-EXCEPTION.

      *    End of one account: the account-level exceptions, then
      *    its register entry for tomorrow.
       CLOSE-ACCOUNT-GROUP.
           IF WS-CUR-ACTIVE
               IF WS-CUR-RULE = 0
                   PERFORM REPORT-NOT-JUDGED
               ELSE
                   IF WS-CUR-LOW-FOUND
                       MOVE WS-CUR-LOW-LINE TO WS-EX-LINE
                       MOVE "BALANCE BELOW MINIMUM" TO WS-EX-WHAT
                       MOVE WS-CUR-LOW-BAL TO WS-EX-FIGURE
                       MOVE SPACES TO WS-EX-LIMIT
                       STRING "MIN-BAL " WS-RL-MIN-BAL(WS-CUR-RULE)
                           DELIMITED BY SIZE INTO WS-EX-LIMIT
                       END-STRING
                       ADD 1 TO WS-MIN-EXC-COUNT
                       PERFORM RAISE-EXCEPTION
                   END-IF
                   PERFORM CHECK-NET-CHANGE
               END-IF
           END-IF
           IF WS-CUR-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           PERFORM WRITE-REGISTER-ENTRY
           MOVE 'N' TO WS-GRP-OPEN-SW.

      *    One register entry per account on tonight's BALFWD.
       WRITE-REGISTER-ENTRY.
           IF NOT WS-CUR-HAS-CLOSE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACTIVITY-REC
           MOVE WS-CUR-ACCT TO ACT-ACCOUNT
           IF WS-CUR-ON-REGISTER
               MOVE WS-CUR-LAST-MOVE TO ACT-LAST-MOVE-DATE
               MOVE WS-CUR-FIRST-SEEN TO ACT-FIRST-SEEN-DATE
               MOVE WS-CUR-MOVE-NIGHTS TO ACT-MOVE-NIGHTS
           ELSE
               MOVE WS-RUN-DATE TO ACT-FIRST-SEEN-DATE
               MOVE 0 TO ACT-MOVE-NIGHTS
           END-IF
           IF WS-CUR-MOVED
               MOVE WS-CUR-NEW-LAST-MOVE TO ACT-LAST-MOVE-DATE
               IF ACT-MOVE-NIGHTS < 99999
                   ADD 1 TO ACT-MOVE-NIGHTS
               END-IF
           END-IF
           WRITE ACTIVITY-REC
           ADD 1 TO WS-REG-COUNT.

       REPORT-NOT-JUDGED.
           ADD 1 TO WS-NO-RULE-COUNT
           PERFORM SET-ACCOUNT-DISPLAY
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO EXC-RPT-REC
           STRING WS-ACCT-DISP " " WS-CLASS-DISP
                  "           NOT JUDGED -- NO RULE ROW FOR ITS CLASS"
               DELIMITED BY SIZE INTO EXC-RPT-REC
           END-STRING
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

      *    The report line and the audit record for one exception.
       RAISE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE 'Y' TO WS-CUR-FLAGGED-SW
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           PERFORM SET-ACCOUNT-DISPLAY
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-EX-LINE TO WS-LINE-DISP
           MOVE SPACES TO EXC-RPT-REC
           STRING WS-ACCT-DISP " " WS-CLASS-DISP " " WS-LINE-DISP
                  " " WS-EX-WHAT(1:28)
                  " " WS-EX-FIGURE(1:30)
                  " " WS-EX-LIMIT(1:30)
               DELIMITED BY SIZE INTO EXC-RPT-REC
           END-STRING
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           MOVE SPACES TO WS-AUD-TEXT
           STRING "ACCT=" FUNCTION TRIM(WS-ACCT-DISP)
                  " CLASS=" FUNCTION TRIM(WS-CLASS-DISP)
                  " " FUNCTION TRIM(WS-EX-FIGURE)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE WS-EX-WHAT TO WS-AUD-RESULT
           MOVE 4 TO WS-AUD-RC
           PERFORM WRITE-EXCEPTION-AUDIT-DETAIL.

       SET-ACCOUNT-DISPLAY.
           IF WS-CUR-ACCT = SPACES
               MOVE "*" TO WS-ACCT-DISP
           ELSE
               MOVE WS-CUR-ACCT TO WS-ACCT-DISP
           END-IF
           IF WS-CUR-CLASS = SPACES
               MOVE "(NONE)" TO WS-CLASS-DISP
           ELSE
               MOVE WS-CUR-CLASS TO WS-CLASS-DISP
           END-IF.

      *    A ledger figure BIGCALC will not take cannot be judged;
      *    the first few are listed, all are counted.
       NOTE-UNREAD-FIGURE.
           ADD 1 TO WS-UNREAD-COUNT
           IF WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF
           IF WS-UNREAD-COUNT <= 20
               PERFORM SET-ACCOUNT-DISPLAY
               MOVE SRT-LINE TO WS-LINE-DISP
               DISPLAY "BIGEXCP: FIGURE NOT A NUMBER, NOT JUDGED: "
                   "ACCT=" WS-ACCT-DISP " LINE=" WS-LINE-DISP
           END-IF.

      *    Drops a leading sign from WS-CALC-1, leaving the size.
       STRIP-CALC-1-SIGN.
           IF WS-CALC-1(1:1) = '-' OR WS-CALC-1(1:1) = '+'
               MOVE WS-CALC-1(2:509) TO WS-CALC-WORK
               MOVE WS-CALC-WORK TO WS-CALC-1
           END-IF.

      *    WS-CALC-1 less WS-CALC-2 through BIGCALC: no digit but
      *    zero is equal, a leading '-' is below, anything else is
      *    above.
       COMPARE-CALC-FIGURES.
           MOVE 'X' TO WS-CMP-SW
           CALL "BIGCALC" USING WS-CALC-1 '-' WS-CALC-2
               WS-CALC-RESULT WS-CALC-RC WS-CALC-OVFL-SW
           END-CALL
           IF WS-CALC-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMP-TEXT
           MOVE FUNCTION TRIM(WS-CALC-RESULT) TO WS-CMP-TEXT
           MOVE 0 TO WS-CMP-DIGITS
           INSPECT WS-CMP-TEXT TALLYING WS-CMP-DIGITS
               FOR ALL '1' ALL '2' ALL '3' ALL '4' ALL '5'
                   ALL '6' ALL '7' ALL '8' ALL '9'
           EVALUATE TRUE
               WHEN WS-CMP-DIGITS = 0
                   MOVE 'E' TO WS-CMP-SW
               WHEN WS-CMP-TEXT(1:1) = '-'
                   MOVE 'B' TO WS-CMP-SW
               WHEN OTHER
                   MOVE 'A' TO WS-CMP-SW
           END-EVALUATE.

       WRITE-SUMMARY-SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO EXC-RPT-REC
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-LEDGER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO EXC-RPT-REC
           STRING "LEDGER NIGHT " WS-RUN-DATE
                  "  LEDGER LINES=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO EXC-RPT-REC
           END-STRING
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISP
           MOVE "ACCOUNTS ON TONIGHT'S LEDGER" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP
           MOVE "ACCOUNTS FLAGGED" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-NO-RULE-COUNT TO WS-COUNT-DISP
           MOVE "ACCOUNTS NOT JUDGED (NO RULE ROW)" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-MOVE-EXC-COUNT TO WS-COUNT-DISP
           MOVE "LARGE SINGLE MOVEMENTS" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-NET-EXC-COUNT TO WS-COUNT-DISP
           MOVE "NET DAILY CHANGES OVER LIMIT" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-MIN-EXC-COUNT TO WS-COUNT-DISP
           MOVE "BALANCES BELOW MINIMUM" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-DORM-EXC-COUNT TO WS-COUNT-DISP
           MOVE "DORMANT ACCOUNTS MOVED" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-EXC-COUNT TO WS-COUNT-DISP
           MOVE "EXCEPTIONS IN ALL" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE
           IF WS-UNREAD-COUNT > 0
               MOVE WS-UNREAD-COUNT TO WS-COUNT-DISP
               MOVE "FIGURES NOT A NUMBER, NOT JUDGED" TO WS-EX-WHAT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE WS-REG-COUNT TO WS-COUNT-DISP
           MOVE "ACCOUNTS CARRIED ON THE REGISTER" TO WS-EX-WHAT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO EXC-RPT-REC
           STRING WS-EX-WHAT "=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO EXC-RPT-REC
           END-STRING
           WRITE EXC-RPT-REC
           ADD 1 TO WS-LINE-ON-PAGE.

       CHECK-PAGE-BREAK.
           IF WS-LINE-ON-PAGE >= PAGE-LINES
               PERFORM WRITE-PAGE-HEADING
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO EXC-RPT-REC
           STRING "BIGEXCP -- LEDGER EXCEPTIONS FOR THE TREASURY DESK"
                  "  PRINTED=" WS-TIMESTAMP(1:8)
                  "  PAGE " WS-PAGE-DISP
               DELIMITED BY SIZE INTO EXC-RPT-REC
           END-STRING
           WRITE EXC-RPT-REC
           MOVE "ACCOUNT          CLASS         LINE EXCEPTION      "
               & "              FIGURE                         LIMIT"
               TO EXC-RPT-REC
           WRITE EXC-RPT-REC
           MOVE SPACES TO EXC-RPT-REC
           WRITE EXC-RPT-REC
           MOVE 3 TO WS-LINE-ON-PAGE.

       END PROGRAM BIGEXCP.
