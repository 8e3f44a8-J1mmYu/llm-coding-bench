       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELVCHK.

      *    Provider delivery check.  CSVPARSER balances every #BHDR /
      *    #BTRL envelope that arrives on CSVIN, but a provider that
      *    sends nothing at all is invisible to it.  This step knows
      *    which providers should have sent a batch on the checking
      *    day and reports the ones that have not, the ones that
      *    came in after their cutoff and the envelopes nobody
      *    expected.  It is run at the cutoff and again just before
      *    the nightly window:
      *      - DLVSCHD, the delivery schedule, one card per provider:
      *            PROVIDER <id> <cutoff-hhmm> <days...>
      *                     [CRITICAL] [ENVELOPES n]
      *        where days is WORKDAYS (every MIVCAL working day),
      *        DAILY (every calendar day, holidays included) or day
      *        names MON..SUN (those days, when they are working
      *        days).  CRITICAL marks a provider whose absence must
      *        hold the nightly; ENVELOPES is how many envelopes the
      *        provider may send in one day (default 1).  '*' in
      *        column 1 is a comment;
      *      - DLVCTL (optional DD) "DATE yyyymmdd" checks another
      *        day than today, for a rerun after midnight;
      *      - MIVCAL, the shop calendar of non-working days;
      *      - CSVIN is scanned for its envelope headers and the
      *        declared counts on their trailers;
      *      - DLVLOG, the permanent receipt log (DLVLREC), is read
      *        for what earlier runs already found and then extended
      *        with one entry for every envelope seen for the first
      *        time -- stamped with the time of this run, so an
      *        envelope first found by the run after the cutoff is
      *        LATE -- and one MISSING entry for each expected
      *        provider still absent at its cutoff.  An envelope
      *        whose provider and batch date were already received
      *        on an earlier day is RESENT; envelopes past the
      *        provider's allowance are DUPLICAT; envelopes from a
      *        provider not expected that day are UNSCHED;
      *      - DLVRPT lists every scheduled provider and every
      *        exception, and each goes to UTILAUD as a detail under
      *        the DELVCHK program id.
      *    A provider expected today whose cutoff has not yet come
      *    is PENDING, not missing.
      *    RETURN-CODE 0 when every expected provider is in on time,
      *    4 for a late, duplicate, resent or unscheduled envelope,
      *    a missing provider not marked CRITICAL, a bad schedule
      *    card or an unreadable calendar, 8 when a CRITICAL
      *    provider is missing past its cutoff (the scheduler holds
      *    the nightly's CSV step on it), 16 when the schedule, CSVIN
      *    or the receipt log will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLV-SCHD-FILE ASSIGN TO "DLVSCHD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT DLV-CTL-FILE ASSIGN TO "DLVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CSV-IN-FILE ASSIGN TO "CSVIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DLV-LOG-FILE ASSIGN TO "DLVLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DLV-RPT-FILE ASSIGN TO "DLVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLV-SCHD-FILE.
       01  DLV-SCHD-REC            PIC X(80).
       FD  DLV-CTL-FILE.
       01  DLV-CTL-REC             PIC X(80).
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  CSV-IN-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON WS-IN-REC-LEN.
       01  CSV-IN-REC              PIC X(1000).
       FD  DLV-LOG-FILE.
           COPY DLVLREC.
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  DLV-RPT-FILE.
       01  DLV-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(5).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.

      *    The day being checked, and the moment of this run: the
      *    time every envelope first found now is stamped with.
       01  WS-CHECK-DATE           PIC X(8).
       01  WS-NOW-DATE             PIC X(8).
       01  WS-NOW-TIME             PIC X(6).
       01  WS-CHECK-SERIAL         PIC S9(9) COMP-5.
       01  WS-CHECK-DOW            PIC 9(1).
       01  WS-WORKING-DAY-SW       PIC X VALUE 'Y'.
           88  WS-WORKING-DAY      VALUE 'Y'.
       01  WS-DOW-WORK             PIC X(3).
       01  WS-DOW-VAL              PIC 9(1).

      *    The schedule, one entry per PROVIDER card.
       01  MAX-SCHED               PIC 9(4) VALUE 200.
       01  WS-SCH-COUNT            PIC 9(4) VALUE 0.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 200 TIMES.
               10  WS-SCH-PROVIDER PIC X(8).
               10  WS-SCH-CUTOFF   PIC X(4).
               10  WS-SCH-DOW-FLAGS.
                   15  WS-SCH-DOW  PIC X OCCURS 7 TIMES.
      *            'Y' the days only count when they are working
      *            days; 'N' (DAILY) every listed day counts.
               10  WS-SCH-CAL-SW   PIC X.
               10  WS-SCH-CRIT-SW  PIC X.
               10  WS-SCH-MAX-ENV  PIC 9(2).
               10  WS-SCH-EXPECT-SW PIC X.
               10  WS-SCH-PAST-SW  PIC X.
               10  WS-SCH-RECEIVED PIC 9(4).
               10  WS-SCH-ENV-SEEN PIC 9(4).
               10  WS-SCH-MISS-LOGGED-SW PIC X.
               10  WS-SCH-FIRST-SEEN PIC X(14).
               10  WS-SCH-STATUS   PIC X(8).
       01  WS-SCH-I                PIC 9(4).
       01  WS-SCH-FOUND            PIC 9(4).
       01  WS-SCH-BAD-COUNT        PIC 9(4) VALUE 0.
       01  WS-SCH-TOKENS.
           05  WS-SCH-TOKEN OCCURS 12 TIMES PIC X(10).
       01  WS-SCH-KEYWORD          PIC X(10).
       01  WS-TOK-I                PIC 9(2).
       01  WS-SCH-BAD-SW           PIC X.
           88  WS-SCH-BAD          VALUE 'Y'.

      *    Every envelope header on CSVIN, in file order.
       01  MAX-ENVELOPES           PIC 9(4) VALUE 500.
       01  WS-ENV-COUNT            PIC 9(4) VALUE 0.
       01  WS-ENV-OVERFLOW         PIC 9(6) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 500 TIMES.
               10  WS-ENV-PROVIDER PIC X(8).
               10  WS-ENV-BATCH-DATE PIC X(8).
               10  WS-ENV-SEQ      PIC 9(2).
               10  WS-ENV-ROWS     PIC 9(9).
               10  WS-ENV-SCHED    PIC 9(4).
               10  WS-ENV-LOGGED-SW PIC X.
               10  WS-ENV-RESENT-SW PIC X.
               10  WS-ENV-SEEN-DATE PIC X(8).
               10  WS-ENV-SEEN-TIME PIC X(6).
               10  WS-ENV-STATUS   PIC X(8).
       01  WS-ENV-I                PIC 9(4).
       01  WS-ENV-J                PIC 9(4).
       01  WS-ENV-OPEN             PIC 9(4) VALUE 0.
       01  WS-BAT-TOKEN-1          PIC X(8).
       01  WS-BAT-TOKEN-2          PIC X(20).
       01  WS-BAT-TOKEN-3          PIC X(60).

      *    Run counts for the closing totals and the audit trailer.
       01  WS-EXPECTED-COUNT       PIC 9(4) VALUE 0.
       01  WS-ONTIME-COUNT         PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT        PIC 9(4) VALUE 0.
       01  WS-CRIT-MISSING-COUNT   PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(4) VALUE 0.
       01  WS-LOGGED-COUNT         PIC 9(4) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(6) VALUE 0.

      *    Report and audit line work areas.
       01  WS-RPT-EXPECT           PIC X(3).
       01  WS-RPT-CRIT             PIC X(4).
       01  WS-RPT-SEEN             PIC X(17).
       01  WS-RPT-NOTE             PIC X(40).
       01  WS-AUD-TEXT             PIC X(80).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT DLV-RPT-FILE
           MOVE "DELVCHK -- PROVIDER DELIVERY CHECK" TO DLV-RPT-REC
           WRITE DLV-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           PERFORM SET-CHECK-DATE
           PERFORM LOAD-DELIVERY-SCHEDULE
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM TEST-WORKING-DAY
           PERFORM SET-EXPECTED-PROVIDERS
           PERFORM SCAN-CSVIN-ENVELOPES
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM READ-RECEIPT-LOG
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           OPEN EXTEND DLV-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT DLV-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "DELVCHK: *** ERROR *** DLVLOG WILL NOT OPEN "
                   "FOR EXTEND, STATUS " WS-LOG-STATUS
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM CLASSIFY-ENVELOPES
           PERFORM CHECK-MISSING-PROVIDERS
           CLOSE DLV-LOG-FILE

           PERFORM WRITE-DELIVERY-REPORT
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE DLV-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "DELVCHK: DATE=" WS-CHECK-DATE
               " EXPECTED=" WS-EXPECTED-COUNT
               " ONTIME=" WS-ONTIME-COUNT
               " LATE=" WS-LATE-COUNT
               " MISSING=" WS-MISSING-COUNT
               " PENDING=" WS-PENDING-COUNT
               " EXCEPTIONS=" WS-EXCEPTION-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "DELVCHK " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-NOW-DATE
           MOVE WS-TIMESTAMP(9:6) TO WS-NOW-TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "DELVCHK" TO AUD-PROGRAM-ID
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
           MOVE "DELVCHK" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           COMPUTE AUD-OK-COUNT = WS-DETAIL-COUNT - WS-EXCEPTION-COUNT
               - WS-MISSING-COUNT - WS-LATE-COUNT
           COMPUTE AUD-ERROR-COUNT = WS-EXCEPTION-COUNT
               + WS-MISSING-COUNT + WS-LATE-COUNT
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

       RAISE-RC.
           IF WS-AUD-RC > WS-WORST-RC
               MOVE WS-AUD-RC TO WS-WORST-RC
           END-IF.

      *----------------------------------------------------------
      *    The day being checked: today, unless DLVCTL names one.
      *----------------------------------------------------------
       SET-CHECK-DATE.
           MOVE WS-NOW-DATE TO WS-CHECK-DATE
           OPEN INPUT DLV-CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DLV-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM APPLY-ONE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE DLV-CTL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW
           COMPUTE WS-CHECK-SERIAL = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CHECK-DATE))
           COMPUTE WS-CHECK-DOW =
               FUNCTION MOD(WS-CHECK-SERIAL - 1, 7) + 1
           MOVE SPACES TO DLV-RPT-REC
           STRING "CHECKING " WS-CHECK-DATE
                  " AS AT " WS-NOW-DATE " " WS-NOW-TIME(1:2) ":"
                  WS-NOW-TIME(3:2)
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC.

       APPLY-ONE-CONTROL-CARD.
           IF DLV-CTL-REC = SPACES OR DLV-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCH-KEYWORD WS-SCH-TOKENS
           UNSTRING DLV-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-SCH-KEYWORD WS-SCH-TOKEN(1)
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-SCH-KEYWORD) = "DATE"
              AND WS-SCH-TOKEN(1)(1:8) IS NUMERIC
              AND WS-SCH-TOKEN(1)(9:2) = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-SCH-TOKEN(1)(1:8))) = 0
                   MOVE WS-SCH-TOKEN(1)(1:8) TO WS-CHECK-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "DELVCHK: BAD CONTROL CARD IGNORED: "
               FUNCTION TRIM(DLV-CTL-REC)
           MOVE SPACES TO DLV-RPT-REC
           STRING "BAD DLVCTL CARD IGNORED: " DLV-CTL-REC
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           MOVE 4 TO WS-AUD-RC
           PERFORM RAISE-RC.

      *----------------------------------------------------------
      *    The delivery schedule.
      *----------------------------------------------------------
       LOAD-DELIVERY-SCHEDULE.
           OPEN INPUT DLV-SCHD-FILE
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "DELVCHK: *** ERROR *** DLVSCHD WILL NOT OPEN, "
                   "STATUS " WS-SCHD-STATUS
               MOVE "*** THE DELIVERY SCHEDULE WILL NOT OPEN -- "
                   & "NOTHING CHECKED ***" TO DLV-RPT-REC
               WRITE DLV-RPT-REC
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DLV-SCHD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF DLV-SCHD-REC NOT = SPACES
                          AND DLV-SCHD-REC(1:1) NOT = '*'
                           PERFORM APPLY-ONE-SCHEDULE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLV-SCHD-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    PROVIDER <id> <cutoff-hhmm> <days...> [CRITICAL]
      *             [ENVELOPES n]
       APPLY-ONE-SCHEDULE-CARD.
           MOVE SPACES TO WS-SCH-KEYWORD WS-SCH-TOKENS
           UNSTRING DLV-SCHD-REC DELIMITED BY ALL SPACES
               INTO WS-SCH-KEYWORD WS-SCH-TOKEN(1) WS-SCH-TOKEN(2)
                    WS-SCH-TOKEN(3) WS-SCH-TOKEN(4) WS-SCH-TOKEN(5)
                    WS-SCH-TOKEN(6) WS-SCH-TOKEN(7) WS-SCH-TOKEN(8)
                    WS-SCH-TOKEN(9) WS-SCH-TOKEN(10) WS-SCH-TOKEN(11)
                    WS-SCH-TOKEN(12)
           END-UNSTRING
           MOVE 'N' TO WS-SCH-BAD-SW
           IF FUNCTION UPPER-CASE(WS-SCH-KEYWORD) NOT = "PROVIDER"
              OR WS-SCH-TOKEN(1) = SPACES
              OR WS-SCH-TOKEN(1)(9:2) NOT = SPACES
              OR WS-SCH-TOKEN(2)(1:4) IS NOT NUMERIC
              OR WS-SCH-TOKEN(2)(5:6) NOT = SPACES
              OR WS-SCH-TOKEN(2)(1:2) > "23"
              OR WS-SCH-TOKEN(2)(3:2) > "59"
              OR WS-SCH-COUNT >= MAX-SCHED
               PERFORM FLAG-BAD-SCHEDULE-CARD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
               IF WS-SCH-PROVIDER(WS-SCH-I) = WS-SCH-TOKEN(1)(1:8)
                   MOVE 'Y' TO WS-SCH-BAD-SW
               END-IF
           END-PERFORM
           IF WS-SCH-BAD
               PERFORM FLAG-BAD-SCHEDULE-CARD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SCH-I = WS-SCH-COUNT + 1
           INITIALIZE WS-SCH-ENTRY(WS-SCH-I)
           MOVE WS-SCH-TOKEN(1)(1:8) TO WS-SCH-PROVIDER(WS-SCH-I)
           MOVE WS-SCH-TOKEN(2)(1:4) TO WS-SCH-CUTOFF(WS-SCH-I)
           MOVE "NNNNNNN" TO WS-SCH-DOW-FLAGS(WS-SCH-I)
           MOVE 'Y' TO WS-SCH-CAL-SW(WS-SCH-I)
           MOVE 'N' TO WS-SCH-CRIT-SW(WS-SCH-I)
           MOVE 1 TO WS-SCH-MAX-ENV(WS-SCH-I)
           MOVE 'N' TO WS-SCH-MISS-LOGGED-SW(WS-SCH-I)
           PERFORM VARYING WS-TOK-I FROM 3 BY 1
                   UNTIL WS-TOK-I > 12 OR WS-SCH-BAD
               IF WS-SCH-TOKEN(WS-TOK-I) NOT = SPACES
                   PERFORM APPLY-ONE-SCHEDULE-TOKEN
               END-IF
           END-PERFORM
           IF WS-SCH-DOW-FLAGS(WS-SCH-I) = "NNNNNNN"
               MOVE 'Y' TO WS-SCH-BAD-SW
           END-IF
           IF WS-SCH-BAD
               PERFORM FLAG-BAD-SCHEDULE-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCH-I TO WS-SCH-COUNT.

       APPLY-ONE-SCHEDULE-TOKEN.
           EVALUATE FUNCTION UPPER-CASE(WS-SCH-TOKEN(WS-TOK-I))
               WHEN "WORKDAYS"
                   MOVE "YYYYYYY" TO WS-SCH-DOW-FLAGS(WS-SCH-I)
               WHEN "DAILY"
                   MOVE "YYYYYYY" TO WS-SCH-DOW-FLAGS(WS-SCH-I)
                   MOVE 'N' TO WS-SCH-CAL-SW(WS-SCH-I)
               WHEN "CRITICAL"
                   MOVE 'Y' TO WS-SCH-CRIT-SW(WS-SCH-I)
               WHEN "ENVELOPES"
                   ADD 1 TO WS-TOK-I
                   IF WS-TOK-I > 12
                       MOVE 'Y' TO WS-SCH-BAD-SW
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SCH-TOKEN(WS-TOK-I) = SPACES
                      OR FUNCTION TRIM(WS-SCH-TOKEN(WS-TOK-I))
                         IS NOT NUMERIC
                      OR WS-SCH-TOKEN(WS-TOK-I)(3:8) NOT = SPACES
                       MOVE 'Y' TO WS-SCH-BAD-SW
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-SCH-TOKEN(WS-TOK-I))
                       TO WS-SCH-MAX-ENV(WS-SCH-I)
                   IF WS-SCH-MAX-ENV(WS-SCH-I) = 0
                       MOVE 'Y' TO WS-SCH-BAD-SW
                   END-IF
               WHEN OTHER
                   MOVE WS-SCH-TOKEN(WS-TOK-I)(1:3) TO WS-DOW-WORK
                   PERFORM MAP-DAY-NAME
                   IF WS-DOW-VAL = 0
                      OR WS-SCH-TOKEN(WS-TOK-I)(4:7) NOT = SPACES
                       MOVE 'Y' TO WS-SCH-BAD-SW
                   ELSE
                       MOVE 'Y' TO WS-SCH-DOW(WS-SCH-I, WS-DOW-VAL)
                   END-IF
           END-EVALUATE.

       MAP-DAY-NAME.
           EVALUATE FUNCTION UPPER-CASE(WS-DOW-WORK)
               WHEN "MON" MOVE 1 TO WS-DOW-VAL
               WHEN "TUE" MOVE 2 TO WS-DOW-VAL
               WHEN "WED" MOVE 3 TO WS-DOW-VAL
               WHEN "THU" MOVE 4 TO WS-DOW-VAL
               WHEN "FRI" MOVE 5 TO WS-DOW-VAL
               WHEN "SAT" MOVE 6 TO WS-DOW-VAL
               WHEN "SUN" MOVE 7 TO WS-DOW-VAL
               WHEN OTHER MOVE 0 TO WS-DOW-VAL
           END-EVALUATE.

       FLAG-BAD-SCHEDULE-CARD.
           ADD 1 TO WS-SCH-BAD-COUNT
           DISPLAY "DELVCHK: BAD SCHEDULE CARD IGNORED: "
               FUNCTION TRIM(DLV-SCHD-REC)
           MOVE SPACES TO DLV-RPT-REC
           STRING "BAD DLVSCHD CARD IGNORED: " DLV-SCHD-REC
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           MOVE 4 TO WS-AUD-RC
           PERFORM RAISE-RC.

      *    The checking day is a working day unless MIVCAL lists
      *    it.  An unreadable calendar counts every day as working
      *    and flags the run.
       TEST-WORKING-DAY.
           MOVE 'Y' TO WS-WORKING-DAY-SW
           OPEN INPUT MIV-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "DELVCHK: *** WARNING *** MIVCAL NOT READABLE, "
                   "EVERY DAY TAKEN AS WORKING, STATUS " WS-CAL-STATUS
               MOVE "*** MIVCAL NOT READABLE -- EVERY DAY TAKEN AS "
                   & "A WORKING DAY ***" TO DLV-RPT-REC
               WRITE DLV-RPT-REC
               MOVE 4 TO WS-AUD-RC
               PERFORM RAISE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ MIV-CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FUNCTION TRIM(MIV-CAL-REC) = WS-CHECK-DATE
                           MOVE 'N' TO WS-WORKING-DAY-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIV-CAL-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    Who is due on the checking day, and whose cutoff has
      *    passed as at this run.
       SET-EXPECTED-PROVIDERS.
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
               MOVE 'N' TO WS-SCH-EXPECT-SW(WS-SCH-I)
               IF WS-SCH-DOW(WS-SCH-I, WS-CHECK-DOW) = 'Y'
                  AND (WS-WORKING-DAY OR WS-SCH-CAL-SW(WS-SCH-I) = 'N')
                   MOVE 'Y' TO WS-SCH-EXPECT-SW(WS-SCH-I)
                   ADD 1 TO WS-EXPECTED-COUNT
               END-IF
               MOVE 'N' TO WS-SCH-PAST-SW(WS-SCH-I)
               IF WS-NOW-DATE > WS-CHECK-DATE
                  OR (WS-NOW-DATE = WS-CHECK-DATE
                      AND WS-NOW-TIME(1:4) >= WS-SCH-CUTOFF(WS-SCH-I))
                   MOVE 'Y' TO WS-SCH-PAST-SW(WS-SCH-I)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------
      *    The envelopes on CSVIN.  A not-yet-created CSVIN is a
      *    day on which nothing has arrived.
      *----------------------------------------------------------
       SCAN-CSVIN-ENVELOPES.
           OPEN INPUT CSV-IN-FILE
           IF WS-IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "DELVCHK: *** ERROR *** CSVIN WILL NOT OPEN, "
                   "STATUS " WS-IN-STATUS
               MOVE "*** CSVIN WILL NOT OPEN -- NOTHING CHECKED ***"
                   TO DLV-RPT-REC
               WRITE DLV-RPT-REC
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CSV-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CSV-IN-REC(1:5) = "#BHDR"
                           PERFORM TAKE-ENVELOPE-HEADER
                       END-IF
                       IF CSV-IN-REC(1:5) = "#BTRL"
                           PERFORM TAKE-ENVELOPE-TRAILER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSV-IN-FILE
           MOVE 'N' TO WS-EOF-SW
           IF WS-ENV-OVERFLOW > 0
               DISPLAY "DELVCHK: *** WARNING *** " WS-ENV-OVERFLOW
                   " ENVELOPES BEYOND THE TABLE NOT CHECKED"
               MOVE 4 TO WS-AUD-RC
               PERFORM RAISE-RC
           END-IF.

       TAKE-ENVELOPE-HEADER.
           MOVE 0 TO WS-ENV-OPEN
           IF WS-ENV-COUNT >= MAX-ENVELOPES
               ADD 1 TO WS-ENV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2
               WS-BAT-TOKEN-3
           UNSTRING CSV-IN-REC DELIMITED BY ALL SPACES
               INTO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2 WS-BAT-TOKEN-3
           END-UNSTRING
           ADD 1 TO WS-ENV-COUNT
           MOVE WS-ENV-COUNT TO WS-ENV-I WS-ENV-OPEN
           INITIALIZE WS-ENV-ENTRY(WS-ENV-I)
           MOVE WS-BAT-TOKEN-2(1:8) TO WS-ENV-PROVIDER(WS-ENV-I)
           MOVE WS-BAT-TOKEN-3(1:8) TO WS-ENV-BATCH-DATE(WS-ENV-I)
           MOVE 'N' TO WS-ENV-LOGGED-SW(WS-ENV-I)
           MOVE 'N' TO WS-ENV-RESENT-SW(WS-ENV-I)
           MOVE 0 TO WS-ENV-SEQ(WS-ENV-I)
           PERFORM VARYING WS-ENV-J FROM 1 BY 1
                   UNTIL WS-ENV-J > WS-ENV-I
               IF WS-ENV-PROVIDER(WS-ENV-J)
                      = WS-ENV-PROVIDER(WS-ENV-I)
                   ADD 1 TO WS-ENV-SEQ(WS-ENV-I)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ENV-SCHED(WS-ENV-I)
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
               IF WS-SCH-PROVIDER(WS-SCH-I)
                      = WS-ENV-PROVIDER(WS-ENV-I)
                   MOVE WS-SCH-I TO WS-ENV-SCHED(WS-ENV-I)
               END-IF
           END-PERFORM.

      *    The declared count of the envelope the trailer closes;
      *    CSVPARSER does the balancing, this only records it.
       TAKE-ENVELOPE-TRAILER.
           IF WS-ENV-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2
           UNSTRING CSV-IN-REC DELIMITED BY ALL SPACES
               INTO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2
           END-UNSTRING
           IF WS-BAT-TOKEN-2 NOT = SPACES
              AND FUNCTION TRIM(WS-BAT-TOKEN-2) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-BAT-TOKEN-2)
                   TO WS-ENV-ROWS(WS-ENV-OPEN)
           END-IF
           MOVE 0 TO WS-ENV-OPEN.

      *----------------------------------------------------------
      *    What earlier runs already found: envelopes logged for
      *    the checking day keep the time they were first seen, a
      *    batch logged on an earlier day makes its envelope a
      *    resend, and a provider already logged MISSING is not
      *    logged again.
      *----------------------------------------------------------
       READ-RECEIPT-LOG.
           OPEN INPUT DLV-LOG-FILE
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "DELVCHK: *** ERROR *** DLVLOG WILL NOT OPEN, "
                   "STATUS " WS-LOG-STATUS
               MOVE "*** THE RECEIPT LOG WILL NOT OPEN -- NOTHING "
                   & "CHECKED ***" TO DLV-RPT-REC
               WRITE DLV-RPT-REC
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DLV-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE DLV-LOG-FILE
           MOVE 'N' TO WS-EOF-SW.

       TAKE-ONE-LOG-ENTRY.
           IF DLV-CHECK-DATE = WS-CHECK-DATE
               IF DLV-MISSING
                   PERFORM VARYING WS-SCH-I FROM 1 BY 1
                           UNTIL WS-SCH-I > WS-SCH-COUNT
                       IF WS-SCH-PROVIDER(WS-SCH-I) = DLV-PROVIDER
                           MOVE 'Y' TO WS-SCH-MISS-LOGGED-SW(WS-SCH-I)
                       END-IF
                   END-PERFORM
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-ENV-I FROM 1 BY 1
                       UNTIL WS-ENV-I > WS-ENV-COUNT
                   IF WS-ENV-PROVIDER(WS-ENV-I) = DLV-PROVIDER
                      AND WS-ENV-BATCH-DATE(WS-ENV-I) = DLV-BATCH-DATE
                      AND WS-ENV-SEQ(WS-ENV-I) = DLV-ENV-SEQ
                       MOVE 'Y' TO WS-ENV-LOGGED-SW(WS-ENV-I)
                       MOVE DLV-SEEN-DATE TO WS-ENV-SEEN-DATE(WS-ENV-I)
                       MOVE DLV-SEEN-TIME TO WS-ENV-SEEN-TIME(WS-ENV-I)
                       MOVE DLV-STATUS TO WS-ENV-STATUS(WS-ENV-I)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF DLV-CHECK-DATE < WS-CHECK-DATE
              AND (DLV-ONTIME OR DLV-LATE)
               PERFORM VARYING WS-ENV-I FROM 1 BY 1
                       UNTIL WS-ENV-I > WS-ENV-COUNT
                   IF WS-ENV-PROVIDER(WS-ENV-I) = DLV-PROVIDER
                      AND WS-ENV-BATCH-DATE(WS-ENV-I) = DLV-BATCH-DATE
                       MOVE 'Y' TO WS-ENV-RESENT-SW(WS-ENV-I)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------
      *    Every envelope not yet on the log is stamped with this
      *    run's time, classified and logged.
      *----------------------------------------------------------
       CLASSIFY-ENVELOPES.
           PERFORM VARYING WS-ENV-I FROM 1 BY 1
                   UNTIL WS-ENV-I > WS-ENV-COUNT
               IF WS-ENV-LOGGED-SW(WS-ENV-I) NOT = 'Y'
                   PERFORM CLASSIFY-NEW-ENVELOPE
                   PERFORM LOG-ENVELOPE
               END-IF
               MOVE WS-ENV-SCHED(WS-ENV-I) TO WS-SCH-I
               IF WS-SCH-I > 0
                   ADD 1 TO WS-SCH-ENV-SEEN(WS-SCH-I)
                   IF WS-ENV-STATUS(WS-ENV-I) = "ONTIME"
                      OR WS-ENV-STATUS(WS-ENV-I) = "LATE"
                       ADD 1 TO WS-SCH-RECEIVED(WS-SCH-I)
                       IF WS-SCH-FIRST-SEEN(WS-SCH-I) = SPACES
                           STRING WS-ENV-SEEN-DATE(WS-ENV-I)
                                  WS-ENV-SEEN-TIME(WS-ENV-I)
                               DELIMITED BY SIZE
                               INTO WS-SCH-FIRST-SEEN(WS-SCH-I)
                           END-STRING
                           MOVE WS-ENV-STATUS(WS-ENV-I)
                               TO WS-SCH-STATUS(WS-SCH-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-NEW-ENVELOPE.
           MOVE WS-NOW-DATE TO WS-ENV-SEEN-DATE(WS-ENV-I)
           MOVE WS-NOW-TIME TO WS-ENV-SEEN-TIME(WS-ENV-I)
           MOVE WS-ENV-SCHED(WS-ENV-I) TO WS-SCH-I
           EVALUATE TRUE
               WHEN WS-ENV-RESENT-SW(WS-ENV-I) = 'Y'
                   MOVE "RESENT" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN WS-SCH-I = 0
                   MOVE "UNSCHED" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN WS-SCH-EXPECT-SW(WS-SCH-I) NOT = 'Y'
                   MOVE "UNSCHED" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN WS-ENV-SEQ(WS-ENV-I) > WS-SCH-MAX-ENV(WS-SCH-I)
                   MOVE "DUPLICAT" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN WS-NOW-DATE > WS-CHECK-DATE
                   MOVE "LATE" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN WS-NOW-DATE = WS-CHECK-DATE
                    AND WS-NOW-TIME(1:4) > WS-SCH-CUTOFF(WS-SCH-I)
                   MOVE "LATE" TO WS-ENV-STATUS(WS-ENV-I)
               WHEN OTHER
                   MOVE "ONTIME" TO WS-ENV-STATUS(WS-ENV-I)
           END-EVALUATE.

       LOG-ENVELOPE.
           MOVE SPACES TO DELIVERY-LOG-REC
           MOVE WS-CHECK-DATE TO DLV-CHECK-DATE
           MOVE WS-ENV-PROVIDER(WS-ENV-I) TO DLV-PROVIDER
           MOVE WS-ENV-BATCH-DATE(WS-ENV-I) TO DLV-BATCH-DATE
           MOVE WS-ENV-SEQ(WS-ENV-I) TO DLV-ENV-SEQ
           MOVE WS-ENV-SEEN-DATE(WS-ENV-I) TO DLV-SEEN-DATE
           MOVE WS-ENV-SEEN-TIME(WS-ENV-I) TO DLV-SEEN-TIME
           MOVE WS-ENV-STATUS(WS-ENV-I) TO DLV-STATUS
           MOVE WS-ENV-ROWS(WS-ENV-I) TO DLV-ROWS
           WRITE DELIVERY-LOG-REC
           ADD 1 TO WS-LOGGED-COUNT.

      *    An expected provider with nothing received is PENDING
      *    until its cutoff and MISSING after it; the first run to
      *    find it missing logs it.
       CHECK-MISSING-PROVIDERS.
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
               EVALUATE TRUE
                   WHEN WS-SCH-EXPECT-SW(WS-SCH-I) NOT = 'Y'
                       IF WS-SCH-ENV-SEEN(WS-SCH-I) = 0
                           MOVE "NOT DUE" TO WS-SCH-STATUS(WS-SCH-I)
                       ELSE
                           MOVE "UNSCHED" TO WS-SCH-STATUS(WS-SCH-I)
                       END-IF
                   WHEN WS-SCH-RECEIVED(WS-SCH-I) > 0
                       CONTINUE
                   WHEN WS-SCH-PAST-SW(WS-SCH-I) = 'Y'
                       MOVE "MISSING" TO WS-SCH-STATUS(WS-SCH-I)
                       IF WS-SCH-MISS-LOGGED-SW(WS-SCH-I) NOT = 'Y'
                           PERFORM LOG-MISSING-PROVIDER
                       END-IF
                   WHEN OTHER
                       MOVE "PENDING" TO WS-SCH-STATUS(WS-SCH-I)
               END-EVALUATE
           END-PERFORM.

       LOG-MISSING-PROVIDER.
           MOVE SPACES TO DELIVERY-LOG-REC
           MOVE WS-CHECK-DATE TO DLV-CHECK-DATE
           MOVE WS-SCH-PROVIDER(WS-SCH-I) TO DLV-PROVIDER
           MOVE 0 TO DLV-ENV-SEQ
           MOVE WS-NOW-DATE TO DLV-SEEN-DATE
           MOVE WS-NOW-TIME TO DLV-SEEN-TIME
           MOVE "MISSING" TO DLV-STATUS
           MOVE 0 TO DLV-ROWS
           WRITE DELIVERY-LOG-REC
           ADD 1 TO WS-LOGGED-COUNT.

      *----------------------------------------------------------
      *    DLVRPT: one line per scheduled provider, then every
      *    envelope that was not an expected delivery, then the
      *    totals.  Each line is also an audit detail.
      *----------------------------------------------------------
       WRITE-DELIVERY-REPORT.
           MOVE SPACES TO DLV-RPT-REC
           IF WS-WORKING-DAY
               STRING "DAY OF WEEK " WS-CHECK-DOW
                      " (1=MON) -- A WORKING DAY"
                   DELIMITED BY SIZE INTO DLV-RPT-REC
               END-STRING
           ELSE
               STRING "DAY OF WEEK " WS-CHECK-DOW
                      " (1=MON) -- NOT A WORKING DAY ON MIVCAL"
                   DELIMITED BY SIZE INTO DLV-RPT-REC
               END-STRING
           END-IF
           WRITE DLV-RPT-REC
           MOVE SPACES TO DLV-RPT-REC
           WRITE DLV-RPT-REC
           MOVE "PROVIDER DUE CUTOFF CRIT ENVELOPES STATUS   FIRST SE"
               & "EN        NOTE" TO DLV-RPT-REC
           WRITE DLV-RPT-REC
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
               PERFORM WRITE-PROVIDER-LINE
           END-PERFORM

           MOVE SPACES TO DLV-RPT-REC
           WRITE DLV-RPT-REC
           MOVE "ENVELOPES OUTSIDE THE SCHEDULE:" TO DLV-RPT-REC
           WRITE DLV-RPT-REC
           PERFORM VARYING WS-ENV-I FROM 1 BY 1
                   UNTIL WS-ENV-I > WS-ENV-COUNT
               IF WS-ENV-STATUS(WS-ENV-I) NOT = "ONTIME"
                  AND WS-ENV-STATUS(WS-ENV-I) NOT = "LATE"
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE" TO DLV-RPT-REC
               WRITE DLV-RPT-REC
           END-IF

           MOVE SPACES TO DLV-RPT-REC
           WRITE DLV-RPT-REC
           MOVE SPACES TO DLV-RPT-REC
           STRING "TOTAL    SCHEDULED=" WS-SCH-COUNT
                  " EXPECTED=" WS-EXPECTED-COUNT
                  " ONTIME=" WS-ONTIME-COUNT
                  " LATE=" WS-LATE-COUNT
                  " MISSING=" WS-MISSING-COUNT
                  " (CRITICAL=" WS-CRIT-MISSING-COUNT
                  ") PENDING=" WS-PENDING-COUNT
                  " OTHER ENVELOPES=" WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           MOVE SPACES TO DLV-RPT-REC
           STRING "         ENVELOPES ON CSVIN=" WS-ENV-COUNT
                  " NEWLY LOGGED=" WS-LOGGED-COUNT
                  " BAD SCHEDULE CARDS=" WS-SCH-BAD-COUNT
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           IF WS-CRIT-MISSING-COUNT > 0
               MOVE "*** A CRITICAL PROVIDER IS MISSING -- HOLD THE "
                   & "NIGHTLY CSV STEP ***" TO DLV-RPT-REC
               WRITE DLV-RPT-REC
           END-IF.

       WRITE-PROVIDER-LINE.
           MOVE 0 TO WS-AUD-RC
           MOVE SPACES TO WS-RPT-NOTE WS-RPT-SEEN
           IF WS-SCH-EXPECT-SW(WS-SCH-I) = 'Y'
               MOVE "YES" TO WS-RPT-EXPECT
           ELSE
               MOVE "NO " TO WS-RPT-EXPECT
           END-IF
           IF WS-SCH-CRIT-SW(WS-SCH-I) = 'Y'
               MOVE "CRIT" TO WS-RPT-CRIT
           ELSE
               MOVE SPACES TO WS-RPT-CRIT
           END-IF
           IF WS-SCH-FIRST-SEEN(WS-SCH-I) NOT = SPACES
               STRING WS-SCH-FIRST-SEEN(WS-SCH-I)(1:8) " "
                      WS-SCH-FIRST-SEEN(WS-SCH-I)(9:2) ":"
                      WS-SCH-FIRST-SEEN(WS-SCH-I)(11:2) ":"
                      WS-SCH-FIRST-SEEN(WS-SCH-I)(13:2)
                   DELIMITED BY SIZE INTO WS-RPT-SEEN
               END-STRING
           END-IF
           EVALUATE WS-SCH-STATUS(WS-SCH-I)
               WHEN "ONTIME"
                   ADD 1 TO WS-ONTIME-COUNT
               WHEN "LATE"
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 4 TO WS-AUD-RC
                   MOVE "*** ARRIVED AFTER CUTOFF ***" TO WS-RPT-NOTE
               WHEN "MISSING"
                   ADD 1 TO WS-MISSING-COUNT
                   IF WS-SCH-CRIT-SW(WS-SCH-I) = 'Y'
                       ADD 1 TO WS-CRIT-MISSING-COUNT
                       MOVE 8 TO WS-AUD-RC
                       MOVE "*** CRITICAL PROVIDER MISSING ***"
                           TO WS-RPT-NOTE
                   ELSE
                       MOVE 4 TO WS-AUD-RC
                       MOVE "*** NOTHING BY THE CUTOFF ***"
                           TO WS-RPT-NOTE
                   END-IF
               WHEN "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "CUTOFF NOT YET REACHED" TO WS-RPT-NOTE
               WHEN "UNSCHED"
                   MOVE "SENT ON A DAY IT IS NOT DUE" TO WS-RPT-NOTE
           END-EVALUATE
           PERFORM RAISE-RC
           MOVE SPACES TO DLV-RPT-REC
           STRING WS-SCH-PROVIDER(WS-SCH-I) " "
                  WS-RPT-EXPECT " "
                  WS-SCH-CUTOFF(WS-SCH-I) "   "
                  WS-RPT-CRIT " "
                  WS-SCH-ENV-SEEN(WS-SCH-I) "/"
                  WS-SCH-MAX-ENV(WS-SCH-I) "   "
                  WS-SCH-STATUS(WS-SCH-I) " "
                  WS-RPT-SEEN " "
                  WS-RPT-NOTE
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "PROVIDER=" WS-SCH-PROVIDER(WS-SCH-I)
                  " DATE=" WS-CHECK-DATE
                  " DUE=" WS-RPT-EXPECT
                  " CUT=" WS-SCH-CUTOFF(WS-SCH-I)
                  " ENV=" WS-SCH-ENV-SEEN(WS-SCH-I)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE WS-SCH-STATUS(WS-SCH-I) TO WS-AUD-RESULT
           PERFORM WRITE-DELIVERY-AUDIT-DETAIL.

      *    A resent, duplicate or unscheduled envelope.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 4 TO WS-AUD-RC
           PERFORM RAISE-RC
           EVALUATE WS-ENV-STATUS(WS-ENV-I)
               WHEN "RESENT"
                   MOVE "BATCH ALREADY RECEIVED ON AN EARLIER DAY"
                       TO WS-RPT-NOTE
               WHEN "DUPLICAT"
                   MOVE "MORE ENVELOPES THAN THE SCHEDULE ALLOWS"
                       TO WS-RPT-NOTE
               WHEN OTHER
                   IF WS-ENV-SCHED(WS-ENV-I) = 0
                       MOVE "PROVIDER NOT ON THE SCHEDULE"
                           TO WS-RPT-NOTE
                   ELSE
                       MOVE "PROVIDER NOT DUE ON THIS DAY"
                           TO WS-RPT-NOTE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO DLV-RPT-REC
           STRING "  " WS-ENV-PROVIDER(WS-ENV-I)
                  " BATCH=" WS-ENV-BATCH-DATE(WS-ENV-I)
                  " ENVELOPE " WS-ENV-SEQ(WS-ENV-I)
                  " ROWS=" WS-ENV-ROWS(WS-ENV-I)
                  " " WS-ENV-STATUS(WS-ENV-I)
                  " *** " FUNCTION TRIM(WS-RPT-NOTE) " ***"
               DELIMITED BY SIZE INTO DLV-RPT-REC
           END-STRING
           WRITE DLV-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT WS-AUD-RESULT
           STRING "PROVIDER=" WS-ENV-PROVIDER(WS-ENV-I)
                  " DATE=" WS-CHECK-DATE
                  " BATCH=" WS-ENV-BATCH-DATE(WS-ENV-I)
                  " ENV=" WS-ENV-SEQ(WS-ENV-I)
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE WS-ENV-STATUS(WS-ENV-I) TO WS-AUD-RESULT
           PERFORM WRITE-DELIVERY-AUDIT-DETAIL.

       WRITE-DELIVERY-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "DELVCHK" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE SPACES TO AUD-RESULT-SUMMARY
           STRING FUNCTION TRIM(WS-AUD-RESULT) " "
                  FUNCTION TRIM(WS-RPT-NOTE)
               DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

       END PROGRAM DELVCHK.
