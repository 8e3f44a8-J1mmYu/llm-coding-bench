       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRDAY.

      *    Front step of the intraday late-delivery run (UTILINTR).
      *    A provider whose file arrives after the nightly has
      *    started, or whose envelope failed and has been fixed, is
      *    taken through CSVPARSER, CSVBRDG and MERGE-INTERVALS on
      *    its own during the day and folded into the day's
      *    generations, instead of rerunning the whole nightly or
      *    waiting a day.  This step:
      *      - refuses with RC 14 (UTILLOCK) while a nightly run is
      *        open on the audit trail, exactly like the other
      *        daytime jobs -- the fold must not race the nightly
      *        for the same generations;
      *      - reads INTCTL:
      *            PROVIDER <id>          the provider to take
      *            BATCH <yyyymmdd>       only its envelope for
      *                                   that batch date (optional)
      *        '*' in column 1 is a comment;
      *      - copies that provider's #BHDR ... #BTRL envelopes from
      *        INTIN, the file as delivered, to INTOUT, which the
      *        later steps validate; every other provider's lines
      *        and anything outside an envelope are left behind;
      *      - opens the intraday run on UTILAUD: its header carries
      *        the run identifier the dashboard and the lineage trace
      *        show the intraday run under, one detail per envelope
      *        taken, and INTRPT lists them.
      *    RETURN-CODE 0 envelope(s) taken, 8 no envelope for the
      *    provider (or no PROVIDER card) -- nothing to fold, the
      *    later steps are skipped, 14 a nightly run is open, 16
      *    INTIN or INTOUT will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-CTL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INT-IN-FILE ASSIGN TO "INTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT INT-OUT-FILE ASSIGN TO "INTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT INT-RPT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INT-CTL-FILE.
       01  INT-CTL-REC             PIC X(80).
       FD  INT-IN-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON WS-IN-REC-LEN.
       01  INT-IN-REC              PIC X(1000).
       FD  INT-OUT-FILE
           RECORD IS VARYING FROM 1 TO 1000 DEPENDING ON WS-OUT-REC-LEN.
       01  INT-OUT-REC             PIC X(1000).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  INT-RPT-FILE.
       01  INT-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IN-REC-LEN           PIC 9(4).
       01  WS-OUT-REC-LEN          PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.

      *    Run-state check fields for the shared UTILLOCK entry
      *    point (RETURN-CODE 14 while a nightly run is open).
       01  WS-LOCK-OPEN-SW         PIC X.
       01  WS-LOCK-PROGRAM         PIC X(8).
       01  WS-LOCK-RC              PIC S9(4) COMP-5.

      *    What to take, from INTCTL.
       01  WS-SEL-PROVIDER         PIC X(8) VALUE SPACES.
       01  WS-SEL-BATCH            PIC X(8) VALUE SPACES.
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(10).
       01  WS-BAD-CARD-COUNT       PIC 9(4) VALUE 0.

      *    Envelope state while INTIN is copied.
       01  WS-BAT-TOKEN-1          PIC X(8).
       01  WS-BAT-TOKEN-2          PIC X(20).
       01  WS-BAT-TOKEN-3          PIC X(60).
       01  WS-IN-ENV-SW            PIC X VALUE 'N'.
           88  WS-IN-ENVELOPE      VALUE 'Y'.
       01  WS-TAKING-SW            PIC X VALUE 'N'.
           88  WS-TAKING           VALUE 'Y'.
       01  WS-ENV-PROVIDER         PIC X(8).
       01  WS-ENV-BATCH            PIC X(8).
       01  WS-ENV-LINES            PIC 9(9).
       01  WS-ENV-DECLARED         PIC X(20).

       01  WS-IN-COUNT             PIC 9(9) VALUE 0.
       01  WS-OUT-COUNT            PIC 9(9) VALUE 0.
       01  WS-ENV-SEEN             PIC 9(5) VALUE 0.
       01  WS-ENV-TAKEN            PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-LINES-DISP           PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "UTILLOCK" USING WS-LOCK-OPEN-SW WS-LOCK-PROGRAM
               WS-LOCK-RC
           END-CALL
           IF WS-LOCK-OPEN-SW = 'Y'
               DISPLAY "INTRDAY: *** REFUSED *** A NIGHTLY RUN IS "
                   "OPEN ON THE AUDIT TRAIL (PROGRAM="
                   WS-LOCK-PROGRAM ") -- RERUN AFTER IT CLOSES"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INT-RPT-FILE
           MOVE "INTRDAY -- INTRADAY LATE-DELIVERY ENVELOPE SELECTION"
               TO INT-RPT-REC
           WRITE INT-RPT-REC
           PERFORM READ-INTRADAY-CONTROL

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER

           IF WS-SEL-PROVIDER = SPACES
               DISPLAY "INTRDAY: *** ERROR *** INTCTL NAMES NO "
                   "PROVIDER -- NOTHING TAKEN"
               MOVE "*** INTCTL NAMES NO PROVIDER -- NOTHING TAKEN ***"
                   TO INT-RPT-REC
               WRITE INT-RPT-REC
               MOVE 8 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           OPEN INPUT INT-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "INTRDAY: *** ERROR *** INTIN WILL NOT OPEN, "
                   "STATUS " WS-IN-STATUS
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           OPEN OUTPUT INT-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "INTRDAY: *** ERROR *** INTOUT WILL NOT OPEN, "
                   "STATUS " WS-OUT-STATUS
               CLOSE INT-IN-FILE
               MOVE 16 TO WS-WORST-RC
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF
               READ INT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       PERFORM TAKE-ONE-INPUT-LINE
               END-READ
           END-PERFORM
      *    An envelope still open at end of file is copied as it
      *    stands: CSVPARSER fails the missing trailer, as it would
      *    in the nightly.
           IF WS-TAKING
               PERFORM RECORD-TAKEN-ENVELOPE
           END-IF
           CLOSE INT-IN-FILE INT-OUT-FILE

           IF WS-ENV-TAKEN = 0
               DISPLAY "INTRDAY: *** NO ENVELOPE FOR PROVIDER "
                   WS-SEL-PROVIDER " ON INTIN ***"
               MOVE SPACES TO INT-RPT-REC
               STRING "*** NO ENVELOPE FOR PROVIDER " WS-SEL-PROVIDER
                      " " WS-SEL-BATCH
                      " ON INTIN -- NOTHING TO FOLD ***"
                   DELIMITED BY SIZE INTO INT-RPT-REC
               END-STRING
               WRITE INT-RPT-REC
               MOVE 8 TO WS-WORST-RC
           END-IF
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE SPACES TO INT-RPT-REC
           WRITE INT-RPT-REC
           MOVE SPACES TO INT-RPT-REC
           STRING "TOTAL    LINES READ=" WS-IN-COUNT
                  " LINES TAKEN=" WS-OUT-COUNT
                  " ENVELOPES SEEN=" WS-ENV-SEEN
                  " TAKEN=" WS-ENV-TAKEN
               DELIMITED BY SIZE INTO INT-RPT-REC
           END-STRING
           WRITE INT-RPT-REC
           MOVE SPACES TO INT-RPT-REC
           STRING "INTRADAY RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO INT-RPT-REC
           END-STRING
           WRITE INT-RPT-REC
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE INT-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "INTRDAY: PROVIDER=" WS-SEL-PROVIDER
               " ENVELOPES TAKEN=" WS-ENV-TAKEN
               " LINES TAKEN=" WS-OUT-COUNT
               " RUN-ID=" WS-RUN-ID
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts;
      *    the provider taken rides in the result summary.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "INTRDAY " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "INTRDAY" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE 0 TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "RUN-ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           STRING "PROVIDER=" WS-SEL-PROVIDER
                  " BATCH=" WS-SEL-BATCH
               DELIMITED BY SIZE INTO AUD-RESULT-SUMMARY
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'T' TO AUD-REC-TYPE
           MOVE "INTRDAY" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           MOVE WS-DETAIL-COUNT TO AUD-OK-COUNT
           MOVE 0 TO AUD-ERROR-COUNT
           IF WS-FINAL-RC > 0
               MOVE 0 TO AUD-OK-COUNT
               MOVE WS-DETAIL-COUNT TO AUD-ERROR-COUNT
           END-IF
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      *    INTCTL.
      *----------------------------------------------------------
       READ-INTRADAY-CONTROL.
           OPEN INPUT INT-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ INT-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE INT-CTL-FILE
           MOVE 'N' TO WS-EOF-SW
           MOVE SPACES TO INT-RPT-REC
           STRING "PROVIDER " WS-SEL-PROVIDER
                  " BATCH " WS-SEL-BATCH
               DELIMITED BY SIZE INTO INT-RPT-REC
           END-STRING
           WRITE INT-RPT-REC.

       APPLY-ONE-CONTROL-CARD.
           IF INT-CTL-REC = SPACES OR INT-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           UNSTRING INT-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1)
               WHEN "PROVIDER"
                   IF WS-CTL-TOKEN-2 NOT = SPACES
                      AND WS-CTL-TOKEN-2(9:2) = SPACES
                       MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-PROVIDER
                       EXIT PARAGRAPH
                   END-IF
               WHEN "BATCH"
                   IF WS-CTL-TOKEN-2(1:8) IS NUMERIC
                      AND WS-CTL-TOKEN-2(9:2) = SPACES
                       MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-BATCH
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-BAD-CARD-COUNT
           DISPLAY "INTRDAY: BAD INTCTL CARD IGNORED: "
               FUNCTION TRIM(INT-CTL-REC)
           MOVE SPACES TO INT-RPT-REC
           STRING "BAD INTCTL CARD IGNORED: " INT-CTL-REC
               DELIMITED BY SIZE INTO INT-RPT-REC
           END-STRING
           WRITE INT-RPT-REC.

      *----------------------------------------------------------
      *    INTIN, one line at a time: a header decides whether its
      *    envelope is taken, and every line of a taken envelope --
      *    header and trailer included -- is copied.
      *----------------------------------------------------------
       TAKE-ONE-INPUT-LINE.
           IF INT-IN-REC(1:5) = "#BHDR"
               IF WS-TAKING
                   PERFORM RECORD-TAKEN-ENVELOPE
               END-IF
               PERFORM OPEN-INPUT-ENVELOPE
           END-IF
           IF WS-TAKING
               MOVE WS-IN-REC-LEN TO WS-OUT-REC-LEN
               MOVE INT-IN-REC(1:WS-IN-REC-LEN) TO INT-OUT-REC
               WRITE INT-OUT-REC
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-ENV-LINES
           END-IF
           IF INT-IN-REC(1:5) = "#BTRL"
               IF WS-TAKING
                   MOVE SPACES TO WS-BAT-TOKEN-1 WS-ENV-DECLARED
                   UNSTRING INT-IN-REC DELIMITED BY ALL SPACES
                       INTO WS-BAT-TOKEN-1 WS-ENV-DECLARED
                   END-UNSTRING
                   PERFORM RECORD-TAKEN-ENVELOPE
               END-IF
               MOVE 'N' TO WS-IN-ENV-SW
           END-IF.

       OPEN-INPUT-ENVELOPE.
           ADD 1 TO WS-ENV-SEEN
           MOVE 'Y' TO WS-IN-ENV-SW
           MOVE SPACES TO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2
               WS-BAT-TOKEN-3
           UNSTRING INT-IN-REC DELIMITED BY ALL SPACES
               INTO WS-BAT-TOKEN-1 WS-BAT-TOKEN-2 WS-BAT-TOKEN-3
           END-UNSTRING
           MOVE WS-BAT-TOKEN-2(1:8) TO WS-ENV-PROVIDER
           MOVE WS-BAT-TOKEN-3(1:8) TO WS-ENV-BATCH
           MOVE 0 TO WS-ENV-LINES
           MOVE SPACES TO WS-ENV-DECLARED
           MOVE 'N' TO WS-TAKING-SW
           IF WS-ENV-PROVIDER = WS-SEL-PROVIDER
              AND (WS-SEL-BATCH = SPACES
                   OR WS-ENV-BATCH = WS-SEL-BATCH)
               MOVE 'Y' TO WS-TAKING-SW
           END-IF.

       RECORD-TAKEN-ENVELOPE.
           ADD 1 TO WS-ENV-TAKEN
           MOVE 'N' TO WS-TAKING-SW
           MOVE WS-ENV-LINES TO WS-LINES-DISP
           MOVE SPACES TO INT-RPT-REC
           STRING "TAKEN    " WS-ENV-PROVIDER
                  " BATCH=" WS-ENV-BATCH
                  " LINES=" WS-LINES-DISP
                  " DECLARED ROWS=" FUNCTION TRIM(WS-ENV-DECLARED)
               DELIMITED BY SIZE INTO INT-RPT-REC
           END-STRING
           WRITE INT-RPT-REC
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "INTRDAY" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE 0 TO AUD-RETURN-CODE
           STRING "ENVELOPE " WS-ENV-PROVIDER
                  " " WS-ENV-BATCH
                  " LINES=" WS-LINES-DISP
               DELIMITED BY SIZE INTO AUD-INPUT-SUMMARY
           END-STRING
           MOVE "TAKEN FOR INTRADAY FOLD" TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

       END PROGRAM INTRDAY.
