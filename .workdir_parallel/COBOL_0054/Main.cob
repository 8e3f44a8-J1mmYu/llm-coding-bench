       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIVUTIL.

      *    Resource utilization and capacity report: how full each
      *    resource is, per day and per week, from the generations
      *    the nightly and the demand desk already keep:
      *      - UTLMIV, MIV.OUT generations (the free availability,
      *        "key start end" interval lines; each generation ends
      *        with MERGE-INTERVALS' "*TOTAL" line);
      *      - UTLASG, MIV.ASSIGN generations (MIVMATCH's schedule,
      *        "req-id key start end", each ending with its
      *        "*SCHEDULE BOOKINGS=n HORIZON=start" trailer);
      *      - UTLMRP, MIV.MATCHRPT generations (MIVMATCH's
      *        placement reports) for the unplaceable requests;
      *      - MATGRP, the resource groups, so a <group>:ALL request
      *        counts every member it wanted;
      *      - MIVCAL, the shop calendar of non-working days;
      *      - UTLCTL (optional):
      *            PERIOD <from yyyymmdd> <to yyyymmdd>
      *            TOP <n>          (ranking length, default 10)
      *    Every night's generation restates the whole future, so
      *    the generations overlap.  Each one is believed from its
      *    own horizon -- the earliest availability in the MIV.OUT
      *    generation, the HORIZON on the MATASG trailer -- up to
      *    the next later horizon among the generations read, so
      *    a day is counted once, from the last night that could
      *    still see it.  Generations may come in either order;
      *    where two share a horizon (an intraday rerun) the one
      *    read first is used.
      *    Minutes are working minutes: a timestamp interval counts
      *    its minutes on days the shop calendar does not list,
      *    the same convention as MERGE-INTERVALS' TOTAL-LENGTH.
      *    Bare-integer bounds have no days and report under ALL.
      *    Unmet demand is every request still unplaceable -- one
      *    that a later run placed is not unmet -- at duration
      *    times the members wanted, on the day of its earliest
      *    bound, against its key (a group request against the
      *    group name).
      *    UTLRPT lists per key each day, each week (Monday start)
      *    and the total -- available, booked, utilization and
      *    unmet -- then the most over-subscribed resources (booked
      *    plus unmet against available) and the most idle.  UTLCSV
      *    carries the same figures as comma-separated rows for the
      *    planners' spreadsheets:
      *        KEY,PERIOD,DATE,AVAILABLE,BOOKED,UTILIZATION,UNMET
      *    with PERIOD DAY, WEEK (DATE = the Monday), TOTAL or ALL.
      *    RETURN-CODE 0 clean, 4 when an input will not open, a
      *    line will not read, bounds mix the two spaces or a table
      *    overflows, 16 when UTLMIV will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTL-CTL-FILE ASSIGN TO "UTLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT MAT-GRP-FILE ASSIGN TO "MATGRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT UTL-MIV-FILE ASSIGN TO "UTLMIV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MIV-STATUS.
           SELECT UTL-ASG-FILE ASSIGN TO "UTLASG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT UTL-MRP-FILE ASSIGN TO "UTLMRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-STATUS.
           SELECT UTL-RPT-FILE ASSIGN TO "UTLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT UTL-CSV-FILE ASSIGN TO "UTLCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTL-CTL-FILE.
       01  UTL-CTL-REC             PIC X(80).
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  MAT-GRP-FILE.
       01  MAT-GRP-REC             PIC X(80).
       FD  UTL-MIV-FILE.
       01  UTL-MIV-REC             PIC X(80).
       FD  UTL-ASG-FILE.
       01  UTL-ASG-REC             PIC X(80).
       FD  UTL-MRP-FILE.
       01  UTL-MRP-REC             PIC X(132).
       FD  UTL-RPT-FILE.
       01  UTL-RPT-REC             PIC X(132).
       FD  UTL-CSV-FILE.
       01  UTL-CSV-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-GRP-STATUS           PIC XX.
       01  WS-MIV-STATUS           PIC XX.
       01  WS-ASG-STATUS           PIC XX.
       01  WS-MRP-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CSV-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-NEW-RC               PIC 9(4).

      *    Control cards.
       01  WS-PERIOD-FROM          PIC 9(8) VALUE 0.
       01  WS-PERIOD-TO            PIC 9(8) VALUE 99999999.
       01  WS-TOP-N                PIC 9(3) VALUE 10.
       01  WS-CTL-TOKENS.
           05  WS-CTL-TOKEN OCCURS 3 TIMES PIC X(16).

      *    The shop calendar, as day serials.
       01  MAX-CAL-DAYS            PIC 9(5) VALUE 2000.
       01  CAL-COUNT               PIC 9(5) VALUE 0.
       01  CAL-TABLE.
           05  CAL-SERIAL OCCURS 2000 TIMES PIC S9(9) COMP-5.
       01  CAL-I                   PIC 9(5).
       01  WS-NONWORK-SW           PIC X.
           88  WS-NONWORK          VALUE 'Y'.

      *    Resource groups: only how many members each has.
       01  MAX-GROUPS              PIC 9(3) VALUE 50.
       01  MAX-MEMBERS             PIC 9(3) VALUE 20.
       01  GRP-COUNT               PIC 9(3) VALUE 0.
       01  GRP-TABLE.
           05  GRP-ENTRY OCCURS 50 TIMES.
               10  GRP-NAME        PIC X(16).
               10  GRP-MEMBER-COUNT PIC 9(3).
               10  GRP-MEMBER OCCURS 20 TIMES PIC X(16).
       01  G                       PIC 9(5).
       01  M                       PIC 9(5).
       01  WS-GRP-AT               PIC 9(3).
       01  WS-MEM-AT               PIC 9(3).
       01  WS-GRP-PTR              PIC 9(4).
       01  WS-GRP-TOKEN            PIC X(16).
       01  WS-GRP-NAME             PIC X(16).

      *    The generations of each source: 1 = MIV.OUT, 2 =
      *    MIV.ASSIGN.  Each is believed over [GEN-FROM, GEN-TO).
       01  MAX-GENS                PIC 9(3) VALUE 60.
       01  WS-SRC                  PIC 9.
       01  GEN-SOURCES.
           05  GEN-SOURCE OCCURS 2 TIMES.
               10  GEN-COUNT       PIC 9(3).
               10  GEN-ENTRY OCCURS 60 TIMES.
                   15  GEN-H-SW    PIC X.
                   15  GEN-H       PIC S9(15) COMP-3.
                   15  GEN-USE-SW  PIC X.
                   15  GEN-FROM    PIC S9(15) COMP-3.
                   15  GEN-TO      PIC S9(15) COMP-3.
       01  WS-GEN                  PIC 9(3).
       01  WS-GEN-K                PIC 9(3).
       01  WS-GEN-LINES            PIC 9(9).
       01  WS-GEN-OVERFLOW-SW      PIC X VALUE 'N'.
       01  WS-HIGH-BOUND           PIC S9(15) COMP-3
                                   VALUE 999999999999999.
       01  WS-USED-GENS            PIC 9(3).

      *    One input line taken apart.
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 8 TIMES PIC X(24).
       01  WS-LINE-KEY             PIC X(16).
       01  WS-START-TOKEN          PIC X(24).
       01  WS-END-TOKEN            PIC X(24).
       01  WS-BAD-LINES            PIC 9(9) VALUE 0.

      *    Bound parsing.  The first bound read decides the space
      *    -- 12-digit YYYYMMDDHHMM timestamps or bare integers --
      *    and the two may not mix.
       01  WS-RUN-MODE-SW          PIC X VALUE SPACE.
           88  WS-DT-MODE          VALUE 'D'.
           88  WS-INT-MODE         VALUE 'I'.
       01  WS-MIXED-COUNT          PIC 9(9) VALUE 0.
       01  WS-BND-TOKEN            PIC X(24).
       01  WS-BND-TXT              PIC X(24).
       01  WS-BND-LEN              PIC 9(4).
       01  WS-BND-MODE             PIC X.
       01  WS-BND-VAL              PIC S9(15) COMP-3.
       01  WS-BND-BAD-SW           PIC X.
           88  WS-BND-BAD          VALUE 'Y'.
       01  WS-LINE-S               PIC S9(15) COMP-3.
       01  WS-LINE-E               PIC S9(15) COMP-3.

      *    One span to spread over its days.
       01  WS-SPAN-KEY             PIC X(16).
       01  WS-SPAN-S               PIC S9(15) COMP-3.
       01  WS-SPAN-E               PIC S9(15) COMP-3.
       01  WS-SPAN-WHAT            PIC X.
       01  WS-SPAN-S-DATE          PIC 9(8).
       01  WS-SPAN-S-HHMM          PIC 9(4).
       01  WS-SPAN-E-DATE          PIC 9(8).
       01  WS-SPAN-E-HHMM          PIC 9(4).
       01  WS-SPAN-S-MIN           PIC 9(4).
       01  WS-SPAN-E-MIN           PIC 9(4).
       01  WS-SPAN-S-SER           PIC S9(9) COMP-5.
       01  WS-SPAN-E-SER           PIC S9(9) COMP-5.
       01  WS-DAY-SER              PIC S9(9) COMP-5.
       01  WS-DAY-LO               PIC 9(4).
       01  WS-DAY-HI               PIC 9(4).
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-HH                   PIC 9(2).
       01  WS-MM                   PIC 9(2).
       01  MAX-SPAN-DAYS           PIC 9(3) VALUE 400.

      *    The figures, one cell per key and day (day 0 = ALL for
      *    bare-integer bounds), kept in key/day order.
       01  MAX-CELLS               PIC 9(5) VALUE 20000.
       01  CELL-COUNT              PIC 9(5) VALUE 0.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 20000 TIMES.
               10  CELL-SORTKEY.
                   15  CELL-KEY    PIC X(16).
                   15  CELL-DATE   PIC 9(8).
               10  CELL-AVAIL      PIC S9(11) COMP-3.
               10  CELL-BOOKED     PIC S9(11) COMP-3.
               10  CELL-UNMET      PIC S9(11) COMP-3.
       01  WS-CELL-SEEK.
           05  WS-SEEK-KEY         PIC X(16).
           05  WS-SEEK-DATE        PIC 9(8).
       01  WS-CELL-AMOUNT          PIC S9(11) COMP-3.
       01  WS-CELL-AT              PIC 9(5).
       01  WS-CELL-LO              PIC 9(5).
       01  WS-CELL-HI              PIC 9(5).
       01  WS-CELL-MID             PIC 9(5).
       01  WS-CELL-FOUND-SW        PIC X.
           88  WS-CELL-FOUND       VALUE 'Y'.
       01  WS-CELL-OVERFLOW-SW     PIC X VALUE 'N'.
           88  WS-CELL-OVERFLOW    VALUE 'Y'.
       01  C                       PIC 9(5).
       01  C2                      PIC 9(5).

      *    Requests seen on the placement reports: placed anywhere,
      *    or still unplaceable with what they asked for.
       01  MAX-REQS                PIC 9(5) VALUE 5000.
       01  REQ-COUNT               PIC 9(5) VALUE 0.
       01  REQ-TABLE.
           05  REQ-ENTRY OCCURS 5000 TIMES.
               10  REQ-ID          PIC X(12).
               10  REQ-KEY         PIC X(16).
               10  REQ-START       PIC X(24).
               10  REQ-MINUTES     PIC S9(11) COMP-3.
               10  REQ-UNPLACED-SW PIC X.
               10  REQ-PLACED-SW   PIC X.
       01  R                       PIC 9(5).
       01  WS-REQ-AT               PIC 9(5).
       01  WS-REQ-OVERFLOW-SW      PIC X VALUE 'N'.
       01  WS-REQ-ID               PIC X(12).
       01  WS-REQ-TOKEN            PIC X(24).
       01  WS-REQ-QTY-TXT          PIC X(8).
       01  WS-REQ-QTY              PIC 9(3).
       01  WS-REQ-DUR              PIC S9(11) COMP-3.
       01  WS-COLON-COUNT          PIC 9(4).
       01  WS-UNMET-REQS           PIC 9(9) VALUE 0.

      *    Per-key totals for the rankings.
       01  MAX-KEYS                PIC 9(5) VALUE 2000.
       01  KT-COUNT                PIC 9(5) VALUE 0.
       01  KT-TABLE.
           05  KT-ENTRY OCCURS 2000 TIMES.
               10  KT-KEY          PIC X(16).
               10  KT-AVAIL        PIC S9(11) COMP-3.
               10  KT-BOOKED       PIC S9(11) COMP-3.
               10  KT-UNMET        PIC S9(11) COMP-3.
               10  KT-DEMAND-PCT   PIC S9(7)V9 COMP-3.
               10  KT-UTIL-PCT     PIC S9(7)V9 COMP-3.
               10  KT-TAKEN-SW     PIC X.
       01  K                       PIC 9(5).
       01  WS-RANK                 PIC 9(3).
       01  WS-BEST-AT              PIC 9(5).
       01  WS-NO-CAPACITY-PCT      PIC S9(7)V9 COMP-3 VALUE 999999.9.

      *    Running sums while the report is written.
       01  WS-CUR-KEY              PIC X(16).
       01  WS-CUR-WEEK             PIC 9(8).
       01  WS-WEEK-DATE            PIC 9(8).
       01  WS-WK-AVAIL             PIC S9(11) COMP-3.
       01  WS-WK-BOOKED            PIC S9(11) COMP-3.
       01  WS-WK-UNMET             PIC S9(11) COMP-3.
       01  WS-KEY-AVAIL            PIC S9(11) COMP-3.
       01  WS-KEY-BOOKED           PIC S9(11) COMP-3.
       01  WS-KEY-UNMET            PIC S9(11) COMP-3.
       01  WS-ALL-AVAIL            PIC S9(13) COMP-3 VALUE 0.
       01  WS-ALL-BOOKED           PIC S9(13) COMP-3 VALUE 0.
       01  WS-ALL-UNMET            PIC S9(13) COMP-3 VALUE 0.
       01  WS-FIRST-DAY            PIC 9(8) VALUE 0.
       01  WS-LAST-DAY             PIC 9(8) VALUE 0.

      *    One line's figures, formatted for the report and CSV.
       01  WS-OUT-PERIOD           PIC X(5).
       01  WS-OUT-LABEL            PIC X(16).
       01  WS-OUT-DATE             PIC X(8).
       01  WS-OUT-AVAIL            PIC S9(13) COMP-3.
       01  WS-OUT-BOOKED           PIC S9(13) COMP-3.
       01  WS-OUT-UNMET            PIC S9(13) COMP-3.
       01  WS-OUT-PCT              PIC S9(7)V9 COMP-3.
       01  WS-AVAIL-DISP           PIC -(12)9.
       01  WS-BOOKED-DISP          PIC -(12)9.
       01  WS-UNMET-DISP           PIC -(12)9.
       01  WS-PCT-DISP             PIC -(6)9.9.
       01  WS-PCT-TXT              PIC X(9).
       01  WS-COUNT-DISP           PIC Z(8)9.
       01  WS-RANK-DISP            PIC ZZ9.
       01  WS-TOP-DISP             PIC ZZ9.
       01  WS-RANK-PCT-TXT         PIC X(12).
       01  WS-RPT-LINE.
           05  RL-KEY              PIC X(16).
           05  FILLER              PIC X(2).
           05  RL-PERIOD           PIC X(16).
           05  FILLER              PIC X(2).
           05  RL-AVAIL            PIC X(13).
           05  FILLER              PIC X(2).
           05  RL-BOOKED           PIC X(13).
           05  FILLER              PIC X(2).
           05  RL-UTIL             PIC X(9).
           05  FILLER              PIC X(2).
           05  RL-UNMET            PIC X(13).
           05  FILLER              PIC X(42).
       01  WS-CSV-PTR              PIC 9(4).
       01  WS-ESC-FIELD            PIC X(40).
       01  WS-ESC-LEN              PIC 9(4).
       01  WS-ESC-SRC-LEN          PIC 9(4).
       01  WS-ESC-SRC-POS          PIC 9(4).
       01  WS-NEED-QUOTES-SW       PIC X.
           88  WS-NEED-QUOTES      VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT UTL-RPT-FILE
           OPEN OUTPUT UTL-CSV-FILE
           MOVE "MIVUTIL -- RESOURCE UTILIZATION AND CAPACITY"
               TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE "KEY,PERIOD,DATE,AVAILABLE,BOOKED,UTILIZATION,UNMET"
               TO UTL-CSV-REC
           WRITE UTL-CSV-REC

           PERFORM READ-CONTROL-CARDS
           PERFORM LOAD-SHOP-CALENDAR
           PERFORM LOAD-RESOURCE-GROUPS

           MOVE 1 TO WS-SRC
           PERFORM SCAN-MIVOUT-HORIZONS
           IF WS-WORST-RC >= 16
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           PERFORM SET-GENERATION-WINDOWS
           PERFORM ACCUMULATE-AVAILABILITY

           MOVE 2 TO WS-SRC
           PERFORM SCAN-ASSIGN-HORIZONS
           PERFORM SET-GENERATION-WINDOWS
           PERFORM ACCUMULATE-BOOKINGS

           PERFORM READ-MATCH-REPORTS
           PERFORM POST-UNMET-DEMAND

           PERFORM WRITE-UTILIZATION-REPORT
           PERFORM WRITE-RANKINGS
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           IF WS-BAD-LINES > 0 OR WS-MIXED-COUNT > 0
              OR WS-CELL-OVERFLOW OR WS-GEN-OVERFLOW-SW = 'Y'
              OR WS-REQ-OVERFLOW-SW = 'Y'
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RC
           END-IF
           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE WS-BAD-LINES TO WS-COUNT-DISP
           MOVE SPACES TO UTL-RPT-REC
           STRING "LINES NOT READ=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           MOVE WS-MIXED-COUNT TO WS-COUNT-DISP
           STRING " MIXED BOUNDS="
                  FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC(40:40)
           END-STRING
           WRITE UTL-RPT-REC
           IF WS-CELL-OVERFLOW
               MOVE "*** MORE KEY/DAY CELLS THAN THE TABLE HOLDS --"
                   & " FIGURES INCOMPLETE ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
           END-IF
           IF WS-GEN-OVERFLOW-SW = 'Y'
               MOVE "*** MORE GENERATIONS THAN THE TABLE HOLDS -- "
                   & "EXCESS IGNORED ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
           END-IF
           IF WS-REQ-OVERFLOW-SW = 'Y'
               MOVE "*** MORE REQUESTS THAN THE TABLE HOLDS -- UNMET"
                   & " DEMAND INCOMPLETE ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
           END-IF
           CLOSE UTL-RPT-FILE UTL-CSV-FILE
           DISPLAY "MIVUTIL: KEYS=" KT-COUNT
               " CELLS=" CELL-COUNT
               " UNMET REQUESTS=" WS-UNMET-REQS
               " BAD LINES=" WS-BAD-LINES
           MOVE WS-WORST-RC TO RETURN-CODE.

       RAISE-RC.
           IF WS-NEW-RC > WS-WORST-RC
               MOVE WS-NEW-RC TO WS-WORST-RC
           END-IF.

      *----------------------------------------------------------
      *    UTLCTL: PERIOD from to, TOP n.  No UTLCTL, no limits.
      *----------------------------------------------------------
       READ-CONTROL-CARDS.
           OPEN INPUT UTL-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF UTL-CTL-REC NOT = SPACES
                          AND UTL-CTL-REC(1:1) NOT = '*'
                           PERFORM APPLY-ONE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UTL-CTL-FILE
           MOVE 'N' TO WS-EOF-SW.

       APPLY-ONE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-TOKENS
           UNSTRING UTL-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN(1) WS-CTL-TOKEN(2) WS-CTL-TOKEN(3)
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-CTL-TOKEN(1))
               WHEN "PERIOD"
                   IF WS-CTL-TOKEN(2)(1:8) IS NUMERIC
                      AND WS-CTL-TOKEN(2)(9:8) = SPACES
                      AND WS-CTL-TOKEN(3)(1:8) IS NUMERIC
                      AND WS-CTL-TOKEN(3)(9:8) = SPACES
                       MOVE WS-CTL-TOKEN(2)(1:8) TO WS-PERIOD-FROM
                       MOVE WS-CTL-TOKEN(3)(1:8) TO WS-PERIOD-TO
                   ELSE
                       PERFORM REPORT-BAD-CONTROL-CARD
                   END-IF
               WHEN "TOP"
                   IF FUNCTION TRIM(WS-CTL-TOKEN(2)) IS NUMERIC
                      AND FUNCTION NUMVAL(WS-CTL-TOKEN(2)) >= 1
                      AND FUNCTION NUMVAL(WS-CTL-TOKEN(2)) <= 999
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN(2))
                           TO WS-TOP-N
                   ELSE
                       PERFORM REPORT-BAD-CONTROL-CARD
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-BAD-CONTROL-CARD
           END-EVALUATE.

       REPORT-BAD-CONTROL-CARD.
           ADD 1 TO WS-BAD-LINES
           MOVE SPACES TO UTL-RPT-REC
           STRING "BAD UTLCTL CARD IGNORED: "
                  FUNCTION TRIM(UTL-CTL-REC)
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           WRITE UTL-RPT-REC.

      *    The shop calendar.  Unreadable means every day counts,
      *    which overstates capacity -- said so, and RC 4.
       LOAD-SHOP-CALENDAR.
           MOVE 0 TO CAL-COUNT
           OPEN INPUT MIV-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE "*** MIVCAL NOT READABLE -- EVERY DAY TAKEN AS "
                   & "A WORKING DAY ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ MIV-CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CAL-COUNT < MAX-CAL-DAYS
                          AND FUNCTION TRIM(MIV-CAL-REC) IS NUMERIC
                           ADD 1 TO CAL-COUNT
                           COMPUTE CAL-SERIAL(CAL-COUNT) =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(MIV-CAL-REC))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIV-CAL-FILE
           MOVE 'N' TO WS-EOF-SW.

      *    MATGRP, the same cards MIVMATCH reads.  Only the member
      *    counts matter here; no MATGRP, every group counts one.
       LOAD-RESOURCE-GROUPS.
           OPEN INPUT MAT-GRP-FILE
           IF WS-GRP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ MAT-GRP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF MAT-GRP-REC NOT = SPACES
                          AND MAT-GRP-REC(1:1) NOT = '*'
                           PERFORM LOAD-ONE-GROUP-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAT-GRP-FILE
           MOVE 'N' TO WS-EOF-SW.

       LOAD-ONE-GROUP-CARD.
           MOVE 1 TO WS-GRP-PTR
           MOVE SPACES TO WS-GRP-TOKEN WS-GRP-NAME
           UNSTRING MAT-GRP-REC DELIMITED BY ALL SPACES
               INTO WS-GRP-TOKEN WS-GRP-NAME
               WITH POINTER WS-GRP-PTR
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-GRP-TOKEN) NOT = "GROUP"
              OR WS-GRP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GROUP
           IF WS-GRP-AT = 0
               IF GRP-COUNT >= MAX-GROUPS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GRP-COUNT
               MOVE GRP-COUNT TO WS-GRP-AT
               MOVE WS-GRP-NAME TO GRP-NAME(WS-GRP-AT)
               MOVE 0 TO GRP-MEMBER-COUNT(WS-GRP-AT)
           END-IF
           PERFORM UNTIL WS-GRP-PTR > 80
               MOVE SPACES TO WS-GRP-TOKEN
               UNSTRING MAT-GRP-REC DELIMITED BY ALL SPACES
                   INTO WS-GRP-TOKEN
                   WITH POINTER WS-GRP-PTR
               END-UNSTRING
               IF WS-GRP-TOKEN NOT = SPACES
                   PERFORM ADD-ONE-GROUP-MEMBER
               END-IF
           END-PERFORM.

       ADD-ONE-GROUP-MEMBER.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > GRP-MEMBER-COUNT(WS-GRP-AT)
               IF GRP-MEMBER(WS-GRP-AT, M) = WS-GRP-TOKEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF GRP-MEMBER-COUNT(WS-GRP-AT) >= MAX-MEMBERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GRP-MEMBER-COUNT(WS-GRP-AT)
           MOVE GRP-MEMBER-COUNT(WS-GRP-AT) TO WS-MEM-AT
           MOVE WS-GRP-TOKEN TO GRP-MEMBER(WS-GRP-AT, WS-MEM-AT).

       FIND-GROUP.
           MOVE 0 TO WS-GRP-AT
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > GRP-COUNT OR WS-GRP-AT > 0
               IF GRP-NAME(G) = WS-GRP-NAME
                   MOVE G TO WS-GRP-AT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------
      *    First pass over MIV.OUT: where each generation's
      *    availability begins.  A generation ends at its *TOTAL
      *    line; lines after the last *TOTAL make one more.
      *----------------------------------------------------------
       SCAN-MIVOUT-HORIZONS.
           MOVE 0 TO GEN-COUNT(1)
           OPEN INPUT UTL-MIV-FILE
           IF WS-MIV-STATUS NOT = "00"
               DISPLAY "MIVUTIL: UNABLE TO OPEN UTLMIV, STATUS="
                   WS-MIV-STATUS
               MOVE "*** UTLMIV WILL NOT OPEN -- NO REPORT ***"
                   TO UTL-RPT-REC
               WRITE UTL-RPT-REC
               MOVE 16 TO WS-NEW-RC
               PERFORM RAISE-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-NEXT-GENERATION
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-MIV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-MIVOUT-HORIZON
               END-READ
           END-PERFORM
           CLOSE UTL-MIV-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM CLOSE-LAST-GENERATION.

       TAKE-MIVOUT-HORIZON.
           IF UTL-MIV-REC(1:6) = "*TOTAL"
               MOVE 0 TO WS-GEN-LINES
               PERFORM OPEN-NEXT-GENERATION
               EXIT PARAGRAPH
           END-IF
           IF UTL-MIV-REC = SPACES OR UTL-MIV-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-LINES
           PERFORM SPLIT-MIVOUT-LINE
           MOVE WS-START-TOKEN TO WS-BND-TOKEN
           PERFORM PARSE-BOUND-TOKEN
           IF NOT WS-BND-BAD
               PERFORM NOTE-GENERATION-START
           END-IF.

      *    "key start end", or "start end" for the keyless pairs
      *    MERGE-INTERVALS writes under the blank key.
       SPLIT-MIVOUT-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING UTL-MIV-REC DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
           END-UNSTRING
           IF WS-TOKEN(3) = SPACES
               MOVE SPACES TO WS-LINE-KEY
               MOVE WS-TOKEN(1) TO WS-START-TOKEN
               MOVE WS-TOKEN(2) TO WS-END-TOKEN
           ELSE
               MOVE WS-TOKEN(1) TO WS-LINE-KEY
               MOVE WS-TOKEN(2) TO WS-START-TOKEN
               MOVE WS-TOKEN(3) TO WS-END-TOKEN
           END-IF.

      *    A new generation slot for source WS-SRC.
       OPEN-NEXT-GENERATION.
           IF GEN-COUNT(WS-SRC) >= MAX-GENS
               MOVE 'Y' TO WS-GEN-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GEN-COUNT(WS-SRC)
           MOVE GEN-COUNT(WS-SRC) TO WS-GEN
           MOVE 'N' TO GEN-H-SW(WS-SRC, WS-GEN)
           MOVE 0 TO GEN-H(WS-SRC, WS-GEN)
           MOVE 'N' TO GEN-USE-SW(WS-SRC, WS-GEN)
           MOVE 0 TO WS-GEN-LINES.

      *    The slot opened after the last trailer stays only when
      *    lines followed it (a generation cut off without one).
       CLOSE-LAST-GENERATION.
           IF WS-GEN-LINES = 0 AND GEN-COUNT(WS-SRC) > 0
              AND WS-GEN-OVERFLOW-SW = 'N'
               SUBTRACT 1 FROM GEN-COUNT(WS-SRC)
           END-IF.

       NOTE-GENERATION-START.
           IF WS-GEN-OVERFLOW-SW = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF GEN-H-SW(WS-SRC, WS-GEN) = 'N'
              OR WS-BND-VAL < GEN-H(WS-SRC, WS-GEN)
               MOVE WS-BND-VAL TO GEN-H(WS-SRC, WS-GEN)
               MOVE 'Y' TO GEN-H-SW(WS-SRC, WS-GEN)
           END-IF.

      *----------------------------------------------------------
      *    First pass over MIV.ASSIGN: each generation's horizon
      *    is on its *SCHEDULE trailer.  A generation written
      *    before the trailer existed, or by a run that had no
      *    availability (HORIZON=NONE), falls back on its earliest
      *    booking.
      *----------------------------------------------------------
       SCAN-ASSIGN-HORIZONS.
           MOVE 0 TO GEN-COUNT(2)
           OPEN INPUT UTL-ASG-FILE
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "MIVUTIL: UNABLE TO OPEN UTLASG, STATUS="
                   WS-ASG-STATUS
               MOVE "*** UTLASG WILL NOT OPEN -- NOTHING SHOWN AS "
                   & "BOOKED ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-NEXT-GENERATION
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-ASG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ASSIGN-HORIZON
               END-READ
           END-PERFORM
           CLOSE UTL-ASG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM CLOSE-LAST-GENERATION.

       TAKE-ASSIGN-HORIZON.
           IF UTL-ASG-REC(1:9) = "*SCHEDULE"
               MOVE SPACES TO WS-TOKENS
               UNSTRING UTL-ASG-REC DELIMITED BY ALL SPACES
                   INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
               END-UNSTRING
               IF WS-TOKEN(3)(1:8) = "HORIZON="
                  AND WS-TOKEN(3)(9:4) NOT = "NONE"
                   MOVE WS-TOKEN(3)(9:16) TO WS-BND-TOKEN
                   PERFORM PARSE-BOUND-TOKEN
                   IF NOT WS-BND-BAD
                      AND WS-GEN-OVERFLOW-SW = 'N'
                       MOVE WS-BND-VAL TO GEN-H(2, WS-GEN)
                       MOVE 'T' TO GEN-H-SW(2, WS-GEN)
                   END-IF
               END-IF
               PERFORM OPEN-NEXT-GENERATION
               EXIT PARAGRAPH
           END-IF
           IF UTL-ASG-REC = SPACES OR UTL-ASG-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-LINES
           IF WS-GEN-OVERFLOW-SW = 'Y'
               EXIT PARAGRAPH
           END-IF
      *    The trailer's horizon, once read, is not overridden.
           IF GEN-H-SW(2, WS-GEN) = 'T'
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-ASSIGN-LINE
           MOVE WS-START-TOKEN TO WS-BND-TOKEN
           PERFORM PARSE-BOUND-TOKEN
           IF NOT WS-BND-BAD
               PERFORM NOTE-GENERATION-START
           END-IF.

      *    "req-id key start end".
       SPLIT-ASSIGN-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING UTL-ASG-REC DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
           END-UNSTRING
           MOVE WS-TOKEN(2) TO WS-LINE-KEY
           MOVE WS-TOKEN(3) TO WS-START-TOKEN
           MOVE WS-TOKEN(4) TO WS-END-TOKEN.

      *----------------------------------------------------------
      *    Which days each generation of source WS-SRC is believed
      *    for: from its horizon to the next later horizon of the
      *    same source.  Of generations sharing a horizon, the one
      *    read first is used and the rest are not.
      *----------------------------------------------------------
       SET-GENERATION-WINDOWS.
           MOVE 0 TO WS-USED-GENS
           PERFORM VARYING WS-GEN FROM 1 BY 1
                   UNTIL WS-GEN > GEN-COUNT(WS-SRC)
               IF GEN-H-SW(WS-SRC, WS-GEN) NOT = 'N'
                   PERFORM SET-ONE-GENERATION-WINDOW
               END-IF
           END-PERFORM.

       SET-ONE-GENERATION-WINDOW.
           MOVE 'Y' TO GEN-USE-SW(WS-SRC, WS-GEN)
           MOVE GEN-H(WS-SRC, WS-GEN) TO GEN-FROM(WS-SRC, WS-GEN)
           MOVE WS-HIGH-BOUND TO GEN-TO(WS-SRC, WS-GEN)
           PERFORM VARYING WS-GEN-K FROM 1 BY 1
                   UNTIL WS-GEN-K > GEN-COUNT(WS-SRC)
               IF GEN-H-SW(WS-SRC, WS-GEN-K) NOT = 'N'
                   IF GEN-H(WS-SRC, WS-GEN-K) = GEN-H(WS-SRC, WS-GEN)
                      AND WS-GEN-K < WS-GEN
                       MOVE 'N' TO GEN-USE-SW(WS-SRC, WS-GEN)
                   END-IF
                   IF GEN-H(WS-SRC, WS-GEN-K) > GEN-H(WS-SRC, WS-GEN)
                      AND GEN-H(WS-SRC, WS-GEN-K)
                          < GEN-TO(WS-SRC, WS-GEN)
                       MOVE GEN-H(WS-SRC, WS-GEN-K)
                           TO GEN-TO(WS-SRC, WS-GEN)
                   END-IF
               END-IF
           END-PERFORM
           IF GEN-USE-SW(WS-SRC, WS-GEN) = 'Y'
               ADD 1 TO WS-USED-GENS
           END-IF.

      *----------------------------------------------------------
      *    Second pass over MIV.OUT: every interval, cut to its
      *    generation's window, into the available minutes.
      *----------------------------------------------------------
       ACCUMULATE-AVAILABILITY.
           OPEN INPUT UTL-MIV-FILE
           MOVE 1 TO WS-GEN
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-MIV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-AVAIL-LINE
               END-READ
           END-PERFORM
           CLOSE UTL-MIV-FILE
           MOVE 'N' TO WS-EOF-SW
           MOVE GEN-COUNT(1) TO WS-COUNT-DISP
           MOVE SPACES TO UTL-RPT-REC
           STRING "MIV.OUT GENERATIONS READ="
                  FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           MOVE WS-USED-GENS TO WS-COUNT-DISP
           STRING " USED=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC(40:40)
           END-STRING
           WRITE UTL-RPT-REC.

       TAKE-ONE-AVAIL-LINE.
           IF UTL-MIV-REC(1:6) = "*TOTAL"
               ADD 1 TO WS-GEN
               EXIT PARAGRAPH
           END-IF
           IF UTL-MIV-REC = SPACES OR UTL-MIV-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-MIVOUT-LINE
           MOVE 'A' TO WS-SPAN-WHAT
           PERFORM CLIP-AND-ACCUMULATE.

      *----------------------------------------------------------
      *    Second pass over MIV.ASSIGN: every booking, cut to its
      *    generation's window, into the booked minutes.
      *----------------------------------------------------------
       ACCUMULATE-BOOKINGS.
           IF WS-ASG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UTL-ASG-FILE
           MOVE 1 TO WS-GEN
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-ASG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-BOOKING-LINE
               END-READ
           END-PERFORM
           CLOSE UTL-ASG-FILE
           MOVE 'N' TO WS-EOF-SW
           MOVE GEN-COUNT(2) TO WS-COUNT-DISP
           MOVE SPACES TO UTL-RPT-REC
           STRING "MIV.ASSIGN GENERATIONS READ="
                  FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           MOVE WS-USED-GENS TO WS-COUNT-DISP
           STRING " USED=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC(40:40)
           END-STRING
           WRITE UTL-RPT-REC.

       TAKE-ONE-BOOKING-LINE.
           IF UTL-ASG-REC(1:9) = "*SCHEDULE"
               ADD 1 TO WS-GEN
               EXIT PARAGRAPH
           END-IF
           IF UTL-ASG-REC = SPACES OR UTL-ASG-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-ASSIGN-LINE
           MOVE 'B' TO WS-SPAN-WHAT
           PERFORM CLIP-AND-ACCUMULATE.

      *    The line's interval, cut to [GEN-FROM, GEN-TO) of the
      *    generation it came from, onto the days.
       CLIP-AND-ACCUMULATE.
           MOVE WS-START-TOKEN TO WS-BND-TOKEN
           PERFORM PARSE-BOUND-TOKEN
           IF WS-BND-BAD
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BND-VAL TO WS-LINE-S
           MOVE WS-END-TOKEN TO WS-BND-TOKEN
           PERFORM PARSE-BOUND-TOKEN
           IF WS-BND-BAD
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BND-VAL TO WS-LINE-E
           IF WS-GEN > GEN-COUNT(WS-SRC)
               EXIT PARAGRAPH
           END-IF
           IF GEN-USE-SW(WS-SRC, WS-GEN) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-S < GEN-FROM(WS-SRC, WS-GEN)
               MOVE GEN-FROM(WS-SRC, WS-GEN) TO WS-LINE-S
           END-IF
           IF WS-LINE-E > GEN-TO(WS-SRC, WS-GEN)
               MOVE GEN-TO(WS-SRC, WS-GEN) TO WS-LINE-E
           END-IF
           IF WS-LINE-S >= WS-LINE-E
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-KEY TO WS-SPAN-KEY
           MOVE WS-LINE-S TO WS-SPAN-S
           MOVE WS-LINE-E TO WS-SPAN-E
           PERFORM ACCUMULATE-SPAN.

      *    One bound: 12 digits is a YYYYMMDDHHMM timestamp, an
      *    optionally signed digit string a bare integer, anything
      *    else will not read.  A bound in the other space from the
      *    run's first is refused and counted.
       PARSE-BOUND-TOKEN.
           MOVE 'N' TO WS-BND-BAD-SW
           MOVE SPACE TO WS-BND-MODE
           MOVE 0 TO WS-BND-VAL
           MOVE FUNCTION TRIM(WS-BND-TOKEN) TO WS-BND-TXT
           IF WS-BND-TXT = SPACES
               MOVE 'Y' TO WS-BND-BAD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BND-TOKEN))
               TO WS-BND-LEN
           EVALUATE TRUE
               WHEN WS-BND-LEN = 12
                AND WS-BND-TXT(1:12) IS NUMERIC
                   MOVE 'D' TO WS-BND-MODE
               WHEN WS-BND-LEN <= 11
                AND WS-BND-TXT(1:WS-BND-LEN) IS NUMERIC
                   MOVE 'I' TO WS-BND-MODE
               WHEN WS-BND-LEN > 1 AND WS-BND-LEN <= 12
                AND WS-BND-TXT(1:1) = '-'
                AND WS-BND-TXT(2:WS-BND-LEN - 1) IS NUMERIC
                   MOVE 'I' TO WS-BND-MODE
               WHEN OTHER
                   MOVE 'Y' TO WS-BND-BAD-SW
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RUN-MODE-SW = SPACE
               MOVE WS-BND-MODE TO WS-RUN-MODE-SW
           END-IF
           IF WS-BND-MODE NOT = WS-RUN-MODE-SW
               ADD 1 TO WS-MIXED-COUNT
               MOVE 'Y' TO WS-BND-BAD-SW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BND-VAL = FUNCTION NUMVAL(WS-BND-TXT).

      *----------------------------------------------------------
      *    A span onto its days.  Timestamps: each day it touches
      *    gets the minutes it covers that day, working days only,
      *    within PERIOD.  Bare integers: its length under ALL.
      *    WS-SPAN-WHAT says which figure: A available, B booked.
      *----------------------------------------------------------
       ACCUMULATE-SPAN.
           MOVE WS-SPAN-KEY TO WS-SEEK-KEY
           IF WS-INT-MODE
               MOVE 0 TO WS-SEEK-DATE
               COMPUTE WS-CELL-AMOUNT = WS-SPAN-E - WS-SPAN-S
               PERFORM ADD-TO-CELL
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-SPAN-S BY 10000 GIVING WS-SPAN-S-DATE
               REMAINDER WS-SPAN-S-HHMM
           DIVIDE WS-SPAN-E BY 10000 GIVING WS-SPAN-E-DATE
               REMAINDER WS-SPAN-E-HHMM
           DIVIDE WS-SPAN-S-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-SPAN-S-MIN = WS-HH * 60 + WS-MM
           DIVIDE WS-SPAN-E-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-SPAN-E-MIN = WS-HH * 60 + WS-MM
           COMPUTE WS-SPAN-S-SER =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-S-DATE)
           COMPUTE WS-SPAN-E-SER =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-E-DATE)
           IF WS-SPAN-E-SER - WS-SPAN-S-SER > MAX-SPAN-DAYS
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DAY-SER FROM WS-SPAN-S-SER BY 1
                   UNTIL WS-DAY-SER > WS-SPAN-E-SER
               PERFORM ACCUMULATE-ONE-DAY
           END-PERFORM.

       ACCUMULATE-ONE-DAY.
           IF WS-DAY-SER = WS-SPAN-S-SER
               MOVE WS-SPAN-S-MIN TO WS-DAY-LO
           ELSE
               MOVE 0 TO WS-DAY-LO
           END-IF
           IF WS-DAY-SER = WS-SPAN-E-SER
               MOVE WS-SPAN-E-MIN TO WS-DAY-HI
           ELSE
               MOVE 1440 TO WS-DAY-HI
           END-IF
           IF WS-DAY-HI <= WS-DAY-LO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-SER)
           IF WS-DAY-DATE < WS-PERIOD-FROM
              OR WS-DAY-DATE > WS-PERIOD-TO
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NONWORKING-DAY
           IF WS-NONWORK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-DATE TO WS-SEEK-DATE
           COMPUTE WS-CELL-AMOUNT = WS-DAY-HI - WS-DAY-LO
           PERFORM ADD-TO-CELL.

       CHECK-NONWORKING-DAY.
           MOVE 'N' TO WS-NONWORK-SW
           PERFORM VARYING CAL-I FROM 1 BY 1
                   UNTIL CAL-I > CAL-COUNT OR WS-NONWORK
               IF CAL-SERIAL(CAL-I) = WS-DAY-SER
                   MOVE 'Y' TO WS-NONWORK-SW
               END-IF
           END-PERFORM.

      *    WS-CELL-AMOUNT onto the WS-SPAN-WHAT figure of the cell
      *    for WS-CELL-SEEK, adding the cell in key/day order when
      *    it is new.
       ADD-TO-CELL.
           PERFORM FIND-CELL
           IF NOT WS-CELL-FOUND
               IF CELL-COUNT >= MAX-CELLS
                   MOVE 'Y' TO WS-CELL-OVERFLOW-SW
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING C FROM CELL-COUNT BY -1
                       UNTIL C < WS-CELL-AT
                   MOVE CELL-ENTRY(C) TO CELL-ENTRY(C + 1)
               END-PERFORM
               ADD 1 TO CELL-COUNT
               MOVE WS-CELL-SEEK TO CELL-SORTKEY(WS-CELL-AT)
               MOVE 0 TO CELL-AVAIL(WS-CELL-AT)
                         CELL-BOOKED(WS-CELL-AT)
                         CELL-UNMET(WS-CELL-AT)
           END-IF
           EVALUATE WS-SPAN-WHAT
               WHEN 'A'
                   ADD WS-CELL-AMOUNT TO CELL-AVAIL(WS-CELL-AT)
               WHEN 'B'
                   ADD WS-CELL-AMOUNT TO CELL-BOOKED(WS-CELL-AT)
               WHEN 'U'
                   ADD WS-CELL-AMOUNT TO CELL-UNMET(WS-CELL-AT)
           END-EVALUATE.

      *    Binary search; not found leaves WS-CELL-AT where the
      *    cell belongs.
       FIND-CELL.
           MOVE 'N' TO WS-CELL-FOUND-SW
           MOVE 1 TO WS-CELL-LO
           COMPUTE WS-CELL-HI = CELL-COUNT + 1
           PERFORM UNTIL WS-CELL-LO >= WS-CELL-HI
               COMPUTE WS-CELL-MID = (WS-CELL-LO + WS-CELL-HI) / 2
               IF CELL-SORTKEY(WS-CELL-MID) < WS-CELL-SEEK
                   COMPUTE WS-CELL-LO = WS-CELL-MID + 1
               ELSE
                   MOVE WS-CELL-MID TO WS-CELL-HI
               END-IF
           END-PERFORM
           MOVE WS-CELL-LO TO WS-CELL-AT
           IF WS-CELL-AT <= CELL-COUNT
               IF CELL-SORTKEY(WS-CELL-AT) = WS-CELL-SEEK
                   MOVE 'Y' TO WS-CELL-FOUND-SW
               END-IF
           END-IF.

      *----------------------------------------------------------
      *    The placement reports: every UNPLACEABLE request, and
      *    every request BOOKED or AMENDED in any of them -- those
      *    found a place in the end and are not unmet.
      *----------------------------------------------------------
       READ-MATCH-REPORTS.
           OPEN INPUT UTL-MRP-FILE
           IF WS-MRP-STATUS NOT = "00"
               DISPLAY "MIVUTIL: UNABLE TO OPEN UTLMRP, STATUS="
                   WS-MRP-STATUS
               MOVE "*** UTLMRP WILL NOT OPEN -- NO UNMET DEMAND "
                   & "SHOWN ***" TO UTL-RPT-REC
               WRITE UTL-RPT-REC
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ UTL-MRP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-MATCH-LINE
               END-READ
           END-PERFORM
           CLOSE UTL-MRP-FILE
           MOVE 'N' TO WS-EOF-SW.

       TAKE-ONE-MATCH-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING UTL-MRP-REC DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
           END-UNSTRING
           MOVE WS-TOKEN(2) TO WS-REQ-ID
           EVALUATE WS-TOKEN(1)
               WHEN "UNPLACEABLE"
                   PERFORM NOTE-UNPLACED-REQUEST
               WHEN "BOOKED"
               WHEN "AMENDED"
                   PERFORM FIND-REQUEST
                   IF WS-REQ-AT > 0
                       MOVE 'Y' TO REQ-PLACED-SW(WS-REQ-AT)
                   END-IF
           END-EVALUATE.

      *    "UNPLACEABLE id KEY=token DURATION=n BETWEEN from AND to".
      *    The first report read that lists the request decides
      *    what it asked for.
       NOTE-UNPLACED-REQUEST.
           IF WS-TOKEN(3)(1:4) NOT = "KEY="
              OR WS-TOKEN(4)(1:9) NOT = "DURATION="
              OR FUNCTION TRIM(WS-TOKEN(4)(10:15)) IS NOT NUMERIC
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REQUEST
           IF WS-REQ-AT = 0
               EXIT PARAGRAPH
           END-IF
           IF REQ-UNPLACED-SW(WS-REQ-AT) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO REQ-UNPLACED-SW(WS-REQ-AT)
           MOVE WS-TOKEN(6) TO REQ-START(WS-REQ-AT)
           MOVE WS-TOKEN(3)(5:20) TO WS-REQ-TOKEN
           MOVE FUNCTION NUMVAL(WS-TOKEN(4)(10:15)) TO WS-REQ-DUR
           MOVE 1 TO WS-REQ-QTY
           MOVE 0 TO WS-COLON-COUNT
           INSPECT WS-REQ-TOKEN TALLYING WS-COLON-COUNT FOR ALL ':'
           IF WS-COLON-COUNT = 0
               MOVE WS-REQ-TOKEN TO REQ-KEY(WS-REQ-AT)
           ELSE
               MOVE SPACES TO WS-GRP-NAME WS-REQ-QTY-TXT
               UNSTRING WS-REQ-TOKEN DELIMITED BY ':'
                   INTO WS-GRP-NAME WS-REQ-QTY-TXT
               END-UNSTRING
               MOVE WS-GRP-NAME TO REQ-KEY(WS-REQ-AT)
               EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(WS-REQ-QTY-TXT) = "ALL"
                       PERFORM FIND-GROUP
                       IF WS-GRP-AT > 0
                           IF GRP-MEMBER-COUNT(WS-GRP-AT) > 0
                               MOVE GRP-MEMBER-COUNT(WS-GRP-AT)
                                   TO WS-REQ-QTY
                           END-IF
                       END-IF
                   WHEN FUNCTION TRIM(WS-REQ-QTY-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-REQ-QTY-TXT)
                           TO WS-REQ-QTY
               END-EVALUATE
           END-IF
           COMPUTE REQ-MINUTES(WS-REQ-AT) = WS-REQ-DUR * WS-REQ-QTY.

      *    The request's entry, added when it is new; 0 when the
      *    table is full.
       FIND-REQUEST.
           MOVE 0 TO WS-REQ-AT
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > REQ-COUNT OR WS-REQ-AT > 0
               IF REQ-ID(R) = WS-REQ-ID
                   MOVE R TO WS-REQ-AT
               END-IF
           END-PERFORM
           IF WS-REQ-AT > 0
               EXIT PARAGRAPH
           END-IF
           IF REQ-COUNT >= MAX-REQS
               MOVE 'Y' TO WS-REQ-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REQ-COUNT
           MOVE REQ-COUNT TO WS-REQ-AT
           MOVE WS-REQ-ID TO REQ-ID(WS-REQ-AT)
           MOVE SPACES TO REQ-KEY(WS-REQ-AT) REQ-START(WS-REQ-AT)
           MOVE 0 TO REQ-MINUTES(WS-REQ-AT)
           MOVE 'N' TO REQ-UNPLACED-SW(WS-REQ-AT)
                       REQ-PLACED-SW(WS-REQ-AT).

      *    Every request still unplaceable, onto the day of its
      *    earliest bound (ALL under bare integers).
       POST-UNMET-DEMAND.
           MOVE 'U' TO WS-SPAN-WHAT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > REQ-COUNT
               IF REQ-UNPLACED-SW(R) = 'Y'
                  AND REQ-PLACED-SW(R) = 'N'
                   PERFORM POST-ONE-UNMET-REQUEST
               END-IF
           END-PERFORM.

       POST-ONE-UNMET-REQUEST.
           MOVE REQ-START(R) TO WS-BND-TOKEN
           PERFORM PARSE-BOUND-TOKEN
           IF WS-BND-BAD
               ADD 1 TO WS-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-KEY(R) TO WS-SEEK-KEY
           IF WS-INT-MODE
               MOVE 0 TO WS-SEEK-DATE
           ELSE
               DIVIDE WS-BND-VAL BY 10000 GIVING WS-SEEK-DATE
               IF WS-SEEK-DATE < WS-PERIOD-FROM
                  OR WS-SEEK-DATE > WS-PERIOD-TO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-UNMET-REQS
           MOVE REQ-MINUTES(R) TO WS-CELL-AMOUNT
           PERFORM ADD-TO-CELL.

      *----------------------------------------------------------
      *    The report: per key its days, a subtotal at each change
      *    of week, and its total; the same rows to UTLCSV.
      *----------------------------------------------------------
       WRITE-UTILIZATION-REPORT.
           MOVE SPACES TO UTL-RPT-REC
           IF WS-PERIOD-FROM = 0 AND WS-PERIOD-TO = 99999999
               MOVE "PERIOD: EVERY DAY THE GENERATIONS COVER"
                   TO UTL-RPT-REC
           ELSE
               STRING "PERIOD: " WS-PERIOD-FROM " TO " WS-PERIOD-TO
                   DELIMITED BY SIZE INTO UTL-RPT-REC
               END-STRING
           END-IF
           WRITE UTL-RPT-REC
           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE SPACES TO WS-RPT-LINE
           MOVE "KEY" TO RL-KEY
           MOVE "DAY / WEEK" TO RL-PERIOD
           MOVE "    AVAILABLE" TO RL-AVAIL
           MOVE "       BOOKED" TO RL-BOOKED
           MOVE "    UTIL%" TO RL-UTIL
           MOVE "        UNMET" TO RL-UNMET
           MOVE WS-RPT-LINE TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE SPACES TO WS-CUR-KEY
           MOVE 0 TO KT-COUNT
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CELL-COUNT
               IF C = 1 OR CELL-KEY(C) NOT = WS-CUR-KEY
                   IF C > 1
                       PERFORM CLOSE-WEEK
                       PERFORM CLOSE-KEY
                   END-IF
                   PERFORM OPEN-KEY
               END-IF
               PERFORM WRITE-ONE-CELL
           END-PERFORM
           IF CELL-COUNT > 0
               PERFORM CLOSE-WEEK
               PERFORM CLOSE-KEY
           END-IF
           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE "ALL KEYS" TO WS-OUT-LABEL
           MOVE WS-ALL-AVAIL TO WS-OUT-AVAIL
           MOVE WS-ALL-BOOKED TO WS-OUT-BOOKED
           MOVE WS-ALL-UNMET TO WS-OUT-UNMET
           MOVE SPACES TO WS-RPT-LINE
           MOVE "ALL KEYS" TO RL-KEY
           IF WS-FIRST-DAY > 0
               MOVE SPACES TO RL-PERIOD
               STRING WS-FIRST-DAY "-" WS-LAST-DAY(5:4)
                   DELIMITED BY SIZE INTO RL-PERIOD
               END-STRING
           ELSE
               MOVE "ALL" TO RL-PERIOD
           END-IF
           PERFORM FORMAT-FIGURES
           MOVE WS-RPT-LINE TO UTL-RPT-REC
           WRITE UTL-RPT-REC.

       OPEN-KEY.
           MOVE CELL-KEY(C) TO WS-CUR-KEY
           MOVE 0 TO WS-KEY-AVAIL WS-KEY-BOOKED WS-KEY-UNMET
           MOVE 0 TO WS-WK-AVAIL WS-WK-BOOKED WS-WK-UNMET
           MOVE 0 TO WS-CUR-WEEK
           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC.

      *    One day's line, after the subtotal of the week before
      *    when this day starts a new one.
       WRITE-ONE-CELL.
           IF CELL-DATE(C) = 0
               MOVE 0 TO WS-WEEK-DATE
           ELSE
               COMPUTE WS-DAY-SER =
                   FUNCTION INTEGER-OF-DATE(CELL-DATE(C))
               COMPUTE WS-DAY-SER = WS-DAY-SER
                   - FUNCTION MOD(WS-DAY-SER - 1, 7)
               COMPUTE WS-WEEK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-SER)
               IF WS-FIRST-DAY = 0 OR CELL-DATE(C) < WS-FIRST-DAY
                   MOVE CELL-DATE(C) TO WS-FIRST-DAY
               END-IF
               IF CELL-DATE(C) > WS-LAST-DAY
                   MOVE CELL-DATE(C) TO WS-LAST-DAY
               END-IF
           END-IF
           IF WS-CUR-WEEK NOT = 0 AND WS-WEEK-DATE NOT = WS-CUR-WEEK
               PERFORM CLOSE-WEEK
           END-IF
           MOVE WS-WEEK-DATE TO WS-CUR-WEEK
           ADD CELL-AVAIL(C) TO WS-WK-AVAIL WS-KEY-AVAIL WS-ALL-AVAIL
           ADD CELL-BOOKED(C) TO WS-WK-BOOKED WS-KEY-BOOKED
               WS-ALL-BOOKED
           ADD CELL-UNMET(C) TO WS-WK-UNMET WS-KEY-UNMET WS-ALL-UNMET
           MOVE CELL-AVAIL(C) TO WS-OUT-AVAIL
           MOVE CELL-BOOKED(C) TO WS-OUT-BOOKED
           MOVE CELL-UNMET(C) TO WS-OUT-UNMET
           MOVE SPACES TO WS-RPT-LINE
           MOVE CELL-KEY(C) TO RL-KEY
           IF CELL-DATE(C) = 0
               MOVE "ALL" TO RL-PERIOD WS-OUT-PERIOD
               MOVE SPACES TO WS-OUT-DATE
           ELSE
               MOVE CELL-DATE(C) TO RL-PERIOD WS-OUT-DATE
               MOVE "DAY" TO WS-OUT-PERIOD
           END-IF
           PERFORM FORMAT-FIGURES
           MOVE WS-RPT-LINE TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           PERFORM WRITE-CSV-ROW.

      *    The week just finished, when there was one (bare-integer
      *    figures have no weeks).
       CLOSE-WEEK.
           IF WS-CUR-WEEK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WK-AVAIL TO WS-OUT-AVAIL
           MOVE WS-WK-BOOKED TO WS-OUT-BOOKED
           MOVE WS-WK-UNMET TO WS-OUT-UNMET
           MOVE SPACES TO WS-RPT-LINE
           STRING "WEEK OF " WS-CUR-WEEK
               DELIMITED BY SIZE INTO RL-PERIOD
           END-STRING
           MOVE "WEEK" TO WS-OUT-PERIOD
           MOVE WS-CUR-WEEK TO WS-OUT-DATE
           PERFORM FORMAT-FIGURES
           MOVE WS-RPT-LINE TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           PERFORM WRITE-CSV-ROW
           MOVE 0 TO WS-WK-AVAIL WS-WK-BOOKED WS-WK-UNMET
           MOVE 0 TO WS-CUR-WEEK.

      *    The key's total, kept for the rankings.
       CLOSE-KEY.
           MOVE WS-KEY-AVAIL TO WS-OUT-AVAIL
           MOVE WS-KEY-BOOKED TO WS-OUT-BOOKED
           MOVE WS-KEY-UNMET TO WS-OUT-UNMET
           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO RL-PERIOD WS-OUT-PERIOD
           MOVE SPACES TO WS-OUT-DATE
           PERFORM FORMAT-FIGURES
           MOVE WS-RPT-LINE TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           PERFORM WRITE-CSV-ROW
           IF KT-COUNT >= MAX-KEYS
               MOVE 'Y' TO WS-CELL-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KT-COUNT
           MOVE WS-CUR-KEY TO KT-KEY(KT-COUNT)
           MOVE WS-KEY-AVAIL TO KT-AVAIL(KT-COUNT)
           MOVE WS-KEY-BOOKED TO KT-BOOKED(KT-COUNT)
           MOVE WS-KEY-UNMET TO KT-UNMET(KT-COUNT)
           MOVE 'N' TO KT-TAKEN-SW(KT-COUNT)
           IF WS-KEY-AVAIL > 0
               COMPUTE KT-UTIL-PCT(KT-COUNT) ROUNDED =
                   WS-KEY-BOOKED * 100 / WS-KEY-AVAIL
               COMPUTE KT-DEMAND-PCT(KT-COUNT) ROUNDED =
                   (WS-KEY-BOOKED + WS-KEY-UNMET) * 100
                   / WS-KEY-AVAIL
           ELSE
               MOVE 0 TO KT-UTIL-PCT(KT-COUNT)
               MOVE 0 TO KT-DEMAND-PCT(KT-COUNT)
               IF WS-KEY-BOOKED + WS-KEY-UNMET > 0
                   MOVE WS-NO-CAPACITY-PCT TO KT-DEMAND-PCT(KT-COUNT)
               END-IF
           END-IF.

      *    WS-OUT-AVAIL/BOOKED/UNMET into the report line columns;
      *    utilization is booked over available, blank when
      *    nothing was available.
       FORMAT-FIGURES.
           MOVE WS-OUT-AVAIL TO WS-AVAIL-DISP
           MOVE WS-OUT-BOOKED TO WS-BOOKED-DISP
           MOVE WS-OUT-UNMET TO WS-UNMET-DISP
           MOVE WS-AVAIL-DISP TO RL-AVAIL
           MOVE WS-BOOKED-DISP TO RL-BOOKED
           MOVE WS-UNMET-DISP TO RL-UNMET
           MOVE SPACES TO WS-PCT-TXT
           IF WS-OUT-AVAIL > 0
               COMPUTE WS-OUT-PCT ROUNDED =
                   WS-OUT-BOOKED * 100 / WS-OUT-AVAIL
               MOVE WS-OUT-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-PCT-TXT
           ELSE
               MOVE "      ---" TO WS-PCT-TXT
           END-IF
           MOVE WS-PCT-TXT TO RL-UTIL.

      *    KEY,PERIOD,DATE,AVAILABLE,BOOKED,UTILIZATION,UNMET --
      *    straight after FORMAT-FIGURES.
       WRITE-CSV-ROW.
           PERFORM ESCAPE-KEY-FIELD
           MOVE SPACES TO UTL-CSV-REC
           MOVE 1 TO WS-CSV-PTR
           IF WS-ESC-LEN > 0
               STRING WS-ESC-FIELD(1:WS-ESC-LEN)
                   DELIMITED BY SIZE INTO UTL-CSV-REC
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           STRING "," FUNCTION TRIM(WS-OUT-PERIOD)
                  "," FUNCTION TRIM(WS-OUT-DATE)
                  "," FUNCTION TRIM(WS-AVAIL-DISP)
                  "," FUNCTION TRIM(WS-BOOKED-DISP)
               DELIMITED BY SIZE INTO UTL-CSV-REC
               WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-OUT-AVAIL > 0
               STRING "," FUNCTION TRIM(WS-PCT-DISP)
                   DELIMITED BY SIZE INTO UTL-CSV-REC
                   WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING "," DELIMITED BY SIZE INTO UTL-CSV-REC
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           STRING "," FUNCTION TRIM(WS-UNMET-DISP)
               DELIMITED BY SIZE INTO UTL-CSV-REC
               WITH POINTER WS-CSV-PTR
           END-STRING
           WRITE UTL-CSV-REC.

      *    The key by the normal CSV rules, as CSVEXP writes them:
      *    quoted when it carries a comma or a quote, embedded
      *    quotes doubled.
       ESCAPE-KEY-FIELD.
           MOVE SPACES TO WS-ESC-FIELD
           MOVE 0 TO WS-ESC-LEN
           IF WS-CUR-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUR-KEY))
               TO WS-ESC-SRC-LEN
           MOVE 'N' TO WS-NEED-QUOTES-SW
           PERFORM VARYING WS-ESC-SRC-POS FROM 1 BY 1
                   UNTIL WS-ESC-SRC-POS > WS-ESC-SRC-LEN
                      OR WS-NEED-QUOTES
               IF WS-CUR-KEY(WS-ESC-SRC-POS:1) = ','
                  OR WS-CUR-KEY(WS-ESC-SRC-POS:1) = '"'
                   MOVE 'Y' TO WS-NEED-QUOTES-SW
               END-IF
           END-PERFORM
           IF NOT WS-NEED-QUOTES
               MOVE WS-CUR-KEY(1:WS-ESC-SRC-LEN) TO WS-ESC-FIELD
               MOVE WS-ESC-SRC-LEN TO WS-ESC-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE '"' TO WS-ESC-FIELD(1:1)
           MOVE 1 TO WS-ESC-LEN
           PERFORM VARYING WS-ESC-SRC-POS FROM 1 BY 1
                   UNTIL WS-ESC-SRC-POS > WS-ESC-SRC-LEN
               IF WS-CUR-KEY(WS-ESC-SRC-POS:1) = '"'
                   ADD 1 TO WS-ESC-LEN
                   MOVE '"' TO WS-ESC-FIELD(WS-ESC-LEN:1)
               END-IF
               ADD 1 TO WS-ESC-LEN
               MOVE WS-CUR-KEY(WS-ESC-SRC-POS:1)
                   TO WS-ESC-FIELD(WS-ESC-LEN:1)
           END-PERFORM
           ADD 1 TO WS-ESC-LEN
           MOVE '"' TO WS-ESC-FIELD(WS-ESC-LEN:1).

      *----------------------------------------------------------
      *    The rankings over the key totals: most over-subscribed
      *    first by booked plus unmet against available (a key
      *    with demand and no capacity at all heads the list), then
      *    the most idle by utilization, lowest first.
      *----------------------------------------------------------
       WRITE-RANKINGS.
           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE SPACES TO UTL-RPT-REC
           MOVE WS-TOP-N TO WS-TOP-DISP
           STRING "MOST OVER-SUBSCRIBED (TOP "
                  FUNCTION TRIM(WS-TOP-DISP)
                  ", BOOKED + UNMET AS % OF AVAILABLE)"
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           WRITE UTL-RPT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KT-COUNT
               MOVE 'N' TO KT-TAKEN-SW(K)
           END-PERFORM
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-N
               MOVE 0 TO WS-BEST-AT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > KT-COUNT
                   IF KT-TAKEN-SW(K) = 'N'
                      AND KT-DEMAND-PCT(K) > 0
                       IF WS-BEST-AT = 0
                           MOVE K TO WS-BEST-AT
                       ELSE
                           IF KT-DEMAND-PCT(K)
                              > KT-DEMAND-PCT(WS-BEST-AT)
                               MOVE K TO WS-BEST-AT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-AT = 0
                   MOVE WS-TOP-N TO WS-RANK
               ELSE
                   MOVE 'Y' TO KT-TAKEN-SW(WS-BEST-AT)
                   MOVE KT-DEMAND-PCT(WS-BEST-AT) TO WS-OUT-PCT
                   PERFORM WRITE-RANK-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO UTL-RPT-REC
           WRITE UTL-RPT-REC
           MOVE SPACES TO UTL-RPT-REC
           STRING "MOST IDLE (TOP " FUNCTION TRIM(WS-TOP-DISP)
                  ", BOOKED AS % OF AVAILABLE)"
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           WRITE UTL-RPT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KT-COUNT
               MOVE 'N' TO KT-TAKEN-SW(K)
           END-PERFORM
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-N
               MOVE 0 TO WS-BEST-AT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > KT-COUNT
                   IF KT-TAKEN-SW(K) = 'N' AND KT-AVAIL(K) > 0
                       IF WS-BEST-AT = 0
                           MOVE K TO WS-BEST-AT
                       ELSE
                           IF KT-UTIL-PCT(K) < KT-UTIL-PCT(WS-BEST-AT)
                               MOVE K TO WS-BEST-AT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-AT = 0
                   MOVE WS-TOP-N TO WS-RANK
               ELSE
                   MOVE 'Y' TO KT-TAKEN-SW(WS-BEST-AT)
                   MOVE KT-UTIL-PCT(WS-BEST-AT) TO WS-OUT-PCT
                   PERFORM WRITE-RANK-LINE
               END-IF
           END-PERFORM.

       WRITE-RANK-LINE.
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE KT-AVAIL(WS-BEST-AT) TO WS-AVAIL-DISP
           MOVE KT-BOOKED(WS-BEST-AT) TO WS-BOOKED-DISP
           MOVE KT-UNMET(WS-BEST-AT) TO WS-UNMET-DISP
           IF KT-AVAIL(WS-BEST-AT) = 0
               MOVE " NO CAPACITY" TO WS-RANK-PCT-TXT
           ELSE
               MOVE WS-OUT-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-RANK-PCT-TXT
               STRING WS-PCT-DISP "%" DELIMITED BY SIZE
                   INTO WS-RANK-PCT-TXT
               END-STRING
           END-IF
           MOVE SPACES TO UTL-RPT-REC
           STRING WS-RANK-DISP ". " KT-KEY(WS-BEST-AT)
                  " " WS-RANK-PCT-TXT
                  "  AVAILABLE=" FUNCTION TRIM(WS-AVAIL-DISP)
                  " BOOKED=" FUNCTION TRIM(WS-BOOKED-DISP)
                  " UNMET=" FUNCTION TRIM(WS-UNMET-DISP)
               DELIMITED BY SIZE INTO UTL-RPT-REC
           END-STRING
           WRITE UTL-RPT-REC.

       END PROGRAM MIVUTIL.
