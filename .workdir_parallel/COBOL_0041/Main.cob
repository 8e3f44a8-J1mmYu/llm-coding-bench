      *    Finish times are compared as seconds since midnight, so a
      *    deadline on the far side of midnight belongs to the
      *    morning's clock, not the evening's.
      *    The report follows the nightly's step order from the
      *    job-stream definition (JOBDEF, JOBDREC layout): one block
      *    per step with an audit voice, labelled with its step and
      *    noted when it has no history yet, then the programs on
      *    the history the nightly does not run (intraday, weekly,
      *    maintenance).  Without the definition the blocks come in
      *    first-seen order, as they always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-CTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT JOB-DEF-FILE ASSIGN TO "JOBDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT HIST-RPT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  HIST-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  HIST-CTL-REC            PIC X(80).
       FD  JOB-DEF-FILE.
           COPY JOBDREC.
       FD  HIST-RPT-FILE.
       01  HIST-RPT-REC            PIC X(132).

       01  WS-HIST-STATUS          PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-DEF-STATUS           PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
               10  WS-DL-TIME      PIC X(6).
       01  WS-DL-IDX               PIC 9(2).

      *    The nightly's steps with an audit voice, in run order,
      *    from the job-stream definition.
       01  MAX-STEPS               PIC 9(2) VALUE 50.
       01  WS-ST-COUNT             PIC 9(2) VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-STEP      PIC X(8).
               10  WS-ST-PROGRAM   PIC X(8).
       01  WS-ST-IDX               PIC 9(2).
       01  WS-DEF-OPEN-SW          PIC X VALUE 'N'.
           88  WS-DEF-OPEN         VALUE 'Y'.
       01  WS-RPT-STEP             PIC X(8) VALUE SPACES.
       01  WS-OUTSIDE-COUNT        PIC 9(4) VALUE 0.

      *    The whole run history, flat; the report phase groups it
      *    by program as it scans.  5000 records is years of a
      *    dozen programs' mornings.
               10  WS-HS-TOTAL     PIC 9(9).
               10  WS-HS-ERRORS    PIC 9(9).
       01  WS-HS-IDX               PIC 9(4).
      *    The report's walk over the history; the trend paragraphs
      *    use WS-HS-IDX for their own lookups.
       01  WS-SCAN-IDX             PIC 9(4).
       01  WS-HIST-OVERFLOW-SW     PIC X VALUE 'N'.

      *    Per-program report scratch: the matching entries' indexes
           MOVE SPACES TO HIST-RPT-REC
           WRITE HIST-RPT-REC

      *    One report block per nightly step, in run order, then one
      *    per other distinct program, first-seen order.
           PERFORM LOAD-JOB-STREAM-DEF
           IF NOT WS-DEF-OPEN
               MOVE "(JOB-STREAM DEFINITION NOT READ -- PROGRAMS IN "
                   & "FIRST-SEEN ORDER)" TO HIST-RPT-REC
               WRITE HIST-RPT-REC
               MOVE SPACES TO HIST-RPT-REC
               WRITE HIST-RPT-REC
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE WS-ST-STEP(WS-ST-IDX) TO WS-RPT-STEP
               MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-RPT-PROGRAM
               PERFORM REPORT-ONE-PROGRAM
           END-PERFORM
           MOVE SPACES TO WS-RPT-STEP
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HS-COUNT
               PERFORM CHECK-FIRST-OCCURRENCE
               IF WS-FOUND
                   PERFORM CHECK-DEFINED-PROGRAM
               END-IF
               IF WS-FOUND
                   IF WS-DEF-OPEN AND WS-OUTSIDE-COUNT = 0
                       MOVE "PROGRAMS OUTSIDE THE NIGHTLY JOB STREAM"
                           TO HIST-RPT-REC
                       WRITE HIST-RPT-REC
                       MOVE SPACES TO HIST-RPT-REC
                       WRITE HIST-RPT-REC
                   END-IF
                   ADD 1 TO WS-OUTSIDE-COUNT
                   MOVE WS-HS-PROGRAM(WS-SCAN-IDX) TO WS-RPT-PROGRAM
                   PERFORM REPORT-ONE-PROGRAM
               END-IF
           END-PERFORM
       CHECK-FIRST-OCCURRENCE.
           MOVE 'Y' TO WS-FOUND-SW
           PERFORM VARYING WS-AVG-I FROM 1 BY 1
                   UNTIL WS-AVG-I >= WS-SCAN-IDX OR NOT WS-FOUND
               IF WS-HS-PROGRAM(WS-AVG-I)
                      = WS-HS-PROGRAM(WS-SCAN-IDX)
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

       LOAD-JOB-STREAM-DEF.
           OPEN INPUT JOB-DEF-FILE
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DEF-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ JOB-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF JSD-TYPE-STEP AND JSD-AUDIT-PGM NOT = SPACES
                          AND WS-ST-COUNT < MAX-STEPS
                           ADD 1 TO WS-ST-COUNT
                           MOVE JSD-STEP-NAME
                               TO WS-ST-STEP(WS-ST-COUNT)
                           MOVE JSD-AUDIT-PGM
                               TO WS-ST-PROGRAM(WS-ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE.

      *    WS-FOUND stays set only for a program no nightly step
      *    writes under -- the steps' blocks are already printed.
       CHECK-DEFINED-PROGRAM.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT OR NOT WS-FOUND
               IF WS-ST-PROGRAM(WS-ST-IDX) = WS-HS-PROGRAM(WS-SCAN-IDX)
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HIST-RPT-REC
           IF WS-RPT-STEP NOT = SPACES
               STRING WS-RPT-STEP "PROGRAM " WS-RPT-PROGRAM
                      " RUNS=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO HIST-RPT-REC
               END-STRING
           ELSE
               STRING "PROGRAM " WS-RPT-PROGRAM
                      " RUNS=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO HIST-RPT-REC
               END-STRING
           END-IF
           WRITE HIST-RPT-REC
           IF WS-MATCH-COUNT = 0
               MOVE "  (NO RUN HISTORY CAPTURED FOR THIS STEP YET)"
                   TO HIST-RPT-REC
               WRITE HIST-RPT-REC
               MOVE SPACES TO HIST-RPT-REC
               WRITE HIST-RPT-REC
               EXIT PARAGRAPH
           END-IF

           IF WS-MATCH-COUNT >= 6
               PERFORM TREND-ELAPSED-TIME
