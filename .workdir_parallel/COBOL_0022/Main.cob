       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO "JOBDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT CKPT-FILE ASSIGN TO "UTILCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
           COPY JOBDREC.
       FD  CKPT-FILE.
       01  CKPT-REC                PIC X(80).
       FD  UTIL-AUDIT-FILE.
       01  STAT-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS           PIC XX.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.

      *    The nightly's step map, from the job-stream definition
      *    (JOBDEF): each step that leaves a checkpoint marker or
      *    speaks on the audit trail, with the PROGRAM-ID it writes
      *    its audit records under -- SPACES for the steps that have
      *    no audit voice of their own (checkpoint marker only).
      *    STEP052's container packaging speaks as RLEPKG, distinct
      *    from STEP050's RLE.
       01  MAX-STEPS               PIC 9(2) VALUE 50.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-NAME    PIC X(7).
               10  FILLER          PIC X.
               10  WS-STEP-PGM     PIC X(8).
               10  WS-STEP-JOB-IDX PIC 9(2).
       01  WS-DEF-SKIPPED          PIC 9(4) VALUE 0.
      *    The nightly's jobs, from the definition's 'J' cards; each
      *    step above belongs to the last one read ahead of it (0
      *    when the definition has no 'J' card).  The dashboard
      *    shows the steps job by job.
       01  MAX-JOBS                PIC 9(2) VALUE 10.
       01  WS-JOB-COUNT            PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 10 TIMES.
               10  WS-JOB-NAME     PIC X(8).
               10  WS-JOB-STAGE    PIC X.
               10  WS-JOB-DESC     PIC X(34).
       01  WS-LAST-JOB-IDX         PIC 9(2) VALUE 0.
      *    The first step with a marker (its marker opens each run)
      *    and the business-calendar gate, CALGATE, when defined.
       01  WS-FIRST-MARKER-IDX     PIC 9(2) VALUE 0.
       01  WS-GATE-IDX             PIC 9(2) VALUE 0.

      *    Per-step state gathered from the two datasets.  The
      *    marker switch is 'Y' for a COMPLETE marker and 'C' for a
      *    "SKIPPED BY CALENDAR" one, whichever was written last.
       01  WS-STEP-STATE.
           05  WS-SS-ENTRY OCCURS 50 TIMES.
               10  WS-SS-MARKER-SW PIC X.
               10  WS-SS-HDR-SW    PIC X.
               10  WS-SS-TRL-SW    PIC X.
               10  WS-SS-ERROR     PIC 9(9).
               10  WS-SS-RC        PIC 9(4).

      *    The intraday late-delivery run (UTILINTR) writes under
      *    its own program ids so it never disturbs the nightly's
      *    step lines above; it gets a section of its own, built
      *    from the latest INTRDAY header and the intraday steps'
      *    latest blocks on or after it.
       01  WS-INTR-COUNT           PIC 9(2) VALUE 4.
       01  WS-INTR-DEFS.
           05  FILLER PIC X(16) VALUE "STEP010 INTRDAY".
           05  FILLER PIC X(16) VALUE "STEP020 CSVPINTR".
           05  FILLER PIC X(16) VALUE "STEP023 CSVDINTR".
           05  FILLER PIC X(16) VALUE "STEP030 MRGVINTR".
       01  WS-INTR-TABLE REDEFINES WS-INTR-DEFS.
           05  WS-INTR-ENTRY OCCURS 4 TIMES.
               10  WS-INTR-STEP    PIC X(7).
               10  FILLER          PIC X.
               10  WS-INTR-PGM     PIC X(8).
       01  WS-INTR-STATE.
           05  WS-IS-ENTRY OCCURS 4 TIMES.
               10  WS-IS-HDR-SW    PIC X.
               10  WS-IS-TRL-SW    PIC X.
               10  WS-IS-HDR-STAMP PIC X(14).
               10  WS-IS-TRL-TIME  PIC X(6).
               10  WS-IS-TOTAL     PIC 9(9).
               10  WS-IS-OK        PIC 9(9).
               10  WS-IS-ERROR     PIC 9(9).
               10  WS-IS-RC        PIC 9(4).
       01  WS-INTR-IDX             PIC 9(2).
       01  WS-INTR-RUN-ID          PIC X(60) VALUE SPACES.
       01  WS-INTR-SELECTION       PIC X(40) VALUE SPACES.

       01  WS-STEP-IDX             PIC 9(2).
       01  WS-FIND-IDX             PIC 9(2).
       01  WS-CKP-TOKEN            PIC X(8).
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
      *    The calendar day before the run date: a nightly that
       01  WS-COUNT-DISP-3         PIC ZZZZZZZZ9.
       01  WS-RC-DISP              PIC ZZZ9.
       01  WS-FLAG-COUNT           PIC 9(4) VALUE 0.
       01  WS-STATUS-TEXT          PIC X(36).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-JOB-STREAM-DEF
           IF WS-STEP-COUNT = 0
               OPEN OUTPUT STAT-RPT-FILE
               MOVE "UTILSTAT -- *** NO STEPS: JOB-STREAM DEFINITION "
                   & "(JOBDEF) WILL NOT OPEN OR IS EMPTY ***"
                   TO STAT-RPT-REC
               WRITE STAT-RPT-REC
               CLOSE STAT-RPT-FILE
               DISPLAY "UTILSTAT: JOB-STREAM DEFINITION NOT USABLE, "
                   "STATUS=" WS-DEF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'N' TO WS-SS-MARKER-SW(WS-STEP-IDX)
               MOVE 0 TO WS-SS-ERROR(WS-STEP-IDX)
               MOVE 0 TO WS-SS-RC(WS-STEP-IDX)
           END-PERFORM
           PERFORM VARYING WS-INTR-IDX FROM 1 BY 1
                   UNTIL WS-INTR-IDX > WS-INTR-COUNT
               MOVE 'N' TO WS-IS-HDR-SW(WS-INTR-IDX)
               MOVE 'N' TO WS-IS-TRL-SW(WS-INTR-IDX)
               MOVE SPACES TO WS-IS-HDR-STAMP(WS-INTR-IDX)
               MOVE SPACES TO WS-IS-TRL-TIME(WS-INTR-IDX)
               MOVE 0 TO WS-IS-TOTAL(WS-INTR-IDX)
               MOVE 0 TO WS-IS-OK(WS-INTR-IDX)
               MOVE 0 TO WS-IS-ERROR(WS-INTR-IDX)
               MOVE 0 TO WS-IS-RC(WS-INTR-IDX)
           END-PERFORM

           PERFORM SCAN-CHECKPOINT-FILE
           PERFORM SCAN-AUDIT-TRAIL
           END-IF
           GOBACK.

      *    The dashboard's steps are the definition's steps that
      *    leave a marker or write audit records; a plain copy step
      *    (STEP021/STEP022's IEBGENERs) has nothing to show.
       LOAD-JOB-STREAM-DEF.
           OPEN INPUT JOB-DEF-FILE
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ JOB-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF JSD-TYPE-JOB
                           PERFORM NOTE-DEFINED-JOB
                       END-IF
                       IF JSD-TYPE-STEP
                          AND (JSD-MARKER-LABEL NOT = SPACES
                               OR JSD-AUDIT-PGM NOT = SPACES)
                           PERFORM NOTE-DEFINED-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE
           IF WS-DEF-SKIPPED > 0
               DISPLAY "UTILSTAT: *** WARNING *** " WS-DEF-SKIPPED
                   " DEFINED STEP(S) BEYOND THE FIRST 50 NOT SHOWN"
           END-IF.

      *    JOBDVAL holds the definition to MAX-JOBS jobs; steps of a
      *    job beyond them stay with the last job kept.
       NOTE-DEFINED-JOB.
           IF WS-JOB-COUNT >= MAX-JOBS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE JSD-STEP-NAME TO WS-JOB-NAME(WS-JOB-COUNT)
           MOVE JSD-JOB-STAGE TO WS-JOB-STAGE(WS-JOB-COUNT)
           MOVE JSD-JOB-DESC TO WS-JOB-DESC(WS-JOB-COUNT).

       NOTE-DEFINED-STEP.
           IF WS-STEP-COUNT >= MAX-STEPS
               ADD 1 TO WS-DEF-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO WS-STEP-ENTRY(WS-STEP-COUNT)
           MOVE JSD-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE JSD-AUDIT-PGM TO WS-STEP-PGM(WS-STEP-COUNT)
           MOVE WS-JOB-COUNT TO WS-STEP-JOB-IDX(WS-STEP-COUNT)
           IF JSD-MARKER-LABEL NOT = SPACES
              AND WS-FIRST-MARKER-IDX = 0
               MOVE WS-STEP-COUNT TO WS-FIRST-MARKER-IDX
           END-IF
           IF JSD-PGM = "CALGATE" AND JSD-AUDIT-PGM NOT = SPACES
              AND WS-GATE-IDX = 0
               MOVE WS-STEP-COUNT TO WS-GATE-IDX
           END-IF.

       SCAN-CHECKPOINT-FILE.
           OPEN INPUT CKPT-FILE
           IF WS-CKP-STATUS NOT = "00"
                               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           IF WS-STEP-NAME(WS-STEP-IDX)
                                  = WS-CKP-TOKEN(1:7)
                               PERFORM NOTE-STEP-MARKER
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CKPT-FILE.

      *    A new run's first marker ends the calendar skips of the
      *    run before it: a step skipped last night and not yet
      *    reached tonight is not "skipped" tonight.
       NOTE-STEP-MARKER.
           IF WS-STEP-IDX = WS-FIRST-MARKER-IDX
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   IF WS-SS-MARKER-SW(WS-FIND-IDX) = 'C'
                       MOVE 'N' TO WS-SS-MARKER-SW(WS-FIND-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF CKPT-REC(26:19) = "SKIPPED BY CALENDAR"
               MOVE 'C' TO WS-SS-MARKER-SW(WS-STEP-IDX)
           ELSE
               MOVE 'Y' TO WS-SS-MARKER-SW(WS-STEP-IDX)
           END-IF.

      *    One pass over the trail, keeping each program's LATEST
      *    header and trailer -- the current run is always the most
      *    recent block for its program.  The dashboard's run date is
                           MOVE AUD-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       PERFORM APPLY-AUDIT-RECORD
                       PERFORM APPLY-INTRADAY-RECORD
               END-READ
           END-PERFORM
           CLOSE UTIL-AUDIT-FILE.
               END-IF
           END-PERFORM.

       APPLY-INTRADAY-RECORD.
           PERFORM VARYING WS-INTR-IDX FROM 1 BY 1
                   UNTIL WS-INTR-IDX > WS-INTR-COUNT
               IF WS-INTR-PGM(WS-INTR-IDX) = AUD-PROGRAM-ID
                   EVALUATE TRUE
                       WHEN AUD-TYPE-HEADER
                           MOVE 'Y' TO WS-IS-HDR-SW(WS-INTR-IDX)
                           MOVE 'N' TO WS-IS-TRL-SW(WS-INTR-IDX)
                           STRING AUD-RUN-DATE AUD-RUN-TIME
                               DELIMITED BY SIZE
                               INTO WS-IS-HDR-STAMP(WS-INTR-IDX)
                           END-STRING
                           IF WS-INTR-IDX = 1
                               MOVE AUD-INPUT-SUMMARY
                                   TO WS-INTR-RUN-ID
                               MOVE AUD-RESULT-SUMMARY
                                   TO WS-INTR-SELECTION
                           END-IF
                       WHEN AUD-TYPE-TRAILER
                           MOVE 'Y' TO WS-IS-TRL-SW(WS-INTR-IDX)
                           MOVE AUD-RUN-TIME
                               TO WS-IS-TRL-TIME(WS-INTR-IDX)
                           MOVE AUD-TOTAL-COUNT
                               TO WS-IS-TOTAL(WS-INTR-IDX)
                           MOVE AUD-OK-COUNT
                               TO WS-IS-OK(WS-INTR-IDX)
                           MOVE AUD-ERROR-COUNT
                               TO WS-IS-ERROR(WS-INTR-IDX)
                           MOVE AUD-FINAL-RC
                               TO WS-IS-RC(WS-INTR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       WRITE-DASHBOARD.
           MOVE SPACES TO STAT-RPT-REC
           STRING "UTILSTAT -- NIGHTLY RUN DASHBOARD  RUN-DATE="
           WRITE STAT-RPT-REC
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-JOB-IDX(WS-STEP-IDX) NOT = WS-LAST-JOB-IDX
                   PERFORM WRITE-JOB-HEADING
               END-IF
               PERFORM WRITE-ONE-STEP-LINE
           END-PERFORM
           PERFORM WRITE-INTRADAY-SECTION.

       WRITE-JOB-HEADING.
           IF WS-LAST-JOB-IDX > 0
               MOVE SPACES TO STAT-RPT-REC
               WRITE STAT-RPT-REC
           END-IF
           MOVE WS-STEP-JOB-IDX(WS-STEP-IDX) TO WS-LAST-JOB-IDX
           MOVE SPACES TO STAT-RPT-REC
           STRING "JOB " WS-JOB-NAME(WS-LAST-JOB-IDX)
                  " STAGE " WS-JOB-STAGE(WS-LAST-JOB-IDX)
                  "  " WS-JOB-DESC(WS-LAST-JOB-IDX)
               DELIMITED BY SIZE INTO STAT-RPT-REC
           END-STRING
           WRITE STAT-RPT-REC.

      *    The most recent intraday run.  A step whose latest header
      *    is older than the INTRDAY header did not run this time
      *    (the job bypasses everything after an RC 8 selection).
       WRITE-INTRADAY-SECTION.
           MOVE SPACES TO STAT-RPT-REC
           WRITE STAT-RPT-REC
           IF WS-IS-HDR-SW(1) = 'N'
               MOVE "INTRADAY RUN -- NONE ON THE AUDIT TRAIL"
                   TO STAT-RPT-REC
               WRITE STAT-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STAT-RPT-REC
           STRING "INTRADAY RUN -- " WS-IS-HDR-STAMP(1)(1:8)
                  " " WS-IS-HDR-STAMP(1)(9:6)
                  " " WS-INTR-RUN-ID(1:31)
                  " " WS-INTR-SELECTION
               DELIMITED BY SIZE INTO STAT-RPT-REC
           END-STRING
           WRITE STAT-RPT-REC
           PERFORM VARYING WS-INTR-IDX FROM 1 BY 1
                   UNTIL WS-INTR-IDX > WS-INTR-COUNT
               PERFORM WRITE-ONE-INTRADAY-LINE
           END-PERFORM.

       WRITE-ONE-INTRADAY-LINE.
           EVALUATE TRUE
               WHEN WS-IS-HDR-SW(WS-INTR-IDX) = 'N'
                 OR WS-IS-HDR-STAMP(WS-INTR-IDX) < WS-IS-HDR-STAMP(1)
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
               WHEN WS-IS-TRL-SW(WS-INTR-IDX) = 'N'
                   MOVE "*** STARTED, NO TRAILER ***"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO STAT-RPT-REC
           STRING WS-INTR-STEP(WS-INTR-IDX)
                  " " WS-INTR-PGM(WS-INTR-IDX)
                  " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO STAT-RPT-REC
           END-STRING
           WRITE STAT-RPT-REC
           IF WS-STATUS-TEXT = "COMPLETE"
               MOVE WS-IS-HDR-STAMP(WS-INTR-IDX)(9:6)
                   TO WS-TIME-FIELD
               PERFORM TIME-TO-SECONDS
               MOVE WS-ELAPSED TO WS-SECS-START
               MOVE WS-IS-TRL-TIME(WS-INTR-IDX) TO WS-TIME-FIELD
               PERFORM TIME-TO-SECONDS
               COMPUTE WS-ELAPSED = WS-ELAPSED - WS-SECS-START
               IF WS-ELAPSED < 0
                   ADD 86400 TO WS-ELAPSED
               END-IF
               MOVE WS-IS-TOTAL(WS-INTR-IDX) TO WS-COUNT-DISP
               MOVE WS-IS-OK(WS-INTR-IDX) TO WS-COUNT-DISP-2
               MOVE WS-IS-ERROR(WS-INTR-IDX) TO WS-COUNT-DISP-3
               MOVE WS-IS-RC(WS-INTR-IDX) TO WS-RC-DISP
               MOVE WS-ELAPSED TO WS-ELAPSED-DISP
               MOVE SPACES TO STAT-RPT-REC
               STRING "        RC=" WS-RC-DISP
                      " TOTAL=" WS-COUNT-DISP
                      " OK=" WS-COUNT-DISP-2
                      " ERRORS=" WS-COUNT-DISP-3
                      " START=" WS-IS-HDR-STAMP(WS-INTR-IDX)(9:6)
                      " END=" WS-IS-TRL-TIME(WS-INTR-IDX)
                      " ELAPSED-SECS=" WS-ELAPSED-DISP
                   DELIMITED BY SIZE INTO STAT-RPT-REC
               END-STRING
               WRITE STAT-RPT-REC
           END-IF.

       WRITE-ONE-STEP-LINE.
           PERFORM DERIVE-STEP-STATUS
           MOVE SPACES TO STAT-RPT-REC
           END-IF.

       DERIVE-STEP-STATUS.
      *    The calendar skipped the step tonight.  Audit records
      *    from at or after the gate's own header say it ran anyway:
      *    its COND= does not agree with its run variants.
           IF WS-SS-MARKER-SW(WS-STEP-IDX) = 'C'
               IF WS-GATE-IDX > 0
                  AND WS-STEP-PGM(WS-STEP-IDX) NOT = SPACES
                  AND WS-SS-HDR-SW(WS-STEP-IDX) = 'Y'
                  AND WS-SS-HDR-SW(WS-GATE-IDX) = 'Y'
                  AND (WS-SS-HDR-DATE(WS-STEP-IDX)
                          > WS-SS-HDR-DATE(WS-GATE-IDX)
                       OR (WS-SS-HDR-DATE(WS-STEP-IDX)
                              = WS-SS-HDR-DATE(WS-GATE-IDX)
                           AND WS-SS-HDR-TIME(WS-STEP-IDX)
                              >= WS-SS-HDR-TIME(WS-GATE-IDX)))
                   MOVE "*** SKIPPED BY CALENDAR, BUT RAN ***"
                       TO WS-STATUS-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               ELSE
                   MOVE "SKIPPED BY CALENDAR" TO WS-STATUS-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-PGM(WS-STEP-IDX) = SPACES
      *        Marker-only step: no audit voice to cross-check.
               IF WS-SS-MARKER-SW(WS-STEP-IDX) = 'Y'
