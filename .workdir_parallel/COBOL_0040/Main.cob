      *    procedure in UTILNITE's header comments into a printed
      *    instruction sheet, so nobody computes relative-generation
      *    arithmetic from memory at 3 A.M. again.  Reads the
      *    PROD.UTIL.NIGHTLY.CKPT completion markers (with the CSV
      *    stream jobs' own marker datasets behind them until the
      *    back job folds them in).  Tonight starts at tonight's
      *    first marker, the gate's; a step is done when it has a
      *    COMPLETE marker since, and a step that writes no marker
      *    is done when a later step of its job is.  The nightly
      *    runs as several jobs (the definition's 'J' cards), so the
      *    sheet goes job by job: a job with every step done or
      *    skipped by the calendar is finished; in the earliest
      *    stage with an unfinished job, each such job restarts at
      *    its first step neither done nor skipped; the jobs of the
      *    later stages are left to the scheduler, which releases
      *    them once that stage ends cleanly.  For each job to
      *    restart it prints:
      *      - the RESTART= step name to put on the job card (or
      *        that the job is resubmitted as it stands, when none
      *        of it is done), and
      *      - the exact DD-by-DD list of relative-generation edits
      *        required before resubmitting.  Both directions of
      *        the same catalog shift are covered: a (+1) READ of a
      *        generation a completed step already cataloged must
      *        become (0), and a (0) READ of "last night's"
      *        generation of a GDG that same completed step also
      *        cut must become (-1), or the rerun diffs tonight's
      *        data against itself.  Only a generation cut earlier
      *        in the same job shifts: another job reads it at (0)
      *        already.  A loud reminder closes the sheet:
      *        CSVOUT/CSVREJ/CSVFBK are fixed work datasets and take
      *        NO generation edits; and a restart AT the
      *        ledger step first reloads the balance master, which
      *        STEP040 updates in place -- unless STEP040 refused a
      *        repeated BIGIN with RC 14 and so never opened it.
      *    The "SKIPPED BY CALENDAR" markers the business-calendar
      *    gate (CALGATE) writes are not completions: the restart
      *    point passes over the steps tonight's calendar skipped,
      *    and when the restart lies past the job's own gate step
      *    (STEP005, or the back job's GATE020) the sheet lists
      *    those at or after it, which need COND=ONLY on the
      *    resubmit since the restart does not rerun the gate whose
      *    return code bypasses them.
      *    The jobs, the step order and the dataset map come from
      *    the job-stream definition (JOBDEF, JOBDREC layout), which
      *    mirrors the nightly's JCL and is kept in step with it by
      *    the JOBDEF job.  RETURN-CODE 16 when the definition will
      *    not open or names no steps.

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
       FD  RSTA-RPT-FILE.
       01  RSTA-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS           PIC XX.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.

      *    The nightly's step order, every 'S' card of the
      *    definition.  The IEBGENER copy steps (STEP021/STEP022)
      *    write no checkpoint marker of their own; a restart can
      *    still land on them.
       01  MAX-STEPS               PIC 9(2) VALUE 50.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-NAME OCCURS 50 TIMES PIC X(8).
      *    'Y' for a step tonight's calendar skipped -- its skip
      *    marker is on the dataset after tonight's first marker.
       01  WS-STEP-SKIP-TABLE.
           05  WS-STEP-SKIP-SW OCCURS 50 TIMES PIC X.
      *    'Y' for a step done tonight: a COMPLETE marker after
      *    tonight's first marker, or -- for a step that writes no
      *    marker -- a later step of its job done.
       01  WS-STEP-DONE-TABLE.
           05  WS-STEP-DONE-SW OCCURS 50 TIMES PIC X.
      *    'Y' for a step with a marker label on its 'S' card.
       01  WS-STEP-LABEL-TABLE.
           05  WS-STEP-LABEL-SW OCCURS 50 TIMES PIC X.
      *    The job each step runs in (WS-JOB-TABLE subscript).
       01  WS-STEP-JOB-TABLE.
           05  WS-STEP-JOB-IDX OCCURS 50 TIMES PIC 9(2).
       01  WS-FIRST-MARKER-IDX     PIC 9(2) VALUE 0.
       01  WS-FIND-IDX             PIC 9(2).
       01  WS-SKIP-COUNT           PIC 9(2) VALUE 0.

      *    The jobs of the nightly, the definition's 'J' cards (one
      *    unnamed job when there are none), with the step-table
      *    range each runs, its gate step (the CALGATE step whose
      *    return code its COND= tests read; 0 when it has none),
      *    its last step done tonight and the step it restarts at
      *    (0 when every step is done or skipped).
       01  MAX-JOBS                PIC 9(2) VALUE 10.
       01  WS-JOB-COUNT            PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 10 TIMES.
               10  WS-JOB-NAME     PIC X(8).
               10  WS-JOB-STAGE    PIC 9.
               10  WS-JOB-FIRST-IDX
                                   PIC 9(2).
               10  WS-JOB-LAST-IDX PIC 9(2).
               10  WS-JOB-GATE-IDX PIC 9(2).
               10  WS-JOB-LAST-DONE-IDX
                                   PIC 9(2).
               10  WS-JOB-RESTART-IDX
                                   PIC 9(2).
       01  WS-JOB-IDX              PIC 9(2).
       01  WS-CUR-JOB-IDX          PIC 9(2) VALUE 0.
      *    The stage restarted tonight: the earliest with a job not
      *    finished; 0 when every job finished.
       01  WS-RESTART-STAGE        PIC 9 VALUE 0.
       01  WS-LATER-DONE-SW        PIC X.
       01  WS-SHEET-COUNT          PIC 9(2) VALUE 0.

      *    Every relative-generation READ in the nightly (the
      *    definition's 'R' cards), with the step that reads it, the
      *    step whose execution cuts a new generation of that GDG
      *    (the step holding its 'C' card; SPACES when nothing in
      *    the nightly creates it, so no restart can shift it), and
      *    which relative number the standing JCL carries ('1' =
      *    reads (+1), '0' = reads (0)).  The STEP040 reads of
      *    WADJ/SUSPENSE (0) are the (0)-read class for the ledger
      *    step's own inputs; they can only fire if their producer
      *    completed AND reruns, which a marker-driven restart never
      *    does -- the rule below evaluates them correctly either
      *    way.
       01  MAX-READS               PIC 9(3) VALUE 200.
       01  WS-READ-COUNT           PIC 9(3) VALUE 0.
       01  WS-READ-TABLE.
           05  WS-READ-ENTRY OCCURS 200 TIMES.
               10  WS-RD-STEP      PIC X(7).
               10  WS-RD-DD        PIC X(8).
               10  WS-RD-DSN       PIC X(44).
               10  WS-RD-PRODUCER  PIC X(7).
               10  WS-RD-REL       PIC X.
       01  MAX-CREATES             PIC 9(3) VALUE 200.
       01  WS-CREATE-COUNT         PIC 9(3) VALUE 0.
       01  WS-CREATE-TABLE.
           05  WS-CREATE-ENTRY OCCURS 200 TIMES.
               10  WS-CR-STEP      PIC X(7).
               10  WS-CR-DSN       PIC X(44).
       01  WS-CREATE-IDX           PIC 9(3).
       01  WS-DEF-SKIPPED          PIC 9(4) VALUE 0.

       01  WS-STEP-IDX             PIC 9(2).
       01  WS-READ-IDX             PIC 9(3).
       01  WS-LAST-MARKER          PIC X(7) VALUE SPACES.
       01  WS-LAST-IDX             PIC 9(2) VALUE 0.
       01  WS-RESTART-IDX          PIC 9(2) VALUE 0.
       01  WS-RD-STEP-IDX          PIC 9(2).
       01  WS-RD-PROD-IDX          PIC 9(2).
       01  WS-EDIT-COUNT           PIC 9(2) VALUE 0.
       01  WS-JOB-EDIT-COUNT       PIC 9(2) VALUE 0.
       01  WS-CKP-TOKEN            PIC X(7).

       PROCEDURE DIVISION.
           MOVE SPACES TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC

           PERFORM LOAD-JOB-STREAM-DEF
           IF WS-STEP-COUNT = 0
               MOVE "*** JOB-STREAM DEFINITION (JOBDEF) WILL NOT OPEN "
                   & "OR NAMES NO STEPS -- NO INSTRUCTIONS ***"
                   TO RSTA-RPT-REC
               WRITE RSTA-RPT-REC
               CLOSE RSTA-RPT-FILE
               DISPLAY "UTILRSTA: JOB-STREAM DEFINITION NOT USABLE, "
                   "STATUS=" WS-DEF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCAN-CHECKPOINT-FILE
           PERFORM DERIVE-DONE-STEPS
           PERFORM DERIVE-RESTART-STEP
           PERFORM VARYING WS-CUR-JOB-IDX FROM 1 BY 1
                   UNTIL WS-CUR-JOB-IDX > WS-JOB-COUNT
               PERFORM WRITE-ONE-JOB-SHEET
           END-PERFORM
           IF WS-SHEET-COUNT > 0
               PERFORM WRITE-WORK-DATASET-NOTE
           END-IF
           CLOSE RSTA-RPT-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-JOB-STREAM-DEF.
           OPEN INPUT JOB-DEF-FILE
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ JOB-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-DEFINITION-CARD
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM VARYING WS-READ-IDX FROM 1 BY 1
                   UNTIL WS-READ-IDX > WS-READ-COUNT
               PERFORM VARYING WS-CREATE-IDX FROM 1 BY 1
                       UNTIL WS-CREATE-IDX > WS-CREATE-COUNT
                   IF WS-CR-DSN(WS-CREATE-IDX)
                          = WS-RD-DSN(WS-READ-IDX)
                       MOVE WS-CR-STEP(WS-CREATE-IDX)
                           TO WS-RD-PRODUCER(WS-READ-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DEF-SKIPPED > 0
               DISPLAY "UTILRSTA: *** WARNING *** " WS-DEF-SKIPPED
                   " DEFINITION CARD(S) BEYOND THE TABLES IGNORED"
           END-IF.

       NOTE-ONE-DEFINITION-CARD.
           EVALUATE TRUE
               WHEN JSD-TYPE-JOB
                   IF WS-JOB-COUNT < MAX-JOBS
                       ADD 1 TO WS-JOB-COUNT
                       MOVE JSD-STEP-NAME TO WS-JOB-NAME(WS-JOB-COUNT)
                       MOVE JSD-JOB-STAGE
                           TO WS-JOB-STAGE(WS-JOB-COUNT)
                       MOVE 0 TO WS-JOB-FIRST-IDX(WS-JOB-COUNT)
                       MOVE 0 TO WS-JOB-LAST-IDX(WS-JOB-COUNT)
                       MOVE 0 TO WS-JOB-GATE-IDX(WS-JOB-COUNT)
                   ELSE
                       ADD 1 TO WS-DEF-SKIPPED
                   END-IF
               WHEN JSD-TYPE-STEP
                   IF WS-STEP-COUNT < MAX-STEPS
                       ADD 1 TO WS-STEP-COUNT
                       MOVE JSD-STEP-NAME
                           TO WS-STEP-NAME(WS-STEP-COUNT)
                       MOVE 'N' TO WS-STEP-SKIP-SW(WS-STEP-COUNT)
                       MOVE 'N' TO WS-STEP-DONE-SW(WS-STEP-COUNT)
                       IF JSD-MARKER-LABEL NOT = SPACES
                           MOVE 'Y' TO WS-STEP-LABEL-SW(WS-STEP-COUNT)
                       ELSE
                           MOVE 'N' TO WS-STEP-LABEL-SW(WS-STEP-COUNT)
                       END-IF
                       IF JSD-MARKER-LABEL NOT = SPACES
                          AND WS-FIRST-MARKER-IDX = 0
                           MOVE WS-STEP-COUNT TO WS-FIRST-MARKER-IDX
                       END-IF
                       PERFORM NOTE-STEP-JOB
                   ELSE
                       ADD 1 TO WS-DEF-SKIPPED
                   END-IF
               WHEN JSD-TYPE-GDG AND JSD-USE-READ
                   IF WS-READ-COUNT < MAX-READS
                       ADD 1 TO WS-READ-COUNT
                       MOVE JSD-STEP-NAME TO WS-RD-STEP(WS-READ-COUNT)
                       MOVE JSD-DD TO WS-RD-DD(WS-READ-COUNT)
                       MOVE JSD-DSN TO WS-RD-DSN(WS-READ-COUNT)
                       MOVE SPACES TO WS-RD-PRODUCER(WS-READ-COUNT)
                       IF JSD-REL = "+1"
                           MOVE '1' TO WS-RD-REL(WS-READ-COUNT)
                       ELSE
                           MOVE '0' TO WS-RD-REL(WS-READ-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-DEF-SKIPPED
                   END-IF
               WHEN JSD-TYPE-GDG AND JSD-USE-CREATE
                   IF WS-CREATE-COUNT < MAX-CREATES
                       ADD 1 TO WS-CREATE-COUNT
                       MOVE JSD-STEP-NAME
                           TO WS-CR-STEP(WS-CREATE-COUNT)
                       MOVE JSD-DSN TO WS-CR-DSN(WS-CREATE-COUNT)
                   ELSE
                       ADD 1 TO WS-DEF-SKIPPED
                   END-IF
           END-EVALUATE.

      *    A step belongs to the job of the 'J' card above it; steps
      *    of a job beyond MAX-JOBS stay with the last job kept.
       NOTE-STEP-JOB.
           IF WS-JOB-COUNT = 0
               MOVE 1 TO WS-JOB-COUNT
               MOVE SPACES TO WS-JOB-NAME(1)
               MOVE 1 TO WS-JOB-STAGE(1)
               MOVE 0 TO WS-JOB-FIRST-IDX(1)
               MOVE 0 TO WS-JOB-GATE-IDX(1)
           END-IF
           MOVE WS-JOB-COUNT TO WS-STEP-JOB-IDX(WS-STEP-COUNT)
           IF WS-JOB-FIRST-IDX(WS-JOB-COUNT) = 0
               MOVE WS-STEP-COUNT TO WS-JOB-FIRST-IDX(WS-JOB-COUNT)
           END-IF
           MOVE WS-STEP-COUNT TO WS-JOB-LAST-IDX(WS-JOB-COUNT)
           IF JSD-PGM = "CALGATE"
               MOVE WS-STEP-COUNT TO WS-JOB-GATE-IDX(WS-JOB-COUNT)
           END-IF.

      *    The dataset grows across runs, so position in the file
      *    is the only ordering that matters: tonight begins at the
      *    last marker of the first marker step, and every marker
      *    after it is tonight's.  A calendar skip marker completes
      *    nothing; it is noted for the night it follows the first
      *    marker of.
       SCAN-CHECKPOINT-FILE.
           OPEN INPUT CKPT-FILE
           IF WS-CKP-STATUS NOT = "00"
               MOVE SPACES TO RSTA-RPT-REC
               STRING "NO CHECKPOINT DATASET -- RESTART FROM "
                      WS-STEP-NAME(1)
                   DELIMITED BY SIZE INTO RSTA-RPT-REC
               END-STRING
               WRITE RSTA-RPT-REC
               EXIT PARAGRAPH
           END-IF
                               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           IF WS-STEP-NAME(WS-STEP-IDX)(1:7)
                                  = WS-CKP-TOKEN
                               PERFORM NOTE-STEP-MARKER
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CKPT-FILE.

       NOTE-STEP-MARKER.
           IF CKPT-REC(26:19) = "SKIPPED BY CALENDAR"
               MOVE 'Y' TO WS-STEP-SKIP-SW(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-IDX = WS-FIRST-MARKER-IDX
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   MOVE 'N' TO WS-STEP-SKIP-SW(WS-FIND-IDX)
                   MOVE 'N' TO WS-STEP-DONE-SW(WS-FIND-IDX)
               END-PERFORM
           END-IF
           MOVE 'Y' TO WS-STEP-DONE-SW(WS-STEP-IDX)
           MOVE WS-CKP-TOKEN TO WS-LAST-MARKER
           MOVE WS-STEP-IDX TO WS-LAST-IDX.

      *    A step that writes no marker (the folds, the back job's
      *    gate, the IEBGENER copies) ran if a later step of its job
      *    completed -- a job's steps run in order.  Walked from the
      *    last step back, so one done step covers every unmarked
      *    step ahead of it in its job.
       DERIVE-DONE-STEPS.
           MOVE 0 TO WS-JOB-IDX
           PERFORM VARYING WS-STEP-IDX FROM WS-STEP-COUNT BY -1
                   UNTIL WS-STEP-IDX < 1
               IF WS-STEP-JOB-IDX(WS-STEP-IDX) NOT = WS-JOB-IDX
                   MOVE WS-STEP-JOB-IDX(WS-STEP-IDX) TO WS-JOB-IDX
                   MOVE 'N' TO WS-LATER-DONE-SW
               END-IF
               IF WS-STEP-DONE-SW(WS-STEP-IDX) = 'Y'
                   MOVE 'Y' TO WS-LATER-DONE-SW
               ELSE
                   IF WS-STEP-LABEL-SW(WS-STEP-IDX) = 'N'
                      AND WS-STEP-SKIP-SW(WS-STEP-IDX) = 'N'
                      AND WS-LATER-DONE-SW = 'Y'
                       MOVE 'Y' TO WS-STEP-DONE-SW(WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Each job restarts at its first step neither done nor
      *    skipped by tonight's calendar -- 0 when there is none and
      *    the job finished.  Only the earliest stage with such a job
      *    is restarted by hand; the scheduler releases the stages
      *    after it once it ends cleanly.
       DERIVE-RESTART-STEP.
           IF WS-LAST-IDX = 0
               MOVE SPACES TO RSTA-RPT-REC
               STRING "NO MARKERS FOUND -- THE RUN NEVER GOT PAST "
                      WS-STEP-NAME(1)
                   DELIMITED BY SIZE INTO RSTA-RPT-REC
               END-STRING
               WRITE RSTA-RPT-REC
           END-IF
           MOVE 0 TO WS-RESTART-STAGE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM DERIVE-ONE-JOB-RESTART
               IF WS-JOB-RESTART-IDX(WS-JOB-IDX) > 0
                  AND (WS-RESTART-STAGE = 0
                   OR WS-JOB-STAGE(WS-JOB-IDX) < WS-RESTART-STAGE)
                   MOVE WS-JOB-STAGE(WS-JOB-IDX) TO WS-RESTART-STAGE
               END-IF
           END-PERFORM
           IF WS-RESTART-STAGE = 0
               MOVE "EVERY STEP IS DONE OR SKIPPED BY THE CALENDAR -- "
                   & "THE RUN COMPLETED, NO RESTART NEEDED"
                   TO RSTA-RPT-REC
               WRITE RSTA-RPT-REC
           END-IF
           IF WS-LAST-IDX = 0 OR WS-RESTART-STAGE = 0
               MOVE SPACES TO RSTA-RPT-REC
               WRITE RSTA-RPT-REC
           END-IF.

       DERIVE-ONE-JOB-RESTART.
           MOVE 0 TO WS-JOB-RESTART-IDX(WS-JOB-IDX)
           MOVE 0 TO WS-JOB-LAST-DONE-IDX(WS-JOB-IDX)
           IF WS-JOB-FIRST-IDX(WS-JOB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FIND-IDX
                   FROM WS-JOB-FIRST-IDX(WS-JOB-IDX) BY 1
                   UNTIL WS-FIND-IDX > WS-JOB-LAST-IDX(WS-JOB-IDX)
               IF WS-STEP-DONE-SW(WS-FIND-IDX) = 'Y'
                   MOVE WS-FIND-IDX TO WS-JOB-LAST-DONE-IDX(WS-JOB-IDX)
               ELSE
                   IF WS-STEP-SKIP-SW(WS-FIND-IDX) = 'N'
                      AND WS-JOB-RESTART-IDX(WS-JOB-IDX) = 0
                       MOVE WS-FIND-IDX
                           TO WS-JOB-RESTART-IDX(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    One job's part of the sheet.  The calendar skips a restart
      *    must bypass by hand are only those of a job restarted
      *    past its own gate; a restart at or before the gate reruns
      *    it and the COND= tests take care of themselves.
       WRITE-ONE-JOB-SHEET.
           MOVE WS-JOB-RESTART-IDX(WS-CUR-JOB-IDX) TO WS-RESTART-IDX
           EVALUATE TRUE
               WHEN WS-RESTART-IDX = 0
                   IF WS-JOB-NAME(WS-CUR-JOB-IDX) NOT = SPACES
                       MOVE SPACES TO RSTA-RPT-REC
                       STRING "JOB "
                              FUNCTION TRIM(WS-JOB-NAME(WS-CUR-JOB-IDX))
                              " -- COMPLETE"
                           DELIMITED BY SIZE INTO RSTA-RPT-REC
                       END-STRING
                       WRITE RSTA-RPT-REC
                       MOVE SPACES TO RSTA-RPT-REC
                       WRITE RSTA-RPT-REC
                   END-IF
               WHEN WS-JOB-STAGE(WS-CUR-JOB-IDX) > WS-RESTART-STAGE
                   MOVE SPACES TO RSTA-RPT-REC
                   STRING "JOB "
                          FUNCTION TRIM(WS-JOB-NAME(WS-CUR-JOB-IDX))
                          " -- STAGE " WS-JOB-STAGE(WS-CUR-JOB-IDX)
                          ": LEFT TO THE SCHEDULER, DO NOT SUBMIT IT "
                          "BY HAND"
                       DELIMITED BY SIZE INTO RSTA-RPT-REC
                   END-STRING
                   WRITE RSTA-RPT-REC
                   MOVE SPACES TO RSTA-RPT-REC
                   WRITE RSTA-RPT-REC
               WHEN OTHER
                   ADD 1 TO WS-SHEET-COUNT
                   PERFORM WRITE-RESTART-INSTRUCTION
                   IF WS-JOB-GATE-IDX(WS-CUR-JOB-IDX) > 0
                      AND WS-RESTART-IDX
                          > WS-JOB-GATE-IDX(WS-CUR-JOB-IDX)
                       PERFORM WRITE-CALENDAR-SKIP-NOTE
                   END-IF
                   IF WS-RESTART-IDX > WS-JOB-FIRST-IDX(WS-CUR-JOB-IDX)
                       PERFORM WRITE-GENERATION-EDITS
                   END-IF
                   IF WS-STEP-NAME(WS-RESTART-IDX) = "STEP040"
                       PERFORM WRITE-BALANCE-MASTER-NOTE
                       MOVE SPACES TO RSTA-RPT-REC
                       WRITE RSTA-RPT-REC
                   END-IF
           END-EVALUATE.

       WRITE-RESTART-INSTRUCTION.
           IF WS-JOB-NAME(WS-CUR-JOB-IDX) NOT = SPACES
               MOVE SPACES TO RSTA-RPT-REC
               STRING "JOB "
                      FUNCTION TRIM(WS-JOB-NAME(WS-CUR-JOB-IDX))
                      " -- STAGE " WS-JOB-STAGE(WS-CUR-JOB-IDX)
                      ": RESUBMIT BY HAND"
                   DELIMITED BY SIZE INTO RSTA-RPT-REC
               END-STRING
               WRITE RSTA-RPT-REC
           END-IF
           MOVE WS-JOB-LAST-DONE-IDX(WS-CUR-JOB-IDX) TO WS-FIND-IDX
           IF WS-FIND-IDX > 0
               MOVE SPACES TO RSTA-RPT-REC
               STRING "LAST COMPLETED STEP: " WS-STEP-NAME(WS-FIND-IDX)
                   DELIMITED BY SIZE INTO RSTA-RPT-REC
               END-STRING
               WRITE RSTA-RPT-REC
           END-IF
           MOVE SPACES TO RSTA-RPT-REC
           IF WS-RESTART-IDX = WS-JOB-FIRST-IDX(WS-CUR-JOB-IDX)
               MOVE "NOTHING OF IT COMPLETED TONIGHT -- RESUBMIT IT AS "
                   & "IT STANDS, NO RESTART= AND NO EDITS"
                   TO RSTA-RPT-REC
           ELSE
               STRING "PUT ON THE JOB CARD:  RESTART="
                      WS-STEP-NAME(WS-RESTART-IDX)
                   DELIMITED BY SIZE INTO RSTA-RPT-REC
               END-STRING
           END-IF
           WRITE RSTA-RPT-REC
           MOVE SPACES TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC.
           MOVE "EDIT THESE DD GENERATION REFERENCES:"
               TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE 0 TO WS-JOB-EDIT-COUNT
           PERFORM VARYING WS-READ-IDX FROM 1 BY 1
                   UNTIL WS-READ-IDX > WS-READ-COUNT
               PERFORM JUDGE-ONE-READ-ENTRY
           END-PERFORM
           IF WS-JOB-EDIT-COUNT = 0
               MOVE "  (NONE -- EVERY (+1) THE RERUN READS IS CUT "
                   & "BY THE RERUN ITSELF)" TO RSTA-RPT-REC
               WRITE RSTA-RPT-REC
           MOVE SPACES TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC.

      *    A step the calendar skipped tonight neither cut its
      *    generations nor will read any on the rerun.  A generation
      *    another job cut was cataloged before this job was
      *    submitted, so the standing JCL already reads it right.
       JUDGE-ONE-READ-ENTRY.
           PERFORM FIND-READ-STEP-INDEXES
           IF WS-RD-STEP-IDX > 0
               IF WS-STEP-SKIP-SW(WS-RD-STEP-IDX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RD-PROD-IDX > 0
               IF WS-STEP-SKIP-SW(WS-RD-PROD-IDX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RD-STEP-IDX = 0 OR WS-RD-PROD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-JOB-IDX(WS-RD-STEP-IDX) NOT = WS-CUR-JOB-IDX
              OR WS-STEP-JOB-IDX(WS-RD-PROD-IDX) NOT = WS-CUR-JOB-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RD-STEP-IDX >= WS-RESTART-IDX
              AND WS-RD-PROD-IDX < WS-RESTART-IDX
               ADD 1 TO WS-EDIT-COUNT
               ADD 1 TO WS-JOB-EDIT-COUNT
               MOVE SPACES TO RSTA-RPT-REC
               IF WS-RD-REL(WS-READ-IDX) = '1'
                   STRING "  " WS-RD-STEP(WS-READ-IDX)
               END-IF
           END-PERFORM.

      *    The COND= tests that bypass tonight's skipped steps read
      *    the gate's return code, and a restart past the gate does
      *    not run it: left alone, the skipped steps would run.
       WRITE-CALENDAR-SKIP-NOTE.
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM VARYING WS-STEP-IDX FROM WS-RESTART-IDX BY 1
                   UNTIL WS-STEP-IDX > WS-JOB-LAST-IDX(WS-CUR-JOB-IDX)
               IF WS-STEP-SKIP-SW(WS-STEP-IDX) = 'Y'
                   IF WS-SKIP-COUNT = 0
                       MOVE "SKIPPED BY CALENDAR TONIGHT -- ADD "
                           & "COND=ONLY TO THESE STEPS AND THEIR "
                           & "MARKERS:" TO RSTA-RPT-REC
                       WRITE RSTA-RPT-REC
                   END-IF
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE SPACES TO RSTA-RPT-REC
                   STRING "  //" WS-STEP-NAME(WS-STEP-IDX)
                          " AND //CKP" WS-STEP-NAME(WS-STEP-IDX)(5:3)
                          "  EXEC ...,COND=ONLY"
                       DELIMITED BY SIZE INTO RSTA-RPT-REC
                   END-STRING
                   WRITE RSTA-RPT-REC
               END-IF
           END-PERFORM
           IF WS-SKIP-COUNT > 0
               MOVE SPACES TO RSTA-RPT-REC
               WRITE RSTA-RPT-REC
           END-IF.

       WRITE-WORK-DATASET-NOTE.
           MOVE "*** DO NOT TOUCH CSVOUT / CSVREJ / CSVFBK ***"
               TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "STEP017-STEP019 WRITE FIXED WORK DATASETS, NOT "
               & "GENERATIONS: A RESTART RE-OPENS THEM IN EXTEND "
               & "MODE WITH" TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "THEIR CONTENTS INTACT, AND STEP020 REBUILDS CSVOUT "
               & "/ CSVREJ / CSVFBK FROM THEM WHOLE.  THEY TAKE NO "
               & "GENERATION" TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "ARITHMETIC, EVER." TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC.

      *    STEP040 rewrites the keyed balance master in place, so a
      *    rerun of the ledger step must start from last night's
      *    close -- BALFWD(0) until STEP040 completes -- or it posts
      *    on top of the failed execution's partial updates.  A
      *    STEP040 that ended RC 14 (BIGIN repeats an earlier night)
      *    never opened the master, and CLN040 has already deleted
      *    the empty generations it cataloged: that end needs
      *    neither, and says so on the sheet.
       WRITE-BALANCE-MASTER-NOTE.
           MOVE SPACES TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "*** BEFORE RESUBMITTING: RELOAD THE BALANCE MASTER "
               & "***" TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "STEP040 UPDATES PROD.UTIL.BIG.BALMAST IN PLACE.  RUN"
               & " THE BALMAST JOB (BALIN = BALFWD(0)," TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "LAST NIGHT'S CLOSE) AND CHECK RC 0 BEFORE THE "
               & "RESTART=STEP040 RESUBMIT." TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "EXCEPT AFTER STEP040 RC=14 (BIGIN REPEATS AN EARLIER "
               & "NIGHT): THE MASTER WAS NEVER OPENED AND CLN040 HAS "
               & "DELETED" TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC
           MOVE "THE EMPTY GENERATIONS -- NO RELOAD, NO DELETES; FIX "
               & "LEDGER.IN AND RESUBMIT WITH THE EDITS ABOVE."
               TO RSTA-RPT-REC
           WRITE RSTA-RPT-REC.

       END PROGRAM UTILRSTA.
