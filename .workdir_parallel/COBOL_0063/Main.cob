       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDVAL.

      *    Checks the nightly job-stream definition (JOBDEF, JOBDREC
      *    layout) that UTILSTAT, UTILRSTA and UTILHIST are driven
      *    from, first on its own and then against the checkpoint
      *    markers the nightly actually wrote (UTILCKP).
      *    The definition on its own -- each of these is an ERROR:
      *      - a card that is not 'J', 'S', 'G', 'V' or a '*'
      *        comment;
      *      - a 'J' card without a job name, naming a job already
      *        defined, or whose stage is not 1-9 or is lower than
      *        the job's before it; a job with no steps; steps ahead
      *        of the first 'J' card when there is one;
      *      - an 'S' card without a step name or PGM=, or naming a
      *        step already defined;
      *      - a 'G' card not directly under its own step's cards, or
      *        without a DD or dataset name, or whose use is not 'R'
      *        or 'C', or whose relative number is not "+1" or "0"
      *        (a create is always "+1");
      *      - a 'V' card not directly under its own step's cards, a
      *        second one for the same step, one for a step that is
      *        not after the CALGATE step (nothing gates it), or one
      *        whose positions are not "WNMY" with '-' for a bypassed
      *        variant, or that bypasses the step on every variant;
      *      - a GDG created by two steps;
      *      - a (+1) read of a GDG no EARLIER step creates -- the
      *        read would allocate past the catalog;
      *      - a (+1) read of a GDG a step of ANOTHER job creates --
      *        a (+1) is relative to the catalog when its own job
      *        starts, so only the creating job can read it so;
      *      - a (+1) read on a run variant its creating step is
      *        bypassed on -- that night the generation is not cut.
      *    Against the markers of the latest run (the markers from
      *    the last one written for the first marker step on; the
      *    dataset grows across runs) -- each of these is a FLAG:
      *      - a marker for a step the definition does not know, or
      *        knows as a step that writes no marker;
      *      - a marker whose label is not the one defined;
      *      - a marker out of the definition's step order;
      *      - a defined marker missing while a later step's marker
      *        IN THE SAME JOB was written (a job cannot skip a step
      *        and go on, so the definition names a marker the job
      *        never writes; the jobs of one stage run side by side,
      *        and one of them failing says nothing of the others);
      *      - a "SKIPPED BY CALENDAR" marker for a step with no 'V'
      *        card, or for a step that also wrote its COMPLETE
      *        marker (its COND= disagrees with its 'V' card).
      *    A step CALGATE skipped is not missing, and its skip marker
      *    (written with the gate's, ahead of the run) is outside the
      *    order check.
      *    Markers not yet written past the last one are listed as
      *    NOT WRITTEN -- the run stopped there or is still going.
      *    JDVRPT lists the steps and every finding.  Read-only; it
      *    writes no audit records.
      *    RETURN-CODE 4 when a marker is flagged, 8 when the
      *    definition has an error (the JOBDEF job then does not
      *    install it), 16 when the definition will not open or
      *    names no steps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO "JOBDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT CKPT-FILE ASSIGN TO "UTILCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT JDV-RPT-FILE ASSIGN TO "JDVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
           COPY JOBDREC.
       FD  CKPT-FILE.
       01  CKPT-REC                PIC X(80).
       FD  JDV-RPT-FILE.
       01  JDV-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS           PIC XX.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.

      *    The defined steps, in run order, with what the latest
      *    run's markers showed for each.
       01  MAX-STEPS               PIC 9(2) VALUE 50.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-PGM     PIC X(8).
               10  WS-STEP-AUDIT   PIC X(8).
               10  WS-STEP-LABEL   PIC X(16).
               10  WS-STEP-READS   PIC 9(3).
               10  WS-STEP-CREATES PIC 9(3).
               10  WS-STEP-RUN-ON  PIC X(4).
               10  WS-STEP-VCARD-SW PIC X.
               10  WS-STEP-SEEN-SW PIC X.
               10  WS-STEP-SKIP-SW PIC X.
               10  WS-STEP-JOB-IDX PIC 9(2).
       01  WS-STEP-IDX             PIC 9(2).
       01  WS-FIND-IDX             PIC 9(2).
       01  WS-CUR-STEP-IDX         PIC 9(2) VALUE 0.
       01  WS-FIRST-MARKER-IDX     PIC 9(2) VALUE 0.
       01  WS-LAST-SEEN-IDX        PIC 9(2) VALUE 0.
       01  WS-GATE-IDX             PIC 9(2) VALUE 0.

      *    The jobs from the 'J' cards, in release order, with the
      *    last step of each the latest run wrote a marker for.  A
      *    definition with no 'J' card is one job, entry 1.
       01  MAX-JOBS                PIC 9(2) VALUE 10.
       01  WS-JOB-COUNT            PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 10 TIMES.
               10  WS-JOB-NAME     PIC X(8).
               10  WS-JOB-STAGE    PIC 9.
               10  WS-JOB-DESC     PIC X(34).
               10  WS-JOB-STEPS    PIC 9(2).
               10  WS-JOB-LAST-SEEN PIC 9(2).
       01  WS-JOB-IDX              PIC 9(2).
       01  WS-CUR-JOB-IDX          PIC 9(2) VALUE 1.

      *    The run variants in 'V' card position order.
       01  WS-VARIANT-DEFS.
           05  FILLER PIC X(16) VALUE "WWORKING DAY".
           05  FILLER PIC X(16) VALUE "NNON-WORKING DAY".
           05  FILLER PIC X(16) VALUE "MMONTH-END".
           05  FILLER PIC X(16) VALUE "YYEAR-END".
       01  WS-VARIANT-TABLE REDEFINES WS-VARIANT-DEFS.
           05  WS-VARIANT-ENTRY OCCURS 4 TIMES.
               10  WS-VARIANT-LETTER PIC X.
               10  WS-VARIANT-NAME PIC X(15).
       01  WS-VARIANT-IDX          PIC 9.
       01  WS-BAD-VARIANT-IDX      PIC 9.

      *    Every GDG some step creates, and by which step.
       01  MAX-CREATES             PIC 9(3) VALUE 200.
       01  WS-CR-COUNT             PIC 9(3) VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 200 TIMES.
               10  WS-CR-DSN       PIC X(44).
               10  WS-CR-STEP-IDX  PIC 9(2).
       01  WS-CR-IDX               PIC 9(3).

      *    The (+1) reads, checked against the creates once the whole
      *    definition is in.
       01  MAX-READS               PIC 9(3) VALUE 200.
       01  WS-RD-COUNT             PIC 9(3) VALUE 0.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 200 TIMES.
               10  WS-RD-DSN       PIC X(44).
               10  WS-RD-DD        PIC X(8).
               10  WS-RD-STEP-IDX  PIC 9(2).
       01  WS-RD-IDX               PIC 9(3).

       01  WS-CARD-NUM             PIC 9(5) VALUE 0.
       01  WS-CARD-DISP            PIC ZZZZ9.
       01  WS-ERROR-COUNT          PIC 9(4) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(4) VALUE 0.
       01  WS-TABLE-FULL-COUNT     PIC 9(4) VALUE 0.
       01  WS-FINDING              PIC X(100).

      *    The checkpoint markers, kept so the latest run can be
      *    picked out once the whole dataset has been read.
       01  MAX-MARKERS             PIC 9(5) VALUE 20000.
       01  WS-MK-COUNT             PIC 9(5) VALUE 0.
       01  WS-MK-TABLE.
           05  WS-MK-ENTRY OCCURS 20000 TIMES.
               10  WS-MK-STEP      PIC X(8).
               10  WS-MK-LABEL     PIC X(16).
               10  WS-MK-SKIP-SW   PIC X.
       01  WS-MK-IDX               PIC 9(5).
       01  WS-MK-START             PIC 9(5) VALUE 1.
       01  WS-MK-OVERFLOW-SW       PIC X VALUE 'N'.
       01  WS-CKP-OPEN-SW          PIC X VALUE 'N'.
           88  WS-CKP-OPEN         VALUE 'Y'.
       01  WS-MARKER-TEXT          PIC X(16).
       01  WS-STATUS-TEXT          PIC X(20).

       01  WS-COUNT-DISP           PIC ZZ9.
       01  WS-COUNT-DISP-2         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT JDV-RPT-FILE
           MOVE "JOBDVAL -- NIGHTLY JOB-STREAM DEFINITION CHECK"
               TO JDV-RPT-REC
           WRITE JDV-RPT-REC
           MOVE SPACES TO JDV-RPT-REC
           WRITE JDV-RPT-REC

           PERFORM LOAD-DEFINITION
           IF WS-DEF-STATUS NOT = "00" OR WS-STEP-COUNT = 0
               MOVE "*** JOB-STREAM DEFINITION (JOBDEF) WILL NOT OPEN "
                   & "OR NAMES NO STEPS ***" TO JDV-RPT-REC
               WRITE JDV-RPT-REC
               CLOSE JDV-RPT-FILE
               DISPLAY "JOBDVAL: DEFINITION NOT USABLE, STATUS="
                   WS-DEF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-PLUS-ONE-READS
           IF WS-TABLE-FULL-COUNT > 0
               MOVE SPACES TO WS-FINDING
               STRING WS-TABLE-FULL-COUNT " 'G' CARD(S) BEYOND 200 "
                      "READS OR CREATES NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-ERROR
           END-IF

           PERFORM LOAD-CHECKPOINT-MARKERS
           IF WS-CKP-OPEN
               PERFORM CHECK-LATEST-RUN
           END-IF

           PERFORM WRITE-STEP-LIST
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-FLAG-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           MOVE SPACES TO JDV-RPT-REC
           WRITE JDV-RPT-REC
           MOVE SPACES TO JDV-RPT-REC
           STRING "STEPS " WS-STEP-COUNT
                  "  GDG READS-AT-(+1) " WS-RD-COUNT
                  "  GDG CREATES " WS-CR-COUNT
                  "  DEFINITION ERRORS " WS-ERROR-COUNT
                  "  MARKER FLAGS " WS-FLAG-COUNT
                  "  RC=" WS-FINAL-RC
               DELIMITED BY SIZE INTO JDV-RPT-REC
           END-STRING
           WRITE JDV-RPT-REC
           CLOSE JDV-RPT-FILE
           DISPLAY "JOBDVAL: STEPS=" WS-STEP-COUNT
               " ERRORS=" WS-ERROR-COUNT
               " FLAGS=" WS-FLAG-COUNT
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *    The definition on its own.
      *----------------------------------------------------------------
       LOAD-DEFINITION.
           INITIALIZE WS-JOB-TABLE
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
                       ADD 1 TO WS-CARD-NUM
                       PERFORM CHECK-ONE-CARD
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE
           IF WS-JOB-COUNT > 0
               PERFORM CHECK-JOB-HAS-STEPS
           END-IF.

       CHECK-ONE-CARD.
           EVALUATE TRUE
               WHEN JOB-STREAM-DEF-REC = SPACES
               WHEN JSD-TYPE-COMMENT
                   CONTINUE
               WHEN JSD-TYPE-JOB
                   PERFORM CHECK-JOB-CARD
               WHEN JSD-TYPE-STEP
                   PERFORM CHECK-STEP-CARD
               WHEN JSD-TYPE-GDG
                   PERFORM CHECK-GDG-CARD
               WHEN JSD-TYPE-VARIANT
                   PERFORM CHECK-VARIANT-CARD
               WHEN OTHER
                   MOVE "CARD TYPE IS NOT J, S, G, V OR *" TO WS-FINDING
                   PERFORM WRITE-CARD-ERROR
           END-EVALUATE.

      *    The cards that follow belong to this job, whatever is
      *    wrong with the card, so a bad one does not move its steps
      *    into the job before it.
       CHECK-JOB-CARD.
           MOVE 0 TO WS-CUR-STEP-IDX
           IF WS-JOB-COUNT = 0 AND WS-STEP-COUNT > 0
               MOVE "STEPS AHEAD OF THE FIRST J CARD BELONG TO NO JOB"
                   TO WS-FINDING
               PERFORM WRITE-CARD-ERROR
           END-IF
           IF WS-JOB-COUNT > 0
               PERFORM CHECK-JOB-HAS-STEPS
           END-IF
           IF WS-JOB-COUNT >= MAX-JOBS
               MOVE "MORE THAN 10 JOBS -- THE REST NOT CHECKED" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF JSD-STEP-NAME = SPACES
               MOVE "JOB CARD WITHOUT A JOB NAME" TO WS-FINDING
               PERFORM WRITE-CARD-ERROR
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-NAME(WS-JOB-IDX) = JSD-STEP-NAME
                  AND JSD-STEP-NAME NOT = SPACES
                   MOVE SPACES TO WS-FINDING
                   STRING "JOB " FUNCTION TRIM(JSD-STEP-NAME)
                          " IS DEFINED TWICE"
                       DELIMITED BY SIZE INTO WS-FINDING
                   END-STRING
                   PERFORM WRITE-CARD-ERROR
               END-IF
           END-PERFORM
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-CUR-JOB-IDX
           MOVE JSD-STEP-NAME TO WS-JOB-NAME(WS-JOB-COUNT)
           MOVE JSD-JOB-DESC TO WS-JOB-DESC(WS-JOB-COUNT)
           MOVE 0 TO WS-JOB-STEPS(WS-JOB-COUNT)
           MOVE 0 TO WS-JOB-LAST-SEEN(WS-JOB-COUNT)
           IF JSD-JOB-STAGE IS NOT NUMERIC OR JSD-JOB-STAGE = 0
               MOVE 0 TO WS-JOB-STAGE(WS-JOB-COUNT)
               MOVE "JOB STAGE IS NOT 1 TO 9" TO WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE JSD-JOB-STAGE TO WS-JOB-STAGE(WS-JOB-COUNT)
           IF WS-JOB-COUNT > 1
               IF JSD-JOB-STAGE < WS-JOB-STAGE(WS-JOB-COUNT - 1)
                   MOVE SPACES TO WS-FINDING
                   STRING "JOB " FUNCTION TRIM(JSD-STEP-NAME)
                          " IS STAGE " JSD-JOB-STAGE
                          ", BELOW THE JOB BEFORE IT"
                       DELIMITED BY SIZE INTO WS-FINDING
                   END-STRING
                   PERFORM WRITE-CARD-ERROR
               END-IF
           END-IF.

       CHECK-JOB-HAS-STEPS.
           IF WS-JOB-STEPS(WS-CUR-JOB-IDX) = 0
               MOVE SPACES TO WS-FINDING
               STRING "JOB " FUNCTION TRIM(WS-JOB-NAME(WS-CUR-JOB-IDX))
                      " HAS NO STEPS"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-ERROR
           END-IF.

       CHECK-STEP-CARD.
           MOVE 0 TO WS-CUR-STEP-IDX
           IF JSD-STEP-NAME = SPACES OR JSD-PGM = SPACES
               MOVE "STEP CARD WITHOUT A STEP NAME OR PGM=" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEFINED-STEP
           IF WS-FIND-IDX > 0
               MOVE SPACES TO WS-FINDING
               STRING "STEP " FUNCTION TRIM(JSD-STEP-NAME)
                      " IS DEFINED TWICE"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= MAX-STEPS
               MOVE "MORE THAN 50 STEPS -- THE REST NOT CHECKED" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-CUR-STEP-IDX
           MOVE JSD-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE JSD-PGM TO WS-STEP-PGM(WS-STEP-COUNT)
           MOVE JSD-AUDIT-PGM TO WS-STEP-AUDIT(WS-STEP-COUNT)
           MOVE JSD-MARKER-LABEL TO WS-STEP-LABEL(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-READS(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-CREATES(WS-STEP-COUNT)
           MOVE "WNMY" TO WS-STEP-RUN-ON(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-VCARD-SW(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-SEEN-SW(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-SKIP-SW(WS-STEP-COUNT)
           MOVE WS-CUR-JOB-IDX TO WS-STEP-JOB-IDX(WS-STEP-COUNT)
           IF WS-JOB-COUNT > 0
               ADD 1 TO WS-JOB-STEPS(WS-CUR-JOB-IDX)
           END-IF
           IF JSD-MARKER-LABEL NOT = SPACES
              AND WS-FIRST-MARKER-IDX = 0
               MOVE WS-STEP-COUNT TO WS-FIRST-MARKER-IDX
           END-IF
           IF JSD-PGM = "CALGATE" AND WS-GATE-IDX = 0
               MOVE WS-STEP-COUNT TO WS-GATE-IDX
           END-IF.

       CHECK-GDG-CARD.
           IF WS-CUR-STEP-IDX = 0
              OR JSD-STEP-NAME NOT = WS-STEP-NAME(WS-CUR-STEP-IDX)
               MOVE "GDG CARD NOT UNDER ITS OWN STEP'S CARD" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF JSD-DD = SPACES OR JSD-DSN = SPACES
               MOVE "GDG CARD WITHOUT A DD OR DATASET NAME" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JSD-USE-CREATE AND JSD-REL = "+1"
                   PERFORM NOTE-CREATE
               WHEN JSD-USE-READ AND JSD-REL = "+1"
                   PERFORM NOTE-PLUS-ONE-READ
               WHEN JSD-USE-READ AND JSD-REL = "0 "
                   ADD 1 TO WS-STEP-READS(WS-CUR-STEP-IDX)
               WHEN JSD-USE-CREATE
                   MOVE "A CREATE MUST CARRY +1" TO WS-FINDING
                   PERFORM WRITE-CARD-ERROR
               WHEN JSD-USE-READ
                   MOVE "A READ MUST CARRY +1 OR 0" TO WS-FINDING
                   PERFORM WRITE-CARD-ERROR
               WHEN OTHER
                   MOVE "GDG USE IS NOT R OR C" TO WS-FINDING
                   PERFORM WRITE-CARD-ERROR
           END-EVALUATE.

      *    CALGATE plans each night from these; a step it does not
      *    follow cannot be bypassed by it.
       CHECK-VARIANT-CARD.
           IF WS-CUR-STEP-IDX = 0
              OR JSD-STEP-NAME NOT = WS-STEP-NAME(WS-CUR-STEP-IDX)
               MOVE "V CARD NOT UNDER ITS OWN STEP'S CARD" TO
                   WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-VCARD-SW(WS-CUR-STEP-IDX) = 'Y'
               MOVE SPACES TO WS-FINDING
               STRING "STEP " FUNCTION TRIM(JSD-STEP-NAME)
                      " HAS A SECOND V CARD"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-GATE-IDX = 0 OR WS-CUR-STEP-IDX <= WS-GATE-IDX
               MOVE "V CARD FOR A STEP NOT AFTER THE CALGATE STEP -- "
                   & "NOTHING GATES IT" TO WS-FINDING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAD-VARIANT-IDX
           PERFORM VARYING WS-VARIANT-IDX FROM 1 BY 1
                   UNTIL WS-VARIANT-IDX > 4
               IF JSD-RUN-ON(WS-VARIANT-IDX:1)
                      NOT = WS-VARIANT-LETTER(WS-VARIANT-IDX)
                  AND JSD-RUN-ON(WS-VARIANT-IDX:1) NOT = '-'
                   MOVE WS-VARIANT-IDX TO WS-BAD-VARIANT-IDX
               END-IF
           END-PERFORM
           IF WS-BAD-VARIANT-IDX > 0
               MOVE SPACES TO WS-FINDING
               STRING "V CARD RUNS-ON " JSD-RUN-ON
                      " IS NOT WNMY WITH '-' FOR A BYPASSED VARIANT"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF JSD-RUN-ON = "----"
               MOVE SPACES TO WS-FINDING
               STRING "V CARD BYPASSES STEP "
                      FUNCTION TRIM(JSD-STEP-NAME)
                      " EVERY NIGHT -- TAKE THE STEP OUT INSTEAD"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STEP-VCARD-SW(WS-CUR-STEP-IDX)
           MOVE JSD-RUN-ON TO WS-STEP-RUN-ON(WS-CUR-STEP-IDX).

       NOTE-CREATE.
           ADD 1 TO WS-STEP-CREATES(WS-CUR-STEP-IDX)
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-DSN(WS-CR-IDX) = JSD-DSN
                  AND WS-CR-STEP-IDX(WS-CR-IDX) NOT = WS-CUR-STEP-IDX
                   MOVE SPACES TO WS-FINDING
                   STRING FUNCTION TRIM(JSD-DSN)
                          " IS ALSO CREATED BY "
                          WS-STEP-NAME(WS-CR-STEP-IDX(WS-CR-IDX))
                       DELIMITED BY SIZE INTO WS-FINDING
                   END-STRING
                   PERFORM WRITE-CARD-ERROR
               END-IF
           END-PERFORM
           IF WS-CR-COUNT >= MAX-CREATES
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CR-COUNT
           MOVE JSD-DSN TO WS-CR-DSN(WS-CR-COUNT)
           MOVE WS-CUR-STEP-IDX TO WS-CR-STEP-IDX(WS-CR-COUNT).

       NOTE-PLUS-ONE-READ.
           ADD 1 TO WS-STEP-READS(WS-CUR-STEP-IDX)
           IF WS-RD-COUNT >= MAX-READS
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RD-COUNT
           MOVE JSD-DSN TO WS-RD-DSN(WS-RD-COUNT)
           MOVE JSD-DD TO WS-RD-DD(WS-RD-COUNT)
           MOVE WS-CUR-STEP-IDX TO WS-RD-STEP-IDX(WS-RD-COUNT).

      *    A (+1) read names tonight's generation, so some step
      *    before the reader must be the one that catalogs it -- on
      *    every run variant the reader runs on.
       CHECK-PLUS-ONE-READS.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               MOVE 0 TO WS-FIND-IDX
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CR-COUNT
                   IF WS-CR-DSN(WS-CR-IDX) = WS-RD-DSN(WS-RD-IDX)
                       MOVE WS-CR-STEP-IDX(WS-CR-IDX) TO WS-FIND-IDX
                   END-IF
               END-PERFORM
               IF WS-FIND-IDX = 0
                  OR WS-FIND-IDX >= WS-RD-STEP-IDX(WS-RD-IDX)
                   MOVE SPACES TO WS-FINDING
                   STRING WS-STEP-NAME(WS-RD-STEP-IDX(WS-RD-IDX))
                          " " FUNCTION TRIM(WS-RD-DD(WS-RD-IDX))
                          " READS " FUNCTION TRIM(WS-RD-DSN(WS-RD-IDX))
                          "(+1) BUT NO EARLIER STEP CREATES IT"
                       DELIMITED BY SIZE INTO WS-FINDING
                   END-STRING
                   PERFORM WRITE-ERROR
               ELSE
                   MOVE WS-STEP-JOB-IDX(WS-FIND-IDX) TO WS-JOB-IDX
                   IF WS-JOB-IDX NOT =
                          WS-STEP-JOB-IDX(WS-RD-STEP-IDX(WS-RD-IDX))
                       PERFORM FLAG-READ-ACROSS-JOBS
                   ELSE
                       PERFORM CHECK-READ-VARIANTS
                   END-IF
               END-IF
           END-PERFORM.

       FLAG-READ-ACROSS-JOBS.
           MOVE SPACES TO WS-FINDING
           STRING WS-STEP-NAME(WS-RD-STEP-IDX(WS-RD-IDX))
                  " " FUNCTION TRIM(WS-RD-DD(WS-RD-IDX))
                  " READS " FUNCTION TRIM(WS-RD-DSN(WS-RD-IDX))
                  "(+1) BUT JOB "
                  FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                  " CREATES IT -- READ IT AT (0)"
               DELIMITED BY SIZE INTO WS-FINDING
           END-STRING
           PERFORM WRITE-ERROR.

       CHECK-READ-VARIANTS.
           MOVE 0 TO WS-BAD-VARIANT-IDX
           PERFORM VARYING WS-VARIANT-IDX FROM 1 BY 1
                   UNTIL WS-VARIANT-IDX > 4
                      OR WS-BAD-VARIANT-IDX > 0
               IF WS-STEP-RUN-ON(WS-RD-STEP-IDX(WS-RD-IDX))
                      (WS-VARIANT-IDX:1) NOT = '-'
                  AND WS-STEP-RUN-ON(WS-FIND-IDX)(WS-VARIANT-IDX:1)
                      = '-'
                   MOVE WS-VARIANT-IDX TO WS-BAD-VARIANT-IDX
               END-IF
           END-PERFORM
           IF WS-BAD-VARIANT-IDX > 0
               MOVE SPACES TO WS-FINDING
               STRING WS-STEP-NAME(WS-RD-STEP-IDX(WS-RD-IDX))
                      " " FUNCTION TRIM(WS-RD-DD(WS-RD-IDX))
                      " READS " FUNCTION TRIM(WS-RD-DSN(WS-RD-IDX))
                      "(+1) ON "
                      FUNCTION TRIM(WS-VARIANT-NAME(WS-BAD-VARIANT-IDX))
                      " NIGHTS, WHEN "
                      FUNCTION TRIM(WS-STEP-NAME(WS-FIND-IDX))
                      " IS BYPASSED"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-ERROR
           END-IF.

       FIND-DEFINED-STEP.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-FIND-IDX > 0
               IF WS-STEP-NAME(WS-STEP-IDX) = JSD-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.

       WRITE-CARD-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-CARD-NUM TO WS-CARD-DISP
           MOVE SPACES TO JDV-RPT-REC
           STRING "ERROR  CARD " WS-CARD-DISP ": " WS-FINDING
               DELIMITED BY SIZE INTO JDV-RPT-REC
           END-STRING
           WRITE JDV-RPT-REC.

       WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO JDV-RPT-REC
           STRING "ERROR  " WS-FINDING
               DELIMITED BY SIZE INTO JDV-RPT-REC
           END-STRING
           WRITE JDV-RPT-REC.

      *----------------------------------------------------------------
      *    The definition against the markers the nightly wrote.
      *----------------------------------------------------------------
       LOAD-CHECKPOINT-MARKERS.
           OPEN INPUT CKPT-FILE
           IF WS-CKP-STATUS NOT = "00"
               MOVE "(NO CHECKPOINT DATASET -- MARKERS NOT CHECKED)"
                   TO JDV-RPT-REC
               WRITE JDV-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CKP-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CKPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CKPT-REC NOT = SPACES
                           PERFORM NOTE-ONE-MARKER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CKPT-FILE.

      *    A full table keeps the newest markers: everything before
      *    the latest first-step marker is dropped, since only the
      *    latest run is checked.
       NOTE-ONE-MARKER.
           IF WS-MK-COUNT >= MAX-MARKERS
               MOVE 'Y' TO WS-MK-OVERFLOW-SW
               PERFORM DROP-OLDER-MARKERS
           END-IF
           ADD 1 TO WS-MK-COUNT
           MOVE SPACES TO WS-MK-ENTRY(WS-MK-COUNT)
           UNSTRING CKPT-REC DELIMITED BY ALL SPACES
               INTO WS-MK-STEP(WS-MK-COUNT) WS-MK-LABEL(WS-MK-COUNT)
           END-UNSTRING
           IF CKPT-REC(26:19) = "SKIPPED BY CALENDAR"
               MOVE 'Y' TO WS-MK-SKIP-SW(WS-MK-COUNT)
           ELSE
               MOVE 'N' TO WS-MK-SKIP-SW(WS-MK-COUNT)
           END-IF.

       DROP-OLDER-MARKERS.
           MOVE WS-MK-COUNT TO WS-MK-START
           IF WS-FIRST-MARKER-IDX > 0
               PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                       UNTIL WS-MK-IDX > WS-MK-COUNT
                   IF WS-MK-STEP(WS-MK-IDX)
                          = WS-STEP-NAME(WS-FIRST-MARKER-IDX)
                       MOVE WS-MK-IDX TO WS-MK-START
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MK-START <= 1
               MOVE WS-MK-COUNT TO WS-MK-START
           END-IF
           PERFORM VARYING WS-MK-IDX FROM WS-MK-START BY 1
                   UNTIL WS-MK-IDX > WS-MK-COUNT
               MOVE WS-MK-ENTRY(WS-MK-IDX)
                   TO WS-MK-ENTRY(WS-MK-IDX - WS-MK-START + 1)
           END-PERFORM
           COMPUTE WS-MK-COUNT = WS-MK-COUNT - WS-MK-START + 1
           MOVE 1 TO WS-MK-START.

       CHECK-LATEST-RUN.
           IF WS-FIRST-MARKER-IDX > 0
               PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                       UNTIL WS-MK-IDX > WS-MK-COUNT
                   IF WS-MK-STEP(WS-MK-IDX)
                          = WS-STEP-NAME(WS-FIRST-MARKER-IDX)
                       MOVE WS-MK-IDX TO WS-MK-START
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO JDV-RPT-REC
           WRITE JDV-RPT-REC
           MOVE SPACES TO JDV-RPT-REC
           MOVE WS-MK-START TO WS-MK-IDX
           IF WS-MK-COUNT = 0
               MOVE "LATEST RUN'S MARKERS: NONE WRITTEN YET" TO
                   JDV-RPT-REC
           ELSE
               STRING "LATEST RUN'S MARKERS: FROM "
                      FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                      " ON"
                   DELIMITED BY SIZE INTO JDV-RPT-REC
               END-STRING
           END-IF
           WRITE JDV-RPT-REC
           MOVE 0 TO WS-LAST-SEEN-IDX
           PERFORM VARYING WS-MK-IDX FROM WS-MK-START BY 1
                   UNTIL WS-MK-IDX > WS-MK-COUNT
               PERFORM CHECK-ONE-MARKER
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX >= WS-LAST-SEEN-IDX
               IF WS-STEP-LABEL(WS-STEP-IDX) NOT = SPACES
                  AND WS-STEP-SEEN-SW(WS-STEP-IDX) = 'N'
                  AND WS-STEP-SKIP-SW(WS-STEP-IDX) = 'N'
                  AND WS-STEP-IDX < WS-JOB-LAST-SEEN(
                          WS-STEP-JOB-IDX(WS-STEP-IDX))
                   MOVE SPACES TO WS-FINDING
                   STRING FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                          " MARKER NOT WRITTEN THOUGH A LATER STEP'S "
                          "IN ITS JOB WAS -- THE DEFINITION NAMES A "
                          "MARKER THE JOB DOES NOT WRITE"
                       DELIMITED BY SIZE INTO WS-FINDING
                   END-STRING
                   PERFORM WRITE-FLAG
               END-IF
           END-PERFORM.

       CHECK-ONE-MARKER.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-FIND-IDX > 0
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-MK-STEP(WS-MK-IDX)
                   MOVE WS-STEP-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM
           IF WS-FIND-IDX = 0
              OR WS-STEP-LABEL(WS-FIND-IDX) = SPACES
               MOVE SPACES TO WS-FINDING
               STRING "MARKER FOR " FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                      " " FUNCTION TRIM(WS-MK-LABEL(WS-MK-IDX))
                      " -- A STEP THE DEFINITION DOES NOT KNOW AS "
                      "WRITING ONE"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-MK-LABEL(WS-MK-IDX) NOT = WS-STEP-LABEL(WS-FIND-IDX)
               MOVE SPACES TO WS-FINDING
               STRING "MARKER FOR " FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                      " SAYS " FUNCTION TRIM(WS-MK-LABEL(WS-MK-IDX))
                      ", DEFINITION SAYS "
                      FUNCTION TRIM(WS-STEP-LABEL(WS-FIND-IDX))
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FLAG
           END-IF
           IF WS-MK-SKIP-SW(WS-MK-IDX) = 'Y'
               PERFORM CHECK-SKIP-MARKER
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-SKIP-SW(WS-FIND-IDX) = 'Y'
               PERFORM FLAG-SKIPPED-BUT-RAN
           END-IF
           IF WS-FIND-IDX <= WS-LAST-SEEN-IDX
               MOVE SPACES TO WS-FINDING
               STRING "MARKER FOR " FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                      " OUT OF THE DEFINITION'S STEP ORDER"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FLAG
           ELSE
               MOVE WS-FIND-IDX TO WS-LAST-SEEN-IDX
           END-IF
           MOVE WS-STEP-JOB-IDX(WS-FIND-IDX) TO WS-JOB-IDX
           IF WS-FIND-IDX > WS-JOB-LAST-SEEN(WS-JOB-IDX)
               MOVE WS-FIND-IDX TO WS-JOB-LAST-SEEN(WS-JOB-IDX)
           END-IF
           MOVE 'Y' TO WS-STEP-SEEN-SW(WS-FIND-IDX).

      *    CALGATE writes the skip markers with its own, ahead of
      *    the steps they stand for, so they are outside the order.
       CHECK-SKIP-MARKER.
           IF WS-STEP-VCARD-SW(WS-FIND-IDX) = 'N'
               MOVE SPACES TO WS-FINDING
               STRING FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                      " SKIPPED BY CALENDAR BUT HAS NO V CARD"
                   DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FLAG
           END-IF
           IF WS-STEP-SEEN-SW(WS-FIND-IDX) = 'Y'
               PERFORM FLAG-SKIPPED-BUT-RAN
           END-IF
           MOVE 'Y' TO WS-STEP-SKIP-SW(WS-FIND-IDX).

       FLAG-SKIPPED-BUT-RAN.
           MOVE SPACES TO WS-FINDING
           STRING FUNCTION TRIM(WS-MK-STEP(WS-MK-IDX))
                  " BOTH SKIPPED BY CALENDAR AND COMPLETE -- ITS COND= "
                  "DISAGREES WITH ITS V CARD"
               DELIMITED BY SIZE INTO WS-FINDING
           END-STRING
           PERFORM WRITE-FLAG.

       WRITE-FLAG.
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO JDV-RPT-REC
           STRING "FLAG   " WS-FINDING
               DELIMITED BY SIZE INTO JDV-RPT-REC
           END-STRING
           WRITE JDV-RPT-REC.

      *----------------------------------------------------------------
      *    The step list as defined, with each marker's state.
      *----------------------------------------------------------------
       WRITE-STEP-LIST.
           MOVE SPACES TO JDV-RPT-REC
           WRITE JDV-RPT-REC
           MOVE "STEP     PGM      AUDIT    MARKER LABEL      "
               & "READS CREATES  RUNS  LATEST RUN" TO JDV-RPT-REC
           WRITE JDV-RPT-REC
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-JOB-COUNT > 0
                   IF WS-STEP-IDX = 1
                       PERFORM WRITE-JOB-HEADING
                   ELSE
                       IF WS-STEP-JOB-IDX(WS-STEP-IDX)
                              NOT = WS-STEP-JOB-IDX(WS-STEP-IDX - 1)
                           PERFORM WRITE-JOB-HEADING
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-STEP-LABEL(WS-STEP-IDX) = SPACES
                       MOVE "(NO MARKER)" TO WS-STATUS-TEXT
                   WHEN NOT WS-CKP-OPEN
                       MOVE SPACES TO WS-STATUS-TEXT
                   WHEN WS-STEP-SEEN-SW(WS-STEP-IDX) = 'Y'
                       MOVE "WRITTEN" TO WS-STATUS-TEXT
                   WHEN WS-STEP-SKIP-SW(WS-STEP-IDX) = 'Y'
                       MOVE "SKIPPED BY CALENDAR" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "NOT WRITTEN" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE WS-STEP-LABEL(WS-STEP-IDX) TO WS-MARKER-TEXT
               IF WS-MARKER-TEXT = SPACES
                   MOVE "-" TO WS-MARKER-TEXT
               END-IF
               MOVE WS-STEP-READS(WS-STEP-IDX) TO WS-COUNT-DISP
               MOVE WS-STEP-CREATES(WS-STEP-IDX) TO WS-COUNT-DISP-2
               MOVE SPACES TO JDV-RPT-REC
               STRING WS-STEP-NAME(WS-STEP-IDX) " "
                      WS-STEP-PGM(WS-STEP-IDX) " "
                      WS-STEP-AUDIT(WS-STEP-IDX) " "
                      WS-MARKER-TEXT "  "
                      WS-COUNT-DISP "   "
                      WS-COUNT-DISP-2 "     "
                      WS-STEP-RUN-ON(WS-STEP-IDX) "  "
                      WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO JDV-RPT-REC
               END-STRING
               WRITE JDV-RPT-REC
           END-PERFORM
           IF WS-MK-OVERFLOW-SW = 'Y'
               MOVE "(CHECKPOINT DATASET LONGER THAN 20000 MARKERS -- "
                   & "ONLY THE NEWEST KEPT)" TO JDV-RPT-REC
               WRITE JDV-RPT-REC
           END-IF.

       WRITE-JOB-HEADING.
           MOVE WS-STEP-JOB-IDX(WS-STEP-IDX) TO WS-JOB-IDX
           MOVE SPACES TO JDV-RPT-REC
           STRING "JOB " WS-JOB-NAME(WS-JOB-IDX)
                  " STAGE " WS-JOB-STAGE(WS-JOB-IDX)
                  "  " WS-JOB-DESC(WS-JOB-IDX)
               DELIMITED BY SIZE INTO JDV-RPT-REC
           END-STRING
           WRITE JDV-RPT-REC.

       END PROGRAM JOBDVAL.
