       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITEFOLD.

      *    Folds the CSV stream jobs' checkpoint markers and audit
      *    records into the night's own.  The three stream jobs
      *    (UTILNS1-UTILNS3) run side by side, so each appends to a
      *    dataset of its own -- PROD.UTIL.NIGHTLY.CKPT.S1-S3 and
      *    PROD.UTIL.NIGHTLY.AUDIT.S1-S3 -- instead of holding the
      *    shared PROD.UTIL.NIGHTLY.CKPT and .AUDIT for the length of
      *    the job and making the others wait on it.  This step puts
      *    them back: stream 1, 2 then 3, each stream's records in
      *    the order written, appended behind what the shared
      *    datasets already hold (UTILCKP, UTILAUD), and then empties
      *    the stream datasets for the next night.
      *    It runs twice a night.  FOLD020, the first step of the
      *    back job UTILNBK, folds tonight's streams before anything
      *    reads the markers or the audit trail.  FOLD005, the first
      *    step of UTILNITE, folds anything a night that never
      *    reached its back job left behind, so it lands ahead of
      *    tonight's gate marker and never in tonight's run.
      *    A stream dataset that is empty or not there folds nothing.
      *    The stream datasets are emptied only once the shared ones
      *    have been closed with every record on them; one that would
      *    not open is left as it was, to fold on the next run.
      *    FOLDRPT lists what each stream gave.  It writes no audit
      *    records of its own.
      *    RETURN-CODE 0, or 16 when UTILCKP or UTILAUD will not open
      *    (nothing folded) or a stream dataset will not open or
      *    empty (that stream is left for the next run).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPT-FILE ASSIGN TO "UTILCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CKP-IN1-FILE ASSIGN TO "CKPIN1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CKP-IN2-FILE ASSIGN TO "CKPIN2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CKP-IN3-FILE ASSIGN TO "CKPIN3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT AUD-IN1-FILE ASSIGN TO "AUDIN1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT AUD-IN2-FILE ASSIGN TO "AUDIN2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT AUD-IN3-FILE ASSIGN TO "AUDIN3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT FOLD-RPT-FILE ASSIGN TO "FOLDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE.
       01  CKPT-REC                PIC X(80).
       FD  UTIL-AUDIT-FILE.
       01  UTIL-AUDIT-REC          PIC X(136).
       FD  CKP-IN1-FILE.
       01  CKP-IN1-REC             PIC X(80).
       FD  CKP-IN2-FILE.
       01  CKP-IN2-REC             PIC X(80).
       FD  CKP-IN3-FILE.
       01  CKP-IN3-REC             PIC X(80).
       FD  AUD-IN1-FILE.
       01  AUD-IN1-REC             PIC X(136).
       FD  AUD-IN2-FILE.
       01  AUD-IN2-REC             PIC X(136).
       FD  AUD-IN3-FILE.
       01  AUD-IN3-REC             PIC X(136).
       FD  FOLD-RPT-FILE.
       01  FOLD-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CKP-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-TIMESTAMP            PIC X(26).

      *    One entry per stream: what it gave, and whether its two
      *    datasets were read through and may be emptied.
       01  WS-STREAM               PIC 9.
       01  WS-KIND                 PIC X.
           88  WS-KIND-CKPT        VALUE 'C'.
           88  WS-KIND-AUDIT       VALUE 'A'.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 3 TIMES.
               10  WS-ST-MARKERS   PIC 9(7).
               10  WS-ST-AUDITS    PIC 9(9).
               10  WS-ST-CKP-SW    PIC X.
               10  WS-ST-AUD-SW    PIC X.
       01  WS-FOLD-COUNT           PIC 9(9).
       01  WS-CKP-REC              PIC X(80).
       01  WS-AUD-REC              PIC X(136).
       01  WS-DD-NAME              PIC X(8).
       01  WS-STATE-TEXT           PIC X(40).
       01  WS-TOTAL-MARKERS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-AUDITS         PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP           PIC ZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT FOLD-RPT-FILE
           MOVE SPACES TO FOLD-RPT-REC
           STRING "NITEFOLD -- CSV STREAM MARKERS AND AUDIT FOLDED "
                  "INTO THE NIGHT'S    " WS-TIMESTAMP(1:8) " "
                  WS-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO FOLD-RPT-REC
           END-STRING
           WRITE FOLD-RPT-REC
           MOVE SPACES TO FOLD-RPT-REC
           WRITE FOLD-RPT-REC

           OPEN EXTEND CKPT-FILE
           IF WS-CKP-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
           END-IF
           IF WS-CKP-STATUS NOT = "00"
               MOVE "UTILCKP" TO WS-DD-NAME
               MOVE WS-CKP-STATUS TO WS-IN-STATUS
               PERFORM NOTE-SHARED-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF
           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS NOT = "00"
               CLOSE CKPT-FILE
               MOVE "UTILAUD" TO WS-DD-NAME
               MOVE WS-AUD-STATUS TO WS-IN-STATUS
               PERFORM NOTE-SHARED-FAILED
               PERFORM FINISH-RUN
               GOBACK
           END-IF

           PERFORM VARYING WS-STREAM FROM 1 BY 1 UNTIL WS-STREAM > 3
               MOVE 0 TO WS-ST-MARKERS(WS-STREAM)
                         WS-ST-AUDITS(WS-STREAM)
               MOVE 'C' TO WS-KIND
               PERFORM FOLD-ONE-DATASET
               MOVE 'A' TO WS-KIND
               PERFORM FOLD-ONE-DATASET
           END-PERFORM
           CLOSE CKPT-FILE UTIL-AUDIT-FILE

           PERFORM VARYING WS-STREAM FROM 1 BY 1 UNTIL WS-STREAM > 3
               IF WS-ST-CKP-SW(WS-STREAM) = 'Y'
                   MOVE 'C' TO WS-KIND
                   PERFORM EMPTY-ONE-DATASET
               END-IF
               IF WS-ST-AUD-SW(WS-STREAM) = 'Y'
                   MOVE 'A' TO WS-KIND
                   PERFORM EMPTY-ONE-DATASET
               END-IF
           END-PERFORM

           PERFORM REPORT-STREAMS
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE SPACES TO FOLD-RPT-REC
           WRITE FOLD-RPT-REC
           MOVE SPACES TO FOLD-RPT-REC
           STRING "MARKERS FOLDED " WS-TOTAL-MARKERS
                  "  AUDIT RECORDS FOLDED " WS-TOTAL-AUDITS
                  "  RC=" WS-FINAL-RC
               DELIMITED BY SIZE INTO FOLD-RPT-REC
           END-STRING
           WRITE FOLD-RPT-REC
           CLOSE FOLD-RPT-FILE
           DISPLAY "NITEFOLD: MARKERS=" WS-TOTAL-MARKERS
               " AUDIT=" WS-TOTAL-AUDITS
               " RC=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE.

       NOTE-SHARED-FAILED.
           DISPLAY "NITEFOLD: UNABLE TO OPEN " FUNCTION TRIM(WS-DD-NAME)
               ", STATUS=" WS-IN-STATUS
           MOVE SPACES TO FOLD-RPT-REC
           STRING "*** " FUNCTION TRIM(WS-DD-NAME)
                  " WILL NOT OPEN, STATUS=" WS-IN-STATUS
                  " -- NOTHING FOLDED ***"
               DELIMITED BY SIZE INTO FOLD-RPT-REC
           END-STRING
           WRITE FOLD-RPT-REC
           MOVE 16 TO WS-FINAL-RC.

       NOTE-STREAM-FAILED.
           DISPLAY "NITEFOLD: " FUNCTION TRIM(WS-DD-NAME)
               " FAILED, STATUS=" WS-IN-STATUS
           MOVE SPACES TO FOLD-RPT-REC
           STRING "*** " FUNCTION TRIM(WS-DD-NAME)
                  " FAILED, STATUS=" WS-IN-STATUS
                  " -- LEFT AS IT WAS FOR THE NEXT RUN ***"
               DELIMITED BY SIZE INTO FOLD-RPT-REC
           END-STRING
           WRITE FOLD-RPT-REC
           MOVE 16 TO WS-FINAL-RC.

      *----------------------------------------------------------------
      *    One stream dataset appended to the shared one.  A stream
      *    dataset not there (status 35) has nothing to give and is
      *    not marked for emptying.
      *----------------------------------------------------------------
       FOLD-ONE-DATASET.
           MOVE 0 TO WS-FOLD-COUNT
           PERFORM OPEN-STREAM-INPUT
           IF WS-IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STATUS NOT = "00"
               PERFORM NOTE-STREAM-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               PERFORM READ-STREAM-INPUT
               IF NOT WS-EOF
                   ADD 1 TO WS-FOLD-COUNT
                   IF WS-KIND-CKPT
                       WRITE CKPT-REC FROM WS-CKP-REC
                   ELSE
                       WRITE UTIL-AUDIT-REC FROM WS-AUD-REC
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-STREAM-INPUT
           IF WS-KIND-CKPT
               MOVE WS-FOLD-COUNT TO WS-ST-MARKERS(WS-STREAM)
               ADD WS-FOLD-COUNT TO WS-TOTAL-MARKERS
               MOVE 'Y' TO WS-ST-CKP-SW(WS-STREAM)
           ELSE
               MOVE WS-FOLD-COUNT TO WS-ST-AUDITS(WS-STREAM)
               ADD WS-FOLD-COUNT TO WS-TOTAL-AUDITS
               MOVE 'Y' TO WS-ST-AUD-SW(WS-STREAM)
           END-IF.

       OPEN-STREAM-INPUT.
           EVALUATE TRUE
               WHEN WS-KIND-CKPT AND WS-STREAM = 1
                   MOVE 'N' TO WS-ST-CKP-SW(1)
                   MOVE "CKPIN1" TO WS-DD-NAME
                   OPEN INPUT CKP-IN1-FILE
               WHEN WS-KIND-CKPT AND WS-STREAM = 2
                   MOVE 'N' TO WS-ST-CKP-SW(2)
                   MOVE "CKPIN2" TO WS-DD-NAME
                   OPEN INPUT CKP-IN2-FILE
               WHEN WS-KIND-CKPT
                   MOVE 'N' TO WS-ST-CKP-SW(3)
                   MOVE "CKPIN3" TO WS-DD-NAME
                   OPEN INPUT CKP-IN3-FILE
               WHEN WS-STREAM = 1
                   MOVE 'N' TO WS-ST-AUD-SW(1)
                   MOVE "AUDIN1" TO WS-DD-NAME
                   OPEN INPUT AUD-IN1-FILE
               WHEN WS-STREAM = 2
                   MOVE 'N' TO WS-ST-AUD-SW(2)
                   MOVE "AUDIN2" TO WS-DD-NAME
                   OPEN INPUT AUD-IN2-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-ST-AUD-SW(3)
                   MOVE "AUDIN3" TO WS-DD-NAME
                   OPEN INPUT AUD-IN3-FILE
           END-EVALUATE.

       READ-STREAM-INPUT.
           EVALUATE TRUE
               WHEN WS-KIND-CKPT AND WS-STREAM = 1
                   READ CKP-IN1-FILE INTO WS-CKP-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN WS-KIND-CKPT AND WS-STREAM = 2
                   READ CKP-IN2-FILE INTO WS-CKP-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN WS-KIND-CKPT
                   READ CKP-IN3-FILE INTO WS-CKP-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN WS-STREAM = 1
                   READ AUD-IN1-FILE INTO WS-AUD-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN WS-STREAM = 2
                   READ AUD-IN2-FILE INTO WS-AUD-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN OTHER
                   READ AUD-IN3-FILE INTO WS-AUD-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM-INPUT.
           EVALUATE TRUE
               WHEN WS-KIND-CKPT AND WS-STREAM = 1
                   CLOSE CKP-IN1-FILE
               WHEN WS-KIND-CKPT AND WS-STREAM = 2
                   CLOSE CKP-IN2-FILE
               WHEN WS-KIND-CKPT
                   CLOSE CKP-IN3-FILE
               WHEN WS-STREAM = 1
                   CLOSE AUD-IN1-FILE
               WHEN WS-STREAM = 2
                   CLOSE AUD-IN2-FILE
               WHEN OTHER
                   CLOSE AUD-IN3-FILE
           END-EVALUATE.

      *    Opened for output and closed with nothing written: the
      *    stream job of the next night appends to an empty dataset.
       EMPTY-ONE-DATASET.
           EVALUATE TRUE
               WHEN WS-KIND-CKPT AND WS-STREAM = 1
                   MOVE "CKPIN1" TO WS-DD-NAME
                   OPEN OUTPUT CKP-IN1-FILE
               WHEN WS-KIND-CKPT AND WS-STREAM = 2
                   MOVE "CKPIN2" TO WS-DD-NAME
                   OPEN OUTPUT CKP-IN2-FILE
               WHEN WS-KIND-CKPT
                   MOVE "CKPIN3" TO WS-DD-NAME
                   OPEN OUTPUT CKP-IN3-FILE
               WHEN WS-STREAM = 1
                   MOVE "AUDIN1" TO WS-DD-NAME
                   OPEN OUTPUT AUD-IN1-FILE
               WHEN WS-STREAM = 2
                   MOVE "AUDIN2" TO WS-DD-NAME
                   OPEN OUTPUT AUD-IN2-FILE
               WHEN OTHER
                   MOVE "AUDIN3" TO WS-DD-NAME
                   OPEN OUTPUT AUD-IN3-FILE
           END-EVALUATE
           IF WS-IN-STATUS NOT = "00"
               PERFORM NOTE-STREAM-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-STREAM-INPUT.

      *----------------------------------------------------------------
      *    FOLDRPT: what each stream gave.
      *----------------------------------------------------------------
       REPORT-STREAMS.
           MOVE SPACES TO FOLD-RPT-REC
           WRITE FOLD-RPT-REC
           MOVE "STREAM  MARKERS  AUDIT RECORDS  STREAM DATASETS"
               TO FOLD-RPT-REC
           WRITE FOLD-RPT-REC
           PERFORM VARYING WS-STREAM FROM 1 BY 1 UNTIL WS-STREAM > 3
               EVALUATE TRUE
                   WHEN WS-ST-CKP-SW(WS-STREAM) = 'Y'
                    AND WS-ST-AUD-SW(WS-STREAM) = 'Y'
                       MOVE "FOLDED AND EMPTIED" TO WS-STATE-TEXT
                   WHEN WS-ST-CKP-SW(WS-STREAM) = 'Y'
                       MOVE "MARKERS FOLDED, NO AUDIT DATASET"
                           TO WS-STATE-TEXT
                   WHEN WS-ST-AUD-SW(WS-STREAM) = 'Y'
                       MOVE "AUDIT FOLDED, NO MARKER DATASET"
                           TO WS-STATE-TEXT
                   WHEN OTHER
                       MOVE "NOT THERE -- NOTHING FOLDED"
                           TO WS-STATE-TEXT
               END-EVALUATE
               MOVE WS-ST-MARKERS(WS-STREAM) TO WS-COUNT-DISP
               MOVE WS-ST-AUDITS(WS-STREAM) TO WS-COUNT-DISP-2
               MOVE SPACES TO FOLD-RPT-REC
               STRING "   " WS-STREAM "  " WS-COUNT-DISP
                      "      " WS-COUNT-DISP-2 "  " WS-STATE-TEXT
                   DELIMITED BY SIZE INTO FOLD-RPT-REC
               END-STRING
               WRITE FOLD-RPT-REC
           END-PERFORM.

       END PROGRAM NITEFOLD.
