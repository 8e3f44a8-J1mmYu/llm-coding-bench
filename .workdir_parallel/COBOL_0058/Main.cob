       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCLOOK.

      *    Names the archive generations that cover a range of
      *    business dates, off the archive catalog ARCCAT keeps
      *    (ARCCREC layout), and writes the DD concatenation to read
      *    them -- oldest first, the order AUDREST and BIGRPLAY
      *    expect -- instead of leaving the operator to work out
      *    which generations to hand-code on ARCHIN or RPLARCH.
      *    LOOKCTL cards:
      *        TYPE type            RLEARCH, NIGHTPKG or AUDARCH
      *        FROM yyyymmdd        first business date wanted
      *        TO yyyymmdd          last business date wanted
      *                             (default the FROM date)
      *        DDNAME name          the DD the concatenation is for
      *                             (default RPLARCH, RLEIN, ARCHIN
      *                             by type)
      *        LIMIT n              the GDG's generation limit
      *                             (default 14, 14, 60 by type)
      *    A generation is selected when the business dates inside it
      *    overlap the range.  Each is listed with its absolute name,
      *    its relative number as of the newest cataloged generation,
      *    the date it was written, its dates, its manifest count and
      *    checksum and, for a container, its members.  LOOKJCL gets
      *    the DD statements, absolute names so they stay right after
      *    the next generation is written.  A generation number the
      *    catalog skips inside the selection, or one that has rolled
      *    off the GDG, is flagged -- on the report and, as a JCL
      *    comment, ahead of the DD it concerns.
      *    RETURN-CODE 0 when the range is covered by cataloged
      *    generations, 4 when nothing in the catalog covers it, the
      *    selection has a gap, or a generation has rolled off, 16
      *    when the cards are incomplete or the catalog will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOK-CTL-FILE ASSIGN TO "LOOKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LOOK-RPT-FILE ASSIGN TO "LOOKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LOOK-JCL-FILE ASSIGN TO "LOOKJCL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOK-CTL-FILE
           RECORD IS VARYING FROM 1 TO 80 DEPENDING ON WS-CTL-REC-LEN.
       01  LOOK-CTL-REC            PIC X(80).
       FD  ARC-CAT-FILE.
           COPY ARCCREC.
       FD  LOOK-RPT-FILE.
       01  LOOK-RPT-REC            PIC X(132).
       FD  LOOK-JCL-FILE.
       01  LOOK-JCL-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-JCL-STATUS           PIC XX.
       01  WS-CTL-REC-LEN          PIC 9(4).
       01  WS-CTL-EOF-SW           PIC X VALUE 'N'.
           88  WS-CTL-EOF          VALUE 'Y'.
       01  WS-CAT-EOF-SW           PIC X VALUE 'N'.
           88  WS-CAT-EOF          VALUE 'Y'.

      *    The archive types, each with the DD its reader takes the
      *    concatenation on and the generation limit its GDG carries.
       01  WS-TYPE-COUNT           PIC 9 VALUE 3.
       01  WS-TYPE-DEFS.
           05  FILLER PIC X(8)  VALUE "RLEARCH".
           05  FILLER PIC X(8)  VALUE "RPLARCH".
           05  FILLER PIC 9(4)  VALUE 14.
           05  FILLER PIC X(8)  VALUE "NIGHTPKG".
           05  FILLER PIC X(8)  VALUE "RLEIN".
           05  FILLER PIC 9(4)  VALUE 14.
           05  FILLER PIC X(8)  VALUE "AUDARCH".
           05  FILLER PIC X(8)  VALUE "ARCHIN".
           05  FILLER PIC 9(4)  VALUE 60.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-DEFS.
           05  WS-TYPE-ENTRY OCCURS 3 TIMES.
               10  WS-TYPE-NAME    PIC X(8).
               10  WS-TYPE-DDNAME  PIC X(8).
               10  WS-TYPE-LIMIT   PIC 9(4).
       01  WS-TYPE-IDX             PIC 9.

      *    The lookup asked for.
       01  WS-SEL-TYPE             PIC X(8) VALUE SPACES.
       01  WS-SEL-FROM             PIC X(8) VALUE SPACES.
       01  WS-SEL-TO               PIC X(8) VALUE SPACES.
       01  WS-SEL-DDNAME           PIC X(8) VALUE SPACES.
       01  WS-SEL-LIMIT            PIC 9(4) VALUE 0.
       01  WS-CTL-TOKEN-1          PIC X(10).
       01  WS-CTL-TOKEN-2          PIC X(44).
       01  WS-CARD-ERROR-SW        PIC X VALUE 'N'.
           88  WS-CARD-ERROR       VALUE 'Y'.

      *    The catalog's generations of the type, held in generation
      *    order; a generation cataloged twice keeps its later entry.
       01  MAX-GENS                PIC 9(4) VALUE 2000.
       01  WS-GEN-COUNT            PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 2000 TIMES.
               10  WS-G-GEN        PIC 9(4).
               10  WS-G-KIND       PIC X.
               10  WS-G-DSN        PIC X(44).
               10  WS-G-ARCH-DATE  PIC X(8).
               10  WS-G-FIGS-SRC   PIC X.
               10  WS-G-LINES      PIC 9(9).
               10  WS-G-CHECKSUM   PIC 9(9).
               10  WS-G-FIRST-DATE PIC X(8).
               10  WS-G-LAST-DATE  PIC X(8).
               10  WS-G-MBR-COUNT  PIC 9.
               10  WS-G-MBR-NAMES  PIC X(80).
       01  WS-GEN-IDX              PIC 9(4).
       01  WS-INS-IDX              PIC 9(4).
       01  WS-MOVE-IDX             PIC 9(4).
       01  WS-MBR-IDX              PIC 9.
       01  WS-TABLE-FULL-SW        PIC X VALUE 'N'.
           88  WS-TABLE-FULL       VALUE 'Y'.
       01  WS-MBR-NAMES            PIC X(80).
       01  WS-MBR-PTR              PIC 9(3).

      *    The newest counted generation -- what (0) means today.
       01  WS-NEWEST-FOUND-SW      PIC X VALUE 'N'.
           88  WS-NEWEST-FOUND     VALUE 'Y'.
       01  WS-NEWEST-GEN           PIC 9(4) VALUE 0.

       01  WS-SELECTED-COUNT       PIC 9(4) VALUE 0.
       01  WS-GAP-COUNT            PIC 9(4) VALUE 0.
       01  WS-ROLLED-COUNT         PIC 9(4) VALUE 0.
       01  WS-PREV-SEL-GEN         PIC 9(4) VALUE 0.
       01  WS-COVER-FIRST          PIC X(8) VALUE SPACES.
       01  WS-COVER-LAST           PIC X(8) VALUE SPACES.
       01  WS-REL-GEN              PIC 9(4).
       01  WS-REL-DISP             PIC X(7).
       01  WS-REL-NUM-DISP         PIC ZZZ9.
       01  WS-ROLLED-SW            PIC X.
           88  WS-ROLLED-OFF       VALUE 'Y'.
       01  WS-GAP-FROM             PIC 9(4).
       01  WS-GAP-TO               PIC 9(4).
       01  WS-GEN-DISP             PIC 9(4).
       01  WS-GEN-DISP-2           PIC 9(4).
       01  WS-FULL-DSN             PIC X(54).
       01  WS-DD-PREFIX            PIC X(13).
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT LOOK-RPT-FILE
           MOVE "ARCLOOK -- ARCHIVE GENERATIONS COVERING A DATE RANGE"
               TO LOOK-RPT-REC
           WRITE LOOK-RPT-REC

           PERFORM READ-LOOKUP-CONTROL
           IF WS-CARD-ERROR
               DISPLAY "ARCLOOK: LOOKCTL INCOMPLETE -- TYPE AND FROM "
                   "ARE REQUIRED"
               CLOSE LOOK-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LOOK-RPT-REC
           STRING "TYPE " WS-SEL-TYPE "  BUSINESS DATES " WS-SEL-FROM
                  " THRU " WS-SEL-TO "  DD " WS-SEL-DDNAME
                  "  GDG LIMIT " WS-SEL-LIMIT
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC

           PERFORM LOAD-CATALOG-GENERATIONS
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "10"
               MOVE SPACES TO LOOK-RPT-REC
               STRING "*** ARCCAT WILL NOT OPEN, STATUS="
                      WS-CAT-STATUS " ***"
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
               DISPLAY "ARCLOOK: UNABLE TO OPEN ARCCAT, STATUS="
                   WS-CAT-STATUS
               CLOSE LOOK-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOOK-JCL-FILE
           PERFORM WRITE-JCL-HEADING
           PERFORM SELECT-GENERATIONS
           PERFORM WRITE-SUMMARY
           CLOSE LOOK-JCL-FILE LOOK-RPT-FILE

           DISPLAY "ARCLOOK: " WS-SEL-TYPE " " WS-SEL-FROM "-"
               WS-SEL-TO " SELECTED=" WS-SELECTED-COUNT
               " GAPS=" WS-GAP-COUNT " ROLLED-OFF=" WS-ROLLED-COUNT
               " RC=" WS-WORST-RC
           MOVE WS-WORST-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *    Control cards.
      *----------------------------------------------------------------
       READ-LOOKUP-CONTROL.
           OPEN INPUT LOOK-CTL-FILE
           IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ LOOK-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF-SW
                       NOT AT END
                           PERFORM APPLY-ONE-LOOKCTL-CARD
                   END-READ
               END-PERFORM
               CLOSE LOOK-CTL-FILE
           END-IF
           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-TYPE-COUNT
               IF WS-TYPE-NAME(WS-GEN-IDX) = WS-SEL-TYPE
                   MOVE WS-GEN-IDX TO WS-TYPE-IDX
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX = 0 OR WS-SEL-FROM = SPACES
               MOVE 'Y' TO WS-CARD-ERROR-SW
               MOVE "*** LOOKCTL NEEDS A TYPE CARD (RLEARCH, NIGHTPKG "
                   & "OR AUDARCH) AND A FROM CARD ***" TO LOOK-RPT-REC
               WRITE LOOK-RPT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TO = SPACES
               MOVE WS-SEL-FROM TO WS-SEL-TO
           END-IF
           IF WS-SEL-TO < WS-SEL-FROM
               MOVE 'Y' TO WS-CARD-ERROR-SW
               MOVE "*** LOOKCTL TO DATE IS BEFORE THE FROM DATE ***"
                   TO LOOK-RPT-REC
               WRITE LOOK-RPT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DDNAME = SPACES
               MOVE WS-TYPE-DDNAME(WS-TYPE-IDX) TO WS-SEL-DDNAME
           END-IF
           IF WS-SEL-LIMIT = 0
               MOVE WS-TYPE-LIMIT(WS-TYPE-IDX) TO WS-SEL-LIMIT
           END-IF.

       APPLY-ONE-LOOKCTL-CARD.
           IF WS-CTL-REC-LEN < 80
               MOVE SPACES TO LOOK-CTL-REC(WS-CTL-REC-LEN + 1:)
           END-IF
           IF LOOK-CTL-REC = SPACES OR LOOK-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           UNSTRING LOOK-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-TOKEN-1 WS-CTL-TOKEN-2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-1) TO WS-CTL-TOKEN-1
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN-2) TO WS-CTL-TOKEN-2
           EVALUATE WS-CTL-TOKEN-1
               WHEN "TYPE"
                   MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-TYPE
               WHEN "FROM"
                   IF WS-CTL-TOKEN-2(1:8) IS NUMERIC
                       MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-FROM
                   ELSE
                       PERFORM REPORT-BAD-CARD
                   END-IF
               WHEN "TO"
                   IF WS-CTL-TOKEN-2(1:8) IS NUMERIC
                       MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-TO
                   ELSE
                       PERFORM REPORT-BAD-CARD
                   END-IF
               WHEN "DDNAME"
                   MOVE WS-CTL-TOKEN-2(1:8) TO WS-SEL-DDNAME
               WHEN "LIMIT"
                   IF FUNCTION TRIM(WS-CTL-TOKEN-2) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CTL-TOKEN-2)
                           TO WS-SEL-LIMIT
                   ELSE
                       PERFORM REPORT-BAD-CARD
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE.

       REPORT-BAD-CARD.
           MOVE SPACES TO LOOK-RPT-REC
           STRING "*** LOOKCTL CARD NOT RECOGNIZED, IGNORED: "
                  LOOK-CTL-REC(1:60)
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC.

      *----------------------------------------------------------------
      *    The catalog, this type only, into generation order.
      *----------------------------------------------------------------
       LOAD-CATALOG-GENERATIONS.
           OPEN INPUT ARC-CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-EOF
               READ ARC-CAT-FILE
                   AT END
                       MOVE 'Y' TO WS-CAT-EOF-SW
                   NOT AT END
                       IF ARCC-TYPE = WS-SEL-TYPE
                           PERFORM HOLD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARC-CAT-FILE
           IF WS-TABLE-FULL
               MOVE SPACES TO LOOK-RPT-REC
               STRING "*** MORE THAN " MAX-GENS " GENERATIONS "
                      "CATALOGED -- THE NEWEST ARE NOT CONSIDERED ***"
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
               MOVE 4 TO WS-WORST-RC
           END-IF.

       HOLD-CATALOG-ENTRY.
           IF NOT ARCC-KIND-BACKFILL
               MOVE 'Y' TO WS-NEWEST-FOUND-SW
               MOVE ARCC-GEN TO WS-NEWEST-GEN
           END-IF
      *    Where the generation goes: onto its own earlier entry, or
      *    ahead of the first higher generation.
           MOVE 0 TO WS-INS-IDX
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
                      OR WS-INS-IDX > 0
               IF WS-G-GEN(WS-GEN-IDX) >= ARCC-GEN
                   MOVE WS-GEN-IDX TO WS-INS-IDX
               END-IF
           END-PERFORM
           IF WS-INS-IDX > 0
               IF WS-G-GEN(WS-INS-IDX) = ARCC-GEN
                   PERFORM STORE-CATALOG-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-GEN-COUNT >= MAX-GENS
               MOVE 'Y' TO WS-TABLE-FULL-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-INS-IDX = 0
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-INS-IDX
           ELSE
               PERFORM VARYING WS-MOVE-IDX FROM WS-GEN-COUNT BY -1
                       UNTIL WS-MOVE-IDX < WS-INS-IDX
                   MOVE WS-GEN-ENTRY(WS-MOVE-IDX)
                       TO WS-GEN-ENTRY(WS-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-GEN-COUNT
           END-IF
           PERFORM STORE-CATALOG-ENTRY.

       STORE-CATALOG-ENTRY.
           MOVE ARCC-GEN TO WS-G-GEN(WS-INS-IDX)
           MOVE ARCC-ENTRY-KIND TO WS-G-KIND(WS-INS-IDX)
           MOVE ARCC-DSN TO WS-G-DSN(WS-INS-IDX)
           MOVE ARCC-ARCH-DATE TO WS-G-ARCH-DATE(WS-INS-IDX)
           MOVE ARCC-FIGS-SRC TO WS-G-FIGS-SRC(WS-INS-IDX)
           MOVE ARCC-LINES TO WS-G-LINES(WS-INS-IDX)
           MOVE ARCC-CHECKSUM TO WS-G-CHECKSUM(WS-INS-IDX)
           MOVE ARCC-FIRST-DATE TO WS-G-FIRST-DATE(WS-INS-IDX)
           MOVE ARCC-LAST-DATE TO WS-G-LAST-DATE(WS-INS-IDX)
           MOVE ARCC-MBR-COUNT TO WS-G-MBR-COUNT(WS-INS-IDX)
           MOVE SPACES TO WS-MBR-NAMES
           MOVE 1 TO WS-MBR-PTR
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > ARCC-MBR-COUNT
               STRING FUNCTION TRIM(ARCC-MBR-NAME(WS-MBR-IDX)) " "
                   DELIMITED BY SIZE INTO WS-MBR-NAMES
                   WITH POINTER WS-MBR-PTR
               END-STRING
           END-PERFORM
           MOVE WS-MBR-NAMES TO WS-G-MBR-NAMES(WS-INS-IDX).

      *----------------------------------------------------------------
      *    The generations whose business dates overlap the range,
      *    oldest first, each onto the report and the concatenation.
      *----------------------------------------------------------------
       SELECT-GENERATIONS.
           MOVE SPACES TO LOOK-RPT-REC
           WRITE LOOK-RPT-REC
           MOVE "GENERATION REL     WRITTEN   FIRST     LAST         "
               & "LINES  CHECKSUM   STATUS" TO LOOK-RPT-REC
           WRITE LOOK-RPT-REC
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-G-FIRST-DATE(WS-GEN-IDX) NOT = SPACES
                  AND WS-G-FIRST-DATE(WS-GEN-IDX) <= WS-SEL-TO
                  AND WS-G-LAST-DATE(WS-GEN-IDX) >= WS-SEL-FROM
                   PERFORM REPORT-SELECTED-GENERATION
               END-IF
           END-PERFORM.

       REPORT-SELECTED-GENERATION.
           IF WS-SELECTED-COUNT > 0
               AND WS-G-GEN(WS-GEN-IDX) > WS-PREV-SEL-GEN + 1
               PERFORM REPORT-CATALOG-GAP
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-G-GEN(WS-GEN-IDX) TO WS-PREV-SEL-GEN
           IF WS-COVER-FIRST = SPACES
              OR WS-G-FIRST-DATE(WS-GEN-IDX) < WS-COVER-FIRST
               MOVE WS-G-FIRST-DATE(WS-GEN-IDX) TO WS-COVER-FIRST
           END-IF
           IF WS-G-LAST-DATE(WS-GEN-IDX) > WS-COVER-LAST
               MOVE WS-G-LAST-DATE(WS-GEN-IDX) TO WS-COVER-LAST
           END-IF

      *    Relative number as of the newest counted generation; a
      *    generation as old as the GDG limit or older has rolled off.
           MOVE 'N' TO WS-ROLLED-SW
           MOVE SPACES TO WS-REL-DISP
           IF WS-NEWEST-FOUND AND WS-G-GEN(WS-GEN-IDX) <= WS-NEWEST-GEN
               COMPUTE WS-REL-GEN =
                   WS-NEWEST-GEN - WS-G-GEN(WS-GEN-IDX)
               MOVE WS-REL-GEN TO WS-REL-NUM-DISP
               IF WS-REL-GEN = 0
                   MOVE "(0)" TO WS-REL-DISP
               ELSE
                   STRING "(-" FUNCTION TRIM(WS-REL-NUM-DISP) ")"
                       DELIMITED BY SIZE INTO WS-REL-DISP
                   END-STRING
               END-IF
               IF WS-REL-GEN >= WS-SEL-LIMIT
                   MOVE 'Y' TO WS-ROLLED-SW
                   ADD 1 TO WS-ROLLED-COUNT
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               END-IF
           END-IF

           MOVE WS-G-GEN(WS-GEN-IDX) TO WS-GEN-DISP
           MOVE SPACES TO WS-FULL-DSN
           STRING FUNCTION TRIM(WS-G-DSN(WS-GEN-IDX)) ".G"
                  WS-GEN-DISP "V00"
               DELIMITED BY SIZE INTO WS-FULL-DSN
           END-STRING
           MOVE WS-G-LINES(WS-GEN-IDX) TO WS-COUNT-DISP
           MOVE SPACES TO LOOK-RPT-REC
           STRING "G" WS-GEN-DISP "V00   "
                  WS-REL-DISP " "
                  WS-G-ARCH-DATE(WS-GEN-IDX) "  "
                  WS-G-FIRST-DATE(WS-GEN-IDX) "  "
                  WS-G-LAST-DATE(WS-GEN-IDX) " "
                  WS-COUNT-DISP "  "
                  WS-G-CHECKSUM(WS-GEN-IDX)
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           EVALUATE TRUE
               WHEN WS-ROLLED-OFF
                   MOVE "*** ROLLED OFF THE GDG ***"
                       TO LOOK-RPT-REC(71:)
               WHEN WS-G-FIGS-SRC(WS-GEN-IDX) = 'X'
                   MOVE "*** NO MANIFEST TRAILER ***"
                       TO LOOK-RPT-REC(71:)
               WHEN WS-G-KIND(WS-GEN-IDX) = 'B'
                   MOVE "BACKFILLED" TO LOOK-RPT-REC(71:)
               WHEN OTHER
                   MOVE "CATALOGED" TO LOOK-RPT-REC(71:)
           END-EVALUATE
           WRITE LOOK-RPT-REC
           MOVE SPACES TO LOOK-RPT-REC
           STRING "    " WS-FULL-DSN
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC
           IF WS-G-MBR-COUNT(WS-GEN-IDX) > 0
               MOVE SPACES TO LOOK-RPT-REC
               STRING "    MEMBERS " WS-G-MBR-NAMES(WS-GEN-IDX)
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
           END-IF

           IF WS-ROLLED-OFF
               MOVE SPACES TO LOOK-JCL-REC
               STRING "//* G" WS-GEN-DISP "V00 HAS ROLLED OFF THE GDG "
                      "-- NO LONGER CATALOGED"
                   DELIMITED BY SIZE INTO LOOK-JCL-REC
               END-STRING
               WRITE LOOK-JCL-REC
           END-IF
           MOVE SPACES TO WS-DD-PREFIX
           IF WS-SELECTED-COUNT = 1
               STRING "//" WS-SEL-DDNAME " DD"
                   DELIMITED BY SIZE INTO WS-DD-PREFIX
               END-STRING
           ELSE
               MOVE "//         DD" TO WS-DD-PREFIX(1:13)
           END-IF
           MOVE SPACES TO LOOK-JCL-REC
           STRING WS-DD-PREFIX " DSN=" FUNCTION TRIM(WS-FULL-DSN)
                  ",DISP=SHR"
               DELIMITED BY SIZE INTO LOOK-JCL-REC
           END-STRING
           WRITE LOOK-JCL-REC
           MOVE SPACES TO LOOK-RPT-REC
           STRING "    " LOOK-JCL-REC
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC.

      *    Generation numbers between two selected ones that the
      *    catalog does not hold: the concatenation may be missing
      *    a night.
       REPORT-CATALOG-GAP.
           ADD 1 TO WS-GAP-COUNT
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           COMPUTE WS-GAP-FROM = WS-PREV-SEL-GEN + 1
           COMPUTE WS-GAP-TO = WS-G-GEN(WS-GEN-IDX) - 1
           MOVE WS-GAP-FROM TO WS-GEN-DISP
           MOVE WS-GAP-TO TO WS-GEN-DISP-2
           MOVE SPACES TO LOOK-RPT-REC
           STRING "*** G" WS-GEN-DISP "V00 THRU G" WS-GEN-DISP-2
                  "V00 NOT SELECTED -- NOT CATALOGED OR NOTHING DATED "
                  "INSIDE; CHECK THEM BEFORE RELYING ON THIS LIST ***"
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC
           MOVE SPACES TO LOOK-JCL-REC
           STRING "//* G" WS-GEN-DISP "V00 THRU G" WS-GEN-DISP-2
                  "V00 NOT SELECTED -- CHECK THEM"
               DELIMITED BY SIZE INTO LOOK-JCL-REC
           END-STRING
           WRITE LOOK-JCL-REC.

       WRITE-JCL-HEADING.
           MOVE SPACES TO LOOK-JCL-REC
           STRING "//* " FUNCTION TRIM(WS-SEL-TYPE) " BUSINESS DATES "
                  WS-SEL-FROM " THRU " WS-SEL-TO ", OLDEST FIRST"
               DELIMITED BY SIZE INTO LOOK-JCL-REC
           END-STRING
           WRITE LOOK-JCL-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO LOOK-RPT-REC
           WRITE LOOK-RPT-REC
           IF WS-SELECTED-COUNT = 0
               MOVE "*** NO CATALOGED GENERATION COVERS THIS RANGE ***"
                   TO LOOK-RPT-REC
               WRITE LOOK-RPT-REC
               MOVE "//* NO CATALOGED GENERATION COVERS THIS RANGE"
                   TO LOOK-JCL-REC
               WRITE LOOK-JCL-REC
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
           MOVE WS-GEN-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO LOOK-RPT-REC
           STRING FUNCTION TRIM(WS-COUNT-DISP) " OF "
                  FUNCTION TRIM(WS-COUNT-DISP-2)
                  " CATALOGED GENERATIONS SELECTED, BUSINESS DATES "
                  WS-COVER-FIRST " THRU " WS-COVER-LAST
               DELIMITED BY SIZE INTO LOOK-RPT-REC
           END-STRING
           WRITE LOOK-RPT-REC
           IF WS-COVER-FIRST > WS-SEL-FROM
               MOVE SPACES TO LOOK-RPT-REC
               STRING "    NOTHING CATALOGED IS DATED BEFORE "
                      WS-COVER-FIRST
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
           END-IF
           IF WS-COVER-LAST < WS-SEL-TO
               MOVE SPACES TO LOOK-RPT-REC
               STRING "    NOTHING CATALOGED IS DATED AFTER "
                      WS-COVER-LAST
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
           END-IF
           IF WS-NEWEST-FOUND
               MOVE WS-NEWEST-GEN TO WS-GEN-DISP
               MOVE SPACES TO LOOK-RPT-REC
               STRING "    RELATIVE NUMBERS ARE AS OF G" WS-GEN-DISP
                      "V00, THE NEWEST CATALOGED -- THEY SHIFT WITH "
                      "EACH NEW GENERATION; THE ABSOLUTE NAMES DO NOT"
                   DELIMITED BY SIZE INTO LOOK-RPT-REC
               END-STRING
               WRITE LOOK-RPT-REC
           END-IF.

       END PROGRAM ARCLOOK.
