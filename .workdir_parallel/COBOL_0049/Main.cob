       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

      *    Reconciles the corporate GL's acknowledgment files against
      *    the GL posting interface generations GLEXTR sends, so a
      *    posting the GL refused or never saw is known about the
      *    next night instead of at month end.  Runs every night
      *    behind GLEXTR:
      *      - carries forward last night's open items (GLROPNI,
      *        GLOIREC layout): every generation sent, every posting
      *        not yet accepted, every acknowledgment that matched
      *        nothing;
      *      - adds tonight's interface generation (GLRGL) -- its
      *        trailer figures and one open item per P and B posting
      *        -- unless a rerun finds it already on file;
      *      - reads every acknowledgment generation on file (GLRACK,
      *        GLAKREC layout, the GDG base).  Each H..T section names
      *        the interface file it answers by run date, record
      *        count and hash total; a section that names no file
      *        sent, disagrees with its trailer figures or is
      *        incomplete is refused whole, one already applied is
      *        skipped.  Each A/R record is matched to a posting of
      *        that file by source program, account, posting date and
      *        amount: an accepted one closes, a rejected one stays
      *        open with the GL's reason code, and one matching
      *        nothing is carried as an unmatched acknowledgment.  An
      *        accept matching nothing in its own file closes an
      *        earlier rejected posting of the same key -- the GL
      *        taking a corrected resubmission;
      *      - closes the items operations have settled by hand,
      *        one GLRCTL card each (optional DD):
      *            RESOLVE <approver> <interface-date> <account|*>
      *                    <posting-date> <amount>
      *        naming a posting still open (rejected or never
      *        acknowledged) or an unmatched acknowledgment;
      *      - ages what is left and lists it on GLRRPT: postings
      *        rejected, postings never acknowledged, acknowledgments
      *        matching nothing (dropped after 30 nights), files no
      *        acknowledgment has answered;
      *      - writes tonight's open items (GLROPNO).
      *    RETURN-CODE 0 when nothing is overdue, 4 while any ledger
      *    movement (P posting) is still unaccepted two nights after
      *    its file went out, 12 when an acknowledgment is refused or
      *    tonight's file has no trailer, 16 when an input will not
      *    open or the open items outgrow the table (no open items
      *    are written).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLR-GL-FILE ASSIGN TO "GLRGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GLR-ACK-FILE ASSIGN TO "GLRACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT GLR-OPNI-FILE ASSIGN TO "GLROPNI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPNI-STATUS.
           SELECT GLR-OPNO-FILE ASSIGN TO "GLROPNO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPNO-STATUS.
           SELECT GLR-CTL-FILE ASSIGN TO "GLRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT GLR-RPT-FILE ASSIGN TO "GLRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLR-GL-FILE.
           COPY GLIFREC.
       FD  GLR-ACK-FILE.
           COPY GLAKREC.
       FD  GLR-OPNI-FILE.
       01  GLR-OPNI-REC            PIC X(120).
       FD  GLR-OPNO-FILE.
       01  GLR-OPNO-REC            PIC X(120).
       FD  GLR-CTL-FILE.
       01  GLR-CTL-REC             PIC X(80).
       FD  UTIL-AUDIT-FILE.
           COPY AUDITREC.
       FD  GLR-RPT-FILE.
       01  GLR-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GL-STATUS            PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-OPNI-STATUS          PIC XX.
       01  WS-OPNO-STATUS          PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-AUD-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-TIMESTAMP            PIC X(26).
       01  WS-RUN-ID               PIC X(24).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-TODAY-SERIAL         PIC S9(9) COMP-5.
       01  WS-FINAL-RC             PIC 9(4) VALUE 0.
       01  WS-WORST-RC             PIC 9(4) VALUE 0.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE 'Y'.

      *    One open item, as carried on GLROPNI / GLROPNO.
           COPY GLOIREC.

      *    Every open item in memory for the night: matched against
      *    the acknowledgments, aged, then written back out.  An
      *    entry a match or the aging closes is flagged, not removed.
       01  MAX-OPEN-ITEMS          PIC 9(5) VALUE 20000.
       01  WS-OI-COUNT             PIC 9(5) VALUE 0.
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 20000 TIMES.
               10  WS-OI-KIND      PIC X.
               10  WS-OI-INTF-DATE PIC X(8).
               10  WS-OI-REC-TYPE  PIC X.
               10  WS-OI-SOURCE    PIC X(8).
               10  WS-OI-ACCOUNT   PIC X(16).
               10  WS-OI-POST-DATE PIC X(8).
               10  WS-OI-DC        PIC X.
               10  WS-OI-AMOUNT    PIC X(32).
               10  WS-OI-STATUS    PIC X.
               10  WS-OI-REASON    PIC X(4).
               10  WS-OI-ACK-DATE  PIC X(8).
               10  WS-OI-CLOSED-SW PIC X.
       01  WS-OI-IDX               PIC 9(5).
       01  WS-OI-FOUND             PIC 9(5).
       01  WS-OI-OVFL-SW           PIC X VALUE 'N'.
           88  WS-OI-OVFL          VALUE 'Y'.

      *    Tonight's interface generation, off its trailer.
       01  WS-INTF-DATE            PIC X(8).
       01  WS-INTF-COUNT           PIC X(9).
       01  WS-INTF-HASH            PIC X(32).
       01  WS-INTF-ADDED           PIC 9(9) VALUE 0.

      *    One entry per H..T section on the acknowledgment file, in
      *    file order, built on the first pass and acted on in the
      *    second.
       01  MAX-ACK-SECTIONS        PIC 9(3) VALUE 100.
       01  WS-AS-COUNT             PIC 9(3) VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 100 TIMES.
               10  WS-AS-DATE      PIC X(8).
               10  WS-AS-COUNT-TXT PIC X(9).
               10  WS-AS-HASH      PIC X(32).
               10  WS-AS-DETAILS   PIC 9(9).
               10  WS-AS-TRL-SW    PIC X.
               10  WS-AS-TRL-COUNT PIC 9(9).
       01  WS-AS-IDX               PIC 9(3).
       01  WS-AS-OPEN-SW           PIC X.
           88  WS-AS-OPEN          VALUE 'Y'.
       01  WS-AS-OVFL-SW           PIC X VALUE 'N'.
           88  WS-AS-OVFL          VALUE 'Y'.
       01  WS-STRAY-COUNT          PIC 9(9) VALUE 0.
       01  WS-APPLY-SW             PIC X.
           88  WS-APPLY            VALUE 'Y'.
       01  WS-GEN-IDX              PIC 9(5).
       01  WS-FIND-DATE            PIC X(8).
       01  WS-SECTION-TEXT         PIC X(40).

      *    One GLRCTL resolve card, split into its six tokens.
       01  WS-CTL-VERB             PIC X(10).
       01  WS-CTL-APPROVER         PIC X(8).
       01  WS-CTL-INTF-DATE        PIC X(8).
       01  WS-CTL-ACCOUNT          PIC X(16).
       01  WS-CTL-POST-DATE        PIC X(8).
       01  WS-CTL-AMOUNT           PIC X(32).
       01  WS-RESOLVED-COUNT       PIC 9(9) VALUE 0.

      *    Night totals.
       01  WS-ACK-APPLIED          PIC 9(9) VALUE 0.
       01  WS-ACK-REFUSED          PIC 9(9) VALUE 0.
       01  WS-ACK-SKIPPED          PIC 9(9) VALUE 0.
       01  WS-ACCEPTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-RESUBMIT-COUNT       PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(9) VALUE 0.
       01  WS-OPEN-REJECTED        PIC 9(9) VALUE 0.
       01  WS-OPEN-UNACKED         PIC 9(9) VALUE 0.
       01  WS-OPEN-UNMATCHED       PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP           PIC ZZZZZZZZ9.

      *    Aging.  A ledger movement still unaccepted this many
      *    nights after its file went out sets the step's RC; an
      *    unmatched acknowledgment is listed for a month, then
      *    dropped.
       01  WS-OVERDUE-NIGHTS       PIC 9(3) VALUE 2.
       01  WS-UNMATCHED-NIGHTS     PIC 9(3) VALUE 30.
       01  WS-AGE-FROM             PIC X(8).
       01  WS-AGE                  PIC S9(5).
       01  WS-AGE-DISP             PIC ZZZZ9.
       01  WS-LIST-KIND            PIC X.
       01  WS-LIST-STATUS          PIC X.
       01  WS-LIST-SEEN-SW         PIC X.
           88  WS-LIST-SEEN        VALUE 'Y'.

       01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-AUD-TEXT             PIC X(60).
       01  WS-AUD-RESULT           PIC X(40).
       01  WS-AUD-RC               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT GLR-RPT-FILE
           MOVE "GLRECON -- CORPORATE GL ACKNOWLEDGMENT RECONCILIATION"
               TO GLR-RPT-REC
           WRITE GLR-RPT-REC

           OPEN EXTEND UTIL-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT UTIL-AUDIT-FILE
           END-IF
           PERFORM WRITE-AUDIT-HEADER
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           PERFORM LOAD-OPEN-ITEMS
           IF WS-WORST-RC < 16
               PERFORM ADD-TONIGHTS-INTERFACE
           END-IF
           IF WS-WORST-RC < 16
               PERFORM SCAN-ACKNOWLEDGMENTS
           END-IF
           IF WS-WORST-RC < 16
               PERFORM APPLY-ACKNOWLEDGMENTS
           END-IF
           IF WS-WORST-RC < 16
               PERFORM READ-RESOLVE-CARDS
           END-IF
           IF WS-OI-OVFL
               DISPLAY "GLRECON: *** ERROR *** MORE THAN "
                   MAX-OPEN-ITEMS " OPEN ITEMS -- NONE WRITTEN"
               MOVE "*** OPEN-ITEM TABLE FULL -- NO OPEN ITEMS "
                   & "WRITTEN, RERUN REQUIRED ***" TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               MOVE 16 TO WS-WORST-RC
           END-IF
           IF WS-WORST-RC < 16
               PERFORM AGE-OPEN-ITEMS
               PERFORM WRITE-OPEN-ITEMS
               PERFORM WRITE-SUMMARY-REPORT
           END-IF
           PERFORM FINISH-RUN
           GOBACK.

       FINISH-RUN.
           MOVE WS-WORST-RC TO WS-FINAL-RC
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE GLR-RPT-FILE UTIL-AUDIT-FILE
           DISPLAY "GLRECON: APPLIED=" WS-ACK-APPLIED
               " REFUSED=" WS-ACK-REFUSED
               " REJECTED=" WS-OPEN-REJECTED
               " UNACKNOWLEDGED=" WS-OPEN-UNACKED
               " UNMATCHED=" WS-OPEN-UNMATCHED
               " OVERDUE=" WS-OVERDUE-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *    One 'H' record at open carrying this run's unique
      *    identifier, the same bracket every audited program cuts.
       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "GLRECON " WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
                  WS-TIMESTAMP(15:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'H' TO AUD-REC-TYPE
           MOVE "GLRECON" TO AUD-PROGRAM-ID
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
           MOVE "GLRECON" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-TOTAL-COUNT
           IF WS-FINAL-RC = 0
               MOVE WS-DETAIL-COUNT TO AUD-OK-COUNT
               MOVE 0 TO AUD-ERROR-COUNT
           ELSE
               MOVE 0 TO AUD-OK-COUNT
               MOVE WS-DETAIL-COUNT TO AUD-ERROR-COUNT
           END-IF
           MOVE WS-FINAL-RC TO AUD-FINAL-RC
           MOVE WS-RUN-ID TO AUD-TRL-RUN-ID
           WRITE AUDIT-RECORD.

      *    One 'D' record per interface generation taken on, per
      *    acknowledgment section read, and one for the night's
      *    open-item position.
       WRITE-RECON-AUDIT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'D' TO AUD-REC-TYPE
           MOVE "GLRECON" TO AUD-PROGRAM-ID
           MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
           MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
           MOVE WS-DETAIL-COUNT TO AUD-LINE-NUM
           MOVE WS-AUD-RC TO AUD-RETURN-CODE
           MOVE WS-AUD-TEXT TO AUD-INPUT-SUMMARY
           MOVE WS-AUD-RESULT TO AUD-RESULT-SUMMARY
           WRITE AUDIT-RECORD.

      *    Last night's open items.  The generation is seeded empty
      *    before the first night, so a missing one is a failure.
       LOAD-OPEN-ITEMS.
           OPEN INPUT GLR-OPNI-FILE
           IF WS-OPNI-STATUS NOT = "00"
               DISPLAY "GLRECON: UNABLE TO OPEN GLROPNI, STATUS="
                   WS-OPNI-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-OPNI-FILE INTO GL-OPEN-ITEM-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF GLO-KIND-GENERATION OR GLO-KIND-SENT
                          OR GLO-KIND-UNMATCHED
                           PERFORM STORE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLR-OPNI-FILE.

       STORE-OPEN-ITEM.
           IF WS-OI-COUNT >= MAX-OPEN-ITEMS
               MOVE 'Y' TO WS-OI-OVFL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OI-COUNT
           MOVE GLO-KIND TO WS-OI-KIND(WS-OI-COUNT)
           MOVE GLO-INTF-DATE TO WS-OI-INTF-DATE(WS-OI-COUNT)
           MOVE GLO-REC-TYPE TO WS-OI-REC-TYPE(WS-OI-COUNT)
           MOVE GLO-SOURCE TO WS-OI-SOURCE(WS-OI-COUNT)
           MOVE GLO-ACCOUNT TO WS-OI-ACCOUNT(WS-OI-COUNT)
           MOVE GLO-POST-DATE TO WS-OI-POST-DATE(WS-OI-COUNT)
           MOVE GLO-DC TO WS-OI-DC(WS-OI-COUNT)
           MOVE GLO-AMOUNT TO WS-OI-AMOUNT(WS-OI-COUNT)
           MOVE GLO-STATUS TO WS-OI-STATUS(WS-OI-COUNT)
           MOVE GLO-REASON TO WS-OI-REASON(WS-OI-COUNT)
           MOVE GLO-ACK-DATE TO WS-OI-ACK-DATE(WS-OI-COUNT)
           MOVE 'N' TO WS-OI-CLOSED-SW(WS-OI-COUNT).

      *    Tonight's interface generation: its trailer first, so the
      *    file is known by run date, count and hash before any of
      *    its postings are taken on.  A rerun finds the generation
      *    already on file and adds nothing.
       ADD-TONIGHTS-INTERFACE.
           OPEN INPUT GLR-GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GLRECON: UNABLE TO OPEN GLRGL, STATUS="
                   WS-GL-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INTF-DATE WS-INTF-COUNT WS-INTF-HASH
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF GLI-TYPE = 'T'
                           MOVE GLI-POST-DATE TO WS-INTF-DATE
                           MOVE GLI-ACCOUNT(1:9) TO WS-INTF-COUNT
                           MOVE GLI-AMOUNT TO WS-INTF-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLR-GL-FILE

           IF WS-INTF-DATE = SPACES
               DISPLAY "GLRECON: *** ERROR *** GLRGL HAS NO TRAILER "
                   "-- TONIGHT'S POSTINGS NOT TAKEN ON"
               MOVE "*** TONIGHT'S INTERFACE FILE HAS NO TRAILER -- "
                   & "ITS POSTINGS ARE NOT TRACKED ***" TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               IF WS-WORST-RC < 12
                   MOVE 12 TO WS-WORST-RC
               END-IF
               MOVE "INTERFACE FILE WITHOUT TRAILER" TO WS-AUD-TEXT
               MOVE "REFUSED: NO TRAILER" TO WS-AUD-RESULT
               MOVE 12 TO WS-AUD-RC
               PERFORM WRITE-RECON-AUDIT-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INTF-DATE TO WS-FIND-DATE
           PERFORM FIND-GENERATION
           IF WS-GEN-IDX > 0
               MOVE SPACES TO GLR-RPT-REC
               STRING "INTERFACE FILE " WS-INTF-DATE
                      " ALREADY ON FILE -- NOT TAKEN ON AGAIN"
                   DELIMITED BY SIZE INTO GLR-RPT-REC
               END-STRING
               WRITE GLR-RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GL-OPEN-ITEM-REC
           MOVE 'G' TO GLO-KIND
           MOVE WS-INTF-DATE TO GLO-INTF-DATE
           MOVE "BIGINTAD" TO GLO-SOURCE
           MOVE WS-INTF-COUNT TO GLO-ACCOUNT(1:9)
           MOVE WS-INTF-HASH TO GLO-GEN-HASH
           MOVE 'N' TO GLO-STATUS
           PERFORM STORE-OPEN-ITEM

           OPEN INPUT GLR-GL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF GLI-TYPE = 'P' OR GLI-TYPE = 'B'
                           MOVE SPACES TO GL-OPEN-ITEM-REC
                           MOVE 'S' TO GLO-KIND
                           MOVE WS-INTF-DATE TO GLO-INTF-DATE
                           MOVE GLI-TYPE TO GLO-REC-TYPE
                           MOVE GLI-SOURCE TO GLO-SOURCE
                           MOVE GLI-ACCOUNT TO GLO-ACCOUNT
                           MOVE GLI-POST-DATE TO GLO-POST-DATE
                           MOVE GLI-DC TO GLO-DC
                           MOVE GLI-AMOUNT TO GLO-AMOUNT
                           MOVE 'N' TO GLO-STATUS
                           PERFORM STORE-OPEN-ITEM
                           ADD 1 TO WS-INTF-ADDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLR-GL-FILE

           MOVE WS-INTF-ADDED TO WS-COUNT-DISP
           MOVE SPACES TO GLR-RPT-REC
           STRING "INTERFACE FILE " WS-INTF-DATE " TAKEN ON: "
                  WS-COUNT-DISP " POSTINGS, HASH TOTAL "
                  FUNCTION TRIM(WS-INTF-HASH)
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT
           STRING "INTERFACE " WS-INTF-DATE " POSTINGS="
                  WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE "TAKEN ON" TO WS-AUD-RESULT
           MOVE 0 TO WS-AUD-RC
           PERFORM WRITE-RECON-AUDIT-DETAIL.

      *    The 'G' entry for the interface run date in WS-FIND-DATE,
      *    zero when that file is not on record.
       FIND-GENERATION.
           MOVE 0 TO WS-GEN-IDX
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-GEN-IDX > 0
               IF WS-OI-KIND(WS-OI-IDX) = 'G'
                  AND WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                  AND WS-OI-INTF-DATE(WS-OI-IDX) = WS-FIND-DATE
                   MOVE WS-OI-IDX TO WS-GEN-IDX
               END-IF
           END-PERFORM.

      *    First pass over every acknowledgment on file: the header
      *    figures, detail count and trailer of each H..T section.
       SCAN-ACKNOWLEDGMENTS.
           OPEN INPUT GLR-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               MOVE "NO ACKNOWLEDGMENT FILE ON RECORD TONIGHT"
                   TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AS-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM SCAN-ONE-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE GLR-ACK-FILE
           IF WS-AS-OVFL
               DISPLAY "GLRECON: MORE THAN " MAX-ACK-SECTIONS
                   " ACKNOWLEDGMENT SECTIONS -- THE REST ARE NOT READ"
           END-IF
           IF WS-STRAY-COUNT > 0
               MOVE WS-STRAY-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO GLR-RPT-REC
               STRING "*** " WS-COUNT-DISP
                      " ACKNOWLEDGMENT RECORDS OUTSIDE ANY H..T "
                      "SECTION -- IGNORED ***"
                   DELIMITED BY SIZE INTO GLR-RPT-REC
               END-STRING
               WRITE GLR-RPT-REC
               IF WS-WORST-RC < 12
                   MOVE 12 TO WS-WORST-RC
               END-IF
           END-IF.

       SCAN-ONE-ACK-RECORD.
           EVALUATE TRUE
               WHEN GLA-TYPE-HEADER
                   IF WS-AS-COUNT >= MAX-ACK-SECTIONS
                       MOVE 'Y' TO WS-AS-OVFL-SW
                       MOVE 'N' TO WS-AS-OPEN-SW
                   ELSE
                       ADD 1 TO WS-AS-COUNT
                       MOVE GLA-POST-DATE TO WS-AS-DATE(WS-AS-COUNT)
                       MOVE GLA-ACCOUNT(1:9)
                           TO WS-AS-COUNT-TXT(WS-AS-COUNT)
                       MOVE GLA-AMOUNT TO WS-AS-HASH(WS-AS-COUNT)
                       MOVE 0 TO WS-AS-DETAILS(WS-AS-COUNT)
                       MOVE 'N' TO WS-AS-TRL-SW(WS-AS-COUNT)
                       MOVE 0 TO WS-AS-TRL-COUNT(WS-AS-COUNT)
                       MOVE 'Y' TO WS-AS-OPEN-SW
                   END-IF
               WHEN GLA-TYPE-ACCEPTED
               WHEN GLA-TYPE-REJECTED
                   IF WS-AS-OPEN
                       ADD 1 TO WS-AS-DETAILS(WS-AS-COUNT)
                   ELSE
                       IF NOT WS-AS-OVFL
                           ADD 1 TO WS-STRAY-COUNT
                       END-IF
                   END-IF
               WHEN GLA-TYPE-TRAILER
                   IF WS-AS-OPEN
                       MOVE 'Y' TO WS-AS-TRL-SW(WS-AS-COUNT)
                       IF GLA-ACK-COUNT IS NUMERIC
                           MOVE GLA-ACK-COUNT
                               TO WS-AS-TRL-COUNT(WS-AS-COUNT)
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-AS-OPEN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Second pass: each section is judged as its header comes
      *    round, and only an accepted section's A/R records are
      *    matched.  Judging here rather than in the first pass
      *    means a second answer to the same file later on the
      *    dataset finds the first one already applied.
       APPLY-ACKNOWLEDGMENTS.
           IF WS-AS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GLR-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AS-IDX
           MOVE 'N' TO WS-APPLY-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GLA-TYPE-HEADER
                               MOVE 'N' TO WS-APPLY-SW
                               IF WS-AS-IDX < WS-AS-COUNT
                                   ADD 1 TO WS-AS-IDX
                                   PERFORM JUDGE-ACK-SECTION
                               END-IF
                           WHEN GLA-TYPE-TRAILER
                               MOVE 'N' TO WS-APPLY-SW
                           WHEN GLA-TYPE-ACCEPTED
                           WHEN GLA-TYPE-REJECTED
                               IF WS-APPLY
                                   PERFORM APPLY-ONE-ACK
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GLR-ACK-FILE.

      *    A section is applied only when it is complete, answers an
      *    interface file on record, agrees with that file's trailer
      *    figures, and has not been applied already.
       JUDGE-ACK-SECTION.
           MOVE SPACES TO WS-SECTION-TEXT
           MOVE WS-AS-DATE(WS-AS-IDX) TO WS-FIND-DATE
           PERFORM FIND-GENERATION
           EVALUATE TRUE
               WHEN WS-AS-TRL-SW(WS-AS-IDX) NOT = 'Y'
                   MOVE "INCOMPLETE -- NO TRAILER" TO WS-SECTION-TEXT
               WHEN WS-AS-TRL-COUNT(WS-AS-IDX)
                    NOT = WS-AS-DETAILS(WS-AS-IDX)
                   MOVE "TRAILER COUNT DISAGREES WITH ITS RECORDS"
                       TO WS-SECTION-TEXT
               WHEN WS-GEN-IDX = 0
                   MOVE "ANSWERS NO INTERFACE FILE ON RECORD"
                       TO WS-SECTION-TEXT
               WHEN WS-OI-ACCOUNT(WS-GEN-IDX)(1:9)
                    NOT = WS-AS-COUNT-TXT(WS-AS-IDX)
               WHEN WS-OI-AMOUNT(WS-GEN-IDX) NOT = WS-AS-HASH(WS-AS-IDX)
                   MOVE "COUNT/HASH DIFFER FROM THE FILE SENT"
                       TO WS-SECTION-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-AS-DETAILS(WS-AS-IDX) TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUD-TEXT
           STRING "ACK FOR INTERFACE " WS-AS-DATE(WS-AS-IDX)
                  " RECORDS=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           EVALUATE TRUE
               WHEN WS-SECTION-TEXT NOT = SPACES
                   ADD 1 TO WS-ACK-REFUSED
                   IF WS-WORST-RC < 12
                       MOVE 12 TO WS-WORST-RC
                   END-IF
                   MOVE SPACES TO GLR-RPT-REC
                   STRING "*** ACKNOWLEDGMENT FOR INTERFACE FILE "
                          WS-AS-DATE(WS-AS-IDX) " REFUSED: "
                          WS-SECTION-TEXT " ***"
                       DELIMITED BY SIZE INTO GLR-RPT-REC
                   END-STRING
                   WRITE GLR-RPT-REC
                   MOVE SPACES TO WS-AUD-RESULT
                   STRING "REFUSED:" WS-SECTION-TEXT
                       DELIMITED BY SIZE INTO WS-AUD-RESULT
                   END-STRING
                   MOVE 12 TO WS-AUD-RC
                   PERFORM WRITE-RECON-AUDIT-DETAIL
               WHEN WS-OI-STATUS(WS-GEN-IDX) = 'A'
                   ADD 1 TO WS-ACK-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-ACK-APPLIED
                   MOVE 'Y' TO WS-APPLY-SW
                   MOVE 'A' TO WS-OI-STATUS(WS-GEN-IDX)
                   MOVE WS-RUN-DATE TO WS-OI-ACK-DATE(WS-GEN-IDX)
                   MOVE SPACES TO GLR-RPT-REC
                   STRING "ACKNOWLEDGMENT FOR INTERFACE FILE "
                          WS-AS-DATE(WS-AS-IDX) " APPLIED: "
                          WS-COUNT-DISP " RECORDS"
                       DELIMITED BY SIZE INTO GLR-RPT-REC
                   END-STRING
                   WRITE GLR-RPT-REC
                   MOVE "APPLIED" TO WS-AUD-RESULT
                   MOVE 0 TO WS-AUD-RC
                   PERFORM WRITE-RECON-AUDIT-DETAIL
           END-EVALUATE.

      *    One A/R record of an applied section, matched to a still-
      *    unanswered posting of the file it answers.
       APPLY-ONE-ACK.
           MOVE 0 TO WS-OI-FOUND
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-OI-FOUND > 0
               IF WS-OI-KIND(WS-OI-IDX) = 'S'
                  AND WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                  AND WS-OI-STATUS(WS-OI-IDX) = 'N'
                  AND WS-OI-INTF-DATE(WS-OI-IDX)
                      = WS-AS-DATE(WS-AS-IDX)
                  AND WS-OI-SOURCE(WS-OI-IDX) = GLA-SOURCE
                  AND WS-OI-ACCOUNT(WS-OI-IDX) = GLA-ACCOUNT
                  AND WS-OI-POST-DATE(WS-OI-IDX) = GLA-POST-DATE
                  AND WS-OI-AMOUNT(WS-OI-IDX) = GLA-AMOUNT
                   MOVE WS-OI-IDX TO WS-OI-FOUND
               END-IF
           END-PERFORM
           IF WS-OI-FOUND > 0
               IF GLA-TYPE-ACCEPTED
                   MOVE 'Y' TO WS-OI-CLOSED-SW(WS-OI-FOUND)
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   MOVE 'R' TO WS-OI-STATUS(WS-OI-FOUND)
                   MOVE GLA-REASON TO WS-OI-REASON(WS-OI-FOUND)
                   MOVE WS-RUN-DATE TO WS-OI-ACK-DATE(WS-OI-FOUND)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF GLA-TYPE-ACCEPTED
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OI-COUNT
                          OR WS-OI-FOUND > 0
                   IF WS-OI-KIND(WS-OI-IDX) = 'S'
                      AND WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                      AND WS-OI-STATUS(WS-OI-IDX) = 'R'
                      AND WS-OI-SOURCE(WS-OI-IDX) = GLA-SOURCE
                      AND WS-OI-ACCOUNT(WS-OI-IDX) = GLA-ACCOUNT
                      AND WS-OI-POST-DATE(WS-OI-IDX) = GLA-POST-DATE
                      AND WS-OI-AMOUNT(WS-OI-IDX) = GLA-AMOUNT
                       MOVE WS-OI-IDX TO WS-OI-FOUND
                   END-IF
               END-PERFORM
               IF WS-OI-FOUND > 0
                   MOVE 'Y' TO WS-OI-CLOSED-SW(WS-OI-FOUND)
                   ADD 1 TO WS-RESUBMIT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO GL-OPEN-ITEM-REC
           MOVE 'U' TO GLO-KIND
           MOVE WS-AS-DATE(WS-AS-IDX) TO GLO-INTF-DATE
           MOVE GLA-TYPE TO GLO-REC-TYPE
           MOVE GLA-SOURCE TO GLO-SOURCE
           MOVE GLA-ACCOUNT TO GLO-ACCOUNT
           MOVE GLA-POST-DATE TO GLO-POST-DATE
           MOVE GLA-DC TO GLO-DC
           MOVE GLA-AMOUNT TO GLO-AMOUNT
           MOVE 'N' TO GLO-STATUS
           MOVE GLA-REASON TO GLO-REASON
           MOVE WS-RUN-DATE TO GLO-ACK-DATE
           PERFORM STORE-OPEN-ITEM.

      *    Operations' resolve cards.  A card naming nothing open is
      *    reported and ignored.
       READ-RESOLVE-CARDS.
           OPEN INPUT GLR-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GLR-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-RESOLVE-CARD
               END-READ
           END-PERFORM
           CLOSE GLR-CTL-FILE.

       APPLY-ONE-RESOLVE-CARD.
           IF GLR-CTL-REC = SPACES OR GLR-CTL-REC(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-VERB WS-CTL-APPROVER WS-CTL-INTF-DATE
               WS-CTL-ACCOUNT WS-CTL-POST-DATE WS-CTL-AMOUNT
           UNSTRING GLR-CTL-REC DELIMITED BY ALL SPACES
               INTO WS-CTL-VERB WS-CTL-APPROVER WS-CTL-INTF-DATE
                    WS-CTL-ACCOUNT WS-CTL-POST-DATE WS-CTL-AMOUNT
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-CTL-VERB) NOT = "RESOLVE"
              OR WS-CTL-AMOUNT = SPACES
               DISPLAY "GLRECON: BAD RESOLVE CARD IGNORED: "
                   FUNCTION TRIM(GLR-CTL-REC)
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-ACCOUNT = "*"
               MOVE SPACES TO WS-CTL-ACCOUNT
           END-IF
           MOVE 0 TO WS-OI-FOUND
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-OI-FOUND > 0
               IF (WS-OI-KIND(WS-OI-IDX) = 'S'
                   OR WS-OI-KIND(WS-OI-IDX) = 'U')
                  AND WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                  AND WS-OI-INTF-DATE(WS-OI-IDX) = WS-CTL-INTF-DATE
                  AND WS-OI-ACCOUNT(WS-OI-IDX) = WS-CTL-ACCOUNT
                  AND WS-OI-POST-DATE(WS-OI-IDX) = WS-CTL-POST-DATE
                  AND WS-OI-AMOUNT(WS-OI-IDX) = WS-CTL-AMOUNT
                   MOVE WS-OI-IDX TO WS-OI-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO GLR-RPT-REC
           IF WS-OI-FOUND = 0
               STRING "RESOLVE CARD MATCHES NOTHING OPEN, IGNORED: "
                      GLR-CTL-REC
                   DELIMITED BY SIZE INTO GLR-RPT-REC
               END-STRING
               WRITE GLR-RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OI-CLOSED-SW(WS-OI-FOUND)
           ADD 1 TO WS-RESOLVED-COUNT
           STRING "RESOLVED BY " WS-CTL-APPROVER ": "
                  GLR-CTL-REC
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC
           MOVE SPACES TO WS-AUD-TEXT
           STRING WS-OI-KIND(WS-OI-FOUND) " " WS-CTL-INTF-DATE " "
                  WS-CTL-ACCOUNT " " WS-CTL-AMOUNT
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE SPACES TO WS-AUD-RESULT
           STRING "RESOLVED BY " WS-CTL-APPROVER
               DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-STRING
           MOVE 0 TO WS-AUD-RC
           PERFORM WRITE-RECON-AUDIT-DETAIL.

      *    What is still open, aged and listed: rejected postings,
      *    postings never acknowledged, acknowledgments matching
      *    nothing, and files no acknowledgment has answered.
       AGE-OPEN-ITEMS.
           MOVE 'S' TO WS-LIST-KIND
           MOVE 'R' TO WS-LIST-STATUS
           MOVE "POSTINGS REJECTED BY THE GL" TO WS-SECTION-TEXT
           PERFORM LIST-OPEN-ITEMS
           MOVE 'N' TO WS-LIST-STATUS
           MOVE "POSTINGS NOT YET ACKNOWLEDGED" TO WS-SECTION-TEXT
           PERFORM LIST-OPEN-ITEMS
           MOVE 'U' TO WS-LIST-KIND
           MOVE "ACKNOWLEDGMENTS MATCHING NOTHING SENT"
               TO WS-SECTION-TEXT
           PERFORM LIST-OPEN-ITEMS
           MOVE 'G' TO WS-LIST-KIND
           MOVE "INTERFACE FILES NOT YET ANSWERED" TO WS-SECTION-TEXT
           PERFORM LIST-OPEN-ITEMS

           IF WS-OVERDUE-COUNT > 0 AND WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE SPACES TO WS-AUD-TEXT
           STRING "OPEN REJ=" WS-OPEN-REJECTED
                  " UNACK=" WS-OPEN-UNACKED
                  " UNMAT=" WS-OPEN-UNMATCHED
               DELIMITED BY SIZE INTO WS-AUD-TEXT
           END-STRING
           MOVE SPACES TO WS-AUD-RESULT
           IF WS-OVERDUE-COUNT > 0
               STRING "OVERDUE MOVEMENTS=" WS-OVERDUE-COUNT
                   DELIMITED BY SIZE INTO WS-AUD-RESULT
               END-STRING
               MOVE 4 TO WS-AUD-RC
           ELSE
               MOVE "NO MOVEMENT OVERDUE" TO WS-AUD-RESULT
               MOVE 0 TO WS-AUD-RC
           END-IF
           PERFORM WRITE-RECON-AUDIT-DETAIL.

      *    One report section: every open entry of WS-LIST-KIND (and,
      *    for sent postings, WS-LIST-STATUS) with its age in nights.
       LIST-OPEN-ITEMS.
           MOVE 'N' TO WS-LIST-SEEN-SW
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-KIND(WS-OI-IDX) = WS-LIST-KIND
                  AND WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                   EVALUATE WS-LIST-KIND
                       WHEN 'S'
                           IF WS-OI-STATUS(WS-OI-IDX) = WS-LIST-STATUS
                               PERFORM LIST-ONE-SENT-ITEM
                           END-IF
                       WHEN 'U'
                           PERFORM LIST-ONE-UNMATCHED-ACK
                       WHEN 'G'
                           PERFORM LIST-ONE-GENERATION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       START-LIST-SECTION.
           IF NOT WS-LIST-SEEN
               MOVE 'Y' TO WS-LIST-SEEN-SW
               MOVE SPACES TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               MOVE WS-SECTION-TEXT TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               MOVE "  TYPE SOURCE   ACCOUNT          POSTED   D/C "
                   & "AMOUNT                           RSN  SENT"
                   & "       AGE" TO GLR-RPT-REC
               WRITE GLR-RPT-REC
           END-IF.

       COMPUTE-ITEM-AGE.
           IF WS-AGE-FROM IS NUMERIC
               COMPUTE WS-AGE = WS-TODAY-SERIAL -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-AGE-FROM))
           ELSE
               MOVE 0 TO WS-AGE
           END-IF
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF
           MOVE WS-AGE TO WS-AGE-DISP.

       FORMAT-ITEM-LINE.
           MOVE SPACES TO GLR-RPT-REC
           STRING "  " WS-OI-REC-TYPE(WS-OI-IDX) "    "
                  WS-OI-SOURCE(WS-OI-IDX) " "
                  WS-OI-ACCOUNT(WS-OI-IDX) " "
                  WS-OI-POST-DATE(WS-OI-IDX) " "
                  WS-OI-DC(WS-OI-IDX) "   "
                  WS-OI-AMOUNT(WS-OI-IDX) " "
                  WS-OI-REASON(WS-OI-IDX) " "
                  WS-OI-INTF-DATE(WS-OI-IDX) " "
                  WS-AGE-DISP
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING.

      *    A P posting two nights out and still not accepted is
      *    overdue; B balance movements are listed but do not set
      *    the RC on their own.
       LIST-ONE-SENT-ITEM.
           PERFORM START-LIST-SECTION
           MOVE WS-OI-INTF-DATE(WS-OI-IDX) TO WS-AGE-FROM
           PERFORM COMPUTE-ITEM-AGE
           PERFORM FORMAT-ITEM-LINE
           IF WS-OI-STATUS(WS-OI-IDX) = 'R'
               ADD 1 TO WS-OPEN-REJECTED
           ELSE
               ADD 1 TO WS-OPEN-UNACKED
           END-IF
           IF WS-OI-REC-TYPE(WS-OI-IDX) = 'P'
              AND WS-AGE >= WS-OVERDUE-NIGHTS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO GLR-RPT-REC(112:7)
           END-IF
           WRITE GLR-RPT-REC.

       LIST-ONE-UNMATCHED-ACK.
           PERFORM START-LIST-SECTION
           MOVE WS-OI-ACK-DATE(WS-OI-IDX) TO WS-AGE-FROM
           PERFORM COMPUTE-ITEM-AGE
           PERFORM FORMAT-ITEM-LINE
           IF WS-AGE > WS-UNMATCHED-NIGHTS
               MOVE 'Y' TO WS-OI-CLOSED-SW(WS-OI-IDX)
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED" TO GLR-RPT-REC(112:7)
           ELSE
               ADD 1 TO WS-OPEN-UNMATCHED
           END-IF
           WRITE GLR-RPT-REC.

      *    An answered generation is kept a month for any late or
      *    repeated acknowledgment to be recognized against, then
      *    dropped; an unanswered one is listed until it is answered.
       LIST-ONE-GENERATION.
           MOVE WS-OI-INTF-DATE(WS-OI-IDX) TO WS-AGE-FROM
           PERFORM COMPUTE-ITEM-AGE
           IF WS-OI-STATUS(WS-OI-IDX) = 'A'
               IF WS-AGE > WS-UNMATCHED-NIGHTS
                   MOVE 'Y' TO WS-OI-CLOSED-SW(WS-OI-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-LIST-SEEN
               MOVE 'Y' TO WS-LIST-SEEN-SW
               MOVE SPACES TO GLR-RPT-REC
               WRITE GLR-RPT-REC
               MOVE WS-SECTION-TEXT TO GLR-RPT-REC
               WRITE GLR-RPT-REC
           END-IF
           MOVE SPACES TO GLR-RPT-REC
           STRING "  INTERFACE FILE " WS-OI-INTF-DATE(WS-OI-IDX)
                  " RECORDS=" WS-OI-ACCOUNT(WS-OI-IDX)(1:9)
                  " HASH=" WS-OI-AMOUNT(WS-OI-IDX)
                  " AGE=" WS-AGE-DISP
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC.

      *    Tonight's open items, every entry not closed, in the order
      *    they were taken on.
       WRITE-OPEN-ITEMS.
           OPEN OUTPUT GLR-OPNO-FILE
           IF WS-OPNO-STATUS NOT = "00"
               DISPLAY "GLRECON: UNABLE TO OPEN GLROPNO, STATUS="
                   WS-OPNO-STATUS
               MOVE 16 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-CLOSED-SW(WS-OI-IDX) = 'N'
                   MOVE SPACES TO GL-OPEN-ITEM-REC
                   MOVE WS-OI-KIND(WS-OI-IDX) TO GLO-KIND
                   MOVE WS-OI-INTF-DATE(WS-OI-IDX) TO GLO-INTF-DATE
                   MOVE WS-OI-REC-TYPE(WS-OI-IDX) TO GLO-REC-TYPE
                   MOVE WS-OI-SOURCE(WS-OI-IDX) TO GLO-SOURCE
                   MOVE WS-OI-ACCOUNT(WS-OI-IDX) TO GLO-ACCOUNT
                   MOVE WS-OI-POST-DATE(WS-OI-IDX) TO GLO-POST-DATE
                   MOVE WS-OI-DC(WS-OI-IDX) TO GLO-DC
                   MOVE WS-OI-AMOUNT(WS-OI-IDX) TO GLO-AMOUNT
                   MOVE WS-OI-STATUS(WS-OI-IDX) TO GLO-STATUS
                   MOVE WS-OI-REASON(WS-OI-IDX) TO GLO-REASON
                   MOVE WS-OI-ACK-DATE(WS-OI-IDX) TO GLO-ACK-DATE
                   WRITE GLR-OPNO-REC FROM GL-OPEN-ITEM-REC
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE GLR-OPNO-FILE.

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO GLR-RPT-REC
           WRITE GLR-RPT-REC
           MOVE "SUMMARY" TO GLR-RPT-REC
           WRITE GLR-RPT-REC
           MOVE SPACES TO GLR-RPT-REC
           STRING "  ACKNOWLEDGMENTS APPLIED=" WS-ACK-APPLIED
                  " REFUSED=" WS-ACK-REFUSED
                  " ALREADY APPLIED=" WS-ACK-SKIPPED
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC
           MOVE SPACES TO GLR-RPT-REC
           STRING "  TONIGHT ACCEPTED=" WS-ACCEPTED-COUNT
                  " REJECTED=" WS-REJECTED-COUNT
                  " RESUBMISSIONS ACCEPTED=" WS-RESUBMIT-COUNT
                  " UNMATCHED=" WS-UNMATCHED-COUNT
                  " RESOLVED=" WS-RESOLVED-COUNT
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC
           MOVE SPACES TO GLR-RPT-REC
           STRING "  STILL OPEN REJECTED=" WS-OPEN-REJECTED
                  " NOT ACKNOWLEDGED=" WS-OPEN-UNACKED
                  " UNMATCHED ACKS=" WS-OPEN-UNMATCHED
                  " DROPPED=" WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO GLR-RPT-REC
           END-STRING
           WRITE GLR-RPT-REC
           IF WS-OVERDUE-COUNT > 0
               MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO GLR-RPT-REC
               STRING "  *** " WS-COUNT-DISP
                      " LEDGER MOVEMENTS STILL UNACCEPTED -- "
                      "OVERDUE, RC 4 ***"
                   DELIMITED BY SIZE INTO GLR-RPT-REC
               END-STRING
               WRITE GLR-RPT-REC
           END-IF.

       END PROGRAM GLRECON.
