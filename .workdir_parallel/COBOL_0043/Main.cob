      *    datasets, the bridge feed, and MIVOUT carry transformed
      *    shapes, so they are searched for the key value as
      *    contained text; the audit trail is searched through its
      *    detail summaries, and matches written by the intraday
      *    late-delivery run (UTILINTR) are tagged INTRADAY so a
      *    record folded in during the day is told apart from one
      *    the nightly carried.  The report walks the chain in
      *    processing order and closes with where the record
      *    stopped.  RC 0 found somewhere, 4 found nowhere.

       01  MAX-ECHOES              PIC 9(2) VALUE 10.
       01  WS-ECHO-COUNT           PIC 9(5).
       01  WS-HIT-COUNT-DISP       PIC ZZZZ9.
      *    Audit hits written by the intraday late-delivery run
      *    (UTILINTR), which speaks under its own program ids.
       01  WS-INTR-HITS            PIC 9(5) VALUE 0.
       01  WS-INTR-TAG             PIC X(9).

      *    Contained-text search scratch.
       01  WS-SCAN-BUFFER          PIC X(10049).
           MOVE 101 TO WS-SCAN-LEN
           PERFORM FIND-KEY-IN-BUFFER
           IF WS-HIT
               MOVE SPACES TO WS-INTR-TAG
               EVALUATE AUD-PROGRAM-ID
                   WHEN "INTRDAY"
                   WHEN "CSVPINTR"
                   WHEN "CSVDINTR"
                   WHEN "MRGVINTR"
                       MOVE "INTRADAY " TO WS-INTR-TAG
                       ADD 1 TO WS-INTR-HITS
               END-EVALUATE
               MOVE SPACES TO WS-SCAN-BUFFER
               STRING WS-INTR-TAG DELIMITED BY SPACE
                      AUD-PROGRAM-ID " " AUD-RUN-DATE
                      " " AUD-RUN-TIME
                      " " AUD-RESULT-SUMMARY
                   DELIMITED BY SIZE INTO WS-SCAN-BUFFER
                   MOVE "VERDICT: KEY NOT FOUND ANYWHERE -- IT "
                       & "NEVER ARRIVED" TO TRC-RPT-REC
           END-EVALUATE
           WRITE TRC-RPT-REC
           IF WS-INTR-HITS > 0
               MOVE WS-INTR-HITS TO WS-HIT-COUNT-DISP
               MOVE SPACES TO TRC-RPT-REC
               STRING "NOTE: " WS-HIT-COUNT-DISP
                      " AUDIT MATCH(ES) CAME FROM AN INTRADAY "
                      "LATE-DELIVERY RUN (UTILINTR) -- THE RECORD "
                      "WAS FOLDED IN DURING THE DAY"
                   DELIMITED BY SIZE INTO TRC-RPT-REC
               END-STRING
               WRITE TRC-RPT-REC
           END-IF.

       FIND-KEY-IN-BUFFER.
           MOVE 'N' TO WS-HIT-SW
