      *    timestamps; bare integers work in raw units.  Intervals
      *    are half-open, end minus start, the same length
      *    convention every TOTAL-LENGTH in the suite uses.
      *
      *    Placements are held on the booking master MATBKG (BOOKREC
      *    layout, keyed on request id and part) from one night to
      *    the next.
      *    Before any demand is read, every held booking is taken
      *    out of tonight's availability at its booked interval, in
      *    request-id order.  One that no longer fits -- the
      *    availability shrank or a blackout now covers it -- is
      *    released, marked conflict on the master and listed on
      *    the MATCNF conflict report; one that ended before
      *    tonight's availability starts is marked past.  MATDMD
      *    also carries:
      *        CANCEL <req-id>
      *        AMEND  <req-id> <key> <duration> <earliest> <latest>
      *    CANCEL releases a held booking.  AMEND releases it and
      *    places the request again under the new terms; when the
      *    new terms fit nowhere the old booking is kept.  A plain
      *    request for an id that is already held is rejected (use
      *    AMEND).  MATASG is written last: every booking held after
      *    the run, the whole schedule, not just tonight's
      *    placements, closed by a "*SCHEDULE BOOKINGS=n
      *    HORIZON=start" trailer giving where tonight's
      *    availability began.  RETURN-CODE 4 also covers conflicts and
      *    rejected CANCEL/AMEND records; 16 when the master will
      *    not open or take a write.
      *
      *    The <key> of a request or AMEND may instead name a pool
      *    from the MATGRP resource-group dataset ("GROUP <name>
      *    <member> <member> ..."; a group may run over several
      *    cards):
      *        <group>:<n>     any n of the group's members
      *        <group>:ALL     every member of the group
      *    A group request is placed at the earliest start where
      *    enough members are free together for the whole duration,
      *    taking the first free members in the order MATGRP lists
      *    them, and books each member as one part of the request
      *    on the master (MATASG then shows one line per member).
      *    The parts of a request are cancelled, amended and
      *    rechecked together: if any one no longer fits, every
      *    part is released.  An unplaceable group request names
      *    the member that blocked it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MIV-CAL-FILE ASSIGN TO "MIVCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BKG-MAST-FILE ASSIGN TO "MATBKG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BKG-STATUS.
           SELECT MAT-GRP-FILE ASSIGN TO "MATGRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT MAT-CNF-FILE ASSIGN TO "MATCNF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-STATUS.
           SELECT MAT-ASG-FILE ASSIGN TO "MATASG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
       01  MAT-DMD-REC             PIC X(80).
       FD  MIV-CAL-FILE.
       01  MIV-CAL-REC             PIC X(20).
       FD  BKG-MAST-FILE.
           COPY BOOKREC.
       FD  MAT-GRP-FILE.
       01  MAT-GRP-REC             PIC X(80).
       FD  MAT-CNF-FILE.
       01  MAT-CNF-REC             PIC X(132).
       FD  MAT-ASG-FILE.
       01  MAT-ASG-REC             PIC X(80).
       FD  MAT-RPT-FILE.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-ASG-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BKG-STATUS           PIC XX.
       01  WS-CNF-STATUS           PIC XX.
       01  WS-GRP-STATUS           PIC XX.
       01  WS-DMD-REC-LEN          PIC 9(4).
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
               10  FV-R            PIC S9(10) COMP-5.
       01  I                       PIC 9(5).
       01  J                       PIC 9(5).
      *    For a group demand, which requested member (if any) owns
      *    each free window -- built afresh for every group demand.
       01  FREE-MEMBERS.
           05  FREE-MEM OCCURS 5000 TIMES PIC 9(3).
       01  WS-TABLE-OVERFLOW-SW    PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOW   VALUE 'Y'.


      *    One parsed demand.
       01  WS-DMD-ID               PIC X(12).
       01  WS-DMD-KEY-TOKEN        PIC X(24).
       01  WS-DMD-KEY              PIC X(16).
       01  WS-DMD-GROUP            PIC X(16).
       01  WS-DMD-QTY-TXT          PIC X(8).
       01  WS-COLON-COUNT          PIC 9(4).
       01  WS-DMD-DUR-TXT          PIC X(10).
       01  WS-DMD-FROM-TXT         PIC X(15).
       01  WS-DMD-TO-TXT           PIC X(15).
       01  WS-UNPLACED-COUNT       PIC 9(9) VALUE 0.
       01  WS-BAD-DMD-COUNT        PIC 9(9) VALUE 0.

      *    Booking master handling.  WS-HORIZON-START is where
      *    tonight's availability begins: a held booking that ends
      *    at or before it is over, not in conflict.
       01  WS-DMD-VERB             PIC X(12).
       01  WS-DMD-PTR              PIC 9(4).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-HORIZON-START        PIC S9(10) COMP-5 VALUE 0.
       01  WS-HORIZON-SW           PIC X VALUE 'N'.
           88  WS-HORIZON-KNOWN    VALUE 'Y'.
       01  WS-BKG-EOF-SW           PIC X.
           88  WS-BKG-EOF          VALUE 'Y'.
       01  WS-BKG-FOUND-SW         PIC X.
           88  WS-BKG-FOUND        VALUE 'Y'.
       01  WS-BKG-L                PIC S9(10) COMP-5.
       01  WS-BKG-R                PIC S9(10) COMP-5.
       01  WS-BKG-KEY              PIC X(16).
       01  WS-BKG-FITS-SW          PIC X.
           88  WS-BKG-FITS         VALUE 'Y'.
       01  WS-RELEASED-SW          PIC X.
           88  WS-RELEASED         VALUE 'Y'.
       01  WS-INS-AT               PIC 9(5).
       01  WS-BKG-ERROR-SW         PIC X VALUE 'N'.
           88  WS-BKG-ERROR        VALUE 'Y'.
       01  WS-HELD-COUNT           PIC 9(9) VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(9) VALUE 0.
       01  WS-PAST-COUNT           PIC 9(9) VALUE 0.
       01  WS-UNREAD-COUNT         PIC 9(9) VALUE 0.
       01  WS-CANCEL-COUNT         PIC 9(9) VALUE 0.
       01  WS-AMEND-COUNT          PIC 9(9) VALUE 0.
       01  WS-SCHEDULE-COUNT       PIC 9(9) VALUE 0.
       01  WS-REJ-REASON           PIC X(30).
       01  WS-NEW-STATUS           PIC X.
       01  WS-RPT-PTR              PIC 9(4).
       01  WS-QTY-DISP             PIC ZZ9.
       01  WS-QTY-DISP-2           PIC ZZ9.

      *    One request's parts on the master -- one record per
      *    resource booked, keyed request id + part number -- with
      *    each part's interval and whether it was given back.
       01  MAX-PARTS               PIC 9(3) VALUE 20.
       01  WS-PART-COUNT           PIC 9(3) VALUE 0.
       01  WS-PART-IDX             PIC 9(3).
       01  WS-PARTS.
           05  WS-PART OCCURS 20 TIMES.
               10  WS-PART-REC     PIC X(120).
               10  WS-PART-L       PIC S9(10) COMP-5.
               10  WS-PART-R       PIC S9(10) COMP-5.
               10  WS-PART-REL-SW  PIC X.
       01  WS-HOLD-REC             PIC X(120).

      *    The members a placement booked, in part order.
       01  WS-NEW-COUNT            PIC 9(3) VALUE 0.
       01  WS-NEW-KEYS.
           05  WS-NEW-KEY OCCURS 20 TIMES PIC X(16).
       01  WS-NEW-BOOKED-DATE      PIC X(8).

      *    Resource groups from MATGRP, and the members a demand
      *    asks for: one plain key, or a group's members of which
      *    WS-REQ-NEED must be free together.
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
       01  WS-GRP-EOF-SW           PIC X.
       01  WS-GRP-PTR              PIC 9(4).
       01  WS-GRP-TOKEN            PIC X(16).
       01  WS-REQ-NEED             PIC 9(3).
       01  WS-REQ-MEMBER-COUNT     PIC 9(3).
       01  WS-REQ-MEMBERS.
           05  WS-REQ-ENTRY OCCURS 20 TIMES.
               10  WS-REQ-MEMBER   PIC X(16).
               10  WS-REQ-FREE-SW  PIC X.
       01  WS-TRY-T                PIC S9(10) COMP-5.
       01  WS-FOUND-T              PIC S9(10) COMP-5.
       01  WS-FOUND-T-SW           PIC X.
       01  WS-BEST-T               PIC S9(10) COMP-5.
       01  WS-FREE-AT-T            PIC 9(3).
       01  WS-BEST-FREE            PIC 9(3).
       01  WS-BLOCKER-TEXT         PIC X(100).

      *    The placement being attempted.
       01  WS-ASG-START            PIC S9(10) COMP-5.
       01  WS-ASG-END              PIC S9(10) COMP-5.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    A freshly defined cluster has never been loaded and will
      *    not open I-O until it has been opened for output once.
           OPEN I-O BKG-MAST-FILE
           IF WS-BKG-STATUS = "35"
               OPEN OUTPUT BKG-MAST-FILE
               CLOSE BKG-MAST-FILE
               OPEN I-O BKG-MAST-FILE
           END-IF
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "MIVMATCH: UNABLE TO OPEN MATBKG, STATUS="
                   WS-BKG-STATUS
               CLOSE MAT-DMD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT MAT-ASG-FILE
           OPEN OUTPUT MAT-RPT-FILE
           OPEN OUTPUT MAT-CNF-FILE
           MOVE "MIVMATCH -- DEMAND PLACEMENT" TO MAT-RPT-REC
           WRITE MAT-RPT-REC
           MOVE "MIVMATCH -- HELD BOOKINGS THAT NO LONGER FIT"
               TO MAT-CNF-REC
           WRITE MAT-CNF-REC

           PERFORM LOAD-RESOURCE-GROUPS
           PERFORM RECHECK-HELD-BOOKINGS

           PERFORM UNTIL WS-EOF
               READ MAT-DMD-FILE
           END-PERFORM
           CLOSE MAT-DMD-FILE

           PERFORM WRITE-HELD-SCHEDULE
           PERFORM WRITE-SUMMARY-LINES
           CLOSE MAT-ASG-FILE MAT-RPT-FILE MAT-CNF-FILE BKG-MAST-FILE
           DISPLAY "MIVMATCH: DEMANDS=" WS-DMD-COUNT
               " PLACED=" WS-PLACED-COUNT
               " UNPLACED=" WS-UNPLACED-COUNT
               " BAD=" WS-BAD-DMD-COUNT
               " CONFLICTS=" WS-CONFLICT-COUNT
           EVALUATE TRUE
               WHEN WS-BKG-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNPLACED-COUNT > 0 OR WS-BAD-DMD-COUNT > 0
                 OR WS-CONFLICT-COUNT > 0 OR WS-UNREAD-COUNT > 0
                 OR WS-TABLE-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    One MIVOUT record into the free-capacity table.  Control
           END-IF
           MOVE WS-CNV-OFFSET TO FV-R(FREE-COUNT).

      *    One MATDMD record: a CANCEL, an AMEND, or a request.
       PLACE-ONE-DEMAND.
           MOVE SPACES TO WS-DMD-VERB WS-DMD-ID WS-DMD-KEY-TOKEN
               WS-DMD-DUR-TXT WS-DMD-FROM-TXT WS-DMD-TO-TXT
           MOVE 1 TO WS-DMD-PTR
           UNSTRING MAT-DMD-REC DELIMITED BY ALL SPACES
               INTO WS-DMD-VERB
               WITH POINTER WS-DMD-PTR
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-DMD-VERB)
               WHEN "CANCEL"
                   UNSTRING MAT-DMD-REC DELIMITED BY ALL SPACES
                       INTO WS-DMD-ID
                       WITH POINTER WS-DMD-PTR
                   END-UNSTRING
                   PERFORM CANCEL-ONE-BOOKING
               WHEN "AMEND"
                   UNSTRING MAT-DMD-REC DELIMITED BY ALL SPACES
                       INTO WS-DMD-ID WS-DMD-KEY-TOKEN WS-DMD-DUR-TXT
                            WS-DMD-FROM-TXT WS-DMD-TO-TXT
                       WITH POINTER WS-DMD-PTR
                   END-UNSTRING
                   PERFORM AMEND-ONE-BOOKING
               WHEN OTHER
                   UNSTRING MAT-DMD-REC DELIMITED BY ALL SPACES
                       INTO WS-DMD-ID WS-DMD-KEY-TOKEN WS-DMD-DUR-TXT
                            WS-DMD-FROM-TXT WS-DMD-TO-TXT
                   END-UNSTRING
                   PERFORM BOOK-ONE-REQUEST
           END-EVALUATE.

      *    A new request.  An id already held is refused -- moving
      *    a held booking is what AMEND is for; an id whose booking
      *    was cancelled, conflicted or is past may book again.
       BOOK-ONE-REQUEST.
           ADD 1 TO WS-DMD-COUNT
           PERFORM LOAD-REQUEST-PARTS
           IF WS-BKG-FOUND
               MOVE WS-PART-REC(1) TO BOOKING-REC
               IF BKG-HELD
                   MOVE "ALREADY BOOKED -- USE AMEND" TO WS-REJ-REASON
                   PERFORM REPORT-REJECTED-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM PARSE-AND-PLACE-DEMAND
           IF NOT WS-PLACED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-NEW-BOOKED-DATE
           PERFORM SAVE-REQUEST-PARTS
           PERFORM REPORT-BOOKING-ACTION.

      *    Parse the demand fields and try to place them; sets
      *    WS-PLACED and, when placed, the WS-NEW member table with
      *    the capacity already consumed.
       PARSE-AND-PLACE-DEMAND.
           MOVE 'N' TO WS-PLACED-SW
           MOVE 0 TO WS-NEW-COUNT
           IF WS-DMD-ID = SPACES OR WS-DMD-KEY-TOKEN = SPACES
              OR WS-DMD-DUR-TXT = SPACES
              OR FUNCTION TRIM(WS-DMD-DUR-TXT) IS NOT NUMERIC
               PERFORM REPORT-BAD-DEMAND
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-DEMAND-MEMBERS
           IF WS-REQ-NEED = 0
               PERFORM REPORT-BAD-DEMAND
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DMD-DUR-TXT) TO WS-DMD-DUR
           IF WS-DMD-DUR < 1
               PERFORM REPORT-BAD-DEMAND
           END-IF
           MOVE WS-CNV-OFFSET TO WS-DMD-TO

           IF WS-DMD-GROUP = SPACES
               PERFORM PLACE-SINGLE-KEY-DEMAND
           ELSE
               PERFORM PLACE-GROUP-DEMAND
           END-IF
           IF WS-PLACED
               ADD 1 TO WS-PLACED-COUNT
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
               PERFORM REPORT-UNPLACED-DEMAND
           END-IF.

      *    The key token is a plain resource key, or a group from
      *    MATGRP with the quantity wanted: <group>:<n> for any n of
      *    its members, <group>:ALL for every member at once.
      *    WS-REQ-NEED stays 0 when the token does not resolve.
       RESOLVE-DEMAND-MEMBERS.
           MOVE 0 TO WS-REQ-NEED
           MOVE 0 TO WS-REQ-MEMBER-COUNT
           MOVE SPACES TO WS-DMD-GROUP WS-DMD-QTY-TXT WS-DMD-KEY
           MOVE 0 TO WS-COLON-COUNT
           INSPECT WS-DMD-KEY-TOKEN TALLYING WS-COLON-COUNT
               FOR ALL ':'
           IF WS-COLON-COUNT = 0
               IF WS-DMD-KEY-TOKEN(17:8) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DMD-KEY-TOKEN TO WS-DMD-KEY
               MOVE 1 TO WS-REQ-MEMBER-COUNT
               MOVE WS-DMD-KEY TO WS-REQ-MEMBER(1)
               MOVE 1 TO WS-REQ-NEED
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-DMD-KEY-TOKEN DELIMITED BY ':'
               INTO WS-DMD-GROUP WS-DMD-QTY-TXT
           END-UNSTRING
           MOVE 0 TO WS-GRP-AT
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > GRP-COUNT OR WS-GRP-AT > 0
               IF GRP-NAME(G) = WS-DMD-GROUP
                   MOVE G TO WS-GRP-AT
               END-IF
           END-PERFORM
           IF WS-GRP-AT = 0 OR WS-DMD-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-MEMBER-COUNT(WS-GRP-AT) TO WS-REQ-MEMBER-COUNT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-REQ-MEMBER-COUNT
               MOVE GRP-MEMBER(WS-GRP-AT, M) TO WS-REQ-MEMBER(M)
           END-PERFORM
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-DMD-QTY-TXT) = "ALL"
                   MOVE WS-REQ-MEMBER-COUNT TO WS-REQ-NEED
               WHEN FUNCTION TRIM(WS-DMD-QTY-TXT) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-DMD-QTY-TXT) >= 1
                      AND FUNCTION NUMVAL(WS-DMD-QTY-TXT)
                             <= WS-REQ-MEMBER-COUNT
                       MOVE FUNCTION NUMVAL(WS-DMD-QTY-TXT)
                           TO WS-REQ-NEED
                   END-IF
           END-EVALUATE.

      *    Earliest fitting window: the table holds each key's
      *    windows in ascending start order as MIVOUT wrote them.
       PLACE-SINGLE-KEY-DEMAND.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FREE-COUNT OR WS-PLACED
               IF FV-KEY(I) = WS-DMD-KEY
               END-IF
           END-PERFORM
           IF WS-PLACED
               MOVE 1 TO WS-NEW-COUNT
               MOVE WS-DMD-KEY TO WS-NEW-KEY(1)
           END-IF.

      *----------------------------------------------------------
      *    A group demand: the earliest start at which enough of
      *    the members are free together for the whole duration --
      *    the overlap of the members' free windows, computed per
      *    key the way MERGE-INTERVALS' INTERSECT mode does, clipped
      *    to [earliest, latest).  The earliest such start is always
      *    the later of the earliest bound and some member window's
      *    left edge, so only those points are tried.  The members
      *    taken are the first free ones in group order, and every
      *    one of them is booked at the same interval.
      *----------------------------------------------------------
       PLACE-GROUP-DEMAND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FREE-COUNT
               MOVE 0 TO FREE-MEM(I)
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WS-REQ-MEMBER-COUNT
                          OR FREE-MEM(I) > 0
                   IF FV-KEY(I) = WS-REQ-MEMBER(M)
                       MOVE M TO FREE-MEM(I)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO WS-FOUND-T-SW
           MOVE 0 TO WS-BEST-FREE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FREE-COUNT
               IF FREE-MEM(I) > 0
                   PERFORM TRY-ONE-GROUP-START
               END-IF
           END-PERFORM
           IF WS-FOUND-T-SW = 'N'
               PERFORM FIND-GROUP-BLOCKER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-T TO WS-TRY-T
           PERFORM CHECK-MEMBERS-AT-T
           MOVE WS-TRY-T TO WS-ASG-START
           COMPUTE WS-ASG-END = WS-TRY-T + WS-DMD-DUR
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-REQ-MEMBER-COUNT
                      OR WS-NEW-COUNT >= WS-REQ-NEED
               IF WS-REQ-FREE-SW(M) = 'Y'
                   MOVE WS-REQ-MEMBER(M) TO WS-BKG-KEY
                   PERFORM TAKE-BOOKED-INTERVAL
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-REQ-MEMBER(M) TO WS-NEW-KEY(WS-NEW-COUNT)
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PLACED-SW.

       TRY-ONE-GROUP-START.
           IF FV-L(I) > WS-DMD-FROM
               MOVE FV-L(I) TO WS-TRY-T
           ELSE
               MOVE WS-DMD-FROM TO WS-TRY-T
           END-IF
           IF WS-TRY-T + WS-DMD-DUR > FV-R(I)
              OR WS-TRY-T + WS-DMD-DUR > WS-DMD-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-T-SW = 'Y' AND WS-TRY-T >= WS-FOUND-T
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MEMBERS-AT-T
           IF WS-FREE-AT-T >= WS-REQ-NEED
               MOVE 'Y' TO WS-FOUND-T-SW
               MOVE WS-TRY-T TO WS-FOUND-T
               EXIT PARAGRAPH
           END-IF
      *    Remember the closest miss for the blocker report.
           IF WS-FREE-AT-T > WS-BEST-FREE
              OR (WS-FREE-AT-T = WS-BEST-FREE
                  AND WS-TRY-T < WS-BEST-T)
               MOVE WS-FREE-AT-T TO WS-BEST-FREE
               MOVE WS-TRY-T TO WS-BEST-T
           END-IF.

      *    Which members hold [WS-TRY-T, WS-TRY-T + duration) free.
       CHECK-MEMBERS-AT-T.
           MOVE 0 TO WS-FREE-AT-T
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-REQ-MEMBER-COUNT
               MOVE 'N' TO WS-REQ-FREE-SW(M)
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > FREE-COUNT
               MOVE FREE-MEM(J) TO WS-MEM-AT
               IF WS-MEM-AT > 0
                   IF FV-L(J) <= WS-TRY-T
                      AND FV-R(J) >= WS-TRY-T + WS-DMD-DUR
                      AND WS-REQ-FREE-SW(WS-MEM-AT) = 'N'
                       MOVE 'Y' TO WS-REQ-FREE-SW(WS-MEM-AT)
                       ADD 1 TO WS-FREE-AT-T
                   END-IF
               END-IF
           END-PERFORM.

      *    The blocker: a member with no free window of the length
      *    anywhere inside the bounds blocks outright; otherwise it
      *    is the first member not free at the start where the most
      *    members were.
       FIND-GROUP-BLOCKER.
           MOVE SPACES TO WS-BLOCKER-TEXT
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-REQ-MEMBER-COUNT
                      OR WS-BLOCKER-TEXT NOT = SPACES
               MOVE 'N' TO WS-REQ-FREE-SW(M)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > FREE-COUNT
                   IF FREE-MEM(J) = M
                       IF FV-L(J) > WS-DMD-FROM
                           MOVE FV-L(J) TO WS-TRY-T
                       ELSE
                           MOVE WS-DMD-FROM TO WS-TRY-T
                       END-IF
                       IF WS-TRY-T + WS-DMD-DUR <= FV-R(J)
                          AND WS-TRY-T + WS-DMD-DUR <= WS-DMD-TO
                           MOVE 'Y' TO WS-REQ-FREE-SW(M)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REQ-FREE-SW(M) = 'N'
                  AND WS-REQ-NEED = WS-REQ-MEMBER-COUNT
                   STRING "BLOCKED BY " FUNCTION TRIM(WS-REQ-MEMBER(M))
                          " -- NO FREE WINDOW OF THAT LENGTH"
                          " IN THE BOUNDS"
                       DELIMITED BY SIZE INTO WS-BLOCKER-TEXT
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-BLOCKER-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-FREE = 0
               MOVE "BLOCKED -- NO MEMBER HAS A FREE WINDOW OF THAT"
                   & " LENGTH IN THE BOUNDS" TO WS-BLOCKER-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-T TO WS-TRY-T
           PERFORM CHECK-MEMBERS-AT-T
           MOVE WS-BEST-T TO WS-FMT-OFFSET
           PERFORM FORMAT-ONE-BOUND
           MOVE WS-FREE-AT-T TO WS-QTY-DISP
           MOVE WS-REQ-NEED TO WS-QTY-DISP-2
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-REQ-MEMBER-COUNT
                      OR WS-BLOCKER-TEXT NOT = SPACES
               IF WS-REQ-FREE-SW(M) = 'N'
                   STRING "BLOCKED BY " FUNCTION TRIM(WS-REQ-MEMBER(M))
                          " -- AT BEST " FUNCTION TRIM(WS-QTY-DISP)
                          " OF " FUNCTION TRIM(WS-QTY-DISP-2)
                          " FREE TOGETHER, FROM "
                          FUNCTION TRIM(WS-BOUND-TXT)
                       DELIMITED BY SIZE INTO WS-BLOCKER-TEXT
                   END-STRING
               END-IF
           END-PERFORM.

      *    CANCEL: every held part gives its capacity back; one
      *    already in conflict is simply closed off.
       CANCEL-ONE-BOOKING.
           PERFORM LOAD-REQUEST-PARTS
           IF NOT WS-BKG-FOUND
               MOVE "NO SUCH BOOKING" TO WS-REJ-REASON
               PERFORM REPORT-REJECTED-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-REC(1) TO BOOKING-REC
           IF NOT BKG-HELD AND NOT BKG-CONFLICT
               MOVE "BOOKING NOT HELD" TO WS-REJ-REASON
               PERFORM REPORT-REJECTED-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               IF BKG-HELD
                   PERFORM RELEASE-HELD-BOOKING
               END-IF
               MOVE 'C' TO BKG-STATUS
               MOVE WS-RUN-DATE TO BKG-CHANGED-DATE
               MOVE "CANCELLED" TO BKG-REASON
               REWRITE BOOKING-REC
               PERFORM CHECK-BOOKING-WRITE
           END-PERFORM
           ADD 1 TO WS-CANCEL-COUNT
           MOVE WS-PART-COUNT TO WS-QTY-DISP
           MOVE SPACES TO MAT-RPT-REC
           STRING "CANCELLED " FUNCTION TRIM(BKG-REQ-ID)
                  " " FUNCTION TRIM(BKG-START)
                  " " FUNCTION TRIM(BKG-END)
                  " RESOURCES=" FUNCTION TRIM(WS-QTY-DISP)
               DELIMITED BY SIZE INTO MAT-RPT-REC
           END-STRING
           WRITE MAT-RPT-REC.

      *    AMEND: release the held booking, place the new terms,
      *    and when they fit nowhere take the old intervals back --
      *    they were free a moment ago, so they always fit again.
       AMEND-ONE-BOOKING.
           PERFORM LOAD-REQUEST-PARTS
           IF NOT WS-BKG-FOUND
               MOVE "NO SUCH BOOKING" TO WS-REJ-REASON
               PERFORM REPORT-REJECTED-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DMD-COUNT
           MOVE WS-PART-REC(1) TO BOOKING-REC
           MOVE BKG-BOOKED-DATE TO WS-NEW-BOOKED-DATE
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               MOVE 'N' TO WS-RELEASED-SW
               IF BKG-HELD
                   PERFORM RELEASE-HELD-BOOKING
               END-IF
               MOVE WS-RELEASED-SW TO WS-PART-REL-SW(WS-PART-IDX)
               MOVE WS-BKG-L TO WS-PART-L(WS-PART-IDX)
               MOVE WS-BKG-R TO WS-PART-R(WS-PART-IDX)
           END-PERFORM
           PERFORM PARSE-AND-PLACE-DEMAND
           IF WS-PLACED
               PERFORM SAVE-REQUEST-PARTS
               ADD 1 TO WS-AMEND-COUNT
               PERFORM REPORT-BOOKING-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RELEASED-SW
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PART-REL-SW(WS-PART-IDX) = 'Y'
                   MOVE 'Y' TO WS-RELEASED-SW
                   MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
                   MOVE WS-PART-L(WS-PART-IDX) TO WS-ASG-START
                   MOVE WS-PART-R(WS-PART-IDX) TO WS-ASG-END
                   MOVE BKG-RES-KEY TO WS-BKG-KEY
                   PERFORM TAKE-BOOKED-INTERVAL
               END-IF
           END-PERFORM
           IF WS-RELEASED
               MOVE SPACES TO MAT-RPT-REC
               STRING "AMEND NOT PLACED, BOOKING KEPT "
                      FUNCTION TRIM(BKG-REQ-ID)
                      " " FUNCTION TRIM(BKG-START)
                      " " FUNCTION TRIM(BKG-END)
                   DELIMITED BY SIZE INTO MAT-RPT-REC
               END-STRING
               WRITE MAT-RPT-REC
           END-IF.

      *    Every part of request WS-DMD-ID into WS-PART-REC, in part
      *    order; WS-BKG-FOUND when there is at least one.
       LOAD-REQUEST-PARTS.
           MOVE 0 TO WS-PART-COUNT
           MOVE 'N' TO WS-BKG-FOUND-SW
           MOVE WS-DMD-ID TO BKG-REQ-ID
           MOVE 0 TO BKG-PART
           MOVE 'N' TO WS-BKG-EOF-SW
           START BKG-MAST-FILE KEY NOT < BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BKG-EOF-SW
           END-START
           PERFORM UNTIL WS-BKG-EOF
               READ BKG-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-SW
                   NOT AT END
                       IF BKG-REQ-ID NOT = WS-DMD-ID
                          OR WS-PART-COUNT >= MAX-PARTS
                           MOVE 'Y' TO WS-BKG-EOF-SW
                       ELSE
                           ADD 1 TO WS-PART-COUNT
                           MOVE BOOKING-REC
                               TO WS-PART-REC(WS-PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PART-COUNT > 0
               MOVE 'Y' TO WS-BKG-FOUND-SW
           END-IF.

      *    The placement just made onto the master: one part per
      *    member booked, rewriting the request's existing parts,
      *    adding any it did not have and deleting any left over.
       SAVE-REQUEST-PARTS.
           PERFORM FORMAT-ASSIGNED-BOUNDS
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-NEW-COUNT
               MOVE SPACES TO BOOKING-REC
               MOVE WS-DMD-ID TO BKG-REQ-ID
               MOVE WS-PART-IDX TO BKG-PART
               MOVE WS-NEW-KEY(WS-PART-IDX) TO BKG-RES-KEY
               MOVE WS-DMD-GROUP TO BKG-GROUP
               MOVE WS-START-TXT TO BKG-START
               MOVE WS-END-TXT TO BKG-END
               MOVE 'H' TO BKG-STATUS
               MOVE WS-NEW-BOOKED-DATE TO BKG-BOOKED-DATE
               MOVE WS-RUN-DATE TO BKG-CHANGED-DATE
               IF WS-PART-IDX <= WS-PART-COUNT
                   REWRITE BOOKING-REC
               ELSE
                   WRITE BOOKING-REC
               END-IF
               PERFORM CHECK-BOOKING-WRITE
           END-PERFORM
           PERFORM VARYING WS-PART-IDX FROM WS-PART-IDX BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               DELETE BKG-MAST-FILE RECORD
               PERFORM CHECK-BOOKING-WRITE
           END-PERFORM
           MOVE WS-DMD-ID TO BKG-REQ-ID
           MOVE WS-NEW-COUNT TO WS-PART-COUNT.

       CHECK-BOOKING-WRITE.
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "MIVMATCH: *** ERROR *** MATBKG UPDATE FAILED "
                   "FOR " BKG-KEY " STATUS=" WS-BKG-STATUS
               MOVE 'Y' TO WS-BKG-ERROR-SW
           END-IF.

       REPORT-BOOKING-ACTION.
           MOVE SPACES TO MAT-RPT-REC
           IF FUNCTION UPPER-CASE(WS-DMD-VERB) = "AMEND"
               MOVE "AMENDED " TO MAT-RPT-REC
           ELSE
               MOVE "BOOKED  " TO MAT-RPT-REC
           END-IF
           MOVE 9 TO WS-RPT-PTR
           STRING FUNCTION TRIM(WS-DMD-ID)
                  " " FUNCTION TRIM(WS-START-TXT)
                  " " FUNCTION TRIM(WS-END-TXT)
                  " KEY="
               DELIMITED BY SIZE INTO MAT-RPT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-NEW-COUNT
               IF WS-PART-IDX > 1
                   STRING "," DELIMITED BY SIZE INTO MAT-RPT-REC
                       WITH POINTER WS-RPT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-NEW-KEY(WS-PART-IDX))
                   DELIMITED BY SIZE INTO MAT-RPT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-PERFORM
           WRITE MAT-RPT-REC.

       REPORT-REJECTED-TRANSACTION.
           ADD 1 TO WS-BAD-DMD-COUNT
           MOVE SPACES TO MAT-RPT-REC
           STRING "REJECTED " FUNCTION TRIM(WS-REJ-REASON)
                  ": " FUNCTION TRIM(MAT-DMD-REC)
               DELIMITED BY SIZE INTO MAT-RPT-REC
           END-STRING
           WRITE MAT-RPT-REC.

      *----------------------------------------------------------
      *    The held bookings, request by request in id order,
      *    taken out of tonight's availability before any demand
      *    is placed.  A request's parts are read together: they
      *    stand or fall as one booking.
      *----------------------------------------------------------
       RECHECK-HELD-BOOKINGS.
           MOVE LOW-VALUES TO BKG-KEY
           MOVE 'N' TO WS-BKG-EOF-SW
           START BKG-MAST-FILE KEY NOT < BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BKG-EOF-SW
           END-START
           IF FREE-COUNT = 0 AND NOT WS-BKG-EOF
      *        An empty MATIN would put every booking in conflict;
      *        that is a missing feed, not a night with no capacity.
               MOVE "*** MATIN HOLDS NO AVAILABILITY -- HELD BOOKINGS"
                   & " NOT RECHECKED ***" TO MAT-CNF-REC
               WRITE MAT-CNF-REC
               ADD 1 TO WS-UNREAD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FREE-COUNT
               IF I = 1 OR FV-L(I) < WS-HORIZON-START
                   MOVE FV-L(I) TO WS-HORIZON-START
                   MOVE 'Y' TO WS-HORIZON-SW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PART-COUNT
           PERFORM UNTIL WS-BKG-EOF
               READ BKG-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-SW
                   NOT AT END
                       MOVE BOOKING-REC TO WS-HOLD-REC
                       IF WS-PART-COUNT > 0
                          AND BKG-REQ-ID NOT = WS-DMD-ID
                           PERFORM RECHECK-ONE-REQUEST
                           MOVE 0 TO WS-PART-COUNT
                       END-IF
                       MOVE WS-HOLD-REC TO BOOKING-REC
                       MOVE BKG-REQ-ID TO WS-DMD-ID
                       IF WS-PART-COUNT < MAX-PARTS
                           ADD 1 TO WS-PART-COUNT
                           MOVE BOOKING-REC
                               TO WS-PART-REC(WS-PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PART-COUNT > 0
               PERFORM RECHECK-ONE-REQUEST
           END-IF
           MOVE SPACES TO WS-DMD-ID.

       RECHECK-ONE-REQUEST.
           MOVE WS-PART-REC(1) TO BOOKING-REC
           IF NOT BKG-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               PERFORM CONVERT-BOOKED-BOUNDS
               IF WS-CNV-BAD
      *            Bounds in the other space from tonight's MATIN:
      *            left held and listed, never made a conflict.
                   MOVE 'N' TO WS-MIXED-MODE-SW
                   ADD 1 TO WS-UNREAD-COUNT
                   MOVE SPACES TO MAT-CNF-REC
                   STRING "NOT RECHECKED " BKG-REQ-ID
                          " KEY=" BKG-RES-KEY
                          " START=" BKG-START " END=" BKG-END
                          " -- BOUNDS DO NOT READ AGAINST MATIN"
                       DELIMITED BY SIZE INTO MAT-CNF-REC
                   END-STRING
                   WRITE MAT-CNF-REC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BKG-L TO WS-PART-L(WS-PART-IDX)
               MOVE WS-BKG-R TO WS-PART-R(WS-PART-IDX)
               MOVE 'N' TO WS-PART-REL-SW(WS-PART-IDX)
           END-PERFORM
           IF WS-PART-R(1) <= WS-HORIZON-START
               ADD 1 TO WS-PAST-COUNT
               MOVE 'P' TO WS-NEW-STATUS
               MOVE "ENDED" TO WS-REJ-REASON
               PERFORM RESTATUS-REQUEST-PARTS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BKG-FITS-SW
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                      OR NOT WS-BKG-FITS
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               MOVE WS-PART-L(WS-PART-IDX) TO WS-ASG-START
               MOVE WS-PART-R(WS-PART-IDX) TO WS-ASG-END
               MOVE BKG-RES-KEY TO WS-BKG-KEY
               PERFORM TAKE-BOOKED-INTERVAL
               IF WS-BKG-FITS
                   MOVE 'Y' TO WS-PART-REL-SW(WS-PART-IDX)
               END-IF
           END-PERFORM
           IF WS-BKG-FITS
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
      *    BOOKING-REC still holds the part that did not fit; the
      *    parts already taken go back to the free table.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO MAT-CNF-REC
           STRING "CONFLICT " BKG-REQ-ID
                  " KEY=" BKG-RES-KEY
                  " START=" BKG-START " END=" BKG-END
                  " BOOKED=" BKG-BOOKED-DATE
                  " -- NO LONGER FITS TONIGHT'S AVAILABILITY,"
                  " RELEASED"
               DELIMITED BY SIZE INTO MAT-CNF-REC
           END-STRING
           WRITE MAT-CNF-REC
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PART-REL-SW(WS-PART-IDX) = 'Y'
                   MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
                   MOVE BKG-RES-KEY TO WS-BKG-KEY
                   MOVE WS-PART-L(WS-PART-IDX) TO WS-BKG-L
                   MOVE WS-PART-R(WS-PART-IDX) TO WS-BKG-R
                   PERFORM RELEASE-INTERVAL
               END-IF
           END-PERFORM
           MOVE 'X' TO WS-NEW-STATUS
           MOVE "NO LONGER FITS AVAILABILITY" TO WS-REJ-REASON
           PERFORM RESTATUS-REQUEST-PARTS.

       RESTATUS-REQUEST-PARTS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PART-REC(WS-PART-IDX) TO BOOKING-REC
               MOVE WS-NEW-STATUS TO BKG-STATUS
               MOVE WS-RUN-DATE TO BKG-CHANGED-DATE
               MOVE WS-REJ-REASON TO BKG-REASON
               REWRITE BOOKING-REC
               PERFORM CHECK-BOOKING-WRITE
           END-PERFORM.

       CONVERT-BOOKED-BOUNDS.
           MOVE BKG-START TO WS-CNV-TOKEN
           MOVE 'S' TO WS-CNV-DIR
           PERFORM CONVERT-BOUND
           IF WS-CNV-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNV-OFFSET TO WS-BKG-L
           MOVE BKG-END TO WS-CNV-TOKEN
           MOVE 'E' TO WS-CNV-DIR
           PERFORM CONVERT-BOUND
           IF WS-CNV-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNV-OFFSET TO WS-BKG-R.

      *    Consume [WS-ASG-START, WS-ASG-END) of key WS-BKG-KEY from
      *    the one free window that wholly contains it; WS-BKG-FITS
      *    says whether there was one.
       TAKE-BOOKED-INTERVAL.
           MOVE 'N' TO WS-BKG-FITS-SW
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FREE-COUNT OR WS-BKG-FITS
               IF FV-KEY(I) = WS-BKG-KEY
                  AND FV-L(I) <= WS-ASG-START
                  AND FV-R(I) >= WS-ASG-END
                   MOVE 'Y' TO WS-BKG-FITS-SW
                   PERFORM CONSUME-BOOKED-CAPACITY
               END-IF
           END-PERFORM.

      *    Give a held part's interval back to the free table.  An
      *    elapsed or unreadable booking has nothing to return.
       RELEASE-HELD-BOOKING.
           MOVE 'N' TO WS-RELEASED-SW
           PERFORM CONVERT-BOOKED-BOUNDS
           IF WS-CNV-BAD
               MOVE 'N' TO WS-MIXED-MODE-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-BKG-R <= WS-HORIZON-START
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RELEASED-SW
           MOVE BKG-RES-KEY TO WS-BKG-KEY
           PERFORM RELEASE-INTERVAL.

      *    [WS-BKG-L, WS-BKG-R) of key WS-BKG-KEY back into the free
      *    table in start order, joined to the windows either side
      *    it was cut from.
       RELEASE-INTERVAL.
           MOVE 0 TO WS-INS-AT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FREE-COUNT OR WS-INS-AT > 0
               IF FV-KEY(I) = WS-BKG-KEY
                  AND FV-L(I) >= WS-BKG-L
                   MOVE I TO WS-INS-AT
               END-IF
           END-PERFORM
           IF WS-INS-AT = 0
      *        After the key's last window (or at the end of the
      *        table when the key has no window left).
               MOVE FREE-COUNT TO WS-INS-AT
               ADD 1 TO WS-INS-AT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FREE-COUNT
                   IF FV-KEY(I) = WS-BKG-KEY
                       COMPUTE WS-INS-AT = I + 1
                   END-IF
               END-PERFORM
           END-IF
      *    Joins: onto the window ending where it starts, and/or
      *    the window starting where it ends.
           IF WS-INS-AT > 1
               IF FV-KEY(WS-INS-AT - 1) = WS-BKG-KEY
                  AND FV-R(WS-INS-AT - 1) = WS-BKG-L
                   MOVE WS-BKG-R TO FV-R(WS-INS-AT - 1)
                   IF WS-INS-AT <= FREE-COUNT
                       IF FV-KEY(WS-INS-AT) = WS-BKG-KEY
                          AND FV-L(WS-INS-AT) = WS-BKG-R
                           MOVE FV-R(WS-INS-AT)
                               TO FV-R(WS-INS-AT - 1)
                           MOVE WS-INS-AT TO I
                           PERFORM DELETE-WINDOW-I
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-INS-AT <= FREE-COUNT
               IF FV-KEY(WS-INS-AT) = WS-BKG-KEY
                  AND FV-L(WS-INS-AT) = WS-BKG-R
                   MOVE WS-BKG-L TO FV-L(WS-INS-AT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FREE-COUNT >= MAX-INTERVALS
               MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM FREE-COUNT BY -1
                   UNTIL J < WS-INS-AT
               MOVE FREE-IV(J) TO FREE-IV(J + 1)
           END-PERFORM
           ADD 1 TO FREE-COUNT
           MOVE WS-BKG-KEY TO FV-KEY(WS-INS-AT)
           MOVE WS-BKG-L TO FV-L(WS-INS-AT)
           MOVE WS-BKG-R TO FV-R(WS-INS-AT).

      *    MATASG: the whole schedule as it stands after the run,
      *    one line per resource booked.
       WRITE-HELD-SCHEDULE.
           MOVE LOW-VALUES TO BKG-KEY
           MOVE 'N' TO WS-BKG-EOF-SW
           START BKG-MAST-FILE KEY NOT < BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BKG-EOF-SW
           END-START
           PERFORM UNTIL WS-BKG-EOF
               READ BKG-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-SW
                   NOT AT END
                       IF BKG-HELD
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE SPACES TO MAT-ASG-REC
                           STRING FUNCTION TRIM(BKG-REQ-ID)
                                  " " FUNCTION TRIM(BKG-RES-KEY)
                                  " " FUNCTION TRIM(BKG-START)
                                  " " FUNCTION TRIM(BKG-END)
                               DELIMITED BY SIZE INTO MAT-ASG-REC
                           END-STRING
                           WRITE MAT-ASG-REC
                       END-IF
               END-READ
           END-PERFORM
      *    Trailer: how many lines, and where tonight's availability
      *    began -- the schedule is the whole truth from there on,
      *    so a reader of several generations knows which one to
      *    believe for which days.
           MOVE "NONE" TO WS-BOUND-TXT
           IF WS-HORIZON-KNOWN
               MOVE WS-HORIZON-START TO WS-FMT-OFFSET
               PERFORM FORMAT-ONE-BOUND
           END-IF
           MOVE WS-SCHEDULE-COUNT TO WS-POS-DISP
           MOVE SPACES TO MAT-ASG-REC
           STRING "*SCHEDULE BOOKINGS=" FUNCTION TRIM(WS-POS-DISP)
                  " HORIZON=" FUNCTION TRIM(WS-BOUND-TXT)
               DELIMITED BY SIZE INTO MAT-ASG-REC
           END-STRING
           WRITE MAT-ASG-REC.

      *----------------------------------------------------------
      *    MATGRP: GROUP <name> <member> <member> ...; a group may
      *    run over several cards, each adding members.  '*' in
      *    column 1 is a comment.  No MATGRP, no groups.
      *----------------------------------------------------------
       LOAD-RESOURCE-GROUPS.
           OPEN INPUT MAT-GRP-FILE
           IF WS-GRP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRP-EOF-SW
           PERFORM UNTIL WS-GRP-EOF-SW = 'Y'
               READ MAT-GRP-FILE
                   AT END
                       MOVE 'Y' TO WS-GRP-EOF-SW
                   NOT AT END
                       IF MAT-GRP-REC NOT = SPACES
                          AND MAT-GRP-REC(1:1) NOT = '*'
                           PERFORM LOAD-ONE-GROUP-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAT-GRP-FILE.

       LOAD-ONE-GROUP-CARD.
           MOVE 1 TO WS-GRP-PTR
           MOVE SPACES TO WS-GRP-TOKEN WS-DMD-GROUP
           UNSTRING MAT-GRP-REC DELIMITED BY ALL SPACES
               INTO WS-GRP-TOKEN WS-DMD-GROUP
               WITH POINTER WS-GRP-PTR
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-GRP-TOKEN) NOT = "GROUP"
              OR WS-DMD-GROUP = SPACES
               DISPLAY "MIVMATCH: BAD MATGRP CARD IGNORED: "
                   FUNCTION TRIM(MAT-GRP-REC)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GRP-AT
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > GRP-COUNT OR WS-GRP-AT > 0
               IF GRP-NAME(G) = WS-DMD-GROUP
                   MOVE G TO WS-GRP-AT
               END-IF
           END-PERFORM
           IF WS-GRP-AT = 0
               IF GRP-COUNT >= MAX-GROUPS
                   DISPLAY "MIVMATCH: *** WARNING *** MORE THAN "
                       MAX-GROUPS " GROUPS, "
                       FUNCTION TRIM(WS-DMD-GROUP) " IGNORED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GRP-COUNT
               MOVE GRP-COUNT TO WS-GRP-AT
               MOVE WS-DMD-GROUP TO GRP-NAME(WS-GRP-AT)
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
           END-PERFORM
           MOVE SPACES TO WS-DMD-GROUP.

      *    Duplicate members are dropped: a member is one resource,
      *    however often it is listed.
       ADD-ONE-GROUP-MEMBER.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > GRP-MEMBER-COUNT(WS-GRP-AT)
               IF GRP-MEMBER(WS-GRP-AT, M) = WS-GRP-TOKEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF GRP-MEMBER-COUNT(WS-GRP-AT) >= MAX-MEMBERS
               DISPLAY "MIVMATCH: *** WARNING *** GROUP "
                   FUNCTION TRIM(GRP-NAME(WS-GRP-AT))
                   " HAS MORE THAN " MAX-MEMBERS " MEMBERS, "
                   FUNCTION TRIM(WS-GRP-TOKEN) " IGNORED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GRP-MEMBER-COUNT(WS-GRP-AT)
           MOVE GRP-MEMBER-COUNT(WS-GRP-AT) TO WS-MEM-AT
           MOVE WS-GRP-TOKEN TO GRP-MEMBER(WS-GRP-AT, WS-MEM-AT).

       TRY-ONE-WINDOW.
           IF FV-L(I) > WS-DMD-FROM
               MOVE FV-L(I) TO WS-WIN-LO
           MOVE 'Y' TO WS-PLACED-SW
           MOVE WS-WIN-LO TO WS-ASG-START
           COMPUTE WS-ASG-END = WS-WIN-LO + WS-DMD-DUR
           PERFORM CONSUME-BOOKED-CAPACITY.

      *    Cut the booking out of window I: a leading remainder
      *    stays in place, a trailing remainder is inserted right
           MOVE FV-R(I) TO FV-R(I + 1)
           MOVE WS-ASG-START TO FV-R(I).

       FORMAT-ASSIGNED-BOUNDS.
           MOVE WS-ASG-START TO WS-FMT-OFFSET
           PERFORM FORMAT-ONE-BOUND
           MOVE WS-BOUND-TXT TO WS-START-TXT
           MOVE WS-ASG-END TO WS-FMT-OFFSET
           PERFORM FORMAT-ONE-BOUND
           MOVE WS-BOUND-TXT TO WS-END-TXT.

       REPORT-BAD-DEMAND.
           ADD 1 TO WS-BAD-DMD-COUNT
           END-STRING
           WRITE MAT-RPT-REC.

      *    A group demand says which member kept it out.
       REPORT-UNPLACED-DEMAND.
           MOVE SPACES TO MAT-RPT-REC
           STRING "UNPLACEABLE " FUNCTION TRIM(WS-DMD-ID)
                  " KEY=" FUNCTION TRIM(WS-DMD-KEY-TOKEN)
                  " DURATION=" FUNCTION TRIM(WS-DMD-DUR-TXT)
                  " BETWEEN " FUNCTION TRIM(WS-DMD-FROM-TXT)
                  " AND " FUNCTION TRIM(WS-DMD-TO-TXT)
               DELIMITED BY SIZE INTO MAT-RPT-REC
           END-STRING
           WRITE MAT-RPT-REC
           IF WS-DMD-GROUP NOT = SPACES
               MOVE SPACES TO MAT-RPT-REC
               STRING "            " WS-BLOCKER-TEXT
                   DELIMITED BY SIZE INTO MAT-RPT-REC
               END-STRING
               WRITE MAT-RPT-REC
           END-IF.

       WRITE-SUMMARY-LINES.
           MOVE SPACES TO MAT-RPT-REC
                  " UNPLACED=" WS-UNPLACED-COUNT
               DELIMITED BY SIZE INTO MAT-RPT-REC
           END-STRING
           WRITE MAT-RPT-REC
           MOVE SPACES TO MAT-RPT-REC
           STRING "BOOKINGS: HELD OVER=" WS-HELD-COUNT
                  " CONFLICTS=" WS-CONFLICT-COUNT
                  " ENDED=" WS-PAST-COUNT
                  " CANCELLED=" WS-CANCEL-COUNT
                  " AMENDED=" WS-AMEND-COUNT
                  " NOW HELD=" WS-SCHEDULE-COUNT
               DELIMITED BY SIZE INTO MAT-RPT-REC
           END-STRING
           WRITE MAT-RPT-REC
           MOVE SPACES TO MAT-CNF-REC
           STRING "TOTAL CONFLICTS=" WS-CONFLICT-COUNT
                  " NOT RECHECKED=" WS-UNREAD-COUNT
               DELIMITED BY SIZE INTO MAT-CNF-REC
           END-STRING
           WRITE MAT-CNF-REC.

      *    Convert one bound token to an offset: 12 numeric digits
      *    are a YYYYMMDDHHMM timestamp (working-minute offset via
