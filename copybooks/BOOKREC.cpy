      *>===============================================================
      *>   BOOKREC -- one booking on the demand-placement booking
      *>   master, PROD.UTIL.MIV.BOOKINGS: a VSAM KSDS keyed on the
      *>   12-byte request id plus a 2-digit part number
      *>   (KEYS(14 0)), 120 bytes.  Only
      *>   MIVMATCH writes it.  A booking is placed once and then
      *>   held night after night: each MIVMATCH run first takes
      *>   every held booking out of the night's MIVOUT availability
      *>   before it places anything new, so a slot once given is
      *>   never given to another request.
      *>     BKG-PART              one part per resource booked:
      *>                           a plain request has part 01, a
      *>                           group request one part per member
      *>                           it took, all at the same interval
      *>                           and always in the same status --
      *>                           the parts stand or fall together
      *>     BKG-RES-KEY           the resource key booked
      *>     BKG-GROUP             the MATGRP group it was booked
      *>                           from, blank for a plain key
      *>     BKG-START / BKG-END   the booked interval, half-open,
      *>                           written exactly as MATASG shows it
      *>                           (YYYYMMDDHHMM or a bare integer)
      *>     BKG-STATUS            H held, C cancelled, X conflict
      *>                           (no longer fits the availability --
      *>                           released, on the conflict report),
      *>                           P past (ended before the
      *>                           availability now starts)
      *>     BKG-BOOKED-DATE       the run that first placed it
      *>     BKG-CHANGED-DATE      the run that last changed it
      *>     BKG-REASON            why it is no longer held
      *>   Only a held booking consumes capacity.  A request id whose
      *>   booking is no longer held may be booked afresh.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  BOOKING-REC.
           05  BKG-KEY.
               10  BKG-REQ-ID          PIC X(12).
               10  BKG-PART            PIC 9(2).
           05  BKG-RES-KEY             PIC X(16).
           05  BKG-START               PIC X(13).
           05  BKG-END                 PIC X(13).
           05  BKG-STATUS              PIC X.
               88  BKG-HELD            VALUE 'H'.
               88  BKG-CANCELLED       VALUE 'C'.
               88  BKG-CONFLICT        VALUE 'X'.
               88  BKG-PAST            VALUE 'P'.
           05  BKG-BOOKED-DATE         PIC X(8).
           05  BKG-CHANGED-DATE        PIC X(8).
           05  BKG-REASON              PIC X(30).
           05  BKG-GROUP               PIC X(16).
           05  FILLER                  PIC X(1).
