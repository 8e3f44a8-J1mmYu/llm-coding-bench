      *>===============================================================
      *>   REJIREC -- one record of the provider reject inventory,
      *>   PROD.UTIL.CSV.REJECT.INVENTORY: 200 bytes, carried from
      *>   generation to generation by REJINV's TRACK runs and read
      *>   by its monthly SCORE run.  It is the permanent memory of
      *>   every row CSVPARSER sent back to a provider and whether
      *>   the provider ever sent it back corrected.
      *>
      *>   RJI-PROVIDER is the #BHDR provider id the row arrived
      *>   under, spaces for rows outside any batch envelope.
      *>
      *>   'I' item, one per provider and key, in provider/key order:
      *>     RJI-KEY           the row's key, pipe-joined from the
      *>                       CSVCTL KEY columns exactly as
      *>                       CSVPARSER builds it; a reject whose
      *>                       key columns were not there to read is
      *>                       keyed "*NO KEY* <date> <seq>" and can
      *>                       never be matched
      *>     RJI-STATUS        'O' still open, 'C' came back corrected
      *>     RJI-FIRST-DATE    the night the key was first rejected
      *>     RJI-LAST-DATE     the latest night it was rejected
      *>     RJI-CLOSED-DATE   the night an accepted row closed it
      *>     RJI-TIMES-REJECTED  nights (and rows) it was rejected
      *>     RJI-AGE-DAYS      days open as of the last TRACK run,
      *>                       or the days it took to correct
      *>     RJI-REASON        the reject reason it was opened with
      *>   A corrected key rejected again later opens a new item.
      *>   'V' volume, one per provider per TRACK run:
      *>     RJI-VOL-DATE, RJI-ROWS-SENT (data rows on CSVIN),
      *>     RJI-ROWS-REJECTED (feedback records)
      *>   'R' reason count, one per provider and reason per run:
      *>     RJI-RSN-DATE, RJI-RSN-TEXT, RJI-RSN-COUNT
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  REJ-INVENTORY-REC.
           05  RJI-REC-TYPE            PIC X.
               88  RJI-TYPE-ITEM       VALUE 'I'.
               88  RJI-TYPE-VOLUME     VALUE 'V'.
               88  RJI-TYPE-REASON     VALUE 'R'.
           05  FILLER                  PIC X.
           05  RJI-PROVIDER            PIC X(8).
           05  FILLER                  PIC X.
           05  RJI-DETAIL              PIC X(189).
           05  RJI-ITEM-DETAIL REDEFINES RJI-DETAIL.
               10  RJI-KEY             PIC X(100).
               10  FILLER              PIC X.
               10  RJI-STATUS          PIC X.
                   88  RJI-OPEN        VALUE 'O'.
                   88  RJI-CORRECTED   VALUE 'C'.
               10  FILLER              PIC X.
               10  RJI-FIRST-DATE      PIC X(8).
               10  FILLER              PIC X.
               10  RJI-LAST-DATE       PIC X(8).
               10  FILLER              PIC X.
               10  RJI-CLOSED-DATE     PIC X(8).
               10  FILLER              PIC X.
               10  RJI-TIMES-REJECTED  PIC 9(5).
               10  FILLER              PIC X.
               10  RJI-AGE-DAYS        PIC 9(5).
               10  FILLER              PIC X.
               10  RJI-REASON          PIC X(40).
               10  FILLER              PIC X(7).
           05  RJI-VOLUME-DETAIL REDEFINES RJI-DETAIL.
               10  RJI-VOL-DATE        PIC X(8).
               10  FILLER              PIC X.
               10  RJI-ROWS-SENT       PIC 9(9).
               10  FILLER              PIC X.
               10  RJI-ROWS-REJECTED   PIC 9(9).
               10  FILLER              PIC X(161).
           05  RJI-REASON-DETAIL REDEFINES RJI-DETAIL.
               10  RJI-RSN-DATE        PIC X(8).
               10  FILLER              PIC X.
               10  RJI-RSN-TEXT        PIC X(40).
               10  FILLER              PIC X.
               10  RJI-RSN-COUNT       PIC 9(9).
               10  FILLER              PIC X(130).
