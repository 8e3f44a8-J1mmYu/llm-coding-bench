      *>===============================================================
      *>   RESMREC -- one resource of PROD.UTIL.RESOURCE.MASTER, the
      *>   reference key list CSVPARSER's MASTER cards check row
      *>   columns against (DD CSVMST): 80 bytes, one key per
      *>   record, in key order.  Only RESMNT rebuilds it; the
      *>   generation it replaces goes to RESOURCE.MASTER.HIST.
      *>
      *>   A key is valid from RSM-EFF-DATE up to the day before
      *>   RSM-RETIRE-DATE: a row checked on or after the retirement
      *>   date rejects as RETIRED, one checked before the effective
      *>   date as NOT YET EFFECTIVE.  Either date blank leaves that
      *>   side of the window open.  A record with nothing after
      *>   column 30 (the old hand-kept key list) is a key that is
      *>   always valid; RESMNT writes it back in this layout.
      *>   RSM-MAINT-DATE is the run date of the RESMNT run that last
      *>   changed the record, whose audit details carry the
      *>   before/after.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  RESOURCE-MASTER-REC.
           05  RSM-KEY                 PIC X(30).
           05  RSM-EFF-DATE            PIC X(8).
           05  RSM-RETIRE-DATE         PIC X(8).
           05  RSM-DESC                PIC X(24).
           05  RSM-MAINT-DATE          PIC X(8).
           05  FILLER                  PIC X(2).
