      *>===============================================================
      *>   HOLDREC -- one legal hold on the legal hold register
      *>   PROD.UTIL.LEGAL.HOLD: 160 bytes, one hold per record, in
      *>   hold-id order.  Only HOLDMNT rebuilds it; the generation it
      *>   replaces goes to LEGAL.HOLD.HIST.  HOLDCHK reads it for
      *>   AUDAGE, HOLDROLL and HOLDRPT.
      *>
      *>   A hold's scope is every item that is filled in: the
      *>   program whose records or datasets are held (LHD-PROGRAM,
      *>   an audit program id such as BIGINTAD or CSVPARSR), the
      *>   business dates held (LHD-FROM-DATE thru LHD-TO-DATE,
      *>   either end blank leaving that side open), an account, a
      *>   provider.  A record is under the hold only when it
      *>   matches every item given; a hold must give at least one.
      *>   The hold is active from LHD-PLACED-DATE up to the day
      *>   before LHD-RELEASE-DATE (blank: until released).  Released
      *>   holds stay on the register as the record of what was held
      *>   and for whom.  LHD-MAINT-DATE is the run date of the
      *>   HOLDMNT run that last changed the record, whose audit
      *>   details carry the before/after.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  LEGAL-HOLD-REC.
           05  LHD-HOLD-ID             PIC X(12).
           05  LHD-REQUESTER           PIC X(24).
           05  LHD-PROGRAM             PIC X(8).
           05  LHD-FROM-DATE           PIC X(8).
           05  LHD-TO-DATE             PIC X(8).
           05  LHD-ACCOUNT             PIC X(16).
           05  LHD-PROVIDER            PIC X(8).
           05  LHD-PLACED-DATE         PIC X(8).
           05  LHD-RELEASE-DATE        PIC X(8).
           05  LHD-DESC                PIC X(40).
           05  LHD-MAINT-DATE          PIC X(8).
           05  FILLER                  PIC X(12).
