      *>===============================================================
      *>   JOBDREC -- one card of the nightly job-stream definition
      *>   PROD.UTIL.JOBSTREAM.DEF: 80 bytes, in run order.
      *>   It is the one place the nightly's step map is written
      *>   down; UTILSTAT, UTILRSTA and UTILHIST read it instead of
      *>   carrying tables of their own, and JOBDVAL checks it
      *>   against the checkpoint markers each run writes.  It is
      *>   installed only by the JOBDEF job, which validates it
      *>   first; when a step is added to a nightly job, it is added to
      *>   JOBDEF in the same change.
      *>
      *>   'J' card, one per job of the nightly, ahead of the cards
      *>   of the steps that job runs; JSD-STEP-NAME holds the job
      *>   name:
      *>     JSD-JOB-STAGE     the order the scheduler releases the
      *>                       jobs in, 1 first.  Jobs of the same
      *>                       stage run side by side; a stage is
      *>                       released when every job of the stage
      *>                       before it has ended without a step at
      *>                       RC 16 or over.
      *>     JSD-JOB-DESC      what the job is
      *>   Once there is a 'J' card every step belongs to the job of
      *>   the 'J' card above it.  A definition with no 'J' card is
      *>   one job.
      *>   'S' card, one per step, in run order:
      *>     JSD-PGM           the EXEC PGM= load module
      *>     JSD-AUDIT-PGM     the AUD-PROGRAM-ID the step writes its
      *>                       audit records under; blank when the
      *>                       step has no audit voice of its own
      *>     JSD-MARKER-LABEL  the label on the step's CKPnnn marker
      *>                       ("STEP040 BIGINT-ADD       COMPLETE");
      *>                       blank when no marker follows the step
      *>   'G' card, after its step's 'S' card, one per generation
      *>   reference on a DD:
      *>     JSD-USE           'R' the DD reads the GDG; 'C' the DD
      *>                       creates the step's (+1) generation
      *>     JSD-REL           the relative number a read carries,
      *>                       "+1" or "0 "; "+1" on a create
      *>   A GDG's producer is the step holding its 'C' card.
      *>   'V' card, after its step's 'S' card, at most one per step:
      *>   the run-variant table CALGATE plans each night from.
      *>     JSD-RUN-ON        the run variants the step runs on, one
      *>                       position each -- 1 'W' working day,
      *>                       2 'N' non-working day, 3 'M' month-end,
      *>                       4 'Y' year-end -- with '-' in the
      *>                       positions the step is bypassed on
      *>                       ("W-MY" skips non-working days).  A
      *>                       step with no 'V' card runs every night.
      *>                       The step's COND= tests on CALGATE's
      *>                       return code say the same thing.
      *>   A '*' in column 1 marks a comment card.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  JOB-STREAM-DEF-REC.
           05  JSD-REC-TYPE            PIC X.
               88  JSD-TYPE-STEP       VALUE 'S'.
               88  JSD-TYPE-GDG        VALUE 'G'.
               88  JSD-TYPE-VARIANT    VALUE 'V'.
               88  JSD-TYPE-JOB        VALUE 'J'.
               88  JSD-TYPE-COMMENT    VALUE '*'.
           05  FILLER                  PIC X.
           05  JSD-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X.
           05  JSD-DETAIL              PIC X(69).
           05  JSD-STEP-DETAIL REDEFINES JSD-DETAIL.
               10  JSD-PGM             PIC X(8).
               10  FILLER              PIC X.
               10  JSD-AUDIT-PGM       PIC X(8).
               10  FILLER              PIC X.
               10  JSD-MARKER-LABEL    PIC X(16).
               10  FILLER              PIC X.
               10  JSD-DESC            PIC X(34).
           05  JSD-GDG-DETAIL REDEFINES JSD-DETAIL.
               10  JSD-USE             PIC X.
                   88  JSD-USE-READ    VALUE 'R'.
                   88  JSD-USE-CREATE  VALUE 'C'.
               10  FILLER              PIC X.
               10  JSD-DD              PIC X(8).
               10  FILLER              PIC X.
               10  JSD-REL             PIC X(2).
               10  FILLER              PIC X.
               10  JSD-DSN             PIC X(44).
               10  FILLER              PIC X(11).
           05  JSD-VARIANT-DETAIL REDEFINES JSD-DETAIL.
               10  JSD-RUN-ON          PIC X(4).
               10  FILLER              PIC X(65).
           05  JSD-JOB-DETAIL REDEFINES JSD-DETAIL.
               10  JSD-JOB-STAGE       PIC 9.
               10  FILLER              PIC X(34).
               10  JSD-JOB-DESC        PIC X(34).
