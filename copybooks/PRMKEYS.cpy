      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  PRMKEY-COUNT            PIC 9(2) VALUE 23.
       01  PRMKEY-DEFS.
           05  FILLER PIC X(28) VALUE "SUMN    MODE".
           05  FILLER PIC X(28) VALUE "SUMN    FIELD-POS".
           05  FILLER PIC X(28) VALUE "CSVPARSRKEYMODE".
           05  FILLER PIC X(28) VALUE "CSVPARSRKEYCOLS".
           05  FILLER PIC X(28) VALUE "CSVPARSRCKPT".
           05  FILLER PIC X(28) VALUE "CSVPARSRRUN-TYPE".
           05  FILLER PIC X(28) VALUE "MRGIVAL MODE".
           05  FILLER PIC X(28) VALUE "MRGIVAL MINDEPTH".
           05  FILLER PIC X(28) VALUE "MRGIVAL RUN-TYPE".
           05  FILLER PIC X(28) VALUE "BIGINTADAGE-LIMIT".
           05  FILLER PIC X(28) VALUE "BIGINTADWRITEOFF-CYCLES".
           05  FILLER PIC X(28) VALUE "BIGINTADDUP-DAYS".
           05  FILLER PIC X(28) VALUE "BIGINTADDUP-FILE-PCT".
           05  FILLER PIC X(28) VALUE "RLE     MODE".
           05  FILLER PIC X(28) VALUE "RLE     METHOD".
       01  PRMKEY-TABLE REDEFINES PRMKEY-DEFS.
           05  PRMKEY-ENTRY OCCURS 23 TIMES.
               10  PRMKEY-PROGRAM  PIC X(8).
               10  PRMKEY-KEYWORD  PIC X(20).
