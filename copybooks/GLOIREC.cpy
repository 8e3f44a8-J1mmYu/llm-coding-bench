      *>===============================================================
      *>   GLOIREC -- one entry of the GL reconciliation's open-item
      *>   file, PROD.UTIL.GL.RECON.OPEN: a GDG of 120-byte records
      *>   GLRECON rewrites every night from the previous generation,
      *>   tonight's GL.INTERFACE generation and the acknowledgments
      *>   received since.
      *>     G  one interface generation sent: GLO-INTF-DATE is its
      *>        run date, GLO-GEN-COUNT / GLO-GEN-HASH its trailer
      *>        figures, GLO-STATUS 'A' once an acknowledgment has
      *>        answered it ('N' until then)
      *>     S  one posting sent and not yet accepted: GLO-STATUS
      *>        'N' never acknowledged or 'R' rejected (GLO-REASON
      *>        the GL's code, GLO-ACK-DATE the night it came back)
      *>     U  one acknowledgment that matched nothing sent
      *>        (GLO-REC-TYPE the ack's A/R, GLO-INTF-DATE the file
      *>        it claimed to answer, GLO-ACK-DATE the night it was
      *>        read)
      *>   A sent posting ages from GLO-INTF-DATE, the night its file
      *>   went out; an unmatched acknowledgment from GLO-ACK-DATE.
      *>
      *>   Comments use *> so the copybook COPYs cleanly into both
      *>   fixed- and free-format programs, same as AUDITREC.
      *>===============================================================
       01  GL-OPEN-ITEM-REC.
           05  GLO-KIND                PIC X.
               88  GLO-KIND-GENERATION VALUE 'G'.
               88  GLO-KIND-SENT       VALUE 'S'.
               88  GLO-KIND-UNMATCHED  VALUE 'U'.
           05  GLO-INTF-DATE           PIC X(8).
           05  GLO-REC-TYPE            PIC X.
           05  GLO-SOURCE              PIC X(8).
           05  GLO-ACCOUNT             PIC X(16).
           05  GLO-GEN-FIGURES REDEFINES GLO-ACCOUNT.
               10  GLO-GEN-COUNT       PIC 9(9).
               10  FILLER              PIC X(7).
           05  GLO-POST-DATE           PIC X(8).
           05  GLO-DC                  PIC X.
           05  GLO-AMOUNT              PIC X(32).
           05  GLO-GEN-HASH REDEFINES GLO-AMOUNT
                                       PIC X(32).
           05  GLO-STATUS              PIC X.
           05  GLO-REASON              PIC X(4).
           05  GLO-ACK-DATE            PIC X(8).
           05  FILLER                  PIC X(32).
