*> run ends and the next begins even when two runs of the same
*> program land on UTILAUD the same day.
01  WS-RUN-ID                PIC X(24).
*> The program id this run writes on the audit trail.
*> RUN-TYPE=INTRADAY (the late-delivery job, UTILINTR) writes as
*> MRGVINTR, so a daytime re-merge stands apart from the nightly's
*> MRGIVAL run on the dashboard and in the lineage trace.
01  WS-AUD-PGM-ID            PIC X(8) VALUE "MRGIVAL".

*> Keyword parameters, through the shared UTILPARM reader:
*> MODE=UNION|GAPS|BLACKOUT|ATLEAST, MINDEPTH=K and
*> RUN-TYPE=NIGHTLY|INTRADAY.  Parameters
*> override the legacy MIVCTL records; the resolved set is echoed
*> to SYSOUT and onto this run's audit header so a run's
*> configuration is on the record.
*> block of detail records with the run that wrote them.
WRITE-AUDIT-HEADER.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    STRING WS-AUD-PGM-ID WS-TIMESTAMP(1:8) WS-TIMESTAMP(9:6)
           WS-TIMESTAMP(15:2)
        DELIMITED BY SIZE INTO WS-RUN-ID
    END-STRING
    MOVE SPACES TO AUDIT-RECORD
    MOVE 'H' TO AUD-REC-TYPE
    MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
    MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
    MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
    MOVE 0 TO AUD-LINE-NUM
    MOVE SPACES TO AUDIT-RECORD
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE 'D' TO AUD-REC-TYPE
    MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
    MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
    MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
    MOVE WS-OUT-REC-COUNT TO AUD-LINE-NUM
    MOVE SPACES TO AUDIT-RECORD
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE 'T' TO AUD-REC-TYPE
    MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
    MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
    MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
    MOVE WS-OUT-REC-COUNT TO AUD-TOTAL-COUNT
            IF WS-MIN-DEPTH = 0
                MOVE 1 TO WS-MIN-DEPTH
            END-IF
        WHEN "RUN-TYPE"
            EVALUATE FUNCTION UPPER-CASE(WS-PRM-VALUE(1:9))
                WHEN "INTRADAY"
                    MOVE "MRGVINTR" TO WS-AUD-PGM-ID
                WHEN "NIGHTLY"
                    MOVE "MRGIVAL" TO WS-AUD-PGM-ID
                WHEN OTHER
                    DISPLAY "MERGE-INTERVALS: BAD RUN-TYPE IGNORED: "
                        FUNCTION TRIM(WS-PRM-VALUE)
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    EXIT PARAGRAPH
            END-EVALUATE
        WHEN OTHER
            DISPLAY "MERGE-INTERVALS: UNKNOWN PARAMETER IGNORED: "
                FUNCTION TRIM(WS-PRM-KEYWORD)
    MOVE SPACES TO AUDIT-RECORD
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE 'D' TO AUD-REC-TYPE
    MOVE WS-AUD-PGM-ID TO AUD-PROGRAM-ID
    MOVE WS-TIMESTAMP(1:8) TO AUD-RUN-DATE
    MOVE WS-TIMESTAMP(9:6) TO AUD-RUN-TIME
    MOVE WS-OUT-REC-COUNT TO AUD-LINE-NUM
