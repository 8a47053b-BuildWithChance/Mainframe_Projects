*> recent date on the log; a RUNRPT.PARM card carrying a YYYYMMDD
*> overrides it for looking back at an earlier night. The program
*> only reads the log, so it is safe to rerun all morning.
*> Lists the nightly REF-INTEGRITY consistency check's event as
*> CHECKED with its CLEAN or BREAKS status, and flags a night where
*> it found broken cross-references (details on REFCHK.RPT) or
*> never ran at all, leaving the reference data unchecked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-AUDIT-END-TIME     PIC X(6) VALUE SPACES.
01 WS-AUDIT-STARTED      PIC X VALUE "N".
01 WS-MAINT-STARTED      PIC X VALUE "N".
01 WS-REFCHK-RAN         PIC X VALUE "N".
01 WS-END-FOUND          PIC X VALUE "N".
01 WS-FLAG-COUNT         PIC 9(4) VALUE ZERO.

            MOVE "ENDED" TO WS-EVENT-DESC
        WHEN "R"
            MOVE "REFUSED" TO WS-EVENT-DESC
        WHEN "C"
            MOVE "CHECKED" TO WS-EVENT-DESC
        WHEN OTHER
            MOVE WS-EV-EVENT (WS-E) TO WS-EVENT-DESC
    END-EVALUATE
            " REFUSED TO START - LOCK WAS HELD ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE OPS-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    IF WS-EV-EVENT (WS-E) = "C" AND
       WS-EV-STATUS (WS-E) = "BREAKS"
        ADD 1 TO WS-FLAG-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  *** " WS-EV-PROGRAM (WS-E)
            " FOUND BROKEN CROSS-REFERENCES - SEE REFCHK.RPT ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE OPS-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

*> The audit's completion time anchors the sequence check: every
    MOVE SPACES TO WS-AUDIT-END-TIME
    MOVE "N" TO WS-AUDIT-STARTED
    MOVE "N" TO WS-MAINT-STARTED
    MOVE "N" TO WS-REFCHK-RAN
    IF WS-EVENT-COUNT > ZERO
        PERFORM VARYING WS-E FROM 1 BY 1
                UNTIL WS-E > WS-EVENT-COUNT
               WS-EV-EVENT (WS-E) = "S"
                MOVE "Y" TO WS-MAINT-STARTED
            END-IF
            IF WS-EV-EVENT (WS-E) = "C"
                MOVE "Y" TO WS-REFCHK-RAN
            END-IF
        END-PERFORM
    END-IF

            TO WS-REPORT-LINE
        WRITE OPS-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    IF WS-REFCHK-RAN = "N"
        ADD 1 TO WS-FLAG-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** REF-INTEGRITY NEVER RAN - "
            "REFERENCE DATA UNCHECKED ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE OPS-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    IF WS-EVENT-COUNT > ZERO
        PERFORM VARYING WS-E FROM 1 BY 1
