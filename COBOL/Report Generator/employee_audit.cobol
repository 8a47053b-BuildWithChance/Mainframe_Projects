*> RUN-REPORT morning check reads that log to prove this audit
*> actually ran ahead of maintenance, which these comments have
*> always required but nothing enforced.
*> The record edit now also checks the leave-of-absence status byte
*> EMPLOYEE-MAINT keeps on the master: anything but blank, P or U
*> is an error, as is a terminated employee still shown on leave
*> (a termination closes the leave).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            MOVE "INVALID STATUS" TO WS-EDIT-REASON
        WHEN EMP-IS-TERMINATED AND EMP-TERM-DATE-ALT NOT NUMERIC
            MOVE "TERMINATED WITHOUT TERM DATE" TO WS-EDIT-REASON
        WHEN NOT EMP-NOT-ON-LEAVE AND NOT EMP-IS-ON-LEAVE
            MOVE "INVALID LEAVE STATUS" TO WS-EDIT-REASON
        WHEN EMP-IS-TERMINATED AND EMP-IS-ON-LEAVE
            MOVE "TERMINATED WHILE ON LEAVE" TO WS-EDIT-REASON
        WHEN EMP-HIRE-DATE NOT = SPACES
            PERFORM 2250-EDIT-HIRE-DATE
    END-EVALUATE.
