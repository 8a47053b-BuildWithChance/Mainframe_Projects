*> non-numeric salary are counted into headcount but reported as
*> unpriced, same tolerance the report/audit/extract programs give
*> the legacy-reloaded records.
*> Employees on leave of absence (EMP-LEAVE-STATUS set) are now
*> shown in their own LEAVE column instead of inside the actual
*> headcount, which is now the people at work. They still hold
*> their positions, so the headcount variance is taken against
*> actual plus leave, and their salaries stay in the salary
*> actuals - the budget pays for the position either way.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      10 WS-BV-BUD-HEADCOUNT PIC 9(4).
      10 WS-BV-BUD-SALARY    PIC 9(10).
      10 WS-BV-ACT-HEADCOUNT PIC 9(4).
      10 WS-BV-LEAVE-COUNT   PIC 9(4).
      10 WS-BV-ACT-SALARY    PIC 9(10).
01 WS-BVA-COUNT          PIC 9(4) VALUE ZERO.
01 WS-MAX-BVA            PIC 9(4) VALUE 50.

01 WS-READ-COUNT         PIC 9(6) VALUE ZERO.
01 WS-TERMINATED-COUNT   PIC 9(6) VALUE ZERO.
01 WS-ON-LEAVE-COUNT     PIC 9(6) VALUE ZERO.
01 WS-BAD-SALARY-COUNT   PIC 9(6) VALUE ZERO.
01 WS-OVER-DEPT-COUNT    PIC 9(6) VALUE ZERO.
01 WS-UNBUDGETED-COUNT   PIC 9(6) VALUE ZERO.
                    MOVE BUD-MST-SALARY
                        TO WS-BV-BUD-SALARY (WS-BV-IDX)
                    MOVE ZERO TO WS-BV-ACT-HEADCOUNT (WS-BV-IDX)
                    MOVE ZERO TO WS-BV-LEAVE-COUNT (WS-BV-IDX)
                    MOVE ZERO TO WS-BV-ACT-SALARY (WS-BV-IDX)
                END-IF
        END-READ
        MOVE DEPT-CODE TO WS-LOOKUP-DEPT
        PERFORM 2100-FIND-BVA-ENTRY
        IF WS-BVA-SUB > ZERO
            IF EMP-IS-ON-LEAVE
                ADD 1 TO WS-BV-LEAVE-COUNT (WS-BVA-SUB)
                ADD 1 TO WS-ON-LEAVE-COUNT
            ELSE
                ADD 1 TO WS-BV-ACT-HEADCOUNT (WS-BVA-SUB)
            END-IF
            IF EMP-SALARY-ALT NUMERIC
                ADD EMP-SALARY TO WS-BV-ACT-SALARY (WS-BVA-SUB)
            ELSE
            MOVE ZERO TO WS-BV-BUD-HEADCOUNT (WS-BV-IDX)
            MOVE ZERO TO WS-BV-BUD-SALARY (WS-BV-IDX)
            MOVE ZERO TO WS-BV-ACT-HEADCOUNT (WS-BV-IDX)
            MOVE ZERO TO WS-BV-LEAVE-COUNT (WS-BV-IDX)
            MOVE ZERO TO WS-BV-ACT-SALARY (WS-BV-IDX)
            MOVE WS-BVA-COUNT TO WS-BVA-SUB
        END-IF
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE BVA-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ON LEAVE (IN LEAVE COLUMN, NOT ACTUAL HEADCOUNT): "
        WS-ON-LEAVE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE BVA-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-BAD-SALARY-COUNT > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "RECORDS WITH NON-NUMERIC SALARY (IN HEADCOUNT, "
        STRING "DEPT " WS-BV-DEPT (WS-B)
            " *UNBUDGETED* - ACTUAL HEADCOUNT "
            WS-BV-ACT-HEADCOUNT (WS-B)
            " LEAVE " WS-BV-LEAVE-COUNT (WS-B)
            " ACTUAL SALARY " WS-BV-ACT-SALARY (WS-B)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE BVA-REPORT-RECORD FROM WS-REPORT-LINE
    ELSE
        COMPUTE WS-HC-VARIANCE =
            WS-BV-BUD-HEADCOUNT (WS-B) - WS-BV-ACT-HEADCOUNT (WS-B)
            - WS-BV-LEAVE-COUNT (WS-B)
        COMPUTE WS-SAL-VARIANCE =
            WS-BV-BUD-SALARY (WS-B) - WS-BV-ACT-SALARY (WS-B)
        MOVE SPACES TO WS-OVER-FLAG
        STRING "DEPT " WS-BV-DEPT (WS-B)
            " HEADCOUNT BUD " WS-BV-BUD-HEADCOUNT (WS-B)
            " ACT " WS-BV-ACT-HEADCOUNT (WS-B)
            " LEAVE " WS-BV-LEAVE-COUNT (WS-B)
            " VAR " WS-HC-VARIANCE
            WS-OVER-FLAG
            DELIMITED BY SIZE INTO WS-REPORT-LINE
