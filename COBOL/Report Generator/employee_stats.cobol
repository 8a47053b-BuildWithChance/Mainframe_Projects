*> as exceptions by the report/audit/extract programs) are likewise
*> excluded and counted rather than abending the accumulation or
*> corrupting a cell's totals.
*> Employees on leave of absence (EMP-LEAVE-STATUS set) are shown
*> as a separate LEAVE column in each department/grade cell and a
*> department ON LEAVE total, with ACTIVE now the people at work.
*> They stay in the cell's salary minimum/average/maximum and in
*> the tenure bands, as they are still on the payroll of record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 WS-CELL-DEPT OCCURS 50 TIMES.
      10 WS-CELL-GRADE OCCURS 20 TIMES.
         15 WS-CELL-COUNT  PIC 9(6).
         15 WS-CELL-LEAVE  PIC 9(6).
         15 WS-CELL-MIN    PIC 9(6).
         15 WS-CELL-MAX    PIC 9(6).
         15 WS-CELL-TOTAL  PIC 9(10).
01 WS-D                  PIC 9(4) VALUE ZERO.
01 WS-G                  PIC 9(4) VALUE ZERO.
01 WS-CELL-AVG           PIC 9(6) VALUE ZERO.
01 WS-CELL-ACTIVE        PIC 9(6) VALUE ZERO.

01 WS-DEPT-HEADCOUNT     PIC 9(6) VALUE ZERO.
01 WS-DEPT-SALARY        PIC 9(10) VALUE ZERO.
01 WS-DEPT-ON-LEAVE      PIC 9(6) VALUE ZERO.

01 WS-TENURE-YEARS       PIC 9(4) VALUE ZERO.
01 WS-DATE-DIFF          PIC S9(8) VALUE ZERO.

2300-ACCUMULATE-CELL.
    ADD 1 TO WS-CELL-COUNT (WS-DEPT-SUB, WS-GRADE-SUB)
    IF EMP-IS-ON-LEAVE
        ADD 1 TO WS-CELL-LEAVE (WS-DEPT-SUB, WS-GRADE-SUB)
    END-IF
    ADD EMP-SALARY TO WS-CELL-TOTAL (WS-DEPT-SUB, WS-GRADE-SUB)
    IF WS-CELL-COUNT (WS-DEPT-SUB, WS-GRADE-SUB) = 1
        MOVE EMP-SALARY TO WS-CELL-MIN (WS-DEPT-SUB, WS-GRADE-SUB)

    MOVE ZERO TO WS-DEPT-HEADCOUNT
    MOVE ZERO TO WS-DEPT-SALARY
    MOVE ZERO TO WS-DEPT-ON-LEAVE
    PERFORM VARYING WS-G FROM 1 BY 1
            UNTIL WS-G > WS-GRADE-COUNT
        IF WS-CELL-COUNT (WS-D, WS-G) > ZERO

    MOVE SPACES TO WS-REPORT-LINE
    STRING "  DEPT TOTAL - HEADCOUNT: " WS-DEPT-HEADCOUNT
        " ON LEAVE: " WS-DEPT-ON-LEAVE
        " SALARY: " WS-DEPT-SALARY
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
        WS-CELL-TOTAL (WS-D, WS-G) / WS-CELL-COUNT (WS-D, WS-G)
    ADD WS-CELL-COUNT (WS-D, WS-G) TO WS-DEPT-HEADCOUNT
    ADD WS-CELL-TOTAL (WS-D, WS-G) TO WS-DEPT-SALARY
    ADD WS-CELL-LEAVE (WS-D, WS-G) TO WS-DEPT-ON-LEAVE
    COMPUTE WS-CELL-ACTIVE =
        WS-CELL-COUNT (WS-D, WS-G) - WS-CELL-LEAVE (WS-D, WS-G)
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  GRADE " WS-GT-GRADE (WS-G)
        "  ACTIVE " WS-CELL-ACTIVE
        "  LEAVE " WS-CELL-LEAVE (WS-D, WS-G)
        "  MIN " WS-CELL-MIN (WS-D, WS-G)
        "  AVG " WS-CELL-AVG
        "  MAX " WS-CELL-MAX (WS-D, WS-G)
