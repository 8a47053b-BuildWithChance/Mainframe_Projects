IDENTIFICATION DIVISION.
PROGRAM-ID. ORG-CHART.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New organisation chart and span-of-control report, built from
*> the EMP-SUPV-ID reporting line EMPLOYEE-MAINT now carries on the
*> master. Reads EMPLOYEES.IN once into a capped table (same
*> bounded-table convention as EMPLOYEE-ASOF; an overflow is warned
*> about and the report marked INCOMPLETE) and writes ORGCHART.OUT:
*> the hierarchy printed from the top down, each level indented
*> under its supervisor, one line per active employee with their
*> level, department and - for anyone with reports - the number of
*> direct reports (their span of control) and total reports at all
*> levels below them. An active employee with no supervisor on file
*> heads a tree of their own. A manager whose span is wider than
*> the ORGCHART.PARM limit (default 10 when the file or field is
*> absent) is flagged WIDE SPAN. Employees whose supervisor has
*> been terminated, or purged off the master altogether, are
*> listed in a separate ORPHANS section with the reason, each with
*> the people under them, so HR can reassign them - this happens
*> every time a manager leaves. Anything the hierarchy can't reach
*> from a top or an orphan is in a reporting loop (only possible
*> on records keyed before the supervisor checks existed) and is
*> listed as such. A span-of-control summary closes the report.
*> The program only reads the master, so it is safe to run any time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "ORGCHART.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ORG-REPORT-FILE ASSIGN TO "ORGCHART.OUT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE.
    COPY EMPREC.

FD PARM-FILE.
01 PARM-RECORD.
   05 PARM-WIDE-SPAN     PIC 9(3).

FD ORG-REPORT-FILE.
01 ORG-REPORT-RECORD     PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EMP-EOF            PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-WIDE-SPAN          PIC 9(3) VALUE 10.

*> One entry per employee on the master, active or terminated, in
*> EMP-ID order. Terminated entries are only there so an orphan's
*> reason can be told apart from a purge; they never print. The
*> tree is held as first-child/next-sibling links so it can be
*> walked top-down without recursion.
01 WS-ORG-TABLE.
   05 WS-OR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OR-IDX.
      10 WS-OR-EMP-ID    PIC X(10).
      10 WS-OR-NAME      PIC X(30).
      10 WS-OR-DEPT      PIC X(4).
      10 WS-OR-SUPV-ID   PIC X(10).
      10 WS-OR-ACTIVE    PIC X(1).
      10 WS-OR-PARENT    PIC 9(4).
      10 WS-OR-FIRST-CHILD PIC 9(4).
      10 WS-OR-NEXT-SIB  PIC 9(4).
      10 WS-OR-DIRECT    PIC 9(4).
      10 WS-OR-TOTAL     PIC 9(5).
      10 WS-OR-ORPHAN    PIC X(1).
      10 WS-OR-PRINTED   PIC X(1).
01 WS-ORG-COUNT          PIC 9(4) VALUE ZERO.
01 WS-MAX-ORG            PIC 9(4) VALUE 2000.
01 WS-ORG-DROPPED        PIC 9(6) VALUE ZERO.
01 WS-O                  PIC 9(4) VALUE ZERO.
01 WS-OR-SUB             PIC 9(4) VALUE ZERO.
01 WS-OR-LOOKUP-ID       PIC X(10) VALUE SPACES.

01 WS-ROOT-SUB           PIC 9(4) VALUE ZERO.
01 WS-CUR-SUB            PIC 9(4) VALUE ZERO.
01 WS-LEVEL              PIC 9(3) VALUE ZERO.
01 WS-TREE-DONE          PIC X VALUE "N".
01 WS-CLIMB-DONE         PIC X VALUE "N".
01 WS-UP-SUB             PIC 9(4) VALUE ZERO.
01 WS-UP-DEPTH           PIC 9(3) VALUE ZERO.
01 WS-MAX-DEPTH          PIC 9(3) VALUE 100.
01 WS-INDENT-POS         PIC 9(3) VALUE ZERO.
01 WS-ORPHAN-REASON      PIC X(24) VALUE SPACES.
01 WS-SPAN-FLAG          PIC X(12) VALUE SPACES.

01 WS-ACTIVE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-TOP-COUNT          PIC 9(6) VALUE ZERO.
01 WS-ORPHAN-COUNT       PIC 9(6) VALUE ZERO.
01 WS-LOOP-COUNT         PIC 9(6) VALUE ZERO.
01 WS-MANAGER-COUNT      PIC 9(6) VALUE ZERO.
01 WS-REPORTING-COUNT    PIC 9(6) VALUE ZERO.
01 WS-WIDE-COUNT         PIC 9(6) VALUE ZERO.
01 WS-MAX-SPAN           PIC 9(4) VALUE ZERO.
01 WS-MAX-SPAN-ID        PIC X(10) VALUE SPACES.
01 WS-AVG-SPAN           PIC 9(4)V99 VALUE ZERO.
01 WS-AVG-SPAN-EDIT      PIC ZZZ9.99.

01 WS-ORG-DETAIL         PIC X(90) VALUE SPACES.
01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EMPLOYEE UNTIL WS-EMP-EOF = "Y"
    CLOSE EMP-FILE
    PERFORM 3000-LINK-SUPERVISORS
    PERFORM 3500-COUNT-TOTAL-REPORTS
    PERFORM 4000-PRINT-HIERARCHY
    PERFORM 5000-PRINT-ORPHANS
    PERFORM 6000-PRINT-LOOPS
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT EMP-FILE
    OPEN OUTPUT ORG-REPORT-FILE
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    PERFORM 1100-READ-PARAMETERS

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ORGANISATION CHART AND SPAN OF CONTROL"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        SPACE SPACE SPACE "WIDE SPAN OVER " WS-WIDE-SPAN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM 2900-READ-EMP-FILE.

1100-READ-PARAMETERS.
    OPEN INPUT PARM-FILE
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                IF PARM-WIDE-SPAN NUMERIC AND
                   PARM-WIDE-SPAN > ZERO
                    MOVE PARM-WIDE-SPAN TO WS-WIDE-SPAN
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARM-FILE.

2000-LOAD-EMPLOYEE.
    IF WS-ORG-COUNT NOT < WS-MAX-ORG
        ADD 1 TO WS-ORG-DROPPED
        DISPLAY "WARNING - ORG TABLE FULL, EMPLOYEE NOT CHARTED: "
            EMP-ID
    ELSE
        ADD 1 TO WS-ORG-COUNT
        SET WS-OR-IDX TO WS-ORG-COUNT
        MOVE EMP-ID      TO WS-OR-EMP-ID (WS-OR-IDX)
        MOVE EMP-NAME    TO WS-OR-NAME (WS-OR-IDX)
        MOVE DEPT-CODE   TO WS-OR-DEPT (WS-OR-IDX)
        MOVE EMP-SUPV-ID TO WS-OR-SUPV-ID (WS-OR-IDX)
        IF EMP-IS-ACTIVE
            MOVE "Y" TO WS-OR-ACTIVE (WS-OR-IDX)
            ADD 1 TO WS-ACTIVE-COUNT
        ELSE
            MOVE "N" TO WS-OR-ACTIVE (WS-OR-IDX)
        END-IF
        MOVE ZERO   TO WS-OR-PARENT (WS-OR-IDX)
        MOVE ZERO   TO WS-OR-FIRST-CHILD (WS-OR-IDX)
        MOVE ZERO   TO WS-OR-NEXT-SIB (WS-OR-IDX)
        MOVE ZERO   TO WS-OR-DIRECT (WS-OR-IDX)
        MOVE ZERO   TO WS-OR-TOTAL (WS-OR-IDX)
        MOVE SPACE  TO WS-OR-ORPHAN (WS-OR-IDX)
        MOVE "N"    TO WS-OR-PRINTED (WS-OR-IDX)
    END-IF
    PERFORM 2900-READ-EMP-FILE.

2900-READ-EMP-FILE.
    READ EMP-FILE NEXT
        AT END
            MOVE "Y" TO WS-EMP-EOF
    END-READ.

*> Resolves each active employee's supervisor to a table entry.
*> A supervisor on file and active becomes the parent; one on file
*> but terminated, or not on file at all (purged), makes the
*> employee an orphan (T or P). Entries are linked in from the
*> highest EMP-ID down so each manager's reports chain in EMP-ID
*> order.
3000-LINK-SUPERVISORS.
    IF WS-ORG-COUNT > ZERO
        PERFORM VARYING WS-O FROM WS-ORG-COUNT BY -1
                UNTIL WS-O < 1
            IF WS-OR-ACTIVE (WS-O) = "Y" AND
               WS-OR-SUPV-ID (WS-O) NOT = SPACES
                PERFORM 3100-LINK-ONE-EMPLOYEE
            END-IF
        END-PERFORM
    END-IF.

3100-LINK-ONE-EMPLOYEE.
    MOVE WS-OR-SUPV-ID (WS-O) TO WS-OR-LOOKUP-ID
    PERFORM 3150-FIND-ORG-ENTRY
    EVALUATE TRUE
        WHEN WS-OR-SUB = ZERO
            MOVE "P" TO WS-OR-ORPHAN (WS-O)
        WHEN WS-OR-ACTIVE (WS-OR-SUB) NOT = "Y"
            MOVE "T" TO WS-OR-ORPHAN (WS-O)
        WHEN OTHER
            MOVE WS-OR-SUB TO WS-OR-PARENT (WS-O)
            MOVE WS-OR-FIRST-CHILD (WS-OR-SUB)
                TO WS-OR-NEXT-SIB (WS-O)
            MOVE WS-O TO WS-OR-FIRST-CHILD (WS-OR-SUB)
            ADD 1 TO WS-OR-DIRECT (WS-OR-SUB)
            ADD 1 TO WS-REPORTING-COUNT
    END-EVALUATE.

*> Returns the subscript of WS-OR-LOOKUP-ID in WS-OR-SUB, zero
*> when the EMP-ID isn't in the table.
3150-FIND-ORG-ENTRY.
    MOVE ZERO TO WS-OR-SUB
    PERFORM VARYING WS-OR-IDX FROM 1 BY 1
            UNTIL WS-OR-IDX > WS-ORG-COUNT OR WS-OR-SUB > ZERO
        IF WS-OR-EMP-ID (WS-OR-IDX) = WS-OR-LOOKUP-ID
            SET WS-OR-SUB TO WS-OR-IDX
        END-IF
    END-PERFORM.

*> Every linked employee adds one to the total of each manager
*> above them. The climb is capped so a loop already on file can't
*> run away; those entries are reported as a loop anyway.
3500-COUNT-TOTAL-REPORTS.
    IF WS-ORG-COUNT > ZERO
        PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-ORG-COUNT
            MOVE WS-OR-PARENT (WS-O) TO WS-UP-SUB
            MOVE ZERO TO WS-UP-DEPTH
            PERFORM UNTIL WS-UP-SUB = ZERO OR
                          WS-UP-DEPTH NOT < WS-MAX-DEPTH
                ADD 1 TO WS-OR-TOTAL (WS-UP-SUB)
                ADD 1 TO WS-UP-DEPTH
                MOVE WS-OR-PARENT (WS-UP-SUB) TO WS-UP-SUB
            END-PERFORM
        END-PERFORM
    END-IF.

4000-PRINT-HIERARCHY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "REPORTING HIERARCHY" TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "LVL EMP-ID / NAME / DEPT" TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    IF WS-ORG-COUNT > ZERO
        PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-ORG-COUNT
            IF WS-OR-ACTIVE (WS-O) = "Y" AND
               WS-OR-SUPV-ID (WS-O) = SPACES
                ADD 1 TO WS-TOP-COUNT
                MOVE WS-O TO WS-ROOT-SUB
                PERFORM 4100-PRINT-TREE
            END-IF
        END-PERFORM
    END-IF.

*> Pre-order walk of the tree under WS-ROOT-SUB: print a node, go
*> down to its first report if it has one, otherwise across to the
*> next report of the same manager, climbing back up as each
*> manager's reports run out, until the walk is back at the root.
4100-PRINT-TREE.
    MOVE WS-ROOT-SUB TO WS-CUR-SUB
    MOVE 1 TO WS-LEVEL
    PERFORM 4300-PRINT-NODE
    MOVE "N" TO WS-TREE-DONE
    PERFORM 4200-NEXT-NODE UNTIL WS-TREE-DONE = "Y".

4200-NEXT-NODE.
    IF WS-OR-FIRST-CHILD (WS-CUR-SUB) > ZERO
        MOVE WS-OR-FIRST-CHILD (WS-CUR-SUB) TO WS-CUR-SUB
        ADD 1 TO WS-LEVEL
        PERFORM 4300-PRINT-NODE
    ELSE
        MOVE "N" TO WS-CLIMB-DONE
        PERFORM UNTIL WS-CLIMB-DONE = "Y"
            IF WS-CUR-SUB = WS-ROOT-SUB
                MOVE "Y" TO WS-CLIMB-DONE
                MOVE "Y" TO WS-TREE-DONE
            ELSE
                IF WS-OR-NEXT-SIB (WS-CUR-SUB) > ZERO
                    MOVE WS-OR-NEXT-SIB (WS-CUR-SUB) TO WS-CUR-SUB
                    MOVE "Y" TO WS-CLIMB-DONE
                    PERFORM 4300-PRINT-NODE
                ELSE
                    MOVE WS-OR-PARENT (WS-CUR-SUB) TO WS-CUR-SUB
                    SUBTRACT 1 FROM WS-LEVEL
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> Two columns of indent per level below the top, capped so a
*> deep chain still leaves room for the detail; the level number
*> at the left edge carries the true depth.
4300-PRINT-NODE.
    MOVE "Y" TO WS-OR-PRINTED (WS-CUR-SUB)
    MOVE SPACES TO WS-SPAN-FLAG
    MOVE SPACES TO WS-ORG-DETAIL
    IF WS-OR-DIRECT (WS-CUR-SUB) > ZERO
        ADD 1 TO WS-MANAGER-COUNT
        IF WS-OR-DIRECT (WS-CUR-SUB) > WS-MAX-SPAN
            MOVE WS-OR-DIRECT (WS-CUR-SUB) TO WS-MAX-SPAN
            MOVE WS-OR-EMP-ID (WS-CUR-SUB) TO WS-MAX-SPAN-ID
        END-IF
        IF WS-OR-DIRECT (WS-CUR-SUB) > WS-WIDE-SPAN
            ADD 1 TO WS-WIDE-COUNT
            MOVE "*WIDE SPAN*" TO WS-SPAN-FLAG
        END-IF
        STRING WS-OR-EMP-ID (WS-CUR-SUB) SPACE
            WS-OR-NAME (WS-CUR-SUB) SPACE WS-OR-DEPT (WS-CUR-SUB)
            " DIRECT " WS-OR-DIRECT (WS-CUR-SUB)
            " TOTAL " WS-OR-TOTAL (WS-CUR-SUB) SPACE WS-SPAN-FLAG
            DELIMITED BY SIZE INTO WS-ORG-DETAIL
    ELSE
        STRING WS-OR-EMP-ID (WS-CUR-SUB) SPACE
            WS-OR-NAME (WS-CUR-SUB) SPACE WS-OR-DEPT (WS-CUR-SUB)
            DELIMITED BY SIZE INTO WS-ORG-DETAIL
    END-IF
    IF WS-LEVEL > 6
        MOVE 15 TO WS-INDENT-POS
    ELSE
        COMPUTE WS-INDENT-POS = (WS-LEVEL * 2) + 3
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-LEVEL (2:2) TO WS-REPORT-LINE (1:2)
    MOVE WS-ORG-DETAIL TO WS-REPORT-LINE (WS-INDENT-POS:)
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE.

*> Each orphan is printed with the reason and then charted like a
*> top of its own, so the whole team left without a manager shows.
5000-PRINT-ORPHANS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "ORPHANS - SUPERVISOR TERMINATED OR PURGED"
        TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    IF WS-ORG-COUNT > ZERO
        PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-ORG-COUNT
            IF WS-OR-ORPHAN (WS-O) NOT = SPACE
                ADD 1 TO WS-ORPHAN-COUNT
                IF WS-OR-ORPHAN (WS-O) = "T"
                    MOVE "SUPERVISOR TERMINATED" TO WS-ORPHAN-REASON
                ELSE
                    MOVE "SUPERVISOR NOT ON FILE" TO WS-ORPHAN-REASON
                END-IF
                MOVE SPACES TO WS-REPORT-LINE
                STRING "*** ORPHAN " WS-OR-EMP-ID (WS-O)
                    " - " WS-ORPHAN-REASON " "
                    WS-OR-SUPV-ID (WS-O) " ***"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE WS-O TO WS-ROOT-SUB
                PERFORM 4100-PRINT-TREE
            END-IF
        END-PERFORM
    END-IF
    IF WS-ORPHAN-COUNT = ZERO
        MOVE "NONE" TO WS-REPORT-LINE
        WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

*> Anyone active still unprinted hangs off a chain that never
*> reaches a top or an orphan, which can only be a loop.
6000-PRINT-LOOPS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "REPORTING LOOPS" TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    IF WS-ORG-COUNT > ZERO
        PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-ORG-COUNT
            IF WS-OR-ACTIVE (WS-O) = "Y" AND
               WS-OR-PRINTED (WS-O) = "N"
                ADD 1 TO WS-LOOP-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "*** LOOP " WS-OR-EMP-ID (WS-O) SPACE
                    WS-OR-NAME (WS-O) " REPORTS TO "
                    WS-OR-SUPV-ID (WS-O) " ***"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
            END-IF
        END-PERFORM
    END-IF
    IF WS-LOOP-COUNT = ZERO
        MOVE "NONE" TO WS-REPORT-LINE
        WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

8000-FINALIZE.
    IF WS-MANAGER-COUNT > ZERO
        COMPUTE WS-AVG-SPAN ROUNDED =
            WS-REPORTING-COUNT / WS-MANAGER-COUNT
    END-IF
    MOVE WS-AVG-SPAN TO WS-AVG-SPAN-EDIT

    MOVE SPACES TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "SPAN OF CONTROL SUMMARY" TO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACTIVE EMPLOYEES: " WS-ACTIVE-COUNT
        "   WITH NO SUPERVISOR: " WS-TOP-COUNT
        "   ORPHANS: " WS-ORPHAN-COUNT
        "   IN LOOPS: " WS-LOOP-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "MANAGERS: " WS-MANAGER-COUNT
        "   AVERAGE SPAN: " WS-AVG-SPAN-EDIT
        "   WIDEST SPAN: " WS-MAX-SPAN " (" WS-MAX-SPAN-ID ")"
        "   WIDE SPANS: " WS-WIDE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-ORG-DROPPED > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** INCOMPLETE - " WS-ORG-DROPPED
            " EMPLOYEE(S) PAST THE ORG TABLE NOT CHARTED ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE ORG-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    IF WS-ORPHAN-COUNT > ZERO
        DISPLAY "WARNING - " WS-ORPHAN-COUNT
            " EMPLOYEE(S) WITHOUT AN ACTIVE SUPERVISOR - "
            "SEE ORGCHART.OUT"
    END-IF

    CLOSE ORG-REPORT-FILE
    DISPLAY "Org chart complete!".
