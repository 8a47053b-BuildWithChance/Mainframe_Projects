IDENTIFICATION DIVISION.
PROGRAM-ID. COMP-PROJECTION.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New next-year compensation cost projection for Finance at budget
*> time, replacing the spreadsheet pieced together from STATS.OUT,
*> PENDING.DAT and the draft increase rules. Read-only: it starts
*> from today's salaries on EMPLOYEES.IN, replays every transaction
*> still queued on PENDING.DAT at its effective date (in the order
*> EMPLOYEE-MAINT would release them - the file's effective-date/
*> sequence key), and applies a draft increase rule deck at the
*> cycle date, then writes projected annual cost and headcount per
*> department against the BUDGET.IN figures, with variances flagged
*> the same way BUDGET-REPORT flags them.
*> The scenario comes from an optional PROJECT.PARM card: scenario
*> id, projection year (default next calendar year), increase cycle
*> date (default 1 January of that year) and the name of the rule
*> deck to apply (default INCREASE.PARM). The deck is the
*> INCREASE.PARM card format unchanged - C cycle card, R rule cards
*> by grade and/or department, P percentage in hundredths of a
*> percent or F flat amount - and the most specific matching rule
*> wins exactly as SALARY-INCREASE picks it (grade+dept, then grade,
*> then dept, then the all-blank default). The report is written to
*> PROJECT.<scenario id>, so several scenarios run the same
*> afternoon sit side by side instead of overwriting each other.
*> Projected cost is the salary bill actually paid in the year: each
*> employee's annual salary is pro-rated by the days it is in force
*> within the year, to the department they are in for those days,
*> so a hire, leaver, transfer or increase part-way through the year
*> counts for its share only. Headcount is the projected active
*> headcount at year end. A queued card dated after the year is
*> counted but not applied; pending transactions due on the cycle
*> date itself are applied ahead of the increase, as the nightly
*> maintenance run releases them before the increase batch. Queued
*> cards are projected as if they pass maintenance and any salary
*> sign-off; one that could not apply to the master as projected
*> (a change for an unknown employee, a termination of an unknown
*> or already-terminated employee, or an add for an EMP-ID already
*> active) is counted as not applied. Leave cards do not move the
*> projection - people on leave keep their positions and stay in
*> the salary bill, as on BUDGET-REPORT. Non-numeric salaries count
*> in headcount but not in cost, also as BUDGET-REPORT does.
*> Nothing is written except the report: the master, PENDING.DAT,
*> INCREASE.PARM, INCREASE.DONE and MAINT.HIST are never opened for
*> output, and INCREASE.DONE is not read at all. The run refuses to
*> start while an updater holds RUNCTL.LCK (same check as RETRO-
*> REGISTER), since the master and queue are mid-change then.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDING.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PEND-KEY.
    SELECT OPTIONAL BUDGET-FILE ASSIGN TO "BUDGET.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BUD-MST-CODE.
    SELECT OPTIONAL PROJ-PARM-FILE ASSIGN TO "PROJECT.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PROJ-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE.
    COPY EMPREC.

FD PENDING-FILE.
    COPY PNDREC.

FD BUDGET-FILE.
    COPY BUDREC.

FD PROJ-PARM-FILE.
01 PROJ-PARM-RECORD.
   05 PROJ-PARM-SCENARIO PIC X(8).
   05 PROJ-PARM-YEAR     PIC X(4).
   05 PROJ-PARM-CYCLE-DATE PIC X(8).
   05 PROJ-PARM-RULE-FILE PIC X(16).

*> Same card layout as INCREASE.PARM in SALARY-INCREASE.
FD RULE-FILE.
01 PARM-RECORD.
   05 PARM-TYPE      PIC X(1).
      88 PARM-IS-CYCLE VALUE "C".
      88 PARM-IS-RULE  VALUE "R".
   05 PARM-CYCLE-ID  PIC X(8).
01 PARM-RULE-RECORD REDEFINES PARM-RECORD.
   05 FILLER         PIC X(1).
   05 PARM-GRADE     PIC X(2).
   05 PARM-DEPT      PIC X(4).
   05 PARM-METHOD    PIC X(1).
      88 PARM-IS-PERCENT VALUE "P".
      88 PARM-IS-FLAT    VALUE "F".
   05 PARM-RATE      PIC 9(6).

FD PROJ-REPORT-FILE.
01 PROJ-REPORT-RECORD    PIC X(100).

FD LOCK-FILE.
    COPY LOCKREC.

WORKING-STORAGE SECTION.
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-EMP-EOF            PIC X VALUE "N".
01 WS-PEND-EOF           PIC X VALUE "N".
01 WS-BUDGET-EOF         PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-RULE-EOF           PIC X VALUE "N".

01 WS-SCENARIO-ID        PIC X(8) VALUE "BASE".
01 WS-RULE-FILE-NAME     PIC X(16) VALUE "INCREASE.PARM".
01 WS-RPT-NAME           PIC X(20) VALUE SPACES.
01 WS-CYCLE-ID           PIC X(8) VALUE SPACES.

*> Projection year and the dates that bound it, held both as
*> YYYYMMDD and as day numbers so days in force can be counted.
01 WS-PROJ-YEAR          PIC 9(4) VALUE ZERO.
01 WS-YEAR-START-DATE.
   05 WS-YS-YYYY         PIC 9(4).
   05 WS-YS-MMDD         PIC 9(4) VALUE 0101.
01 WS-YEAR-START-NUM REDEFINES WS-YEAR-START-DATE PIC 9(8).
01 WS-YEAR-END-DATE.
   05 WS-YE-YYYY         PIC 9(4).
   05 WS-YE-MMDD         PIC 9(4) VALUE 1231.
01 WS-YEAR-END-X REDEFINES WS-YEAR-END-DATE PIC X(8).
01 WS-YEAR-END-NUM REDEFINES WS-YEAR-END-DATE PIC 9(8).
01 WS-YEAR-START-INT     PIC 9(7) VALUE ZERO.
01 WS-YEAR-END-INT       PIC 9(7) VALUE ZERO.
01 WS-DAYS-IN-YEAR       PIC 9(3) VALUE ZERO.

01 WS-CYCLE-DATE         PIC X(8) VALUE SPACES.
01 WS-CYCLE-DATE-NUM REDEFINES WS-CYCLE-DATE PIC 9(8).
01 WS-CYCLE-INT          PIC 9(7) VALUE ZERO.
01 WS-INCREASE-DONE      PIC X VALUE "N".

01 WS-CHECK-DATE-FIELDS.
   05 WS-CK-YYYY         PIC 9(4).
   05 WS-CK-MM           PIC 9(2).
   05 WS-CK-DD           PIC 9(2).
01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE-FIELDS PIC 9(8).
01 WS-DATE-VALID         PIC X VALUE "N".

01 WS-EVENT-INT          PIC 9(7) VALUE ZERO.
01 WS-ACCRUE-FROM        PIC 9(7) VALUE ZERO.
01 WS-ACCRUE-TO          PIC 9(7) VALUE ZERO.
01 WS-ACCRUE-DAYS        PIC 9(3) VALUE ZERO.

*> The increase rule deck, same bounded table as SALARY-INCREASE.
01 WS-RULE-TABLE.
   05 WS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY WS-RL-IDX.
      10 WS-RL-GRADE     PIC X(2).
      10 WS-RL-DEPT      PIC X(4).
      10 WS-RL-METHOD    PIC X(1).
      10 WS-RL-RATE      PIC 9(6).
01 WS-RULE-COUNT         PIC 9(4) VALUE ZERO.
01 WS-MAX-RULES          PIC 9(4) VALUE 50.

01 WS-MATCH-LEVEL        PIC 9(1) VALUE ZERO.
01 WS-BEST-LEVEL         PIC 9(1) VALUE ZERO.
01 WS-BEST-METHOD        PIC X(1) VALUE SPACE.
01 WS-BEST-RATE          PIC 9(6) VALUE ZERO.
01 WS-OLD-SALARY         PIC 9(6) VALUE ZERO.
01 WS-NEW-SALARY         PIC 9(6) VALUE ZERO.
01 WS-MATCH-GRADE        PIC X(2) VALUE SPACES.
01 WS-MATCH-DEPT         PIC X(4) VALUE SPACES.

*> One entry per employee on the master, active or terminated (a
*> terminated entry can be rehired by a queued add), plus any new
*> hire a queued add brings in. Same bounded-table convention as
*> ORG-CHART: an overflow is warned about and the projection marked
*> INCOMPLETE rather than overrunning working-storage.
01 WS-PROJ-TABLE.
   05 WS-PE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PE-IDX.
      10 WS-PE-EMP-ID    PIC X(10).
      10 WS-PE-DEPT      PIC X(4).
      10 WS-PE-GRADE     PIC X(2).
      10 WS-PE-SALARY    PIC 9(6).
      10 WS-PE-SAL-VALID PIC X(1).
      10 WS-PE-ACTIVE    PIC X(1).
      10 WS-PE-SEG-START PIC 9(7).
01 WS-PROJ-COUNT         PIC 9(4) VALUE ZERO.
01 WS-MAX-PROJ           PIC 9(4) VALUE 2000.
01 WS-PROJ-DROPPED       PIC 9(6) VALUE ZERO.
01 WS-PE-SUB             PIC 9(4) VALUE ZERO.
01 WS-P                  PIC 9(4) VALUE ZERO.

*> One entry per department seen on either BUDGET.IN or the
*> projection, as in BUDGET-REPORT.
01 WS-DEPT-PROJ-TABLE.
   05 WS-PD-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
      10 WS-PD-DEPT          PIC X(4).
      10 WS-PD-BUDGETED      PIC X(1).
      10 WS-PD-BUD-HEADCOUNT PIC 9(4).
      10 WS-PD-BUD-SALARY    PIC 9(10).
      10 WS-PD-NOW-HEADCOUNT PIC 9(4).
      10 WS-PD-NOW-SALARY    PIC 9(10).
      10 WS-PD-PROJ-HEADCOUNT PIC 9(4).
      10 WS-PD-PROJ-COST     PIC 9(10)V9(4).
      10 WS-PD-INCREASE      PIC 9(10).
01 WS-PD-COUNT           PIC 9(4) VALUE ZERO.
01 WS-MAX-PD             PIC 9(4) VALUE 50.
01 WS-PD-SUB             PIC 9(4) VALUE ZERO.
01 WS-LOOKUP-DEPT        PIC X(4) VALUE SPACES.
01 WS-D                  PIC 9(4) VALUE ZERO.

01 WS-PEND-CARD.
   05 WS-PC-CODE         PIC X(1).
      88 WS-PC-IS-ADD    VALUE "A".
      88 WS-PC-IS-CHANGE VALUE "C".
      88 WS-PC-IS-DELETE VALUE "D".
      88 WS-PC-IS-LEAVE  VALUES "L", "E", "R".
   05 WS-PC-EMP-ID       PIC X(10).
   05 WS-PC-EMP-NAME     PIC X(30).
   05 WS-PC-SALARY       PIC X(6).
   05 WS-PC-SALARY-NUM REDEFINES WS-PC-SALARY PIC 9(6).
   05 WS-PC-DEPT-CODE    PIC X(4).
   05 WS-PC-HIRE-DATE    PIC X(8).
   05 WS-PC-GRADE        PIC X(2).
   05 WS-PC-EFF-DATE     PIC X(8).
   05 FILLER             PIC X(27).

01 WS-PROJ-COST-OUT      PIC 9(10) VALUE ZERO.
01 WS-HC-VARIANCE        PIC S9(5) SIGN LEADING SEPARATE
                         VALUE ZERO.
01 WS-SAL-VARIANCE       PIC S9(11) SIGN LEADING SEPARATE
                         VALUE ZERO.
01 WS-OVER-FLAG          PIC X(14) VALUE SPACES.

01 WS-READ-COUNT         PIC 9(6) VALUE ZERO.
01 WS-ACTIVE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-TERMINATED-COUNT   PIC 9(6) VALUE ZERO.
01 WS-BAD-SALARY-COUNT   PIC 9(6) VALUE ZERO.
01 WS-PEND-READ-COUNT    PIC 9(6) VALUE ZERO.
01 WS-PEND-ADD-COUNT     PIC 9(6) VALUE ZERO.
01 WS-PEND-REHIRE-COUNT  PIC 9(6) VALUE ZERO.
01 WS-PEND-CHANGE-COUNT  PIC 9(6) VALUE ZERO.
01 WS-PEND-TERM-COUNT    PIC 9(6) VALUE ZERO.
01 WS-PEND-LEAVE-COUNT   PIC 9(6) VALUE ZERO.
01 WS-PEND-NOT-APPLIED   PIC 9(6) VALUE ZERO.
01 WS-PEND-BEYOND-COUNT  PIC 9(6) VALUE ZERO.
01 WS-INCREASED-COUNT    PIC 9(6) VALUE ZERO.
01 WS-NO-RULE-COUNT      PIC 9(6) VALUE ZERO.
01 WS-INCR-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
01 WS-TOTAL-INCREASE     PIC 9(10) VALUE ZERO.
01 WS-OVER-DEPT-COUNT    PIC 9(6) VALUE ZERO.
01 WS-UNBUDGETED-COUNT   PIC 9(6) VALUE ZERO.
01 WS-TOT-BUD-HEADCOUNT  PIC 9(6) VALUE ZERO.
01 WS-TOT-NOW-HEADCOUNT  PIC 9(6) VALUE ZERO.
01 WS-TOT-PROJ-HEADCOUNT PIC 9(6) VALUE ZERO.
01 WS-TOT-BUD-SALARY     PIC 9(11) VALUE ZERO.
01 WS-TOT-NOW-SALARY     PIC 9(11) VALUE ZERO.
01 WS-TOT-PROJ-COST      PIC 9(11) VALUE ZERO.

01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-RUN-DATE           PIC X(10).
01 WS-RUN-DATE-YMD       PIC 9(8).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1100-CHECK-RUN-LOCK
    IF WS-RUN-REFUSED = "Y"
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-EMPLOYEE UNTIL WS-EMP-EOF = "Y"
    CLOSE EMP-FILE
    PERFORM 3000-REPLAY-PENDING UNTIL WS-PEND-EOF = "Y"
    CLOSE PENDING-FILE
    IF WS-INCREASE-DONE = "N" AND WS-CYCLE-DATE NOT > WS-YEAR-END-X
        PERFORM 4000-APPLY-INCREASE-CYCLE
    END-IF
    PERFORM 5000-CLOSE-PROJECTION-YEAR
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE-YMD TO WS-CURRENT-DATE
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    COMPUTE WS-PROJ-YEAR = WS-CURRENT-YYYY + 1
    PERFORM 1200-READ-SCENARIO
    PERFORM 1300-SET-PROJECTION-YEAR
    PERFORM 1400-READ-RULE-DECK
    PERFORM 1500-LOAD-BUDGET-TABLE

    MOVE SPACES TO WS-RPT-NAME
    STRING "PROJECT." WS-SCENARIO-ID
        DELIMITED BY SPACE INTO WS-RPT-NAME
    OPEN OUTPUT PROJ-REPORT-FILE
    PERFORM 1600-WRITE-HEADERS

    OPEN INPUT EMP-FILE
    OPEN INPUT PENDING-FILE
    PERFORM 2900-READ-EMP-FILE
    PERFORM 3900-READ-PENDING-FILE.

*> A master mid-update gives a projection that matches neither the
*> before nor the after, so the run is refused while an updater
*> holds the lock. Nothing here claims the lock: the projection
*> writes nothing but its own report.
1100-CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    READ LOCK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOCK-HOLDER NOT = SPACES
                MOVE "Y" TO WS-RUN-REFUSED
                DISPLAY "PROJECTION REFUSED - EMPLOYEES.IN IS "
                    "LOCKED BY " LOCK-HOLDER
                DISPLAY "RERUN ONCE THAT JOB HAS COMPLETED"
            END-IF
    END-READ
    CLOSE LOCK-FILE.

*> Optional card: scenario id in columns 1-8, projection year in
*> 9-12, increase cycle date (YYYYMMDD) in 13-20 and the rule deck
*> file name in 21-36. Blank fields keep the defaults; a bad year
*> or date is warned about and the default kept.
1200-READ-SCENARIO.
    OPEN INPUT PROJ-PARM-FILE
    READ PROJ-PARM-FILE
        AT END
            MOVE "Y" TO WS-PARM-EOF
    END-READ
    IF WS-PARM-EOF = "N"
        IF PROJ-PARM-SCENARIO NOT = SPACES
            MOVE PROJ-PARM-SCENARIO TO WS-SCENARIO-ID
        END-IF
        IF PROJ-PARM-YEAR NOT = SPACES
            IF PROJ-PARM-YEAR NUMERIC AND
               PROJ-PARM-YEAR NOT < "1900" AND
               PROJ-PARM-YEAR NOT > "2099"
                MOVE PROJ-PARM-YEAR TO WS-PROJ-YEAR
            ELSE
                DISPLAY "WARNING - INVALID PROJECTION YEAR ON "
                    "PROJECT.PARM IGNORED: " PROJ-PARM-YEAR
            END-IF
        END-IF
        IF PROJ-PARM-CYCLE-DATE NOT = SPACES
            MOVE "N" TO WS-DATE-VALID
            IF PROJ-PARM-CYCLE-DATE NUMERIC
                MOVE PROJ-PARM-CYCLE-DATE TO WS-CHECK-DATE-FIELDS
                PERFORM 2800-CHECK-DATE-FIELDS
            END-IF
            IF WS-DATE-VALID = "Y"
                MOVE PROJ-PARM-CYCLE-DATE TO WS-CYCLE-DATE
            ELSE
                DISPLAY "WARNING - INVALID CYCLE DATE ON "
                    "PROJECT.PARM IGNORED: " PROJ-PARM-CYCLE-DATE
            END-IF
        END-IF
        IF PROJ-PARM-RULE-FILE NOT = SPACES
            MOVE PROJ-PARM-RULE-FILE TO WS-RULE-FILE-NAME
        END-IF
    END-IF
    CLOSE PROJ-PARM-FILE.

1300-SET-PROJECTION-YEAR.
    MOVE WS-PROJ-YEAR TO WS-YS-YYYY
    MOVE WS-PROJ-YEAR TO WS-YE-YYYY
    COMPUTE WS-YEAR-START-INT =
        FUNCTION INTEGER-OF-DATE (WS-YEAR-START-NUM)
    COMPUTE WS-YEAR-END-INT =
        FUNCTION INTEGER-OF-DATE (WS-YEAR-END-NUM)
    COMPUTE WS-DAYS-IN-YEAR = WS-YEAR-END-INT - WS-YEAR-START-INT + 1
    IF WS-CYCLE-DATE = SPACES
        MOVE WS-YEAR-START-DATE TO WS-CYCLE-DATE
    END-IF
    COMPUTE WS-CYCLE-INT =
        FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE-NUM).

1400-READ-RULE-DECK.
    OPEN INPUT RULE-FILE
    PERFORM UNTIL WS-RULE-EOF = "Y"
        READ RULE-FILE
            AT END
                MOVE "Y" TO WS-RULE-EOF
            NOT AT END
                PERFORM 1410-STORE-RULE
        END-READ
    END-PERFORM
    CLOSE RULE-FILE.

1410-STORE-RULE.
    EVALUATE TRUE
        WHEN PARM-IS-CYCLE
            MOVE PARM-CYCLE-ID TO WS-CYCLE-ID
        WHEN PARM-IS-RULE
            IF WS-RULE-COUNT NOT < WS-MAX-RULES
                DISPLAY "WARNING - RULE DECK RULE IGNORED, "
                    "TABLE FULL: " PARM-GRADE SPACE PARM-DEPT
            ELSE
                ADD 1 TO WS-RULE-COUNT
                SET WS-RL-IDX TO WS-RULE-COUNT
                MOVE PARM-GRADE  TO WS-RL-GRADE (WS-RL-IDX)
                MOVE PARM-DEPT   TO WS-RL-DEPT (WS-RL-IDX)
                MOVE PARM-METHOD TO WS-RL-METHOD (WS-RL-IDX)
                MOVE PARM-RATE   TO WS-RL-RATE (WS-RL-IDX)
            END-IF
        WHEN OTHER
            DISPLAY "WARNING - RULE DECK CARD IGNORED, "
                "UNKNOWN TYPE: " PARM-TYPE
    END-EVALUATE.

1500-LOAD-BUDGET-TABLE.
    OPEN INPUT BUDGET-FILE
    PERFORM UNTIL WS-BUDGET-EOF = "Y"
        READ BUDGET-FILE NEXT
            AT END
                MOVE "Y" TO WS-BUDGET-EOF
            NOT AT END
                IF WS-PD-COUNT NOT < WS-MAX-PD
                    DISPLAY "WARNING - BUDGET TABLE FULL, "
                        "RECORD IGNORED: " BUD-MST-CODE
                ELSE
                    ADD 1 TO WS-PD-COUNT
                    SET WS-PD-IDX TO WS-PD-COUNT
                    INITIALIZE WS-PD-ENTRY (WS-PD-IDX)
                    MOVE BUD-MST-CODE TO WS-PD-DEPT (WS-PD-IDX)
                    MOVE "Y"          TO WS-PD-BUDGETED (WS-PD-IDX)
                    MOVE BUD-MST-HEADCOUNT
                        TO WS-PD-BUD-HEADCOUNT (WS-PD-IDX)
                    MOVE BUD-MST-SALARY
                        TO WS-PD-BUD-SALARY (WS-PD-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUDGET-FILE.

1600-WRITE-HEADERS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "COMPENSATION COST PROJECTION - SCENARIO " WS-SCENARIO-ID
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PROJECTION YEAR " WS-PROJ-YEAR
        "  RULE DECK " WS-RULE-FILE-NAME
        "  CYCLE " WS-CYCLE-ID
        "  AT " WS-CYCLE-DATE
        "  RULES " WS-RULE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PROJECTION ONLY - EMPLOYEES.IN, PENDING.DAT AND "
        "INCREASE.DONE ARE NOT UPDATED"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-RULE-COUNT = ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** NO INCREASE RULES ON " WS-RULE-FILE-NAME
            " - PROJECTION EXCLUDES ANY INCREASE ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    IF WS-CYCLE-DATE > WS-YEAR-END-X
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** CYCLE DATE " WS-CYCLE-DATE
            " FALLS AFTER THE PROJECTION YEAR - INCREASE NOT "
            "APPLIED ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE.

*> Every master record goes into the table, terminated ones
*> inactive; today's active headcount and salary run-rate per
*> department give the NOW columns. Today's figures are taken to
*> hold from the start of the projection year until a queued card
*> or the increase changes them.
2000-LOAD-EMPLOYEE.
    ADD 1 TO WS-READ-COUNT
    IF WS-PROJ-COUNT NOT < WS-MAX-PROJ
        ADD 1 TO WS-PROJ-DROPPED
        DISPLAY "WARNING - PROJECTION TABLE FULL, "
            "RECORD NOT PROJECTED: " EMP-ID
    ELSE
        ADD 1 TO WS-PROJ-COUNT
        SET WS-PE-IDX TO WS-PROJ-COUNT
        MOVE EMP-ID    TO WS-PE-EMP-ID (WS-PE-IDX)
        MOVE DEPT-CODE TO WS-PE-DEPT (WS-PE-IDX)
        MOVE EMP-GRADE TO WS-PE-GRADE (WS-PE-IDX)
        MOVE WS-YEAR-START-INT TO WS-PE-SEG-START (WS-PE-IDX)
        IF EMP-SALARY-ALT NUMERIC
            MOVE EMP-SALARY TO WS-PE-SALARY (WS-PE-IDX)
            MOVE "Y" TO WS-PE-SAL-VALID (WS-PE-IDX)
        ELSE
            MOVE ZERO TO WS-PE-SALARY (WS-PE-IDX)
            MOVE "N" TO WS-PE-SAL-VALID (WS-PE-IDX)
        END-IF
        IF EMP-IS-TERMINATED
            ADD 1 TO WS-TERMINATED-COUNT
            MOVE "N" TO WS-PE-ACTIVE (WS-PE-IDX)
        ELSE
            ADD 1 TO WS-ACTIVE-COUNT
            MOVE "Y" TO WS-PE-ACTIVE (WS-PE-IDX)
            IF WS-PE-SAL-VALID (WS-PE-IDX) = "N"
                ADD 1 TO WS-BAD-SALARY-COUNT
            END-IF
            MOVE DEPT-CODE TO WS-LOOKUP-DEPT
            PERFORM 2100-FIND-DEPT-ENTRY
            IF WS-PD-SUB > ZERO
                ADD 1 TO WS-PD-NOW-HEADCOUNT (WS-PD-SUB)
                ADD WS-PE-SALARY (WS-PE-IDX)
                    TO WS-PD-NOW-SALARY (WS-PD-SUB)
            END-IF
        END-IF
    END-IF
    PERFORM 2900-READ-EMP-FILE.

*> Finds WS-LOOKUP-DEPT in the table, adding an unbudgeted entry
*> when it isn't there yet; returns the subscript, zero only when
*> the table is full.
2100-FIND-DEPT-ENTRY.
    MOVE ZERO TO WS-PD-SUB
    IF WS-PD-COUNT > ZERO
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                UNTIL WS-PD-IDX > WS-PD-COUNT
            IF WS-PD-DEPT (WS-PD-IDX) = WS-LOOKUP-DEPT
                SET WS-PD-SUB TO WS-PD-IDX
            END-IF
        END-PERFORM
    END-IF
    IF WS-PD-SUB = ZERO
        IF WS-PD-COUNT NOT < WS-MAX-PD
            DISPLAY "WARNING - BUDGET TABLE FULL, "
                "RECORD NOT TALLIED: " WS-LOOKUP-DEPT
        ELSE
            ADD 1 TO WS-PD-COUNT
            SET WS-PD-IDX TO WS-PD-COUNT
            INITIALIZE WS-PD-ENTRY (WS-PD-IDX)
            MOVE WS-LOOKUP-DEPT TO WS-PD-DEPT (WS-PD-IDX)
            MOVE "N" TO WS-PD-BUDGETED (WS-PD-IDX)
            MOVE WS-PD-COUNT TO WS-PD-SUB
        END-IF
    END-IF.

*> Finds the projection entry for WS-PC-EMP-ID; zero when the
*> employee is on neither the master nor an earlier queued add.
2200-FIND-PROJ-ENTRY.
    MOVE ZERO TO WS-PE-SUB
    IF WS-PROJ-COUNT > ZERO
        PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-PROJ-COUNT OR WS-PE-SUB > ZERO
            IF WS-PE-EMP-ID (WS-PE-IDX) = WS-PC-EMP-ID
                SET WS-PE-SUB TO WS-PE-IDX
            END-IF
        END-PERFORM
    END-IF.

2800-CHECK-DATE-FIELDS.
    MOVE "N" TO WS-DATE-VALID
    IF WS-CK-YYYY NOT < 1900 AND WS-CK-YYYY NOT > 2099 AND
       WS-CK-MM NOT < 01 AND WS-CK-MM NOT > 12 AND
       WS-CK-DD NOT < 01 AND WS-CK-DD NOT > 31
        MOVE "Y" TO WS-DATE-VALID
    END-IF.

2900-READ-EMP-FILE.
    READ EMP-FILE NEXT
        AT END
            MOVE "Y" TO WS-EMP-EOF
    END-READ.

*> PENDING.DAT is keyed on effective date then sequence number, so
*> reading it in key order replays the queue in the order the
*> nightly run would release it. The increase is slotted in ahead
*> of the first card dated after the cycle date.
3000-REPLAY-PENDING.
    ADD 1 TO WS-PEND-READ-COUNT
    MOVE PEND-TRAN-DATA TO WS-PEND-CARD
    IF WS-INCREASE-DONE = "N" AND PEND-EFF-DATE > WS-CYCLE-DATE
       AND WS-CYCLE-DATE NOT > WS-YEAR-END-X
        PERFORM 4000-APPLY-INCREASE-CYCLE
    END-IF
    MOVE "N" TO WS-DATE-VALID
    IF PEND-EFF-DATE NUMERIC
        MOVE PEND-EFF-DATE TO WS-CHECK-DATE-FIELDS
        PERFORM 2800-CHECK-DATE-FIELDS
    END-IF
    EVALUATE TRUE
        WHEN WS-DATE-VALID = "N"
            ADD 1 TO WS-PEND-NOT-APPLIED
        WHEN PEND-EFF-DATE > WS-YEAR-END-X
            ADD 1 TO WS-PEND-BEYOND-COUNT
        WHEN OTHER
            COMPUTE WS-EVENT-INT =
                FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE-NUM)
            PERFORM 3100-APPLY-PENDING-CARD
    END-EVALUATE
    PERFORM 3900-READ-PENDING-FILE.

3100-APPLY-PENDING-CARD.
    PERFORM 2200-FIND-PROJ-ENTRY
    EVALUATE TRUE
        WHEN WS-PC-IS-ADD
            PERFORM 3200-PROJECT-ADD
        WHEN WS-PC-IS-CHANGE
            IF WS-PE-SUB = ZERO
                ADD 1 TO WS-PEND-NOT-APPLIED
            ELSE
                PERFORM 3300-PROJECT-CHANGE
            END-IF
        WHEN WS-PC-IS-DELETE
            IF WS-PE-SUB = ZERO
                ADD 1 TO WS-PEND-NOT-APPLIED
            ELSE
                IF WS-PE-ACTIVE (WS-PE-SUB) = "N"
                    ADD 1 TO WS-PEND-NOT-APPLIED
                ELSE
                    PERFORM 6000-ACCRUE-ENTRY
                    MOVE "N" TO WS-PE-ACTIVE (WS-PE-SUB)
                    ADD 1 TO WS-PEND-TERM-COUNT
                END-IF
            END-IF
        WHEN WS-PC-IS-LEAVE
            ADD 1 TO WS-PEND-LEAVE-COUNT
        WHEN OTHER
            ADD 1 TO WS-PEND-NOT-APPLIED
    END-EVALUATE.

*> A queued add is a new hire, or a rehire of a terminated entry;
*> an add for an EMP-ID still active would be rejected as a
*> duplicate by EMPLOYEE-MAINT and is not projected.
3200-PROJECT-ADD.
    EVALUATE TRUE
        WHEN WS-PE-SUB = ZERO
            IF WS-PROJ-COUNT NOT < WS-MAX-PROJ
                ADD 1 TO WS-PROJ-DROPPED
                DISPLAY "WARNING - PROJECTION TABLE FULL, "
                    "QUEUED ADD NOT PROJECTED: " WS-PC-EMP-ID
            ELSE
                ADD 1 TO WS-PROJ-COUNT
                MOVE WS-PROJ-COUNT TO WS-PE-SUB
                MOVE WS-PC-EMP-ID TO WS-PE-EMP-ID (WS-PE-SUB)
                PERFORM 3250-SET-FROM-CARD
                MOVE "Y" TO WS-PE-ACTIVE (WS-PE-SUB)
                MOVE WS-EVENT-INT TO WS-PE-SEG-START (WS-PE-SUB)
                ADD 1 TO WS-PEND-ADD-COUNT
            END-IF
        WHEN WS-PE-ACTIVE (WS-PE-SUB) = "N"
            PERFORM 3250-SET-FROM-CARD
            MOVE "Y" TO WS-PE-ACTIVE (WS-PE-SUB)
            MOVE WS-EVENT-INT TO WS-PE-SEG-START (WS-PE-SUB)
            ADD 1 TO WS-PEND-REHIRE-COUNT
        WHEN OTHER
            ADD 1 TO WS-PEND-NOT-APPLIED
    END-EVALUATE.

3250-SET-FROM-CARD.
    MOVE WS-PC-DEPT-CODE TO WS-PE-DEPT (WS-PE-SUB)
    MOVE WS-PC-GRADE     TO WS-PE-GRADE (WS-PE-SUB)
    IF WS-PC-SALARY NUMERIC
        MOVE WS-PC-SALARY-NUM TO WS-PE-SALARY (WS-PE-SUB)
        MOVE "Y" TO WS-PE-SAL-VALID (WS-PE-SUB)
    ELSE
        MOVE ZERO TO WS-PE-SALARY (WS-PE-SUB)
        MOVE "N" TO WS-PE-SAL-VALID (WS-PE-SUB)
    END-IF.

*> A C card replaces the whole record on EMPLOYEE-MAINT, so the
*> salary, department and grade all come from the card; the cost
*> to the change date is accrued first at the old figures.
3300-PROJECT-CHANGE.
    PERFORM 6000-ACCRUE-ENTRY
    PERFORM 3250-SET-FROM-CARD
    ADD 1 TO WS-PEND-CHANGE-COUNT.

3900-READ-PENDING-FILE.
    READ PENDING-FILE NEXT
        AT END
            MOVE "Y" TO WS-PEND-EOF
    END-READ.

*> The draft increase applied to everyone active on the cycle date,
*> with the same rule matching and arithmetic as SALARY-INCREASE,
*> including its refusal of an increase that overflows the salary
*> field. The increase column is the annual amount added.
4000-APPLY-INCREASE-CYCLE.
    MOVE "Y" TO WS-INCREASE-DONE
    IF WS-RULE-COUNT > ZERO
        MOVE WS-CYCLE-INT TO WS-EVENT-INT
        PERFORM VARYING WS-P FROM 1 BY 1
                UNTIL WS-P > WS-PROJ-COUNT
            IF WS-PE-ACTIVE (WS-P) = "Y" AND
               WS-PE-SAL-VALID (WS-P) = "Y"
                PERFORM 4100-INCREASE-ONE-ENTRY
            END-IF
        END-PERFORM
    END-IF.

4100-INCREASE-ONE-ENTRY.
    MOVE WS-PE-GRADE (WS-P) TO WS-MATCH-GRADE
    MOVE WS-PE-DEPT (WS-P) TO WS-MATCH-DEPT
    PERFORM 4200-FIND-BEST-RULE
    IF WS-BEST-LEVEL = ZERO
        ADD 1 TO WS-NO-RULE-COUNT
    ELSE
        MOVE WS-PE-SALARY (WS-P) TO WS-OLD-SALARY
        IF WS-BEST-METHOD = "P"
            COMPUTE WS-NEW-SALARY ROUNDED =
                WS-OLD-SALARY + (WS-OLD-SALARY * WS-BEST-RATE / 10000)
                ON SIZE ERROR
                    MOVE ZERO TO WS-NEW-SALARY
            END-COMPUTE
        ELSE
            COMPUTE WS-NEW-SALARY =
                WS-OLD-SALARY + WS-BEST-RATE
                ON SIZE ERROR
                    MOVE ZERO TO WS-NEW-SALARY
            END-COMPUTE
        END-IF
        IF WS-NEW-SALARY = ZERO OR WS-NEW-SALARY < WS-OLD-SALARY
            ADD 1 TO WS-INCR-SKIPPED-COUNT
        ELSE
            MOVE WS-P TO WS-PE-SUB
            PERFORM 6000-ACCRUE-ENTRY
            MOVE WS-NEW-SALARY TO WS-PE-SALARY (WS-P)
            ADD 1 TO WS-INCREASED-COUNT
            COMPUTE WS-TOTAL-INCREASE = WS-TOTAL-INCREASE
                + WS-NEW-SALARY - WS-OLD-SALARY
            MOVE WS-PE-DEPT (WS-P) TO WS-LOOKUP-DEPT
            PERFORM 2100-FIND-DEPT-ENTRY
            IF WS-PD-SUB > ZERO
                COMPUTE WS-PD-INCREASE (WS-PD-SUB) =
                    WS-PD-INCREASE (WS-PD-SUB)
                    + WS-NEW-SALARY - WS-OLD-SALARY
            END-IF
        END-IF
    END-IF.

4200-FIND-BEST-RULE.
    MOVE ZERO TO WS-BEST-LEVEL
    MOVE SPACE TO WS-BEST-METHOD
    MOVE ZERO TO WS-BEST-RATE
    PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RULE-COUNT
        PERFORM 4210-SCORE-RULE
        IF WS-MATCH-LEVEL > WS-BEST-LEVEL
            MOVE WS-MATCH-LEVEL TO WS-BEST-LEVEL
            MOVE WS-RL-METHOD (WS-RL-IDX) TO WS-BEST-METHOD
            MOVE WS-RL-RATE (WS-RL-IDX) TO WS-BEST-RATE
        END-IF
    END-PERFORM.

*> Rule precedence: grade+dept beats grade-only beats dept-only
*> beats the all-blank default; a rule naming a grade or dept the
*> employee doesn't match is no match at all.
4210-SCORE-RULE.
    MOVE ZERO TO WS-MATCH-LEVEL
    IF (WS-RL-GRADE (WS-RL-IDX) = SPACES OR
        WS-RL-GRADE (WS-RL-IDX) = WS-MATCH-GRADE) AND
       (WS-RL-DEPT (WS-RL-IDX) = SPACES OR
        WS-RL-DEPT (WS-RL-IDX) = WS-MATCH-DEPT)
        EVALUATE TRUE
            WHEN WS-RL-GRADE (WS-RL-IDX) NOT = SPACES AND
                 WS-RL-DEPT (WS-RL-IDX) NOT = SPACES
                MOVE 4 TO WS-MATCH-LEVEL
            WHEN WS-RL-GRADE (WS-RL-IDX) NOT = SPACES
                MOVE 3 TO WS-MATCH-LEVEL
            WHEN WS-RL-DEPT (WS-RL-IDX) NOT = SPACES
                MOVE 2 TO WS-MATCH-LEVEL
            WHEN OTHER
                MOVE 1 TO WS-MATCH-LEVEL
        END-EVALUATE
    END-IF.

*> Accrues every entry's cost through the last day of the year and
*> counts who is still active at year end.
5000-CLOSE-PROJECTION-YEAR.
    COMPUTE WS-EVENT-INT = WS-YEAR-END-INT + 1
    PERFORM VARYING WS-P FROM 1 BY 1
            UNTIL WS-P > WS-PROJ-COUNT
        MOVE WS-P TO WS-PE-SUB
        PERFORM 6000-ACCRUE-ENTRY
        IF WS-PE-ACTIVE (WS-P) = "Y"
            MOVE WS-PE-DEPT (WS-P) TO WS-LOOKUP-DEPT
            PERFORM 2100-FIND-DEPT-ENTRY
            IF WS-PD-SUB > ZERO
                ADD 1 TO WS-PD-PROJ-HEADCOUNT (WS-PD-SUB)
            END-IF
        END-IF
    END-PERFORM.

*> Charges entry WS-PE-SUB's salary for the days from the start of
*> its current segment up to the day before WS-EVENT-INT, clipped to
*> the projection year, to the department it is in for that
*> segment, then starts a new segment at WS-EVENT-INT.
6000-ACCRUE-ENTRY.
    IF WS-PE-ACTIVE (WS-PE-SUB) = "Y" AND
       WS-PE-SAL-VALID (WS-PE-SUB) = "Y"
        MOVE WS-PE-SEG-START (WS-PE-SUB) TO WS-ACCRUE-FROM
        IF WS-ACCRUE-FROM < WS-YEAR-START-INT
            MOVE WS-YEAR-START-INT TO WS-ACCRUE-FROM
        END-IF
        MOVE WS-EVENT-INT TO WS-ACCRUE-TO
        IF WS-ACCRUE-TO > WS-YEAR-END-INT + 1
            COMPUTE WS-ACCRUE-TO = WS-YEAR-END-INT + 1
        END-IF
        IF WS-ACCRUE-TO > WS-ACCRUE-FROM
            COMPUTE WS-ACCRUE-DAYS = WS-ACCRUE-TO - WS-ACCRUE-FROM
            MOVE WS-PE-DEPT (WS-PE-SUB) TO WS-LOOKUP-DEPT
            PERFORM 2100-FIND-DEPT-ENTRY
            IF WS-PD-SUB > ZERO
                COMPUTE WS-PD-PROJ-COST (WS-PD-SUB) =
                    WS-PD-PROJ-COST (WS-PD-SUB)
                    + WS-PE-SALARY (WS-PE-SUB) * WS-ACCRUE-DAYS
                    / WS-DAYS-IN-YEAR
            END-IF
        END-IF
    END-IF
    MOVE WS-EVENT-INT TO WS-PE-SEG-START (WS-PE-SUB).

8000-FINALIZE.
    IF WS-PD-COUNT > ZERO
        PERFORM VARYING WS-D FROM 1 BY 1
                UNTIL WS-D > WS-PD-COUNT
            PERFORM 8100-WRITE-DEPT-LINES
        END-PERFORM
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    COMPUTE WS-SAL-VARIANCE = WS-TOT-BUD-SALARY - WS-TOT-PROJ-COST
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL HEADCOUNT BUD " WS-TOT-BUD-HEADCOUNT
        " NOW " WS-TOT-NOW-HEADCOUNT
        " PROJ " WS-TOT-PROJ-HEADCOUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL COST      BUD " WS-TOT-BUD-SALARY
        " NOW " WS-TOT-NOW-SALARY
        " PROJ " WS-TOT-PROJ-COST
        " VAR " WS-SAL-VARIANCE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "DEPTS OVER BUDGET: " WS-OVER-DEPT-COUNT
        "  UNBUDGETED: " WS-UNBUDGETED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "MASTER - READ: " WS-READ-COUNT
        " ACTIVE: " WS-ACTIVE-COUNT
        " TERMINATED: " WS-TERMINATED-COUNT
        " NON-NUMERIC SALARY (NOT COSTED): " WS-BAD-SALARY-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PENDING - READ: " WS-PEND-READ-COUNT
        " ADDS: " WS-PEND-ADD-COUNT
        " REHIRES: " WS-PEND-REHIRE-COUNT
        " CHANGES: " WS-PEND-CHANGE-COUNT
        " TERMINATIONS: " WS-PEND-TERM-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "          LEAVE (NO COST EFFECT): " WS-PEND-LEAVE-COUNT
        " NOT APPLICABLE: " WS-PEND-NOT-APPLIED
        " AFTER PROJECTION YEAR: " WS-PEND-BEYOND-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "INCREASE - EMPLOYEES: " WS-INCREASED-COUNT
        " NO RULE: " WS-NO-RULE-COUNT
        " SKIPPED (OVERFLOW): " WS-INCR-SKIPPED-COUNT
        " ANNUAL AMOUNT: " WS-TOTAL-INCREASE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-PROJ-DROPPED > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** PROJECTION INCOMPLETE - " WS-PROJ-DROPPED
            " EMPLOYEES NOT PROJECTED, TABLE FULL ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    CLOSE PROJ-REPORT-FILE
    DISPLAY "Compensation projection " WS-SCENARIO-ID
        " written to " WS-RPT-NAME
    DISPLAY "Compensation projection complete!".

8100-WRITE-DEPT-LINES.
    COMPUTE WS-PROJ-COST-OUT ROUNDED = WS-PD-PROJ-COST (WS-D)
    ADD WS-PD-NOW-HEADCOUNT (WS-D) TO WS-TOT-NOW-HEADCOUNT
    ADD WS-PD-NOW-SALARY (WS-D) TO WS-TOT-NOW-SALARY
    ADD WS-PD-PROJ-HEADCOUNT (WS-D) TO WS-TOT-PROJ-HEADCOUNT
    ADD WS-PROJ-COST-OUT TO WS-TOT-PROJ-COST
    IF WS-PD-BUDGETED (WS-D) = "N"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "DEPT " WS-PD-DEPT (WS-D)
            " *UNBUDGETED* - HEADCOUNT NOW "
            WS-PD-NOW-HEADCOUNT (WS-D)
            " PROJ " WS-PD-PROJ-HEADCOUNT (WS-D)
            " COST NOW " WS-PD-NOW-SALARY (WS-D)
            " PROJ " WS-PROJ-COST-OUT
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
        ADD 1 TO WS-UNBUDGETED-COUNT
    ELSE
        ADD WS-PD-BUD-HEADCOUNT (WS-D) TO WS-TOT-BUD-HEADCOUNT
        ADD WS-PD-BUD-SALARY (WS-D) TO WS-TOT-BUD-SALARY
        COMPUTE WS-HC-VARIANCE =
            WS-PD-BUD-HEADCOUNT (WS-D) - WS-PD-PROJ-HEADCOUNT (WS-D)
        COMPUTE WS-SAL-VARIANCE =
            WS-PD-BUD-SALARY (WS-D) - WS-PROJ-COST-OUT
        MOVE SPACES TO WS-OVER-FLAG
        IF WS-HC-VARIANCE < ZERO OR WS-SAL-VARIANCE < ZERO
            MOVE " *OVER BUDGET*" TO WS-OVER-FLAG
            ADD 1 TO WS-OVER-DEPT-COUNT
        END-IF
        MOVE SPACES TO WS-REPORT-LINE
        STRING "DEPT " WS-PD-DEPT (WS-D)
            " HEADCOUNT BUD " WS-PD-BUD-HEADCOUNT (WS-D)
            " NOW " WS-PD-NOW-HEADCOUNT (WS-D)
            " PROJ " WS-PD-PROJ-HEADCOUNT (WS-D)
            " VAR " WS-HC-VARIANCE
            WS-OVER-FLAG
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "          COST      BUD " WS-PD-BUD-SALARY (WS-D)
            " NOW " WS-PD-NOW-SALARY (WS-D)
            " PROJ " WS-PROJ-COST-OUT
            " VAR " WS-SAL-VARIANCE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "          INCREASE  " WS-PD-INCREASE (WS-D)
        " (ANNUAL, INCLUDED IN PROJ COST FROM THE CYCLE DATE)"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE PROJ-REPORT-RECORD FROM WS-REPORT-LINE.
