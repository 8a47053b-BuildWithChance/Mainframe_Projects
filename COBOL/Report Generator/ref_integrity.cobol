IDENTIFICATION DIVISION.
PROGRAM-ID. REF-INTEGRITY.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New nightly cross-master consistency check. EMPLOYEE-AUDIT
*> proves each master record on its own; this proves the reference
*> files agree with each other, since nothing stops them drifting
*> apart between maintenance runs. It sweeps EMPLOYEES.IN, DEPTS.IN,
*> GRADES.IN, BUDGET.IN, PENDING.DAT and the last PAYROLL.DAT and
*> writes REFCHK.RPT with every broken cross-reference, listed by
*> category with a count per category:
*>   1 active employees coded to a department that is not on
*>     DEPTS.IN or is flagged inactive there
*>   2 active employees whose EMP-GRADE has no card on GRADES.IN
*>     (blank grades - legacy records - are not breaks, and with no
*>     cards on GRADES.IN at all the check is skipped, the same
*>     convention EMPLOYEE-MAINT uses)
*>   3 BUDGET.IN records for departments not on DEPTS.IN or retired
*>   4 change or delete transactions queued on PENDING.DAT for an
*>     EMP-ID that has since been terminated or purged (a queued
*>     add ahead of them on the queue covers a not-yet-hired ID)
*>   5 active employees missing from the last full PAYROLL.DAT,
*>     other than those hired after it was cut (skipped with a note
*>     when the last extract was a change-only delta)
*> The result goes to RUNLOG.DAT as a single check event (RUNLREC
*> event "C", status CLEAN or BREAKS) so RUN-REPORT shows each
*> morning whether the reference data is clean. The program only
*> reads the files; it refuses to run - and logs the refusal -
*> while an updater holds RUNCTL.LCK, since a master part-way
*> through an update would report breaks that are not there.
*> Leave cards queued on PENDING.DAT (L start, E extend, R return)
*> are checked in category 4 the same as change and delete cards.
*> In category 5 an employee on unpaid leave who is missing from
*> the extract is not a break - PAYROLL-EXTRACT withholds them when
*> asked to - and is counted on a note line instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTS.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-MST-CODE.
    SELECT OPTIONAL GRADE-FILE ASSIGN TO "GRADES.IN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUDGET-FILE ASSIGN TO "BUDGET.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BUD-MST-CODE.
    SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDING.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PEND-KEY.
    SELECT OPTIONAL EXTRACT-FILE ASSIGN TO "PAYROLL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHECK-REPORT-FILE ASSIGN TO "REFCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE.
    COPY EMPREC.

FD DEPT-FILE.
    COPY DEPTREC.

FD GRADE-FILE.
    COPY GRDREC.

FD BUDGET-FILE.
    COPY BUDREC.

FD PENDING-FILE.
    COPY PNDREC.

FD EXTRACT-FILE.
01 EXTRACT-RECORD.
   05 EXT-TYPE           PIC X(1).
      88 EXT-IS-HEADER   VALUE "H".
      88 EXT-IS-DETAIL   VALUE "D".
   05 EXT-DATA           PIC X(79).
01 EXT-HEADER-RECORD.
   05 FILLER             PIC X(1).
   05 EXT-H-RUN-DATE     PIC X(8).
   05 EXT-H-SEQ-NO       PIC 9(6).
   05 EXT-H-MODE         PIC X(1).
   05 FILLER             PIC X(64).
01 EXT-DETAIL-RECORD.
   05 FILLER             PIC X(1).
   05 EXT-D-EMP-ID       PIC X(10).
   05 FILLER             PIC X(69).

FD CHECK-REPORT-FILE.
01 CHECK-REPORT-RECORD   PIC X(100).

FD LOCK-FILE.
    COPY LOCKREC.

FD RUN-LOG-FILE.
    COPY RUNLREC.

WORKING-STORAGE SECTION.
01 WS-PROGRAM-NAME       PIC X(16) VALUE "REF-INTEGRITY".
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-RUN-EVENT          PIC X(1) VALUE SPACE.
01 WS-RUN-STATUS         PIC X(8) VALUE SPACES.
01 WS-LOG-TIME.
   05 WS-LOG-TIME-HMS    PIC X(6).
   05 WS-LOG-TIME-HUND   PIC X(2).
01 WS-LOG-DATE           PIC 9(8) VALUE ZERO.

01 WS-EMP-EOF            PIC X VALUE "N".
01 WS-GRADE-EOF          PIC X VALUE "N".
01 WS-BUDGET-EOF         PIC X VALUE "N".
01 WS-PENDING-EOF        PIC X VALUE "N".
01 WS-PAY-EOF            PIC X VALUE "N".

*> Mirror of the MAINT.IN transaction layout carried inside
*> PEND-TRAN-DATA, for decoding the held card.
01 WS-HELD-TRAN.
   05 WS-HT-CODE         PIC X(1).
      88 WS-HT-IS-ADD    VALUE "A".
      88 WS-HT-IS-CHANGE VALUE "C".
      88 WS-HT-IS-DELETE VALUE "D".
      88 WS-HT-IS-LEAVE  VALUES "L", "E", "R".
   05 WS-HT-EMP-ID       PIC X(10).
   05 FILLER             PIC X(89).

01 WS-BREAK-COUNTS.
   05 WS-BREAK-COUNT OCCURS 5 TIMES PIC 9(6).
01 WS-TOTAL-BREAKS       PIC 9(6) VALUE ZERO.
01 WS-CAT                PIC 9(1) VALUE ZERO.
01 WS-CATEGORY-TITLE     PIC X(80) VALUE SPACES.
01 WS-BREAK-REASON       PIC X(30) VALUE SPACES.
01 WS-CATEGORY-NAMES.
   05 FILLER PIC X(40) VALUE "EMPLOYEES IN MISSING/INACTIVE DEPTS".
   05 FILLER PIC X(40) VALUE "GRADES WITH NO CARD ON GRADES.IN".
   05 FILLER PIC X(40) VALUE "BUDGETS FOR MISSING/RETIRED DEPTS".
   05 FILLER PIC X(40) VALUE "PENDING FOR TERMINATED/PURGED IDS".
   05 FILLER PIC X(40) VALUE "ACTIVE BUT MISSING FROM PAYROLL.DAT".
01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
   05 WS-CATEGORY-NAME OCCURS 5 TIMES PIC X(40).

01 WS-GRADE-TABLE.
   05 WS-GR-ENTRY OCCURS 20 TIMES INDEXED BY WS-GR-IDX.
      10 WS-GR-GRADE     PIC X(2).
01 WS-GRADE-COUNT        PIC 9(4) VALUE ZERO.
01 WS-MAX-GRADES         PIC 9(4) VALUE 20.
01 WS-GRADE-FOUND        PIC X VALUE "N".

*> EMP-IDs with an add queued on PENDING.DAT, read in effective-date
*> order, so a later change for the same not-yet-hired ID is not a
*> break.
01 WS-QUEUED-ADD-TABLE.
   05 WS-QA-ENTRY OCCURS 500 TIMES INDEXED BY WS-QA-IDX.
      10 WS-QA-EMP-ID    PIC X(10).
01 WS-QUEUED-ADD-COUNT   PIC 9(4) VALUE ZERO.
01 WS-MAX-QUEUED-ADDS    PIC 9(4) VALUE 500.
01 WS-QUEUED-ADD-FOUND   PIC X VALUE "N".
01 WS-PENDING-READ       PIC 9(6) VALUE ZERO.

01 WS-PAY-RUN-DATE       PIC X(8) VALUE SPACES.
01 WS-PAY-SEQ-NO         PIC 9(6) VALUE ZERO.
01 WS-PAY-EMP-ID         PIC X(10) VALUE LOW-VALUES.
01 WS-PAY-CHECK-SKIPPED  PIC X VALUE "N".
01 WS-PAY-SKIP-REASON    PIC X(60) VALUE SPACES.
01 WS-HIRED-SINCE-COUNT  PIC 9(6) VALUE ZERO.
01 WS-UNPAID-LEAVE-COUNT PIC 9(6) VALUE ZERO.

01 WS-EMP-READ           PIC 9(6) VALUE ZERO.
01 WS-ACTIVE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-BUDGET-READ        PIC 9(6) VALUE ZERO.

01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.
01 WS-EMP-COLUMNS        PIC X(60) VALUE
    "    EMP-ID     NAME                           DEPT REASON".

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-RUN-REFUSED = "N"
        PERFORM 2000-CHECK-EMPLOYEE-DEPTS
        PERFORM 3000-CHECK-EMPLOYEE-GRADES
        PERFORM 4000-CHECK-BUDGET-DEPTS
        PERFORM 5000-CHECK-PENDING-IDS
        PERFORM 6000-CHECK-PAYROLL-EXTRACT
        PERFORM 8000-FINALIZE
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    MOVE ZEROS TO WS-BREAK-COUNTS
    PERFORM 1100-CHECK-RUN-LOCK
    IF WS-RUN-REFUSED = "N"
        OPEN INPUT EMP-FILE
        OPEN INPUT DEPT-FILE
        OPEN OUTPUT CHECK-REPORT-FILE
        PERFORM 1200-LOAD-GRADE-TABLE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "REFERENCE DATA INTEGRITY CHECK"
            SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

1100-CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    READ LOCK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOCK-HOLDER NOT = SPACES
                MOVE "Y" TO WS-RUN-REFUSED
                DISPLAY "INTEGRITY CHECK REFUSED - EMPLOYEES.IN IS "
                    "LOCKED BY " LOCK-HOLDER
                DISPLAY "RERUN ONCE THAT JOB HAS COMPLETED"
                MOVE "R" TO WS-RUN-EVENT
                MOVE "LOCKED" TO WS-RUN-STATUS
                PERFORM 0190-WRITE-RUN-LOG
            END-IF
    END-READ
    CLOSE LOCK-FILE.

0190-WRITE-RUN-LOG.
    ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT WS-LOG-TIME FROM TIME
    OPEN EXTEND RUN-LOG-FILE
    MOVE WS-PROGRAM-NAME TO RUNL-PROGRAM
    MOVE WS-LOG-DATE     TO RUNL-DATE
    MOVE WS-LOG-TIME-HMS TO RUNL-TIME
    MOVE WS-RUN-EVENT    TO RUNL-EVENT
    MOVE WS-RUN-STATUS   TO RUNL-STATUS
    WRITE RUNL-RECORD
    CLOSE RUN-LOG-FILE.

1200-LOAD-GRADE-TABLE.
    OPEN INPUT GRADE-FILE
    PERFORM UNTIL WS-GRADE-EOF = "Y"
        READ GRADE-FILE
            AT END
                MOVE "Y" TO WS-GRADE-EOF
            NOT AT END
                IF WS-GRADE-COUNT NOT < WS-MAX-GRADES
                    DISPLAY "WARNING - GRADE TABLE FULL, "
                        "CARD IGNORED: " GRD-GRADE
                ELSE
                    ADD 1 TO WS-GRADE-COUNT
                    SET WS-GR-IDX TO WS-GRADE-COUNT
                    MOVE GRD-GRADE TO WS-GR-GRADE (WS-GR-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE GRADE-FILE.

*> Each category opens with its title and closes with its count;
*> WS-CAT names the category being listed.
1500-START-CATEGORY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-CAT " - " WS-CATEGORY-TITLE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE.

1600-END-CATEGORY.
    IF WS-BREAK-COUNT (WS-CAT) = ZERO
        MOVE "    NONE" TO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "    BREAKS IN CATEGORY " WS-CAT ": "
        WS-BREAK-COUNT (WS-CAT)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE.

*> Positions EMP-FILE at the first EMP-ID for a full pass.
1700-START-EMP-PASS.
    MOVE "N" TO WS-EMP-EOF
    MOVE LOW-VALUES TO EMP-ID
    START EMP-FILE KEY NOT < EMP-ID
        INVALID KEY
            MOVE "Y" TO WS-EMP-EOF
    END-START
    IF WS-EMP-EOF = "N"
        PERFORM 2900-READ-EMP-FILE
    END-IF.

2000-CHECK-EMPLOYEE-DEPTS.
    MOVE 1 TO WS-CAT
    MOVE SPACES TO WS-CATEGORY-TITLE
    STRING "ACTIVE EMPLOYEES CODED TO A DEPARTMENT MISSING FROM OR "
        "INACTIVE ON DEPTS.IN"
        DELIMITED BY SIZE INTO WS-CATEGORY-TITLE
    PERFORM 1500-START-CATEGORY
    MOVE WS-EMP-COLUMNS TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM 1700-START-EMP-PASS
    PERFORM 2100-CHECK-ONE-DEPT UNTIL WS-EMP-EOF = "Y"
    PERFORM 1600-END-CATEGORY.

2100-CHECK-ONE-DEPT.
    ADD 1 TO WS-EMP-READ
    IF EMP-IS-ACTIVE
        ADD 1 TO WS-ACTIVE-COUNT
        MOVE SPACES TO WS-BREAK-REASON
        MOVE DEPT-CODE TO DEPT-MST-CODE
        READ DEPT-FILE
            INVALID KEY
                MOVE "NOT ON DEPTS.IN" TO WS-BREAK-REASON
            NOT INVALID KEY
                IF NOT DEPT-MST-IS-ACTIVE
                    MOVE "DEPT INACTIVE" TO WS-BREAK-REASON
                END-IF
        END-READ
        IF WS-BREAK-REASON NOT = SPACES
            PERFORM 2800-LIST-EMPLOYEE-BREAK
        END-IF
    END-IF
    PERFORM 2900-READ-EMP-FILE.

2800-LIST-EMPLOYEE-BREAK.
    ADD 1 TO WS-BREAK-COUNT (WS-CAT)
    MOVE SPACES TO WS-REPORT-LINE
    STRING "    " EMP-ID SPACE EMP-NAME SPACE DEPT-CODE SPACE
        WS-BREAK-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE.

2900-READ-EMP-FILE.
    READ EMP-FILE NEXT
        AT END
            MOVE "Y" TO WS-EMP-EOF
    END-READ.

3000-CHECK-EMPLOYEE-GRADES.
    MOVE 2 TO WS-CAT
    MOVE "ACTIVE EMPLOYEES WHOSE GRADE HAS NO CARD ON GRADES.IN"
        TO WS-CATEGORY-TITLE
    PERFORM 1500-START-CATEGORY
    IF WS-GRADE-COUNT = ZERO
        MOVE "    NO CARDS ON GRADES.IN - GRADE CHECK SKIPPED"
            TO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    ELSE
        MOVE WS-EMP-COLUMNS TO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
        PERFORM 1700-START-EMP-PASS
        PERFORM 3100-CHECK-ONE-GRADE UNTIL WS-EMP-EOF = "Y"
    END-IF
    PERFORM 1600-END-CATEGORY.

3100-CHECK-ONE-GRADE.
    IF EMP-IS-ACTIVE AND EMP-GRADE NOT = SPACES
        MOVE "N" TO WS-GRADE-FOUND
        PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                UNTIL WS-GR-IDX > WS-GRADE-COUNT
            IF WS-GR-GRADE (WS-GR-IDX) = EMP-GRADE
                MOVE "Y" TO WS-GRADE-FOUND
            END-IF
        END-PERFORM
        IF WS-GRADE-FOUND = "N"
            MOVE SPACES TO WS-BREAK-REASON
            STRING "GRADE " EMP-GRADE " NOT ON GRADES.IN"
                DELIMITED BY SIZE INTO WS-BREAK-REASON
            PERFORM 2800-LIST-EMPLOYEE-BREAK
        END-IF
    END-IF
    PERFORM 2900-READ-EMP-FILE.

4000-CHECK-BUDGET-DEPTS.
    MOVE 3 TO WS-CAT
    MOVE SPACES TO WS-CATEGORY-TITLE
    STRING "BUDGET.IN RECORDS FOR DEPARTMENTS MISSING FROM OR RETIRED "
        "ON DEPTS.IN"
        DELIMITED BY SIZE INTO WS-CATEGORY-TITLE
    PERFORM 1500-START-CATEGORY
    MOVE "    DEPT HEADCOUNT     SALARY REASON" TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    OPEN INPUT BUDGET-FILE
    PERFORM 4900-READ-BUDGET-FILE
    PERFORM 4100-CHECK-ONE-BUDGET UNTIL WS-BUDGET-EOF = "Y"
    CLOSE BUDGET-FILE
    PERFORM 1600-END-CATEGORY.

4100-CHECK-ONE-BUDGET.
    ADD 1 TO WS-BUDGET-READ
    MOVE SPACES TO WS-BREAK-REASON
    MOVE BUD-MST-CODE TO DEPT-MST-CODE
    READ DEPT-FILE
        INVALID KEY
            MOVE "NOT ON DEPTS.IN" TO WS-BREAK-REASON
        NOT INVALID KEY
            IF NOT DEPT-MST-IS-ACTIVE
                MOVE "DEPT INACTIVE" TO WS-BREAK-REASON
            END-IF
    END-READ
    IF WS-BREAK-REASON NOT = SPACES
        ADD 1 TO WS-BREAK-COUNT (WS-CAT)
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    " BUD-MST-CODE SPACE "     " BUD-MST-HEADCOUNT
            SPACE BUD-MST-SALARY SPACE WS-BREAK-REASON
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    PERFORM 4900-READ-BUDGET-FILE.

4900-READ-BUDGET-FILE.
    READ BUDGET-FILE NEXT
        AT END
            MOVE "Y" TO WS-BUDGET-EOF
    END-READ.

5000-CHECK-PENDING-IDS.
    MOVE 4 TO WS-CAT
    MOVE SPACES TO WS-CATEGORY-TITLE
    STRING "PENDING.DAT TRANSACTIONS QUEUED FOR TERMINATED OR PURGED "
        "EMP-IDS"
        DELIMITED BY SIZE INTO WS-CATEGORY-TITLE
    PERFORM 1500-START-CATEGORY
    MOVE "    EFFECTIVE SEQ-NO TYPE EMP-ID     REASON"
        TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    OPEN INPUT PENDING-FILE
    PERFORM 5900-READ-PENDING-FILE
    PERFORM 5100-CHECK-ONE-PENDING UNTIL WS-PENDING-EOF = "Y"
    CLOSE PENDING-FILE
    PERFORM 1600-END-CATEGORY.

5100-CHECK-ONE-PENDING.
    ADD 1 TO WS-PENDING-READ
    MOVE PEND-TRAN-DATA TO WS-HELD-TRAN
    MOVE SPACES TO WS-BREAK-REASON
    EVALUATE TRUE
        WHEN WS-HT-IS-ADD
            PERFORM 5200-NOTE-QUEUED-ADD
        WHEN WS-HT-IS-CHANGE
        WHEN WS-HT-IS-DELETE
        WHEN WS-HT-IS-LEAVE
            PERFORM 5300-FIND-QUEUED-ADD
            IF WS-QUEUED-ADD-FOUND = "N"
                MOVE WS-HT-EMP-ID TO EMP-ID
                READ EMP-FILE
                    INVALID KEY
                        MOVE "EMP-ID PURGED OR NEVER ON FILE"
                            TO WS-BREAK-REASON
                    NOT INVALID KEY
                        IF EMP-IS-TERMINATED
                            MOVE "EMP-ID TERMINATED"
                                TO WS-BREAK-REASON
                        END-IF
                END-READ
            END-IF
    END-EVALUATE
    IF WS-BREAK-REASON NOT = SPACES
        ADD 1 TO WS-BREAK-COUNT (WS-CAT)
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    " PEND-EFF-DATE "  " PEND-SEQ-NO SPACE
            WS-HT-CODE "    " WS-HT-EMP-ID SPACE WS-BREAK-REASON
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    PERFORM 5900-READ-PENDING-FILE.

5200-NOTE-QUEUED-ADD.
    IF WS-QUEUED-ADD-COUNT NOT < WS-MAX-QUEUED-ADDS
        DISPLAY "WARNING - QUEUED ADD TABLE FULL, EMP-ID NOT "
            "NOTED: " WS-HT-EMP-ID
    ELSE
        ADD 1 TO WS-QUEUED-ADD-COUNT
        SET WS-QA-IDX TO WS-QUEUED-ADD-COUNT
        MOVE WS-HT-EMP-ID TO WS-QA-EMP-ID (WS-QA-IDX)
    END-IF.

5300-FIND-QUEUED-ADD.
    MOVE "N" TO WS-QUEUED-ADD-FOUND
    PERFORM VARYING WS-QA-IDX FROM 1 BY 1
            UNTIL WS-QA-IDX > WS-QUEUED-ADD-COUNT
        IF WS-QA-EMP-ID (WS-QA-IDX) = WS-HT-EMP-ID
            MOVE "Y" TO WS-QUEUED-ADD-FOUND
        END-IF
    END-PERFORM.

5900-READ-PENDING-FILE.
    READ PENDING-FILE NEXT
        AT END
            MOVE "Y" TO WS-PENDING-EOF
    END-READ.

*> PAYROLL-EXTRACT writes its D records in EMP-ID order, straight
*> off the master's primary key, so the extract is matched against
*> a fresh pass of the master without loading it into a table.
6000-CHECK-PAYROLL-EXTRACT.
    MOVE 5 TO WS-CAT
    MOVE "ACTIVE EMPLOYEES MISSING FROM THE LAST PAYROLL.DAT"
        TO WS-CATEGORY-TITLE
    PERFORM 1500-START-CATEGORY
    OPEN INPUT EXTRACT-FILE
    READ EXTRACT-FILE
        AT END
            MOVE "Y" TO WS-PAY-CHECK-SKIPPED
            MOVE "NO PAYROLL.DAT ON FILE - PAYROLL CHECK SKIPPED"
                TO WS-PAY-SKIP-REASON
        NOT AT END
            IF NOT EXT-IS-HEADER
                MOVE "Y" TO WS-PAY-CHECK-SKIPPED
                MOVE "PAYROLL.DAT HAS NO HEADER - PAYROLL CHECK SKIPPED"
                    TO WS-PAY-SKIP-REASON
            ELSE
                MOVE EXT-H-RUN-DATE TO WS-PAY-RUN-DATE
                MOVE EXT-H-SEQ-NO   TO WS-PAY-SEQ-NO
                IF EXT-H-MODE = "D"
                    MOVE "Y" TO WS-PAY-CHECK-SKIPPED
                    MOVE SPACES TO WS-PAY-SKIP-REASON
                    STRING "LAST EXTRACT WAS A DELTA - "
                        "PAYROLL CHECK SKIPPED"
                        DELIMITED BY SIZE INTO WS-PAY-SKIP-REASON
                END-IF
            END-IF
    END-READ
    IF WS-PAY-CHECK-SKIPPED = "Y"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    " WS-PAY-SKIP-REASON
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    ELSE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    EXTRACT SEQUENCE " WS-PAY-SEQ-NO
            " RUN " WS-PAY-RUN-DATE
            " - EMPLOYEES HIRED AFTER IT ARE NOT EXPECTED ON IT"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
        MOVE WS-EMP-COLUMNS TO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
        PERFORM 1700-START-EMP-PASS
        PERFORM 6100-CHECK-ONE-PAYROLL UNTIL WS-EMP-EOF = "Y"
        IF WS-HIRED-SINCE-COUNT > ZERO
            MOVE SPACES TO WS-REPORT-LINE
            STRING "    ACTIVE EMPLOYEES HIRED SINCE THE EXTRACT, "
                "NOT CHECKED: " WS-HIRED-SINCE-COUNT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
        END-IF
        IF WS-UNPAID-LEAVE-COUNT > ZERO
            MOVE SPACES TO WS-REPORT-LINE
            STRING "    EMPLOYEES ON UNPAID LEAVE NOT ON THE EXTRACT "
                "(WITHHELD): " WS-UNPAID-LEAVE-COUNT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
        END-IF
    END-IF
    CLOSE EXTRACT-FILE
    PERFORM 1600-END-CATEGORY.

6100-CHECK-ONE-PAYROLL.
    IF EMP-IS-ACTIVE
        IF EMP-HIRE-DATE NOT = SPACES AND
           EMP-HIRE-DATE > WS-PAY-RUN-DATE
            ADD 1 TO WS-HIRED-SINCE-COUNT
        ELSE
            PERFORM 6900-READ-EXTRACT-FILE
                UNTIL WS-PAY-EOF = "Y" OR
                      WS-PAY-EMP-ID NOT < EMP-ID
            IF WS-PAY-EOF = "Y" OR WS-PAY-EMP-ID NOT = EMP-ID
                IF EMP-IS-ON-UNPAID-LEAVE
                    ADD 1 TO WS-UNPAID-LEAVE-COUNT
                ELSE
                    MOVE "NOT ON LAST EXTRACT" TO WS-BREAK-REASON
                    PERFORM 2800-LIST-EMPLOYEE-BREAK
                END-IF
            END-IF
        END-IF
    END-IF
    PERFORM 2900-READ-EMP-FILE.

*> Only D records carry an EMP-ID; the trailer is passed over.
6900-READ-EXTRACT-FILE.
    READ EXTRACT-FILE
        AT END
            MOVE "Y" TO WS-PAY-EOF
        NOT AT END
            IF EXT-IS-DETAIL
                MOVE EXT-D-EMP-ID TO WS-PAY-EMP-ID
            END-IF
    END-READ.

8000-FINALIZE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE "SUMMARY BY CATEGORY" TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 5
        ADD WS-BREAK-COUNT (WS-CAT) TO WS-TOTAL-BREAKS
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " WS-CAT " - " WS-CATEGORY-NAME (WS-CAT)
            WS-BREAK-COUNT (WS-CAT)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL - EMPLOYEES READ: " WS-EMP-READ
        " ACTIVE: " WS-ACTIVE-COUNT
        " BUDGETS READ: " WS-BUDGET-READ
        " PENDING READ: " WS-PENDING-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-TOTAL-BREAKS = ZERO
        MOVE "CLEAN" TO WS-RUN-STATUS
        MOVE "STATUS: CLEAN - NO BROKEN CROSS-REFERENCES"
            TO WS-REPORT-LINE
    ELSE
        MOVE "BREAKS" TO WS-RUN-STATUS
        STRING "STATUS: *** " WS-TOTAL-BREAKS
            " BROKEN CROSS-REFERENCE(S) ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF
    WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE "C" TO WS-RUN-EVENT
    PERFORM 0190-WRITE-RUN-LOG

    CLOSE EMP-FILE DEPT-FILE CHECK-REPORT-FILE
    IF WS-TOTAL-BREAKS > ZERO
        DISPLAY "Integrity check complete: " WS-TOTAL-BREAKS
            " break(s) - see REFCHK.RPT!"
    ELSE
        DISPLAY "Integrity check complete - reference data clean!"
    END-IF.
