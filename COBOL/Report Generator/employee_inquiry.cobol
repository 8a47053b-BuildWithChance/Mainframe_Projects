*> is a one-time EMPLOYEE-AUDIT RESTORE from the last backup
*> generation taken before the change, whose OPEN OUTPUT recreates
*> the master with the new indexes.
*> Added option M for the reporting line EMPLOYEE-MAINT now keeps
*> in EMP-SUPV-ID: the help desk keys a manager's EMP-ID and gets
*> the manager's name and status, then everyone whose supervisor
*> is that EMP-ID, a screenful at a time with the same MORE?
*> prompt. A manager who has left (terminated, or purged off the
*> master) still lists the reports left pointing at them, which
*> is usually why the question is being asked. EMP-SUPV-ID is not
*> an alternate key, so the list is a filtered pass over the
*> master in EMP-ID order. The single-record display now shows
*> the supervisor's EMP-ID too.
*> The inquiry now starts with an operator sign-on: the operator ID
*> keyed must be on OPERATORS.DAT (OPERREC copybook) with a
*> help-desk or HR/payroll access level, or the session is turned
*> away after three tries. Help-desk operators see every option
*> with EMP-SALARY masked; HR/payroll operators see the full
*> record. Every employee record put on the screen - single
*> display, browse line or manager heading - is appended to
*> ACCESS.LOG (ACCLREC copybook) with the operator, date and time,
*> option, what was keyed and the EMP-ID shown, marked when it is
*> the operator's own record; a lookup that finds nothing and a
*> refused sign-on are logged too. ACCESS-REPORT lists the log by
*> operator and flags heavy browsing and self-lookups.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-MST-CODE.
    SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "ACCESS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DEPT-FILE.
    COPY DEPTREC.

FD OPERATOR-FILE.
    COPY OPERREC.

FD ACCESS-LOG-FILE.
    COPY ACCLREC.

WORKING-STORAGE SECTION.
01 WS-CHOICE             PIC X(1) VALUE SPACE.
01 WS-DONE               PIC X VALUE "N".
01 WS-SEARCH-EMP-ID      PIC X(10) VALUE SPACES.
01 WS-SEARCH-DEPT        PIC X(4) VALUE SPACES.
01 WS-SEARCH-NAME        PIC X(30) VALUE SPACES.
01 WS-SEARCH-SUPV-ID     PIC X(10) VALUE SPACES.
01 WS-NAME-LEN           PIC 9(2) VALUE ZERO.
01 WS-NL                 PIC 9(2) VALUE ZERO.

01 WS-SCREEN-LINES       PIC 9(2) VALUE ZERO.
01 WS-LINES-PER-SCREEN   PIC 9(2) VALUE 15.

01 WS-SIGNED-ON          PIC X VALUE "N".
01 WS-SIGN-ON-TRIES      PIC 9(1) VALUE ZERO.
01 WS-MAX-SIGN-ON-TRIES  PIC 9(1) VALUE 3.
01 WS-OPER-EOF           PIC X VALUE "N".
01 WS-OPER-ID            PIC X(8) VALUE SPACES.
01 WS-OPER-NAME          PIC X(30) VALUE SPACES.
01 WS-OPER-EMP-ID        PIC X(10) VALUE SPACES.
01 WS-OPER-LEVEL         PIC X(1) VALUE SPACE.
   88 WS-OPER-SEES-SALARY VALUE "P".
01 WS-SALARY-SHOWN       PIC X(6) VALUE SPACES.
01 WS-SALARY-MASK        PIC X(6) VALUE "******".
01 WS-ACCESS-OPTION      PIC X(1) VALUE SPACE.
01 WS-ACCESS-KEY         PIC X(30) VALUE SPACES.
01 WS-ACCESS-EMP-ID      PIC X(10) VALUE SPACES.
01 WS-LOG-TIME.
   05 WS-LOG-TIME-HMS    PIC X(6).
   05 WS-LOG-TIME-HUND   PIC X(2).
01 WS-LOG-DATE           PIC 9(8) VALUE ZERO.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-SIGNED-ON = "N"
        MOVE "Y" TO WS-DONE
    END-IF
    PERFORM 2000-PROMPT-AND-DISPATCH UNTIL WS-DONE = "Y"
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT EMP-FILE
    OPEN INPUT DEPT-FILE
    PERFORM 1100-TRY-SIGN-ON
        UNTIL WS-SIGNED-ON = "Y" OR
              WS-SIGN-ON-TRIES NOT < WS-MAX-SIGN-ON-TRIES
    IF WS-SIGNED-ON = "N"
        DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
    END-IF.

*> The operator ID must be on OPERATORS.DAT with a level this
*> screen knows; anything else is refused and the attempt logged.
1100-TRY-SIGN-ON.
    ADD 1 TO WS-SIGN-ON-TRIES
    DISPLAY "ENTER OPERATOR ID:"
    MOVE SPACES TO WS-OPER-ID
    ACCEPT WS-OPER-ID
    MOVE "N" TO WS-OPER-EOF
    OPEN INPUT OPERATOR-FILE
    PERFORM UNTIL WS-OPER-EOF = "Y"
        READ OPERATOR-FILE
            AT END
                MOVE "Y" TO WS-OPER-EOF
            NOT AT END
                IF OPER-ID = WS-OPER-ID AND WS-OPER-ID NOT = SPACES
                    MOVE "Y" TO WS-OPER-EOF
                    IF OPER-IS-HELP-DESK OR OPER-IS-HR-PAYROLL
                        MOVE "Y" TO WS-SIGNED-ON
                        MOVE OPER-NAME   TO WS-OPER-NAME
                        MOVE OPER-EMP-ID TO WS-OPER-EMP-ID
                        MOVE OPER-LEVEL  TO WS-OPER-LEVEL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE
    IF WS-SIGNED-ON = "Y"
        IF WS-OPER-SEES-SALARY
            DISPLAY "SIGNED ON: " WS-OPER-NAME
                " - HR/PAYROLL ACCESS"
        ELSE
            DISPLAY "SIGNED ON: " WS-OPER-NAME
                " - HELP DESK ACCESS, SALARY MASKED"
        END-IF
    ELSE
        DISPLAY "OPERATOR ID NOT AUTHORISED"
        MOVE "S" TO WS-ACCESS-OPTION
        MOVE WS-OPER-ID TO WS-ACCESS-KEY
        MOVE SPACES TO WS-ACCESS-EMP-ID
        PERFORM 2900-WRITE-ACCESS-LOG
    END-IF.

2000-PROMPT-AND-DISPATCH.
    DISPLAY " "
    DISPLAY "EMPLOYEE INQUIRY - E BY EMP-ID, N BY NAME, "
        "D BY DEPARTMENT, M BY MANAGER, X TO EXIT"
    ACCEPT WS-CHOICE
    EVALUATE WS-CHOICE
        WHEN "E"
        WHEN "D"
        WHEN "d"
            PERFORM 2200-DEPARTMENT-BROWSE
        WHEN "M"
        WHEN "m"
            PERFORM 2400-DIRECT-REPORTS
        WHEN "X"
        WHEN "x"
            MOVE "Y" TO WS-DONE
        WHEN OTHER
            DISPLAY "PLEASE ENTER E, N, D, M OR X"
    END-EVALUATE.

2100-EMPLOYEE-INQUIRY.
    DISPLAY "ENTER EMP-ID:"
    ACCEPT WS-SEARCH-EMP-ID
    MOVE "E" TO WS-ACCESS-OPTION
    MOVE WS-SEARCH-EMP-ID TO WS-ACCESS-KEY
    MOVE WS-SEARCH-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            DISPLAY "EMP-ID " WS-SEARCH-EMP-ID " NOT ON FILE"
            PERFORM 2810-LOG-NOTHING-FOUND
        NOT INVALID KEY
            PERFORM 2150-DISPLAY-EMPLOYEE
    END-READ.

2150-DISPLAY-EMPLOYEE.
    PERFORM 2800-LOG-RECORD-SHOWN
    DISPLAY "EMP-ID....: " EMP-ID
    DISPLAY "NAME......: " EMP-NAME
    DISPLAY "SALARY....: " WS-SALARY-SHOWN
    DISPLAY "DEPT-CODE.: " DEPT-CODE
    DISPLAY "HIRE DATE.: " EMP-HIRE-DATE
    DISPLAY "GRADE.....: " EMP-GRADE
        DISPLAY "STATUS....: TERMINATED " EMP-TERM-DATE
    ELSE
        DISPLAY "STATUS....: ACTIVE"
    END-IF
    IF EMP-SUPV-ID = SPACES
        DISPLAY "SUPERVISOR: (NONE)"
    ELSE
        DISPLAY "SUPERVISOR: " EMP-SUPV-ID
    END-IF.

*> STARTs on the DEPT-CODE alternate index and reads forward in
2200-DEPARTMENT-BROWSE.
    DISPLAY "ENTER DEPT-CODE:"
    ACCEPT WS-SEARCH-DEPT
    MOVE "D" TO WS-ACCESS-OPTION
    MOVE WS-SEARCH-DEPT TO WS-ACCESS-KEY
    PERFORM 2250-SHOW-DEPT-HEADING

    MOVE "N" TO WS-BROWSE-EOF
    END-IF
    PERFORM 2260-BROWSE-ONE-RECORD
        UNTIL WS-BROWSE-EOF = "Y" OR WS-BROWSE-STOP = "Y"
    IF WS-MATCH-COUNT = ZERO
        PERFORM 2810-LOG-NOTHING-FOUND
    END-IF
    DISPLAY "EMPLOYEES LISTED FOR " WS-SEARCH-DEPT ": "
        WS-MATCH-COUNT.

    ELSE
        ADD 1 TO WS-MATCH-COUNT
        ADD 1 TO WS-SCREEN-LINES
        PERFORM 2800-LOG-RECORD-SHOWN
        IF EMP-IS-TERMINATED
            DISPLAY EMP-ID " " EMP-NAME " " WS-SALARY-SHOWN
                " " EMP-HIRE-DATE " " EMP-GRADE " *TERM*"
        ELSE
            DISPLAY EMP-ID " " EMP-NAME " " WS-SALARY-SHOWN
                " " EMP-HIRE-DATE " " EMP-GRADE
        END-IF
        IF WS-SCREEN-LINES NOT < WS-LINES-PER-SCREEN
    DISPLAY "ENTER FULL OR PARTIAL NAME (SURNAME FIRST):"
    MOVE SPACES TO WS-SEARCH-NAME
    ACCEPT WS-SEARCH-NAME
    MOVE "N" TO WS-ACCESS-OPTION
    MOVE WS-SEARCH-NAME TO WS-ACCESS-KEY
    PERFORM 2310-SET-NAME-LENGTH
    IF WS-NAME-LEN = ZERO
        DISPLAY "NOTHING TO SEARCH FOR"
        END-IF
        PERFORM 2360-LIST-ONE-NAME-MATCH
            UNTIL WS-BROWSE-EOF = "Y" OR WS-BROWSE-STOP = "Y"
        IF WS-MATCH-COUNT = ZERO
            PERFORM 2810-LOG-NOTHING-FOUND
        END-IF
        DISPLAY "EMPLOYEES MATCHING '"
            WS-SEARCH-NAME (1:WS-NAME-LEN) "': " WS-MATCH-COUNT
    END-IF.
    ELSE
        ADD 1 TO WS-MATCH-COUNT
        ADD 1 TO WS-SCREEN-LINES
        PERFORM 2800-LOG-RECORD-SHOWN
        IF EMP-IS-TERMINATED
            DISPLAY EMP-ID " " EMP-NAME " " WS-SALARY-SHOWN
                " " DEPT-CODE " " EMP-GRADE " *TERM*"
        ELSE
            DISPLAY EMP-ID " " EMP-NAME " " WS-SALARY-SHOWN
                " " DEPT-CODE " " EMP-GRADE
        END-IF
        IF WS-SCREEN-LINES NOT < WS-LINES-PER-SCREEN
        END-IF
    END-IF.

*> Reads the whole master forward from the lowest EMP-ID and lists
*> the records whose EMP-SUPV-ID is the keyed manager. The heading
*> comes from the manager's own record when it is still on file.
2400-DIRECT-REPORTS.
    DISPLAY "ENTER MANAGER EMP-ID:"
    ACCEPT WS-SEARCH-SUPV-ID
    MOVE "M" TO WS-ACCESS-OPTION
    MOVE WS-SEARCH-SUPV-ID TO WS-ACCESS-KEY
    IF WS-SEARCH-SUPV-ID = SPACES
        DISPLAY "NOTHING TO SEARCH FOR"
    ELSE
        PERFORM 2450-SHOW-MANAGER-HEADING
        MOVE "N" TO WS-BROWSE-EOF
        MOVE "N" TO WS-BROWSE-STOP
        MOVE ZERO TO WS-MATCH-COUNT
        MOVE ZERO TO WS-SCREEN-LINES
        MOVE LOW-VALUES TO EMP-ID
        START EMP-FILE KEY NOT < EMP-ID
            INVALID KEY
                MOVE "Y" TO WS-BROWSE-EOF
        END-START
        IF WS-BROWSE-EOF = "N"
            PERFORM 2290-READ-NEXT-EMPLOYEE
        END-IF
        PERFORM 2460-LIST-ONE-REPORT
            UNTIL WS-BROWSE-EOF = "Y" OR WS-BROWSE-STOP = "Y"
        IF WS-MATCH-COUNT = ZERO
            PERFORM 2810-LOG-NOTHING-FOUND
        END-IF
        DISPLAY "DIRECT REPORTS LISTED FOR " WS-SEARCH-SUPV-ID ": "
            WS-MATCH-COUNT
    END-IF.

2450-SHOW-MANAGER-HEADING.
    MOVE WS-SEARCH-SUPV-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            DISPLAY "MANAGER " WS-SEARCH-SUPV-ID
                " (NOT ON FILE - PURGED)"
        NOT INVALID KEY
            PERFORM 2800-LOG-RECORD-SHOWN
            IF EMP-IS-TERMINATED
                DISPLAY "MANAGER " WS-SEARCH-SUPV-ID " - " EMP-NAME
                    " *TERM* " EMP-TERM-DATE
            ELSE
                DISPLAY "MANAGER " WS-SEARCH-SUPV-ID " - " EMP-NAME
                    " DEPT " DEPT-CODE
            END-IF
    END-READ.

2460-LIST-ONE-REPORT.
    IF EMP-SUPV-ID = WS-SEARCH-SUPV-ID
        ADD 1 TO WS-MATCH-COUNT
        ADD 1 TO WS-SCREEN-LINES
        PERFORM 2800-LOG-RECORD-SHOWN
        IF EMP-IS-TERMINATED
            DISPLAY EMP-ID " " EMP-NAME " " DEPT-CODE
                " " EMP-GRADE " *TERM*"
        ELSE
            DISPLAY EMP-ID " " EMP-NAME " " DEPT-CODE
                " " EMP-GRADE
        END-IF
        IF WS-SCREEN-LINES NOT < WS-LINES-PER-SCREEN
            DISPLAY "MORE? (Y/N)"
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                MOVE ZERO TO WS-SCREEN-LINES
            ELSE
                MOVE "Y" TO WS-BROWSE-STOP
            END-IF
        END-IF
    END-IF
    IF WS-BROWSE-STOP = "N"
        PERFORM 2290-READ-NEXT-EMPLOYEE
    END-IF.

*> Performed for each employee record about to go on the screen,
*> with the record in EMP-RECORD: logs it and sets the salary the
*> operator's level may see.
2800-LOG-RECORD-SHOWN.
    IF WS-OPER-SEES-SALARY
        MOVE EMP-SALARY-ALT TO WS-SALARY-SHOWN
    ELSE
        MOVE WS-SALARY-MASK TO WS-SALARY-SHOWN
    END-IF
    MOVE EMP-ID TO WS-ACCESS-EMP-ID
    PERFORM 2900-WRITE-ACCESS-LOG.

2810-LOG-NOTHING-FOUND.
    MOVE SPACES TO WS-ACCESS-EMP-ID
    PERFORM 2900-WRITE-ACCESS-LOG.

*> Opened and closed around each record, as RUNLOG.DAT is, so an
*> abandoned session loses nothing it has shown.
2900-WRITE-ACCESS-LOG.
    ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT WS-LOG-TIME FROM TIME
    OPEN EXTEND ACCESS-LOG-FILE
    MOVE WS-OPER-ID       TO ACCL-OPER-ID
    MOVE WS-LOG-DATE      TO ACCL-DATE
    MOVE WS-LOG-TIME-HMS  TO ACCL-TIME
    MOVE WS-ACCESS-OPTION TO ACCL-OPTION
    MOVE WS-ACCESS-KEY    TO ACCL-KEY
    MOVE WS-ACCESS-EMP-ID TO ACCL-EMP-ID
    IF WS-ACCESS-EMP-ID NOT = SPACES AND
       WS-ACCESS-EMP-ID = WS-OPER-EMP-ID
        MOVE "Y" TO ACCL-SELF
    ELSE
        MOVE "N" TO ACCL-SELF
    END-IF
    WRITE ACCESS-LOG-RECORD
    CLOSE ACCESS-LOG-FILE.

8000-FINALIZE.
    CLOSE EMP-FILE DEPT-FILE
    DISPLAY "Inquiry session ended!".
