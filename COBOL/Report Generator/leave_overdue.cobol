IDENTIFICATION DIVISION.
PROGRAM-ID. LEAVE-OVERDUE.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New weekly overdue-return report for HR: reads LEAVE.DAT (the
*> LEAVREC leave-of-absence file EMPLOYEE-MAINT keeps from the L, E
*> and R cards) end to end and writes LEAVEOVD.RPT listing every
*> leave that is still open - no return recorded - whose expected
*> return date is before the report date, in EMP-ID order.
*> Each line shows the employee's name and department from the
*> master, the leave type, paid/unpaid, the expected return date,
*> the number of days overdue and how many times the leave has
*> been extended, with a second line giving the supervisor (so HR
*> knows whom to chase), the start date and the original expected
*> return. The report date and a grace period in days come from an
*> optional LEAVEOVD.PARM card (same optional-card idiom as
*> ORGCHART.PARM; blank fields default to today and no grace), so
*> the report can be rerun for a past week. A leave whose master
*> record disagrees - employee terminated, purged off the master,
*> or not shown as on leave - is listed with the reason whether or
*> not it is overdue, since HR needs to close it off either way.
*> The program only reads LEAVE.DAT and the master, so it is safe
*> to run any time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LEAVE-EMP-ID.
    SELECT OPTIONAL EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "LEAVEOVD.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OVD-REPORT-FILE ASSIGN TO "LEAVEOVD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LEAVE-FILE.
    COPY LEAVREC.

FD EMP-FILE.
    COPY EMPREC.

FD PARM-FILE.
01 PARM-RECORD.
   05 PARM-AS-OF-DATE    PIC X(8).
   05 PARM-GRACE-DAYS    PIC X(3).

FD OVD-REPORT-FILE.
01 OVD-REPORT-RECORD     PIC X(100).

WORKING-STORAGE SECTION.
01 WS-LEAVE-EOF          PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-EMP-FOUND          PIC X VALUE "N".
01 WS-IS-OVERDUE         PIC X VALUE "N".

01 WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
01 WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).
01 WS-GRACE-DAYS         PIC 9(3) VALUE ZERO.
01 WS-EXP-RETURN-NUM     PIC 9(8) VALUE ZERO.
01 WS-DAYS-OVERDUE       PIC S9(6) VALUE ZERO.
01 WS-DAYS-OVERDUE-OUT   PIC 9(5) VALUE ZERO.
01 WS-OLDEST-DAYS        PIC 9(5) VALUE ZERO.
01 WS-OLDEST-EMP-ID      PIC X(10) VALUE SPACES.

01 WS-LEAVE-DATE-FIELDS.
   05 WS-LV-YYYY         PIC 9(4).
   05 WS-LV-MM           PIC 9(2).
   05 WS-LV-DD           PIC 9(2).
01 WS-DATE-VALID         PIC X VALUE "N".

01 WS-EMP-NAME           PIC X(30) VALUE SPACES.
01 WS-EMP-DEPT           PIC X(4) VALUE SPACES.
01 WS-EMP-SUPV-ID        PIC X(10) VALUE SPACES.
01 WS-TYPE-DESC          PIC X(8) VALUE SPACES.
01 WS-PAY-DESC           PIC X(6) VALUE SPACES.
01 WS-EXCEPTION-REASON   PIC X(30) VALUE SPACES.

01 WS-READ-COUNT         PIC 9(6) VALUE ZERO.
01 WS-OPEN-COUNT         PIC 9(6) VALUE ZERO.
01 WS-OVERDUE-COUNT      PIC 9(6) VALUE ZERO.
01 WS-OVERDUE-PAID       PIC 9(6) VALUE ZERO.
01 WS-OVERDUE-UNPAID     PIC 9(6) VALUE ZERO.
01 WS-EXCEPTION-COUNT    PIC 9(6) VALUE ZERO.
01 WS-BAD-DATE-COUNT     PIC 9(6) VALUE ZERO.

01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-LEAVE UNTIL WS-LEAVE-EOF = "Y"
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT LEAVE-FILE
    OPEN INPUT EMP-FILE
    OPEN OUTPUT OVD-REPORT-FILE
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
    PERFORM 1100-READ-PARAMETERS

    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEAVE OF ABSENCE - OVERDUE RETURNS"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXPECTED RETURN BEFORE " WS-AS-OF-DATE
        " LESS GRACE OF " WS-GRACE-DAYS " DAYS, NO RETURN RECORDED"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EMP-ID     NAME                           DEPT TYPE     "
        "PAY    EXP RET  DAYS  EXT"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM 2900-READ-LEAVE-FILE.

*> Optional card: report date (YYYYMMDD) in columns 1-8 and grace
*> days in 9-11. A missing file, blank field or bad value keeps the
*> default, and a bad value is warned about.
1100-READ-PARAMETERS.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            MOVE "Y" TO WS-PARM-EOF
    END-READ
    IF WS-PARM-EOF = "N"
        IF PARM-AS-OF-DATE NOT = SPACES
            MOVE "N" TO WS-DATE-VALID
            IF PARM-AS-OF-DATE NUMERIC
                MOVE PARM-AS-OF-DATE TO WS-LEAVE-DATE-FIELDS
                PERFORM 2800-CHECK-DATE-FIELDS
            END-IF
            IF WS-DATE-VALID = "Y"
                MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
            ELSE
                DISPLAY "WARNING - INVALID REPORT DATE ON "
                    "LEAVEOVD.PARM IGNORED: " PARM-AS-OF-DATE
            END-IF
        END-IF
        IF PARM-GRACE-DAYS NOT = SPACES
            IF PARM-GRACE-DAYS NUMERIC
                MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
            ELSE
                DISPLAY "WARNING - INVALID GRACE DAYS ON "
                    "LEAVEOVD.PARM IGNORED: " PARM-GRACE-DAYS
            END-IF
        END-IF
    END-IF
    CLOSE PARM-FILE.

2000-PROCESS-LEAVE.
    ADD 1 TO WS-READ-COUNT
    IF LEAVE-IS-OPEN
        ADD 1 TO WS-OPEN-COUNT
        PERFORM 2100-LOOKUP-EMPLOYEE
        PERFORM 2200-CHECK-OVERDUE
        IF WS-IS-OVERDUE = "Y" OR WS-EXCEPTION-REASON NOT = SPACES
            PERFORM 2300-WRITE-LEAVE-LINES
        END-IF
    END-IF
    PERFORM 2900-READ-LEAVE-FILE.

2100-LOOKUP-EMPLOYEE.
    MOVE SPACES TO WS-EXCEPTION-REASON
    MOVE SPACES TO WS-EMP-NAME
    MOVE SPACES TO WS-EMP-DEPT
    MOVE SPACES TO WS-EMP-SUPV-ID
    MOVE LEAVE-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE "N" TO WS-EMP-FOUND
            MOVE "*** NOT ON MASTER (PURGED)" TO WS-EXCEPTION-REASON
        NOT INVALID KEY
            MOVE "Y" TO WS-EMP-FOUND
            MOVE EMP-NAME TO WS-EMP-NAME
            MOVE DEPT-CODE TO WS-EMP-DEPT
            MOVE EMP-SUPV-ID TO WS-EMP-SUPV-ID
            EVALUATE TRUE
                WHEN EMP-IS-TERMINATED
                    MOVE "*** EMPLOYEE TERMINATED"
                        TO WS-EXCEPTION-REASON
                WHEN NOT EMP-IS-ON-LEAVE
                    MOVE "*** MASTER NOT ON LEAVE"
                        TO WS-EXCEPTION-REASON
                WHEN EMP-LEAVE-STATUS NOT = LEAVE-PAY
                    MOVE "*** MASTER PAID/UNPAID DIFFERS"
                        TO WS-EXCEPTION-REASON
            END-EVALUATE
    END-READ
    IF WS-EXCEPTION-REASON NOT = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
    END-IF.

*> Overdue when the report date is more than the grace period past
*> the expected return date. An open leave without a usable return
*> date can't be judged, so it is listed as overdue with a note.
2200-CHECK-OVERDUE.
    MOVE "N" TO WS-IS-OVERDUE
    MOVE ZERO TO WS-DAYS-OVERDUE-OUT
    MOVE "N" TO WS-DATE-VALID
    IF LEAVE-EXP-RETURN NUMERIC
        MOVE LEAVE-EXP-RETURN TO WS-LEAVE-DATE-FIELDS
        PERFORM 2800-CHECK-DATE-FIELDS
    END-IF
    IF WS-DATE-VALID = "N"
        MOVE "Y" TO WS-IS-OVERDUE
        ADD 1 TO WS-BAD-DATE-COUNT
        IF WS-EXCEPTION-REASON = SPACES
            MOVE "*** NO VALID EXPECTED RETURN"
                TO WS-EXCEPTION-REASON
        END-IF
    ELSE
        MOVE LEAVE-EXP-RETURN TO WS-EXP-RETURN-NUM
        COMPUTE WS-DAYS-OVERDUE =
            FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-NUM)
            - FUNCTION INTEGER-OF-DATE (WS-EXP-RETURN-NUM)
        IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
            MOVE "Y" TO WS-IS-OVERDUE
            MOVE WS-DAYS-OVERDUE TO WS-DAYS-OVERDUE-OUT
        END-IF
    END-IF
    IF WS-IS-OVERDUE = "Y"
        ADD 1 TO WS-OVERDUE-COUNT
        IF LEAVE-IS-UNPAID
            ADD 1 TO WS-OVERDUE-UNPAID
        ELSE
            ADD 1 TO WS-OVERDUE-PAID
        END-IF
        IF WS-DAYS-OVERDUE-OUT > WS-OLDEST-DAYS
            MOVE WS-DAYS-OVERDUE-OUT TO WS-OLDEST-DAYS
            MOVE LEAVE-EMP-ID TO WS-OLDEST-EMP-ID
        END-IF
    END-IF.

2300-WRITE-LEAVE-LINES.
    EVALUATE TRUE
        WHEN LEAVE-IS-SICK
            MOVE "SICK" TO WS-TYPE-DESC
        WHEN LEAVE-IS-PARENTAL
            MOVE "PARENTAL" TO WS-TYPE-DESC
        WHEN LEAVE-IS-PERSONAL
            MOVE "PERSONAL" TO WS-TYPE-DESC
        WHEN LEAVE-IS-OTHER
            MOVE "OTHER" TO WS-TYPE-DESC
        WHEN OTHER
            MOVE LEAVE-TYPE TO WS-TYPE-DESC
    END-EVALUATE
    IF LEAVE-IS-UNPAID
        MOVE "UNPAID" TO WS-PAY-DESC
    ELSE
        MOVE "PAID" TO WS-PAY-DESC
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING LEAVE-EMP-ID SPACE WS-EMP-NAME SPACE WS-EMP-DEPT SPACE
        WS-TYPE-DESC SPACE WS-PAY-DESC SPACE LEAVE-EXP-RETURN SPACE
        WS-DAYS-OVERDUE-OUT SPACE LEAVE-EXTENSIONS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "        SUPERVISOR " WS-EMP-SUPV-ID
        "  STARTED " LEAVE-START-DATE
        "  ORIG RETURN " LEAVE-ORIG-RETURN
        SPACE WS-EXCEPTION-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE.

2800-CHECK-DATE-FIELDS.
    MOVE "N" TO WS-DATE-VALID
    IF WS-LV-YYYY NOT < 1900 AND WS-LV-YYYY NOT > 2099 AND
       WS-LV-MM NOT < 01 AND WS-LV-MM NOT > 12 AND
       WS-LV-DD NOT < 01 AND WS-LV-DD NOT > 31
        MOVE "Y" TO WS-DATE-VALID
    END-IF.

2900-READ-LEAVE-FILE.
    READ LEAVE-FILE NEXT
        AT END
            MOVE "Y" TO WS-LEAVE-EOF
    END-READ.

8000-FINALIZE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEAVE RECORDS READ: " WS-READ-COUNT
        "  STILL OPEN: " WS-OPEN-COUNT
        "  OVERDUE: " WS-OVERDUE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "OVERDUE - PAID: " WS-OVERDUE-PAID
        "  UNPAID: " WS-OVERDUE-UNPAID
        "  NO VALID RETURN DATE: " WS-BAD-DATE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-OLDEST-DAYS > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "LONGEST OVERDUE: " WS-OLDEST-EMP-ID
            " - " WS-OLDEST-DAYS " DAYS"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEAVES DISAGREEING WITH THE MASTER: " WS-EXCEPTION-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE OVD-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE LEAVE-FILE EMP-FILE OVD-REPORT-FILE
    DISPLAY "Leave overdue report complete!".
