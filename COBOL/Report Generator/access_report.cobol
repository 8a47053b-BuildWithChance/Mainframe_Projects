IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-REPORT.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New periodic review of ACCESS.LOG (ACCLREC copybook), the record
*> EMPLOYEE-INQUIRY now keeps of every employee record it shows
*> and every refused sign-on. The log is sorted by operator, date
*> and time and ACCESS.RPT lists each operator's lookups in the
*> period - when, which option, what was keyed and which EMP-ID
*> was shown - under the operator's name and access level from
*> OPERATORS.DAT (OPERREC copybook), with a subtotal per day and a
*> total per operator. A record the operator looked up that is
*> their own is flagged SELF-LOOKUP, and a day on which an
*> operator was shown more records than the daily browse limit is
*> flagged UNUSUAL VOLUME. Refused sign-ons are listed under the
*> ID that was tried. The period and the limit come from an
*> optional ACCESS.PARM card (from and thru YYYYMMDD, daily limit);
*> with no card the report covers the seven days ending today at a
*> limit of 50 records a day. The program only reads the log, so
*> it can be rerun for any period.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "ACCESS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
    SELECT ACCESS-SORTED-FILE ASSIGN TO "ACCSRT.TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "ACCESS.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ACC-REPORT-FILE ASSIGN TO "ACCESS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCESS-LOG-FILE.
01 ACCESS-LOG-IN         PIC X(64).

SD SORT-WORK-FILE.
01 SORT-RECORD.
   05 SORT-OPER-ID       PIC X(8).
   05 SORT-DATE          PIC 9(8).
   05 SORT-TIME          PIC X(6).
   05 FILLER             PIC X(42).

FD ACCESS-SORTED-FILE.
    COPY ACCLREC.

FD OPERATOR-FILE.
    COPY OPERREC.

FD PARM-FILE.
01 PARM-RECORD.
   05 PARM-FROM-DATE     PIC X(8).
   05 PARM-THRU-DATE     PIC X(8).
   05 PARM-DAILY-LIMIT   PIC X(5).

FD ACC-REPORT-FILE.
01 ACC-REPORT-RECORD     PIC X(100).

WORKING-STORAGE SECTION.
01 WS-SORTED-EOF         PIC X VALUE "N".
01 WS-OPER-EOF           PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".

01 WS-FROM-DATE          PIC 9(8) VALUE ZERO.
01 WS-THRU-DATE          PIC 9(8) VALUE ZERO.
01 WS-DAILY-LIMIT        PIC 9(5) VALUE 50.

01 WS-OPERATOR-TABLE.
   05 WS-OP-ENTRY OCCURS 200 TIMES INDEXED BY WS-OP-IDX.
      10 WS-OP-ID        PIC X(8).
      10 WS-OP-NAME      PIC X(30).
      10 WS-OP-LEVEL     PIC X(1).
01 WS-OPERATOR-COUNT     PIC 9(4) VALUE ZERO.
01 WS-MAX-OPERATORS      PIC 9(4) VALUE 200.
01 WS-OP-FOUND           PIC X VALUE "N".
01 WS-OP-SHOW-NAME       PIC X(30) VALUE SPACES.
01 WS-OP-SHOW-LEVEL      PIC X(24) VALUE SPACES.

01 WS-CUR-OPER-ID        PIC X(8) VALUE SPACES.
01 WS-CUR-DATE           PIC 9(8) VALUE ZERO.

01 WS-DAY-VIEWED         PIC 9(6) VALUE ZERO.
01 WS-OPER-VIEWED        PIC 9(6) VALUE ZERO.
01 WS-OPER-NOT-FOUND     PIC 9(6) VALUE ZERO.
01 WS-OPER-SELF          PIC 9(6) VALUE ZERO.
01 WS-OPER-REFUSED       PIC 9(6) VALUE ZERO.
01 WS-OPER-HEAVY-DAYS    PIC 9(6) VALUE ZERO.

01 WS-TOTAL-OPERATORS    PIC 9(6) VALUE ZERO.
01 WS-TOTAL-VIEWED       PIC 9(6) VALUE ZERO.
01 WS-TOTAL-SELF         PIC 9(6) VALUE ZERO.
01 WS-TOTAL-REFUSED      PIC 9(6) VALUE ZERO.
01 WS-TOTAL-HEAVY-DAYS   PIC 9(6) VALUE ZERO.
01 WS-FLAGGED-OPERATORS  PIC 9(6) VALUE ZERO.

01 WS-LINE-FLAG          PIC X(20) VALUE SPACES.
01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-OPER-ID
           ASCENDING KEY SORT-DATE
           ASCENDING KEY SORT-TIME
        USING ACCESS-LOG-FILE
        GIVING ACCESS-SORTED-FILE
    OPEN INPUT ACCESS-SORTED-FILE
    PERFORM 2900-READ-SORTED-FILE
    PERFORM 2000-REPORT-OPERATOR UNTIL WS-SORTED-EOF = "Y"
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-N TO WS-THRU-DATE
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-THRU-DATE) - 6)
    PERFORM 1100-READ-PARAMETERS
    PERFORM 1200-LOAD-OPERATORS
    OPEN OUTPUT ACC-REPORT-FILE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "INQUIRY ACCESS REPORT"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        SPACE SPACE SPACE "PERIOD: " WS-FROM-DATE " TO " WS-THRU-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "DAILY BROWSE LIMIT: " WS-DAILY-LIMIT " RECORDS"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE.

*> A blank or non-numeric field leaves its default in place.
1100-READ-PARAMETERS.
    OPEN INPUT PARM-FILE
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                IF PARM-FROM-DATE NUMERIC
                    MOVE PARM-FROM-DATE TO WS-FROM-DATE
                END-IF
                IF PARM-THRU-DATE NUMERIC
                    MOVE PARM-THRU-DATE TO WS-THRU-DATE
                END-IF
                IF PARM-DAILY-LIMIT NUMERIC
                    MOVE PARM-DAILY-LIMIT TO WS-DAILY-LIMIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARM-FILE.

1200-LOAD-OPERATORS.
    OPEN INPUT OPERATOR-FILE
    PERFORM UNTIL WS-OPER-EOF = "Y"
        READ OPERATOR-FILE
            AT END
                MOVE "Y" TO WS-OPER-EOF
            NOT AT END
                IF WS-OPERATOR-COUNT NOT < WS-MAX-OPERATORS
                    DISPLAY "WARNING - OPERATOR TABLE FULL, "
                        "NAME NOT SHOWN FOR: " OPER-ID
                ELSE
                    ADD 1 TO WS-OPERATOR-COUNT
                    SET WS-OP-IDX TO WS-OPERATOR-COUNT
                    MOVE OPER-ID    TO WS-OP-ID (WS-OP-IDX)
                    MOVE OPER-NAME  TO WS-OP-NAME (WS-OP-IDX)
                    MOVE OPER-LEVEL TO WS-OP-LEVEL (WS-OP-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE.

*> One operator's lookups for the period, a day at a time.
2000-REPORT-OPERATOR.
    MOVE ACCL-OPER-ID TO WS-CUR-OPER-ID
    MOVE ZERO TO WS-OPER-VIEWED
    MOVE ZERO TO WS-OPER-NOT-FOUND
    MOVE ZERO TO WS-OPER-SELF
    MOVE ZERO TO WS-OPER-REFUSED
    MOVE ZERO TO WS-OPER-HEAVY-DAYS
    ADD 1 TO WS-TOTAL-OPERATORS
    PERFORM 2050-WRITE-OPERATOR-HEADING
    PERFORM 2100-REPORT-DAY
        UNTIL WS-SORTED-EOF = "Y" OR
              ACCL-OPER-ID NOT = WS-CUR-OPER-ID

    MOVE SPACES TO WS-REPORT-LINE
    STRING "  OPERATOR TOTAL - VIEWED: " WS-OPER-VIEWED
        " NOT FOUND: " WS-OPER-NOT-FOUND
        " SELF-LOOKUPS: " WS-OPER-SELF
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "                   HEAVY DAYS: " WS-OPER-HEAVY-DAYS
        " REFUSED SIGN-ONS: " WS-OPER-REFUSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    IF WS-OPER-SELF > ZERO OR WS-OPER-HEAVY-DAYS > ZERO
        ADD 1 TO WS-FLAGGED-OPERATORS
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  *** OPERATOR " WS-CUR-OPER-ID
            " FLAGGED FOR REVIEW ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    ADD WS-OPER-VIEWED     TO WS-TOTAL-VIEWED
    ADD WS-OPER-SELF       TO WS-TOTAL-SELF
    ADD WS-OPER-REFUSED    TO WS-TOTAL-REFUSED
    ADD WS-OPER-HEAVY-DAYS TO WS-TOTAL-HEAVY-DAYS.

2050-WRITE-OPERATOR-HEADING.
    MOVE "N" TO WS-OP-FOUND
    MOVE SPACES TO WS-OP-SHOW-NAME
    MOVE "NOT ON OPERATORS.DAT" TO WS-OP-SHOW-LEVEL
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OPERATOR-COUNT OR WS-OP-FOUND = "Y"
        IF WS-OP-ID (WS-OP-IDX) = WS-CUR-OPER-ID
            MOVE "Y" TO WS-OP-FOUND
            MOVE WS-OP-NAME (WS-OP-IDX) TO WS-OP-SHOW-NAME
            EVALUATE WS-OP-LEVEL (WS-OP-IDX)
                WHEN "H"
                    MOVE "HELP DESK" TO WS-OP-SHOW-LEVEL
                WHEN "P"
                    MOVE "HR/PAYROLL" TO WS-OP-SHOW-LEVEL
                WHEN OTHER
                    MOVE "NO ACCESS" TO WS-OP-SHOW-LEVEL
            END-EVALUATE
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPERATOR " WS-CUR-OPER-ID " - " WS-OP-SHOW-NAME
        SPACE WS-OP-SHOW-LEVEL
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  DATE     TIME   OPT KEYED                          "
        "EMP-ID     FLAG"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE.

2100-REPORT-DAY.
    MOVE ACCL-DATE TO WS-CUR-DATE
    MOVE ZERO TO WS-DAY-VIEWED
    PERFORM 2200-LIST-ONE-ACCESS
        UNTIL WS-SORTED-EOF = "Y" OR
              ACCL-OPER-ID NOT = WS-CUR-OPER-ID OR
              ACCL-DATE NOT = WS-CUR-DATE
    ADD WS-DAY-VIEWED TO WS-OPER-VIEWED
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-DAY-VIEWED > WS-DAILY-LIMIT
        ADD 1 TO WS-OPER-HEAVY-DAYS
        STRING "  " WS-CUR-DATE " RECORDS VIEWED: " WS-DAY-VIEWED
            "   *** UNUSUAL VOLUME - OVER " WS-DAILY-LIMIT
            " A DAY ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "  " WS-CUR-DATE " RECORDS VIEWED: " WS-DAY-VIEWED
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE.

2200-LIST-ONE-ACCESS.
    MOVE SPACES TO WS-LINE-FLAG
    EVALUATE TRUE
        WHEN ACCL-IS-SIGN-ON-REFUSED
            ADD 1 TO WS-OPER-REFUSED
            MOVE "SIGN-ON REFUSED" TO WS-LINE-FLAG
        WHEN ACCL-EMP-ID = SPACES
            ADD 1 TO WS-OPER-NOT-FOUND
            MOVE "NOT FOUND" TO WS-LINE-FLAG
        WHEN OTHER
            ADD 1 TO WS-DAY-VIEWED
            IF ACCL-IS-SELF
                ADD 1 TO WS-OPER-SELF
                MOVE "*** SELF-LOOKUP" TO WS-LINE-FLAG
            END-IF
    END-EVALUATE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " ACCL-DATE SPACE ACCL-TIME SPACE ACCL-OPTION "   "
        ACCL-KEY SPACE ACCL-EMP-ID SPACE WS-LINE-FLAG
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    PERFORM 2900-READ-SORTED-FILE.

*> Passes over anything logged outside the period.
2900-READ-SORTED-FILE.
    READ ACCESS-SORTED-FILE
        AT END
            MOVE "Y" TO WS-SORTED-EOF
    END-READ
    PERFORM UNTIL WS-SORTED-EOF = "Y" OR
                  (ACCL-DATE NOT < WS-FROM-DATE AND
                   ACCL-DATE NOT > WS-THRU-DATE)
        READ ACCESS-SORTED-FILE
            AT END
                MOVE "Y" TO WS-SORTED-EOF
        END-READ
    END-PERFORM.

8000-FINALIZE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL - OPERATORS: " WS-TOTAL-OPERATORS
        " RECORDS VIEWED: " WS-TOTAL-VIEWED
        " SELF-LOOKUPS: " WS-TOTAL-SELF
        " HEAVY DAYS: " WS-TOTAL-HEAVY-DAYS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "        REFUSED SIGN-ONS: " WS-TOTAL-REFUSED
        " OPERATORS FLAGGED FOR REVIEW: " WS-FLAGGED-OPERATORS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE ACC-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE ACCESS-SORTED-FILE ACC-REPORT-FILE
    IF WS-FLAGGED-OPERATORS > ZERO
        DISPLAY "Access report complete: " WS-FLAGGED-OPERATORS
            " operator(s) flagged - see ACCESS.RPT!"
    ELSE
        DISPLAY "Access report complete!"
    END-IF.
