IDENTIFICATION DIVISION.
PROGRAM-ID. TURNOVER-REPORT.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New workforce movement and turnover report by department,
*> replacing the monthly hand count from EMPLOYEE-HISTINQ output.
*> The period comes from a TURNOVER.PARM card (from and thru dates,
*> YYYYMMDD; a blank thru date means today; a missing or bad card
*> refuses the run, same refusal idiom as EMPLOYEE-ASOF). For each
*> department - named from DEPTS.IN, with a code not on DEPTS.IN
*> listed and flagged rather than dropped - TURNOVER.RPT shows the
*> opening headcount, hires (history action A), rehires (R),
*> terminations (D), transfers in and out (C images whose
*> DEPT-CODE changed between two active images, whichever program
*> wrote them, DEPT-TRANSFER's REORG moves included), the closing
*> headcount and a turnover percentage (terminations over average
*> headcount), then the same figures for the company.
*> The opening headcount is not taken from the closing figure: an
*> employee's state at the start of the period is the before-image
*> of their first history record on or after the from date, or
*> their EMPLOYEES.IN record as it stands when nothing has touched
*> them since. So history is read from the from date forward -
*> the archive years HISTARC.CTL (HARCCTL copybook) says the range
*> reaches back into, oldest first, then the live MAINT.HIST, same
*> routing as EMPLOYEE-HISTINQ - and only records dated inside the
*> period are counted as movements. The closing headcount is rolled
*> forward from the opening with those movements; when the period
*> ends today it is tied to each department's active count on
*> EMPLOYEES.IN and any difference is flagged, so the report proves
*> itself. Employees seen on history are held in a capped table
*> (same bounded-table convention as EMPLOYEE-ASOF); an overflow is
*> warned about and the report is marked INCOMPLETE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTS.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DEPT-MST-CODE.
    SELECT OPTIONAL HIST-FILE ASSIGN TO "MAINT.HIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "TURNOVER.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CTL-FILE ASSIGN TO "HISTARC.CTL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ARC-FILE ASSIGN TO DYNAMIC WS-ARC-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TURN-REPORT-FILE ASSIGN TO "TURNOVER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EMP-FILE.
    COPY EMPREC.

FD DEPT-FILE.
    COPY DEPTREC.

FD HIST-FILE.
    COPY HISTREC.

FD PARM-FILE.
01 PARM-RECORD.
   05 PARM-FROM-DATE     PIC X(8).
   05 PARM-THRU-DATE     PIC X(8).

FD CTL-FILE.
    COPY HARCCTL.

FD ARC-FILE.
01 ARC-RECORD            PIC X(200).

FD TURN-REPORT-FILE.
01 TURN-REPORT-RECORD    PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EMP-EOF            PIC X VALUE "N".
01 WS-DEPT-EOF           PIC X VALUE "N".
01 WS-HIST-EOF           PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-REFUSE-REASON      PIC X(60) VALUE SPACES.

01 WS-FROM-DATE          PIC X(8) VALUE SPACES.
01 WS-THRU-DATE          PIC X(8) VALUE SPACES.
01 WS-DATE-FIELDS.
   05 WS-DT-YYYY         PIC 9(4).
   05 WS-DT-MM           PIC 9(2).
   05 WS-DT-DD           PIC 9(2).
01 WS-DATE-TO-EDIT       PIC X(8) VALUE SPACES.
01 WS-DATE-VALID         PIC X VALUE "N".
01 WS-ENDS-TODAY         PIC X VALUE "N".

01 WS-ARC-NAME           PIC X(12) VALUE SPACES.
01 WS-ARC-EOF            PIC X VALUE "N".
01 WS-CTL-FOUND          PIC X VALUE "N".
01 WS-ARC-CUTOFF         PIC X(8) VALUE SPACES.
01 WS-ARC-LOW-YEAR       PIC 9(4) VALUE ZERO.
01 WS-ARC-HIGH-YEAR      PIC 9(4) VALUE ZERO.
01 WS-ARC-FROM-YEAR      PIC 9(4) VALUE ZERO.
01 WS-ARC-YEAR           PIC 9(4) VALUE ZERO.
01 WS-ARC-YEAR-X         PIC X(4) VALUE SPACES.

*> Mirrors of the EMP-RECORD image carried in the history
*> before/after images, for the fields a movement is judged on.
01 WS-BEFORE-IMAGE.
   05 WS-BI-EMP-ID       PIC X(10).
   05 FILLER             PIC X(36).
   05 WS-BI-DEPT-CODE    PIC X(4).
   05 FILLER             PIC X(10).
   05 WS-BI-STATUS       PIC X(1).
      88 WS-BI-IS-TERMINATED VALUE "T".
   05 FILLER             PIC X(19).
01 WS-AFTER-IMAGE.
   05 WS-AI-EMP-ID       PIC X(10).
   05 FILLER             PIC X(36).
   05 WS-AI-DEPT-CODE    PIC X(4).
   05 FILLER             PIC X(10).
   05 WS-AI-STATUS       PIC X(1).
      88 WS-AI-IS-TERMINATED VALUE "T".
   05 FILLER             PIC X(19).

*> One entry per employee with history on or after the from date,
*> holding their state at the start of the period (taken from the
*> before-image of the first such record).
01 WS-OPENING-TABLE.
   05 WS-OP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OP-IDX.
      10 WS-OP-EMP-ID    PIC X(10).
      10 WS-OP-ACTIVE    PIC X(1).
      10 WS-OP-DEPT      PIC X(4).
01 WS-OPENING-COUNT      PIC 9(4) VALUE ZERO.
01 WS-MAX-OPENING        PIC 9(4) VALUE 2000.
01 WS-OP-SUB             PIC 9(4) VALUE ZERO.
01 WS-OP-LOOKUP-ID       PIC X(10) VALUE SPACES.
01 WS-OP-DROPPED         PIC 9(6) VALUE ZERO.

*> One entry per department: DEPTS.IN first, in code order, then
*> any code met on history or the master that DEPTS.IN lacks.
01 WS-DEPT-TABLE.
   05 WS-DP-ENTRY OCCURS 50 TIMES INDEXED BY WS-DP-IDX.
      10 WS-DP-CODE      PIC X(4).
      10 WS-DP-NAME      PIC X(30).
      10 WS-DP-OPENING   PIC 9(5).
      10 WS-DP-HIRES     PIC 9(5).
      10 WS-DP-REHIRES   PIC 9(5).
      10 WS-DP-TERMS     PIC 9(5).
      10 WS-DP-XFER-IN   PIC 9(5).
      10 WS-DP-XFER-OUT  PIC 9(5).
      10 WS-DP-ACTIVE    PIC 9(5).
01 WS-DEPT-COUNT         PIC 9(4) VALUE ZERO.
01 WS-MAX-DEPTS          PIC 9(4) VALUE 50.
01 WS-DP-SUB             PIC 9(4) VALUE ZERO.
01 WS-DP-LOOKUP-CODE     PIC X(4) VALUE SPACES.
01 WS-D                  PIC 9(4) VALUE ZERO.

01 WS-TOT-OPENING        PIC 9(6) VALUE ZERO.
01 WS-TOT-HIRES          PIC 9(6) VALUE ZERO.
01 WS-TOT-REHIRES        PIC 9(6) VALUE ZERO.
01 WS-TOT-TERMS          PIC 9(6) VALUE ZERO.
01 WS-TOT-XFER-IN        PIC 9(6) VALUE ZERO.
01 WS-TOT-XFER-OUT       PIC 9(6) VALUE ZERO.
01 WS-TOT-ACTIVE         PIC 9(6) VALUE ZERO.
01 WS-TOT-CLOSING        PIC S9(6) SIGN LEADING SEPARATE
                         VALUE ZERO.
01 WS-UNTIED-COUNT       PIC 9(4) VALUE ZERO.

01 WS-CLOSING            PIC S9(6) SIGN LEADING SEPARATE
                         VALUE ZERO.
01 WS-CALC-OPENING       PIC 9(6) VALUE ZERO.
01 WS-CALC-TERMS         PIC 9(6) VALUE ZERO.
01 WS-AVG-HEADCOUNT      PIC S9(6)V9 VALUE ZERO.
01 WS-TURNOVER-PCT       PIC 9(5)V99 VALUE ZERO.
01 WS-TURNOVER-EDIT      PIC ZZZZ9.99.
01 WS-TIE-FLAG           PIC X(42) VALUE SPACES.

01 WS-HIST-READ-COUNT    PIC 9(8) VALUE ZERO.
01 WS-MOVEMENT-COUNT     PIC 9(6) VALUE ZERO.

01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE PIC X(8).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
*> The live file's priming read comes only after the archive
*> pass: archive records replay through the same HIST-RECORD
*> buffer, so priming earlier would let the last archive record
*> overwrite live record 1 before it was ever counted.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-RUN-REFUSED = "N"
        PERFORM 2500-PROCESS-ARCHIVES
        OPEN INPUT HIST-FILE
        PERFORM 2900-READ-HIST-FILE
        PERFORM 2000-PROCESS-HISTORY UNTIL WS-HIST-EOF = "Y"
        CLOSE HIST-FILE
        OPEN INPUT EMP-FILE
        PERFORM 3900-READ-EMP-FILE
        PERFORM 3000-PROCESS-MASTER UNTIL WS-EMP-EOF = "Y"
        CLOSE EMP-FILE
        PERFORM 3500-POST-OPENING-TABLE
        PERFORM 8000-FINALIZE
    END-IF
    CLOSE TURN-REPORT-FILE
    STOP RUN.

1000-INITIALIZE.
    OPEN OUTPUT TURN-REPORT-FILE
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    PERFORM 1100-READ-PARAMETERS
    PERFORM 1150-EDIT-PARAMETERS
    IF WS-RUN-REFUSED = "Y"
        MOVE WS-REFUSE-REASON TO WS-REPORT-LINE
        WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE
        DISPLAY "Turnover report refused: " WS-REFUSE-REASON
    ELSE
        PERFORM 1200-READ-ARCHIVE-CTL
        PERFORM 1300-LOAD-DEPT-TABLE
        PERFORM 1500-WRITE-HEADERS
    END-IF.

1100-READ-PARAMETERS.
    OPEN INPUT PARM-FILE
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                MOVE PARM-FROM-DATE TO WS-FROM-DATE
                MOVE PARM-THRU-DATE TO WS-THRU-DATE
        END-READ
    END-PERFORM
    CLOSE PARM-FILE.

*> A blank thru date is today. A missing or implausible date, or
*> a range that runs backwards, refuses rather than reporting a
*> period nobody asked for.
1150-EDIT-PARAMETERS.
    IF WS-THRU-DATE = SPACES
        MOVE WS-CURRENT-DATE-X TO WS-THRU-DATE
    END-IF
    MOVE WS-FROM-DATE TO WS-DATE-TO-EDIT
    PERFORM 1160-EDIT-DATE
    IF WS-DATE-VALID = "N"
        MOVE "Y" TO WS-RUN-REFUSED
        MOVE "MISSING OR INVALID FROM DATE ON TURNOVER.PARM - REFUSED"
            TO WS-REFUSE-REASON
    ELSE
        MOVE WS-THRU-DATE TO WS-DATE-TO-EDIT
        PERFORM 1160-EDIT-DATE
        EVALUATE TRUE
            WHEN WS-DATE-VALID = "N"
                MOVE "Y" TO WS-RUN-REFUSED
                MOVE "INVALID THRU DATE ON TURNOVER.PARM - REFUSED"
                    TO WS-REFUSE-REASON
            WHEN WS-THRU-DATE < WS-FROM-DATE
                MOVE "Y" TO WS-RUN-REFUSED
                MOVE SPACES TO WS-REFUSE-REASON
                STRING "THRU DATE BEFORE FROM DATE ON TURNOVER.PARM - "
                    "REFUSED"
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
        END-EVALUATE
    END-IF
    IF WS-THRU-DATE = WS-CURRENT-DATE-X
        MOVE "Y" TO WS-ENDS-TODAY
    END-IF.

1160-EDIT-DATE.
    MOVE "N" TO WS-DATE-VALID
    IF WS-DATE-TO-EDIT NUMERIC
        MOVE WS-DATE-TO-EDIT TO WS-DATE-FIELDS
        IF WS-DT-YYYY NOT < 1900 AND WS-DT-YYYY NOT > 2099 AND
           WS-DT-MM NOT < 01 AND WS-DT-MM NOT > 12 AND
           WS-DT-DD NOT < 01 AND WS-DT-DD NOT > 31
            MOVE "Y" TO WS-DATE-VALID
        END-IF
    END-IF.

1200-READ-ARCHIVE-CTL.
    OPEN INPUT CTL-FILE
    READ CTL-FILE
        AT END
            MOVE "N" TO WS-CTL-FOUND
        NOT AT END
            MOVE "Y" TO WS-CTL-FOUND
            MOVE HARC-CUTOFF-DATE TO WS-ARC-CUTOFF
            MOVE HARC-LOW-YEAR    TO WS-ARC-LOW-YEAR
            MOVE HARC-HIGH-YEAR   TO WS-ARC-HIGH-YEAR
    END-READ
    CLOSE CTL-FILE.

1300-LOAD-DEPT-TABLE.
    OPEN INPUT DEPT-FILE
    PERFORM UNTIL WS-DEPT-EOF = "Y"
        READ DEPT-FILE NEXT
            AT END
                MOVE "Y" TO WS-DEPT-EOF
            NOT AT END
                MOVE DEPT-MST-CODE TO WS-DP-LOOKUP-CODE
                PERFORM 2180-FIND-DEPT-ENTRY
                IF WS-DP-SUB > ZERO
                    MOVE DEPT-MST-NAME TO WS-DP-NAME (WS-DP-SUB)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEPT-FILE.

1500-WRITE-HEADERS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "WORKFORCE MOVEMENT AND TURNOVER BY DEPARTMENT"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PERIOD: " WS-FROM-DATE " THRU " WS-THRU-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE.

2000-PROCESS-HISTORY.
    PERFORM 2010-APPLY-HISTORY
    PERFORM 2900-READ-HIST-FILE.

*> Anything before the from date is already reflected in the
*> opening state; anything after the thru date still matters for
*> the opening state (it may be the employee's first record since
*> the from date) but is not a movement in the period.
2010-APPLY-HISTORY.
    ADD 1 TO WS-HIST-READ-COUNT
    IF HIST-CHG-DATE NOT < WS-FROM-DATE
        MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-IMAGE
        MOVE HIST-AFTER-IMAGE  TO WS-AFTER-IMAGE
        PERFORM 2100-NOTE-OPENING-STATE
        IF HIST-CHG-DATE NOT > WS-THRU-DATE
            PERFORM 2200-COUNT-MOVEMENT
        END-IF
    END-IF.

*> Only the first record per employee sets the opening state: a
*> blank before-image (an add) means they were not on file yet,
*> a terminated one means they were not in the headcount.
2100-NOTE-OPENING-STATE.
    MOVE HIST-EMP-ID TO WS-OP-LOOKUP-ID
    PERFORM 2150-FIND-OPENING-ENTRY
    IF WS-OP-SUB = ZERO
        IF WS-OPENING-COUNT NOT < WS-MAX-OPENING
            ADD 1 TO WS-OP-DROPPED
            DISPLAY "WARNING - OPENING STATE TABLE FULL, "
                "EMPLOYEE NOT TRACKED: " HIST-EMP-ID
        ELSE
            ADD 1 TO WS-OPENING-COUNT
            SET WS-OP-IDX TO WS-OPENING-COUNT
            MOVE HIST-EMP-ID TO WS-OP-EMP-ID (WS-OP-IDX)
            MOVE WS-BI-DEPT-CODE TO WS-OP-DEPT (WS-OP-IDX)
            IF HIST-BEFORE-IMAGE = SPACES OR WS-BI-IS-TERMINATED
                MOVE "N" TO WS-OP-ACTIVE (WS-OP-IDX)
            ELSE
                MOVE "Y" TO WS-OP-ACTIVE (WS-OP-IDX)
            END-IF
        END-IF
    END-IF.

*> Returns the employee's subscript in WS-OP-SUB, zero when the
*> employee is not in the table.
2150-FIND-OPENING-ENTRY.
    MOVE ZERO TO WS-OP-SUB
    IF WS-OPENING-COUNT > ZERO
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OPENING-COUNT
                   OR WS-OP-SUB > ZERO
            IF WS-OP-EMP-ID (WS-OP-IDX) = WS-OP-LOOKUP-ID
                SET WS-OP-SUB TO WS-OP-IDX
            END-IF
        END-PERFORM
    END-IF.

*> A purge removes a record already out of the headcount, and a
*> change on a terminated record moves nobody, so neither counts.
*> A department change between two active images is a transfer
*> whichever program made it.
2200-COUNT-MOVEMENT.
    EVALUATE TRUE
        WHEN HIST-IS-ADD
            MOVE WS-AI-DEPT-CODE TO WS-DP-LOOKUP-CODE
            PERFORM 2180-FIND-DEPT-ENTRY
            IF WS-DP-SUB > ZERO
                ADD 1 TO WS-DP-HIRES (WS-DP-SUB)
            END-IF
            ADD 1 TO WS-MOVEMENT-COUNT
        WHEN HIST-IS-REHIRE
            MOVE WS-AI-DEPT-CODE TO WS-DP-LOOKUP-CODE
            PERFORM 2180-FIND-DEPT-ENTRY
            IF WS-DP-SUB > ZERO
                ADD 1 TO WS-DP-REHIRES (WS-DP-SUB)
            END-IF
            ADD 1 TO WS-MOVEMENT-COUNT
        WHEN HIST-IS-DELETE
            MOVE WS-BI-DEPT-CODE TO WS-DP-LOOKUP-CODE
            PERFORM 2180-FIND-DEPT-ENTRY
            IF WS-DP-SUB > ZERO
                ADD 1 TO WS-DP-TERMS (WS-DP-SUB)
            END-IF
            ADD 1 TO WS-MOVEMENT-COUNT
        WHEN HIST-IS-CHANGE
            IF WS-BI-DEPT-CODE NOT = WS-AI-DEPT-CODE AND
               HIST-BEFORE-IMAGE NOT = SPACES AND
               NOT WS-BI-IS-TERMINATED AND
               NOT WS-AI-IS-TERMINATED
                MOVE WS-BI-DEPT-CODE TO WS-DP-LOOKUP-CODE
                PERFORM 2180-FIND-DEPT-ENTRY
                IF WS-DP-SUB > ZERO
                    ADD 1 TO WS-DP-XFER-OUT (WS-DP-SUB)
                END-IF
                MOVE WS-AI-DEPT-CODE TO WS-DP-LOOKUP-CODE
                PERFORM 2180-FIND-DEPT-ENTRY
                IF WS-DP-SUB > ZERO
                    ADD 1 TO WS-DP-XFER-IN (WS-DP-SUB)
                END-IF
                ADD 1 TO WS-MOVEMENT-COUNT
            END-IF
    END-EVALUATE.

*> Finds WS-DP-LOOKUP-CODE in the department table, adding a
*> zeroed entry (flagged as not on DEPTS.IN) when it isn't there
*> yet; returns the subscript in WS-DP-SUB, zero only when the
*> table is full.
2180-FIND-DEPT-ENTRY.
    MOVE ZERO TO WS-DP-SUB
    IF WS-DEPT-COUNT > ZERO
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DEPT-COUNT
            IF WS-DP-CODE (WS-DP-IDX) = WS-DP-LOOKUP-CODE
                SET WS-DP-SUB TO WS-DP-IDX
            END-IF
        END-PERFORM
    END-IF
    IF WS-DP-SUB = ZERO
        IF WS-DEPT-COUNT NOT < WS-MAX-DEPTS
            DISPLAY "WARNING - DEPARTMENT TABLE FULL, "
                "DEPT NOT COUNTED: " WS-DP-LOOKUP-CODE
        ELSE
            ADD 1 TO WS-DEPT-COUNT
            SET WS-DP-IDX TO WS-DEPT-COUNT
            MOVE WS-DP-LOOKUP-CODE TO WS-DP-CODE (WS-DP-IDX)
            MOVE "*** NOT ON DEPTS.IN ***" TO WS-DP-NAME (WS-DP-IDX)
            MOVE ZERO TO WS-DP-OPENING (WS-DP-IDX)
            MOVE ZERO TO WS-DP-HIRES (WS-DP-IDX)
            MOVE ZERO TO WS-DP-REHIRES (WS-DP-IDX)
            MOVE ZERO TO WS-DP-TERMS (WS-DP-IDX)
            MOVE ZERO TO WS-DP-XFER-IN (WS-DP-IDX)
            MOVE ZERO TO WS-DP-XFER-OUT (WS-DP-IDX)
            MOVE ZERO TO WS-DP-ACTIVE (WS-DP-IDX)
            MOVE WS-DEPT-COUNT TO WS-DP-SUB
        END-IF
    END-IF.

*> Runs ahead of the live-file pass so archived history replays in
*> date order ahead of what is still on MAINT.HIST - the first
*> record per employee has to be the earliest one. Archives are
*> only opened when the from date reaches back before the cutoff,
*> from the from date's year (or the lowest year on hand) up to
*> the highest archive year, since the opening state can hang on
*> any record after the from date.
2500-PROCESS-ARCHIVES.
    IF WS-CTL-FOUND = "Y" AND WS-ARC-LOW-YEAR > ZERO AND
       WS-FROM-DATE < WS-ARC-CUTOFF
        MOVE WS-ARC-LOW-YEAR TO WS-ARC-FROM-YEAR
        IF WS-FROM-DATE (1:4) > WS-ARC-FROM-YEAR
            MOVE WS-FROM-DATE (1:4) TO WS-ARC-FROM-YEAR
        END-IF
        IF WS-ARC-FROM-YEAR NOT > WS-ARC-HIGH-YEAR
            PERFORM VARYING WS-ARC-YEAR
                    FROM WS-ARC-FROM-YEAR BY 1
                    UNTIL WS-ARC-YEAR > WS-ARC-HIGH-YEAR
                PERFORM 2550-READ-ONE-ARCHIVE
            END-PERFORM
        END-IF
    END-IF.

2550-READ-ONE-ARCHIVE.
    MOVE WS-ARC-YEAR TO WS-ARC-YEAR-X
    MOVE SPACES TO WS-ARC-NAME
    STRING "HISTARC." WS-ARC-YEAR-X
        DELIMITED BY SIZE INTO WS-ARC-NAME
    MOVE "N" TO WS-ARC-EOF
    OPEN INPUT ARC-FILE
    PERFORM UNTIL WS-ARC-EOF = "Y"
        READ ARC-FILE
            AT END
                MOVE "Y" TO WS-ARC-EOF
            NOT AT END
                MOVE ARC-RECORD (1:193) TO HIST-RECORD
                PERFORM 2010-APPLY-HISTORY
        END-READ
    END-PERFORM
    CLOSE ARC-FILE.

2900-READ-HIST-FILE.
    READ HIST-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
    END-READ.

*> Every active employee counts toward today's department active
*> count for the tie-out. An employee nothing has touched since
*> the from date held the same record at the start of the period,
*> so their current record is their opening state too.
3000-PROCESS-MASTER.
    IF EMP-IS-ACTIVE
        MOVE DEPT-CODE TO WS-DP-LOOKUP-CODE
        PERFORM 2180-FIND-DEPT-ENTRY
        IF WS-DP-SUB > ZERO
            ADD 1 TO WS-DP-ACTIVE (WS-DP-SUB)
        END-IF
        MOVE EMP-ID TO WS-OP-LOOKUP-ID
        PERFORM 2150-FIND-OPENING-ENTRY
        IF WS-OP-SUB = ZERO AND WS-DP-SUB > ZERO
            ADD 1 TO WS-DP-OPENING (WS-DP-SUB)
        END-IF
    END-IF
    PERFORM 3900-READ-EMP-FILE.

*> Employees with history in or after the period open where their
*> first such before-image put them - purged leavers included,
*> which is why this is driven from the table and not the master.
3500-POST-OPENING-TABLE.
    IF WS-OPENING-COUNT > ZERO
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OPENING-COUNT
            IF WS-OP-ACTIVE (WS-OP-IDX) = "Y"
                MOVE WS-OP-DEPT (WS-OP-IDX) TO WS-DP-LOOKUP-CODE
                PERFORM 2180-FIND-DEPT-ENTRY
                IF WS-DP-SUB > ZERO
                    ADD 1 TO WS-DP-OPENING (WS-DP-SUB)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

3900-READ-EMP-FILE.
    READ EMP-FILE NEXT
        AT END
            MOVE "Y" TO WS-EMP-EOF
    END-READ.

8000-FINALIZE.
    IF WS-DEPT-COUNT > ZERO
        PERFORM VARYING WS-D FROM 1 BY 1
                UNTIL WS-D > WS-DEPT-COUNT
            PERFORM 8100-WRITE-DEPT-LINES
        END-PERFORM
    END-IF
    PERFORM 8200-WRITE-COMPANY-TOTAL
    DISPLAY "Turnover report complete!".

*> Closing headcount is rolled forward from the opening with the
*> period's movements, never read off the master - the tie-out is
*> only a proof if the two figures come from different places.
8100-WRITE-DEPT-LINES.
    COMPUTE WS-CLOSING =
        WS-DP-OPENING (WS-D) + WS-DP-HIRES (WS-D)
        + WS-DP-REHIRES (WS-D) - WS-DP-TERMS (WS-D)
        + WS-DP-XFER-IN (WS-D) - WS-DP-XFER-OUT (WS-D)
    MOVE WS-DP-OPENING (WS-D) TO WS-CALC-OPENING
    MOVE WS-DP-TERMS (WS-D)   TO WS-CALC-TERMS
    PERFORM 8150-COMPUTE-TURNOVER
    MOVE SPACES TO WS-TIE-FLAG
    IF WS-ENDS-TODAY = "Y" AND WS-CLOSING NOT = WS-DP-ACTIVE (WS-D)
        ADD 1 TO WS-UNTIED-COUNT
        STRING "*** DOES NOT TIE - MASTER ACTIVE "
            WS-DP-ACTIVE (WS-D) " ***"
            DELIMITED BY SIZE INTO WS-TIE-FLAG
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "DEPT " WS-DP-CODE (WS-D) SPACE WS-DP-NAME (WS-D)
        " OPENING " WS-DP-OPENING (WS-D)
        " CLOSING " WS-CLOSING
        " TURNOVER " WS-TURNOVER-EDIT "%"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "          HIRES " WS-DP-HIRES (WS-D)
        " REHIRES " WS-DP-REHIRES (WS-D)
        " TERMS " WS-DP-TERMS (WS-D)
        " TRANSFERS IN " WS-DP-XFER-IN (WS-D)
        " OUT " WS-DP-XFER-OUT (WS-D)
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-TIE-FLAG NOT = SPACES
        MOVE SPACES TO WS-REPORT-LINE
        STRING "          " WS-TIE-FLAG
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    ADD WS-DP-OPENING (WS-D)  TO WS-TOT-OPENING
    ADD WS-DP-HIRES (WS-D)    TO WS-TOT-HIRES
    ADD WS-DP-REHIRES (WS-D)  TO WS-TOT-REHIRES
    ADD WS-DP-TERMS (WS-D)    TO WS-TOT-TERMS
    ADD WS-DP-XFER-IN (WS-D)  TO WS-TOT-XFER-IN
    ADD WS-DP-XFER-OUT (WS-D) TO WS-TOT-XFER-OUT
    ADD WS-DP-ACTIVE (WS-D)   TO WS-TOT-ACTIVE
    ADD WS-CLOSING            TO WS-TOT-CLOSING.

*> Turnover is terminations over the average of opening and
*> closing headcount; a department with no average headcount
*> reports zero rather than dividing by it.
8150-COMPUTE-TURNOVER.
    MOVE ZERO TO WS-TURNOVER-PCT
    COMPUTE WS-AVG-HEADCOUNT = (WS-CALC-OPENING + WS-CLOSING) / 2
    IF WS-AVG-HEADCOUNT > ZERO
        COMPUTE WS-TURNOVER-PCT ROUNDED =
            WS-CALC-TERMS * 100 / WS-AVG-HEADCOUNT
    END-IF
    MOVE WS-TURNOVER-PCT TO WS-TURNOVER-EDIT.

8200-WRITE-COMPANY-TOTAL.
    MOVE WS-TOT-CLOSING TO WS-CLOSING
    MOVE WS-TOT-OPENING TO WS-CALC-OPENING
    MOVE WS-TOT-TERMS   TO WS-CALC-TERMS
    PERFORM 8150-COMPUTE-TURNOVER

    MOVE SPACES TO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "COMPANY TOTAL - OPENING " WS-TOT-OPENING
        " CLOSING " WS-TOT-CLOSING
        " TURNOVER " WS-TURNOVER-EDIT "%"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "          HIRES " WS-TOT-HIRES
        " REHIRES " WS-TOT-REHIRES
        " TERMS " WS-TOT-TERMS
        " TRANSFERS IN " WS-TOT-XFER-IN
        " OUT " WS-TOT-XFER-OUT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-ENDS-TODAY = "N"
            STRING "TIE-OUT TO EMPLOYEES.IN NOT APPLICABLE - "
                "PERIOD DOES NOT END TODAY"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-UNTIED-COUNT = ZERO AND
             WS-TOT-CLOSING = WS-TOT-ACTIVE
            STRING "CLOSING HEADCOUNT TIES TO EMPLOYEES.IN ACTIVE "
                "COUNT " WS-TOT-ACTIVE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            STRING "*** CLOSING HEADCOUNT DOES NOT TIE - "
                "EMPLOYEES.IN ACTIVE " WS-TOT-ACTIVE
                ", DEPTS OUT OF TIE " WS-UNTIED-COUNT " ***"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-EVALUATE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "HISTORY READ: " WS-HIST-READ-COUNT
        " MOVEMENTS IN PERIOD: " WS-MOVEMENT-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-OP-DROPPED > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** INCOMPLETE - " WS-OP-DROPPED
            " HISTORY RECORD(S) FOR EMPLOYEES PAST THE OPENING "
            "STATE TABLE ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE TURN-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
