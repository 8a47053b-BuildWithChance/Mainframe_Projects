IDENTIFICATION DIVISION.
PROGRAM-ID. RETRO-REGISTER.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New retroactive-pay register and bureau hand-off, the companion
*> to the retro calculation EMPLOYEE-MAINT now does for backdated
*> salary changes. Reads everything queued on RETRO.DAT (RETROREC
*> copybook) since the last register and writes RETRO.RPT: one
*> line per employee per backdated change with the period covered,
*> days, the rate in force and the new salary, and the amount -
*> payments and overpayment recoveries shown apart - then control
*> totals of records, payments, recoveries and the net, which
*> Payroll ties to the MAINT.LOG run-summary lines. The same
*> records go to RETROPAY.DAT for the bureau, framed by a header
*> (run date) and a trailer carrying the record count and the
*> payment and recovery totals in cents, same H/R/T framing as
*> PAYROLL.DAT. RETRO.DAT is then emptied so nothing is sent
*> twice. The register refuses to run while an EMPLOYEES.IN updater
*> holds RUNCTL.LCK (same check as PAYROLL-EXTRACT), since
*> EMPLOYEE-MAINT may still be appending to RETRO.DAT.
*> RETROPAY.DAT can't be rebuilt once RETRO.DAT is cleared, so a
*> run with nothing queued now prints the empty register and
*> leaves RETROPAY.DAT exactly as it was - an operator rerun, or
*> the next night's run when the bureau missed a pickup, no longer
*> replaces a real batch with an empty header and trailer. Each
*> batch written carries a batch number in the H record after the
*> run date, stepped on RETROSEQ.DAT the way EXTRSEQ.DAT numbers
*> PAYROLL.DAT, so the bureau can tell a missed or repeated batch;
*> the number is also printed on the register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETRO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUREAU-FILE ASSIGN TO "RETROPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REG-REPORT-FILE ASSIGN TO "RETRO.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SEQ-FILE ASSIGN TO "RETROSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RETRO-FILE.
    COPY RETROREC.

FD BUREAU-FILE.
01 BUREAU-RECORD         PIC X(80).

FD REG-REPORT-FILE.
01 REG-REPORT-RECORD     PIC X(100).

FD LOCK-FILE.
    COPY LOCKREC.

FD SEQ-FILE.
01 SEQ-RECORD.
   05 SEQ-LAST-NO        PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-RETRO-EOF          PIC X VALUE "N".
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-BATCH-SEQ-NO       PIC 9(6) VALUE ZERO.

01 WS-RECORD-COUNT       PIC 9(6) VALUE ZERO.
01 WS-PAY-COUNT          PIC 9(6) VALUE ZERO.
01 WS-REC-COUNT          PIC 9(6) VALUE ZERO.
01 WS-PAY-TOTAL          PIC 9(9)V99 VALUE ZERO.
01 WS-REC-TOTAL          PIC 9(9)V99 VALUE ZERO.
01 WS-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.

01 WS-AMOUNT-EDIT        PIC Z(6)9.99.
01 WS-TOTAL-EDIT         PIC Z(8)9.99.
01 WS-NET-EDIT           PIC -Z(8)9.99.
01 WS-TYPE-DESC          PIC X(8) VALUE SPACES.

01 WS-HEADER-RECORD.
   05 WS-H-TYPE          PIC X(1) VALUE "H".
   05 WS-H-RUN-DATE      PIC 9(8).
   05 WS-H-SEQ-NO        PIC 9(6).

01 WS-DETAIL-RECORD.
   05 WS-D-TYPE          PIC X(1) VALUE "R".
   05 WS-D-DIRECTION     PIC X(1).
   05 WS-D-EMP-ID        PIC X(10).
   05 WS-D-EMP-NAME      PIC X(30).
   05 WS-D-FROM-DATE     PIC X(8).
   05 WS-D-THRU-DATE     PIC X(8).
   05 WS-D-DAYS          PIC 9(5).
   05 WS-D-AMOUNT        PIC 9(7)V99.

01 WS-TRAILER-RECORD.
   05 WS-T-TYPE          PIC X(1) VALUE "T".
   05 WS-T-RECORD-COUNT  PIC 9(6).
   05 WS-T-PAY-TOTAL     PIC 9(9)V99.
   05 WS-T-REC-TOTAL     PIC 9(9)V99.

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
    IF WS-RUN-REFUSED = "N"
        PERFORM 2000-REGISTER-RETRO UNTIL WS-RETRO-EOF = "Y"
        PERFORM 8000-FINALIZE
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    PERFORM 1100-CHECK-RUN-LOCK
    IF WS-RUN-REFUSED = "N"
        OPEN INPUT RETRO-FILE
        OPEN OUTPUT REG-REPORT-FILE
        PERFORM 1500-WRITE-HEADERS
        PERFORM 2900-READ-RETRO-FILE
        IF WS-RETRO-EOF = "N"
            PERFORM 1200-STEP-SEQUENCE-NO
            OPEN OUTPUT BUREAU-FILE
            MOVE WS-CURRENT-DATE-N TO WS-H-RUN-DATE
            MOVE WS-BATCH-SEQ-NO   TO WS-H-SEQ-NO
            WRITE BUREAU-RECORD FROM WS-HEADER-RECORD
        END-IF
    END-IF.

1100-CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    READ LOCK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOCK-HOLDER NOT = SPACES
                MOVE "Y" TO WS-RUN-REFUSED
                DISPLAY "RETRO REGISTER REFUSED - EMPLOYEES.IN IS "
                    "LOCKED BY " LOCK-HOLDER
                DISPLAY "RERUN ONCE THAT JOB HAS COMPLETED"
            END-IF
    END-READ
    CLOSE LOCK-FILE.

1200-STEP-SEQUENCE-NO.
    OPEN INPUT SEQ-FILE
    READ SEQ-FILE
        AT END
            MOVE ZERO TO WS-BATCH-SEQ-NO
        NOT AT END
            MOVE SEQ-LAST-NO TO WS-BATCH-SEQ-NO
    END-READ
    CLOSE SEQ-FILE
    ADD 1 TO WS-BATCH-SEQ-NO.

1500-WRITE-HEADERS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RETROACTIVE PAY REGISTER"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EMP-ID     NAME                           FROM     "
        "THRU     DAYS  OLDSAL NEWSAL TYPE         AMOUNT"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE.

2000-REGISTER-RETRO.
    ADD 1 TO WS-RECORD-COUNT
    IF RETRO-IS-RECOVERY
        MOVE "RECOVER" TO WS-TYPE-DESC
        ADD 1 TO WS-REC-COUNT
        ADD RETRO-AMOUNT TO WS-REC-TOTAL
    ELSE
        MOVE "PAYMENT" TO WS-TYPE-DESC
        ADD 1 TO WS-PAY-COUNT
        ADD RETRO-AMOUNT TO WS-PAY-TOTAL
    END-IF
    MOVE RETRO-AMOUNT TO WS-AMOUNT-EDIT

    MOVE SPACES TO WS-REPORT-LINE
    STRING RETRO-EMP-ID SPACE RETRO-EMP-NAME SPACE
        RETRO-FROM-DATE SPACE RETRO-THRU-DATE SPACE
        RETRO-DAYS SPACE RETRO-OLD-SALARY SPACE
        RETRO-NEW-SALARY SPACE WS-TYPE-DESC SPACE WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE RETRO-TYPE      TO WS-D-DIRECTION
    MOVE RETRO-EMP-ID    TO WS-D-EMP-ID
    MOVE RETRO-EMP-NAME  TO WS-D-EMP-NAME
    MOVE RETRO-FROM-DATE TO WS-D-FROM-DATE
    MOVE RETRO-THRU-DATE TO WS-D-THRU-DATE
    MOVE RETRO-DAYS      TO WS-D-DAYS
    MOVE RETRO-AMOUNT    TO WS-D-AMOUNT
    WRITE BUREAU-RECORD FROM WS-DETAIL-RECORD

    PERFORM 2900-READ-RETRO-FILE.

2900-READ-RETRO-FILE.
    READ RETRO-FILE
        AT END
            MOVE "Y" TO WS-RETRO-EOF
    END-READ.

*> RETRO.DAT is emptied only once the bureau file and register are
*> complete; a run that fails before this point leaves it intact
*> to be registered again. A run that found nothing queued never
*> opened RETROPAY.DAT and leaves both files alone.
8000-FINALIZE.
    IF WS-RECORD-COUNT > ZERO
        MOVE WS-RECORD-COUNT TO WS-T-RECORD-COUNT
        MOVE WS-PAY-TOTAL    TO WS-T-PAY-TOTAL
        MOVE WS-REC-TOTAL    TO WS-T-REC-TOTAL
        WRITE BUREAU-RECORD FROM WS-TRAILER-RECORD
    END-IF
    COMPUTE WS-NET-TOTAL = WS-PAY-TOTAL - WS-REC-TOTAL

    MOVE SPACES TO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-PAY-TOTAL TO WS-TOTAL-EDIT
    STRING "CONTROL TOTALS - RECORDS: " WS-RECORD-COUNT
        "   PAYMENTS: " WS-PAY-COUNT " " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    MOVE WS-REC-TOTAL TO WS-TOTAL-EDIT
    MOVE WS-NET-TOTAL TO WS-NET-EDIT
    STRING "                 RECOVERIES: " WS-REC-COUNT " "
        WS-TOTAL-EDIT "   NET: " WS-NET-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-RECORD-COUNT > ZERO
        STRING "BUREAU BATCH " WS-BATCH-SEQ-NO
            " WRITTEN TO RETROPAY.DAT"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    ELSE
        STRING "NOTHING QUEUED ON RETRO.DAT - RETROPAY.DAT "
            "NOT REWRITTEN"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-IF
    WRITE REG-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE RETRO-FILE REG-REPORT-FILE
    IF WS-RECORD-COUNT > ZERO
        CLOSE BUREAU-FILE
        PERFORM 8100-SAVE-SEQUENCE-NO
        OPEN OUTPUT RETRO-FILE
        CLOSE RETRO-FILE
    END-IF
    DISPLAY "Retro pay register complete: " WS-RECORD-COUNT
        " record(s)!".

8100-SAVE-SEQUENCE-NO.
    OPEN OUTPUT SEQ-FILE
    MOVE WS-BATCH-SEQ-NO TO SEQ-LAST-NO
    WRITE SEQ-RECORD
    CLOSE SEQ-FILE.
