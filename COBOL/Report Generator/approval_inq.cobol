IDENTIFICATION DIVISION.
PROGRAM-ID. APPROVAL-INQ.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New daily salary-approval listing, the companion to the
*> APPROVE.DAT approval queue (APPRREC copybook) EMPLOYEE-MAINT
*> parks over-threshold salary actions on until a second person
*> signs them off. Reads the queue in EMP-ID order and writes
*> APPRINQ.OUT with one line per queued action: the EMP-ID, name,
*> transaction type, current and proposed salary decoded from the
*> held MAINT.IN image, the keyer's ID, the date queued and the
*> number of days it has waited. Actions already signed off show
*> the approver and are marked to apply on the next maintenance
*> run. An action still unsigned after the APPROVE.PARM aged-days
*> limit (default 5 days when the file or field is absent) is
*> flagged AGED on its line, counted on the totals, and repeated
*> as a console warning so a held raise can't sit unnoticed. The
*> program only reads the queue, so it is safe to run any time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APPROVE-FILE ASSIGN TO "APPROVE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS APPR-EMP-ID.
    SELECT OPTIONAL APPROVE-PARM-FILE ASSIGN TO "APPROVE.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INQ-REPORT-FILE ASSIGN TO "APPRINQ.OUT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD APPROVE-FILE.
    COPY APPRREC.

FD APPROVE-PARM-FILE.
01 APPROVE-PARM-RECORD.
   05 APRM-PCT-LIMIT     PIC 9(4).
   05 APRM-AMT-LIMIT     PIC 9(6).
   05 APRM-AGED-DAYS     PIC 9(3).

FD INQ-REPORT-FILE.
01 INQ-REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
*> Mirror of the MAINT.IN transaction layout carried inside
*> APPR-TRAN-DATA, for decoding the held card.
01 WS-HELD-TRAN.
   05 WS-HT-CODE         PIC X(1).
      88 WS-HT-IS-ADD    VALUE "A".
      88 WS-HT-IS-CHANGE VALUE "C".
   05 WS-HT-EMP-ID       PIC X(10).
   05 WS-HT-EMP-NAME     PIC X(30).
   05 WS-HT-EMP-SALARY   PIC X(6).
   05 WS-HT-DEPT-CODE    PIC X(4).
   05 WS-HT-HIRE-DATE    PIC X(8).
   05 WS-HT-GRADE        PIC X(2).
   05 WS-HT-EFF-DATE     PIC X(8).
   05 WS-HT-KEYER-ID     PIC X(8).
   05 FILLER             PIC X(23).

01 WS-APPR-EOF           PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-AGED-DAYS          PIC 9(3) VALUE 5.
01 WS-WAITING-COUNT      PIC 9(6) VALUE ZERO.
01 WS-APPROVED-COUNT     PIC 9(6) VALUE ZERO.
01 WS-AGED-COUNT         PIC 9(6) VALUE ZERO.
01 WS-TYPE-DESC          PIC X(6) VALUE SPACES.
01 WS-DAYS-WAITED        PIC 9(5) VALUE ZERO.
01 WS-QUEUED-DATE-N      PIC 9(8) VALUE ZERO.
01 WS-AGED-FLAG          PIC X(10) VALUE SPACES.

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
    PERFORM 2000-LIST-QUEUE UNTIL WS-APPR-EOF = "Y"
    PERFORM 8000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT APPROVE-FILE
    OPEN OUTPUT INQ-REPORT-FILE
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    PERFORM 1100-READ-PARAMETERS

    MOVE SPACES TO WS-REPORT-LINE
    STRING "SALARY ACTIONS AWAITING APPROVAL"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        SPACE SPACE SPACE "AGED AFTER " WS-AGED-DAYS " DAYS"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EMP-ID     NAME                           TYPE   "
        "OLD SAL NEW SAL KEYED BY QUEUED   DAYS"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM 2900-READ-APPROVE-FILE.

*> Only the aged-days field matters here; the thresholds on the
*> same card are EMPLOYEE-MAINT's.
1100-READ-PARAMETERS.
    OPEN INPUT APPROVE-PARM-FILE
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ APPROVE-PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                IF APRM-AGED-DAYS NUMERIC AND
                   APRM-AGED-DAYS > ZERO
                    MOVE APRM-AGED-DAYS TO WS-AGED-DAYS
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPROVE-PARM-FILE.

2000-LIST-QUEUE.
    MOVE APPR-TRAN-DATA TO WS-HELD-TRAN
    EVALUATE TRUE
        WHEN WS-HT-IS-ADD
            MOVE "ADD" TO WS-TYPE-DESC
        WHEN WS-HT-IS-CHANGE
            MOVE "CHANGE" TO WS-TYPE-DESC
        WHEN OTHER
            MOVE "?" TO WS-TYPE-DESC
    END-EVALUATE
    PERFORM 2100-AGE-ITEM

    MOVE SPACES TO WS-REPORT-LINE
    STRING APPR-EMP-ID SPACE WS-HT-EMP-NAME SPACE
        WS-TYPE-DESC SPACE APPR-OLD-SALARY SPACE SPACE
        WS-HT-EMP-SALARY SPACE SPACE APPR-KEYER-ID SPACE
        APPR-QUEUED-DATE SPACE WS-DAYS-WAITED SPACE WS-AGED-FLAG
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    IF APPR-IS-APPROVED
        MOVE SPACES TO WS-REPORT-LINE
        STRING "           SIGNED OFF BY " APPR-APPROVER-ID
            " ON " APPR-APPROVED-DATE
            " - APPLIES ON NEXT MAINTENANCE RUN"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    PERFORM 2900-READ-APPROVE-FILE.

*> Days waited runs from the date queued to today. Only an item
*> still unsigned can be aged - once signed off it is waiting on
*> the next maintenance run, not on an approver.
2100-AGE-ITEM.
    MOVE ZERO TO WS-DAYS-WAITED
    MOVE SPACES TO WS-AGED-FLAG
    IF APPR-QUEUED-DATE NUMERIC
        MOVE APPR-QUEUED-DATE TO WS-QUEUED-DATE-N
        IF WS-QUEUED-DATE-N < WS-CURRENT-DATE-N
            COMPUTE WS-DAYS-WAITED =
                FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
                - FUNCTION INTEGER-OF-DATE (WS-QUEUED-DATE-N)
        END-IF
    END-IF
    IF APPR-IS-APPROVED
        ADD 1 TO WS-APPROVED-COUNT
    ELSE
        ADD 1 TO WS-WAITING-COUNT
        IF WS-DAYS-WAITED > WS-AGED-DAYS
            ADD 1 TO WS-AGED-COUNT
            MOVE "*** AGED" TO WS-AGED-FLAG
        END-IF
    END-IF.

2900-READ-APPROVE-FILE.
    READ APPROVE-FILE NEXT
        AT END
            MOVE "Y" TO WS-APPR-EOF
    END-READ.

8000-FINALIZE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL WAITING FOR SIGN-OFF: " WS-WAITING-COUNT
        "   SIGNED OFF, NOT YET APPLIED: " WS-APPROVED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    IF WS-AGED-COUNT > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** WARNING - " WS-AGED-COUNT
            " ACTION(S) WAITING MORE THAN " WS-AGED-DAYS
            " DAYS FOR SIGN-OFF ***"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE
        DISPLAY "WARNING - " WS-AGED-COUNT
            " SALARY ACTION(S) WAITING MORE THAN " WS-AGED-DAYS
            " DAYS FOR SIGN-OFF - SEE APPRINQ.OUT"
    END-IF

    CLOSE APPROVE-FILE INQ-REPORT-FILE
    DISPLAY "Approval queue listing complete: " WS-WAITING-COUNT
        " action(s) waiting!".
