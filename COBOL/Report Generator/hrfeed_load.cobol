IDENTIFICATION DIVISION.
PROGRAM-ID. HRFEED-LOAD.
AUTHOR. ASHLEY CHANCE.

*> MODIFICATION HISTORY
*> ---------------------------------------------------------------
*> New inbound interface for the HR onboarding system's export, so
*> new hires, job changes and leavers no longer have to be re-keyed
*> into MAINT.IN card format by hand. HRFEED.IN is a "|"-delimited
*> file framed by a header and a trailer row:
*>   H|batch sequence|extract date YYYYMMDD|source system
*>   D|action|EMP-ID|name|salary|dept|hire date|grade|eff date|supv
*>   T|number of D rows
*> where action is A (hire), C (job change) or D (leaver), salary
*> is whole dollars and the dates are YYYYMMDD. The whole file is
*> scanned first and refused - nothing written - unless it has
*> exactly one header (first) and one trailer (last), no unknown
*> row types, and a trailer count that ties to the detail rows, or
*> if its batch sequence number is already on HRFEED.DONE (same
*> marker-file idiom as INCREASE.DONE). Each detail row is then
*> pre-edited the way EMPLOYEE-MAINT would judge it - EMP-ID on or
*> off EMPLOYEES.IN as the action needs, department on DEPTS.IN
*> and active, grade on GRADES.IN, supervisor active and not
*> closing a reporting loop, dates and salary well formed - and
*> either appended to MAINT.IN as an A/C/D card (keyer HRFEED,
*> TRAN-EFF-DATE carried so a future-dated row goes through the
*> pending queue) or written to HRFEED.REJ with the reason, for HR
*> to fix at source and resend in a later batch. A change row need
*> only carry the fields that change: blank fields are filled from
*> the employee's current master record, since a C card replaces
*> the whole record. Only one row per EMP-ID is taken from a batch.
*> HRFEED.RPT is the load summary for the HR system team: batch
*> control figures, cards written by action, future-dated rows and
*> every reject with its reason. The program only reads the
*> masters and refuses while an updater holds RUNCTL.LCK, since
*> EMPLOYEE-MAINT may be reading MAINT.IN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HRFEED-FILE ASSIGN TO "HRFEED.IN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BATCH-DONE-FILE ASSIGN TO "HRFEED.DONE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MAINT-FILE ASSIGN TO "MAINT.IN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REJECT-FILE ASSIGN TO "HRFEED.REJ"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOAD-REPORT-FILE ASSIGN TO "HRFEED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMP-FILE ASSIGN TO "EMPLOYEES.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID
        ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS DEPT-CODE WITH DUPLICATES.
    SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTS.IN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-MST-CODE.
    SELECT OPTIONAL GRADE-FILE ASSIGN TO "GRADES.IN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HRFEED-FILE.
01 HRFEED-RECORD         PIC X(200).

FD BATCH-DONE-FILE.
01 BATCH-DONE-RECORD     PIC 9(8).

*> Same layout as EMPLOYEE-MAINT's TRAN-RECORD.
FD MAINT-FILE.
01 MAINT-CARD.
   05 CARD-CODE          PIC X(1).
   05 CARD-EMP-ID        PIC X(10).
   05 CARD-EMP-NAME      PIC X(30).
   05 CARD-EMP-SALARY    PIC 9(6).
   05 CARD-DEPT-CODE     PIC X(4).
   05 CARD-HIRE-DATE     PIC X(8).
   05 CARD-GRADE         PIC X(2).
   05 CARD-EFF-DATE      PIC X(8).
   05 CARD-KEYER-ID      PIC X(8).
   05 CARD-SUPV-ID       PIC X(10).

FD REJECT-FILE.
01 REJECT-RECORD         PIC X(250).

FD LOAD-REPORT-FILE.
01 LOAD-REPORT-RECORD    PIC X(100).

FD EMP-FILE.
    COPY EMPREC.

FD DEPT-FILE.
    COPY DEPTREC.

FD GRADE-FILE.
    COPY GRDREC.

FD LOCK-FILE.
    COPY LOCKREC.

WORKING-STORAGE SECTION.
01 WS-FEED-EOF           PIC X VALUE "N".
01 WS-DONE-EOF           PIC X VALUE "N".
01 WS-GRADE-EOF          PIC X VALUE "N".
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-REFUSE-REASON      PIC X(60) VALUE SPACES.
01 WS-FEED-KEYER-ID      PIC X(8) VALUE "HRFEED".

*> Control figures gathered by the first pass over the file.
01 WS-ROW-NO             PIC 9(6) VALUE ZERO.
01 WS-HEADER-COUNT       PIC 9(6) VALUE ZERO.
01 WS-TRAILER-COUNT      PIC 9(6) VALUE ZERO.
01 WS-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
01 WS-BAD-TYPE-ROW       PIC 9(6) VALUE ZERO.
01 WS-HEADER-ROW         PIC 9(6) VALUE ZERO.
01 WS-TRAILER-ROW        PIC 9(6) VALUE ZERO.
01 WS-LAST-ROW           PIC 9(6) VALUE ZERO.
01 WS-BATCH-SEQ-OK       PIC X VALUE "N".
01 WS-TRAILER-COUNT-OK   PIC X VALUE "N".
01 WS-BATCH-SEQ          PIC 9(8) VALUE ZERO.
01 WS-TRAILER-ROWS       PIC 9(6) VALUE ZERO.
01 WS-EXTRACT-DATE       PIC X(8) VALUE SPACES.
01 WS-SOURCE-SYSTEM      PIC X(20) VALUE SPACES.

*> Second-pass counts for the load summary.
01 WS-DETAIL-READ        PIC 9(6) VALUE ZERO.
01 WS-CARD-COUNT         PIC 9(6) VALUE ZERO.
01 WS-HIRE-COUNT         PIC 9(6) VALUE ZERO.
01 WS-REHIRE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-CHANGE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-LEAVER-COUNT       PIC 9(6) VALUE ZERO.
01 WS-FUTURE-COUNT       PIC 9(6) VALUE ZERO.
01 WS-REJECT-COUNT       PIC 9(6) VALUE ZERO.

*> One feed row split on its delimiters. Each COUNT is the length
*> the field had on the row, so a value too long for its MAINT.IN
*> column is caught rather than silently cut.
01 WS-FEED-DELIMITER     PIC X VALUE "|".
01 WS-ROW-LEN            PIC 9(3) VALUE ZERO.
01 WS-FIELD-COUNT        PIC 9(3) VALUE ZERO.
01 WS-TOO-MANY-FIELDS    PIC X VALUE "N".
01 WS-FEED-ROW.
   05 WS-FR-TYPE         PIC X(1).
   05 WS-FR-ACTION       PIC X(1).
      88 WS-FR-IS-HIRE   VALUE "A".
      88 WS-FR-IS-CHANGE VALUE "C".
      88 WS-FR-IS-LEAVER VALUE "D".
   05 WS-FR-EMP-ID       PIC X(10).
   05 WS-FR-NAME         PIC X(30).
   05 WS-FR-SALARY       PIC X(6).
   05 WS-FR-DEPT         PIC X(4).
   05 WS-FR-HIRE-DATE    PIC X(8).
   05 WS-FR-GRADE        PIC X(2).
   05 WS-FR-EFF-DATE     PIC X(8).
   05 WS-FR-SUPV-ID      PIC X(10).
01 WS-FEED-LENGTHS.
   05 WS-FL-TYPE         PIC 9(3).
   05 WS-FL-ACTION       PIC 9(3).
   05 WS-FL-EMP-ID       PIC 9(3).
   05 WS-FL-NAME         PIC 9(3).
   05 WS-FL-SALARY       PIC 9(3).
   05 WS-FL-DEPT         PIC 9(3).
   05 WS-FL-HIRE-DATE    PIC 9(3).
   05 WS-FL-GRADE        PIC 9(3).
   05 WS-FL-EFF-DATE     PIC 9(3).
   05 WS-FL-SUPV-ID      PIC 9(3).
01 WS-FEED-HEADER.
   05 WS-FH-BATCH-SEQ    PIC X(8).
   05 WS-FH-EXTRACT-DATE PIC X(8).
   05 WS-FH-SOURCE       PIC X(20).
   05 WS-FH-TRAILER-ROWS PIC X(6).
01 WS-FH-BATCH-LEN       PIC 9(3) VALUE ZERO.
01 WS-FH-TRAILER-LEN     PIC 9(3) VALUE ZERO.

01 WS-ROW-VALID          PIC X VALUE "Y".
01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.
01 WS-SALARY-OK          PIC X VALUE "N".
01 WS-SALARY-N           PIC 9(6) VALUE ZERO.
01 WS-HIRE-DATE-OK       PIC X VALUE "N".
01 WS-EFF-DATE-OK        PIC X VALUE "N".
01 WS-IS-REHIRE          PIC X VALUE "N".
01 WS-DATE-VALID         PIC X VALUE "N".
01 WS-DATE-FIELDS.
   05 WS-DATE-YYYY       PIC 9(4).
   05 WS-DATE-MM         PIC 9(2).
   05 WS-DATE-DD         PIC 9(2).
01 WS-DATE-CHECK REDEFINES WS-DATE-FIELDS PIC X(8).

01 WS-GRADE-RANGE-TABLE.
   05 WS-GR-ENTRY OCCURS 20 TIMES INDEXED BY WS-GR-IDX.
      10 WS-GR-GRADE     PIC X(2).
      10 WS-GR-MIN       PIC 9(6).
      10 WS-GR-MAX       PIC 9(6).
01 WS-GRADE-RANGE-COUNT  PIC 9(4) VALUE ZERO.
01 WS-MAX-GRADE-RANGES   PIC 9(4) VALUE 20.
01 WS-GRADE-FOUND        PIC X VALUE "N".

*> EMP-IDs already carded from this batch, so a second row for the
*> same employee is rejected and a new hire can be named as the
*> supervisor on a later row.
01 WS-BATCH-ID-TABLE.
   05 WS-BT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-BT-IDX.
      10 WS-BT-EMP-ID    PIC X(10).
      10 WS-BT-ACTION    PIC X(1).
01 WS-BATCH-ID-COUNT     PIC 9(6) VALUE ZERO.
01 WS-MAX-BATCH-IDS      PIC 9(6) VALUE 2000.
01 WS-BATCH-ID-FULL      PIC X VALUE "N".
01 WS-BT-SEARCH-ID       PIC X(10) VALUE SPACES.
01 WS-BT-FOUND           PIC X VALUE "N".
01 WS-BT-FOUND-ACTION    PIC X(1) VALUE SPACE.

01 WS-SUPV-CLEAR         PIC X(10) VALUE "*NONE".
01 WS-SUPV-WALK-DONE     PIC X VALUE "N".
01 WS-SUPV-DEPTH         PIC 9(3) VALUE ZERO.
01 WS-MAX-SUPV-DEPTH     PIC 9(3) VALUE 100.

01 WS-REPORT-LINE        PIC X(100) VALUE SPACES.
01 WS-REJECT-LINE        PIC X(250) VALUE SPACES.

01 WS-CURRENT-DATE.
   05 WS-CURRENT-YYYY    PIC 9(4).
   05 WS-CURRENT-MM      PIC 9(2).
   05 WS-CURRENT-DD      PIC 9(2).
01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE PIC X(8).
01 WS-RUN-DATE           PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-RUN-REFUSED = "N"
        PERFORM 2000-LOAD-ROW UNTIL WS-FEED-EOF = "Y"
        PERFORM 8000-FINALIZE
    ELSE
        PERFORM 8500-REPORT-REFUSAL
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE
    OPEN OUTPUT LOAD-REPORT-FILE
    PERFORM 1100-CHECK-RUN-LOCK
    IF WS-RUN-REFUSED = "N"
        PERFORM 1200-CHECK-CONTROLS
    END-IF
    IF WS-RUN-REFUSED = "N"
        PERFORM 1300-CHECK-BATCH-DONE
    END-IF
    PERFORM 1500-WRITE-HEADERS
    IF WS-RUN-REFUSED = "N"
        PERFORM 1650-LOAD-GRADE-TABLE
        OPEN INPUT EMP-FILE
        OPEN INPUT DEPT-FILE
        OPEN EXTEND MAINT-FILE
        OPEN OUTPUT REJECT-FILE
        OPEN INPUT HRFEED-FILE
        MOVE ZERO TO WS-ROW-NO
        MOVE "N" TO WS-FEED-EOF
        PERFORM 2900-READ-HRFEED-FILE
    END-IF.

1100-CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    READ LOCK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOCK-HOLDER NOT = SPACES
                MOVE "Y" TO WS-RUN-REFUSED
                MOVE SPACES TO WS-REFUSE-REASON
                STRING "EMPLOYEES.IN IS LOCKED BY " LOCK-HOLDER
                    " - RERUN LATER"
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-IF
    END-READ
    CLOSE LOCK-FILE.

*> First pass: the file is only read, to prove its framing and
*> control count before a single card is written.
1200-CHECK-CONTROLS.
    OPEN INPUT HRFEED-FILE
    PERFORM 2900-READ-HRFEED-FILE
    PERFORM 1210-SCAN-ROW UNTIL WS-FEED-EOF = "Y"
    CLOSE HRFEED-FILE
    MOVE "Y" TO WS-RUN-REFUSED
    MOVE SPACES TO WS-REFUSE-REASON
    EVALUATE TRUE
        WHEN WS-LAST-ROW = ZERO
            MOVE "HRFEED.IN IS EMPTY OR MISSING" TO WS-REFUSE-REASON
        WHEN WS-BAD-TYPE-ROW > ZERO
            STRING "UNKNOWN RECORD TYPE ON ROW " WS-BAD-TYPE-ROW
                DELIMITED BY SIZE INTO WS-REFUSE-REASON
        WHEN WS-HEADER-COUNT NOT = 1 OR WS-HEADER-ROW NOT = 1
            MOVE "HEADER ROW MISSING, REPEATED OR NOT FIRST"
                TO WS-REFUSE-REASON
        WHEN WS-TRAILER-COUNT NOT = 1 OR
             WS-TRAILER-ROW NOT = WS-LAST-ROW
            MOVE "TRAILER ROW MISSING, REPEATED OR NOT LAST"
                TO WS-REFUSE-REASON
        WHEN WS-BATCH-SEQ-OK = "N"
            MOVE "HEADER BATCH SEQUENCE MISSING OR NOT NUMERIC"
                TO WS-REFUSE-REASON
        WHEN WS-TRAILER-COUNT-OK = "N"
            MOVE "TRAILER ROW COUNT MISSING OR NOT NUMERIC"
                TO WS-REFUSE-REASON
        WHEN WS-TRAILER-ROWS NOT = WS-DETAIL-COUNT
            STRING "TRAILER COUNT " WS-TRAILER-ROWS
                " DOES NOT TIE TO " WS-DETAIL-COUNT " DETAIL ROWS"
                DELIMITED BY SIZE INTO WS-REFUSE-REASON
        WHEN OTHER
            MOVE "N" TO WS-RUN-REFUSED
    END-EVALUATE.

*> A wholly blank row (a trailing newline, say) is not a record.
1210-SCAN-ROW.
    IF HRFEED-RECORD NOT = SPACES
        MOVE WS-ROW-NO TO WS-LAST-ROW
        PERFORM 2050-GET-ROW-TYPE
        EVALUATE TRUE
            WHEN WS-FL-TYPE NOT = 1
                IF WS-BAD-TYPE-ROW = ZERO
                    MOVE WS-ROW-NO TO WS-BAD-TYPE-ROW
                END-IF
            WHEN WS-FR-TYPE = "H"
                ADD 1 TO WS-HEADER-COUNT
                MOVE WS-ROW-NO TO WS-HEADER-ROW
                PERFORM 1220-READ-HEADER-FIELDS
            WHEN WS-FR-TYPE = "D"
                ADD 1 TO WS-DETAIL-COUNT
            WHEN WS-FR-TYPE = "T"
                ADD 1 TO WS-TRAILER-COUNT
                MOVE WS-ROW-NO TO WS-TRAILER-ROW
                PERFORM 1230-READ-TRAILER-FIELDS
            WHEN OTHER
                IF WS-BAD-TYPE-ROW = ZERO
                    MOVE WS-ROW-NO TO WS-BAD-TYPE-ROW
                END-IF
        END-EVALUATE
    END-IF
    PERFORM 2900-READ-HRFEED-FILE.

1220-READ-HEADER-FIELDS.
    MOVE SPACES TO WS-FEED-HEADER
    MOVE ZERO TO WS-FH-BATCH-LEN
    MOVE "N" TO WS-BATCH-SEQ-OK
    UNSTRING HRFEED-RECORD (1:WS-ROW-LEN)
        DELIMITED BY WS-FEED-DELIMITER
        INTO WS-FR-TYPE
             WS-FH-BATCH-SEQ COUNT IN WS-FH-BATCH-LEN
             WS-FH-EXTRACT-DATE
             WS-FH-SOURCE
    END-UNSTRING
    MOVE WS-FH-EXTRACT-DATE TO WS-EXTRACT-DATE
    MOVE WS-FH-SOURCE TO WS-SOURCE-SYSTEM
    IF WS-FH-BATCH-LEN > ZERO AND WS-FH-BATCH-LEN NOT > 8
        IF WS-FH-BATCH-SEQ (1:WS-FH-BATCH-LEN) NUMERIC
            MOVE WS-FH-BATCH-SEQ (1:WS-FH-BATCH-LEN) TO WS-BATCH-SEQ
            MOVE "Y" TO WS-BATCH-SEQ-OK
        END-IF
    END-IF.

1230-READ-TRAILER-FIELDS.
    MOVE SPACES TO WS-FH-TRAILER-ROWS
    MOVE ZERO TO WS-FH-TRAILER-LEN
    MOVE "N" TO WS-TRAILER-COUNT-OK
    UNSTRING HRFEED-RECORD (1:WS-ROW-LEN)
        DELIMITED BY WS-FEED-DELIMITER
        INTO WS-FR-TYPE
             WS-FH-TRAILER-ROWS COUNT IN WS-FH-TRAILER-LEN
    END-UNSTRING
    IF WS-FH-TRAILER-LEN > ZERO AND WS-FH-TRAILER-LEN NOT > 6
        IF WS-FH-TRAILER-ROWS (1:WS-FH-TRAILER-LEN) NUMERIC
            MOVE WS-FH-TRAILER-ROWS (1:WS-FH-TRAILER-LEN)
                TO WS-TRAILER-ROWS
            MOVE "Y" TO WS-TRAILER-COUNT-OK
        END-IF
    END-IF.

1300-CHECK-BATCH-DONE.
    OPEN INPUT BATCH-DONE-FILE
    PERFORM UNTIL WS-DONE-EOF = "Y"
        READ BATCH-DONE-FILE
            AT END
                MOVE "Y" TO WS-DONE-EOF
            NOT AT END
                IF BATCH-DONE-RECORD = WS-BATCH-SEQ
                    MOVE "Y" TO WS-RUN-REFUSED
                END-IF
        END-READ
    END-PERFORM
    CLOSE BATCH-DONE-FILE
    IF WS-RUN-REFUSED = "Y"
        MOVE SPACES TO WS-REFUSE-REASON
        STRING "BATCH " WS-BATCH-SEQ " ALREADY LOADED"
            DELIMITED BY SIZE INTO WS-REFUSE-REASON
    END-IF.

1500-WRITE-HEADERS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "HR FEED LOAD SUMMARY"
        SPACE SPACE SPACE "RUN DATE: " WS-RUN-DATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "BATCH SEQUENCE: " WS-BATCH-SEQ
        "   EXTRACT DATE: " WS-EXTRACT-DATE
        "   SOURCE: " WS-SOURCE-SYSTEM
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "CONTROL - DETAIL ROWS ON FILE: " WS-DETAIL-COUNT
        "   TRAILER COUNT: " WS-TRAILER-ROWS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE.

1650-LOAD-GRADE-TABLE.
    OPEN INPUT GRADE-FILE
    PERFORM UNTIL WS-GRADE-EOF = "Y"
        READ GRADE-FILE
            AT END
                MOVE "Y" TO WS-GRADE-EOF
            NOT AT END
                IF WS-GRADE-RANGE-COUNT NOT < WS-MAX-GRADE-RANGES
                    DISPLAY "WARNING - GRADE RANGE TABLE FULL, "
                        "CARD IGNORED: " GRD-GRADE
                ELSE
                    ADD 1 TO WS-GRADE-RANGE-COUNT
                    SET WS-GR-IDX TO WS-GRADE-RANGE-COUNT
                    MOVE GRD-GRADE      TO WS-GR-GRADE (WS-GR-IDX)
                    MOVE GRD-MIN-SALARY TO WS-GR-MIN (WS-GR-IDX)
                    MOVE GRD-MAX-SALARY TO WS-GR-MAX (WS-GR-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE GRADE-FILE.

*> Second pass: header and trailer rows were proved by the first
*> pass and are passed over here.
2000-LOAD-ROW.
    IF HRFEED-RECORD NOT = SPACES
        PERFORM 2050-GET-ROW-TYPE
        IF WS-FR-TYPE = "D"
            ADD 1 TO WS-DETAIL-READ
            PERFORM 2100-SPLIT-DETAIL
            PERFORM 2200-EDIT-DETAIL
            IF WS-ROW-VALID = "Y"
                PERFORM 2300-WRITE-MAINT-CARD
            ELSE
                PERFORM 2400-WRITE-REJECT
            END-IF
        END-IF
    END-IF
    PERFORM 2900-READ-HRFEED-FILE.

*> The row is split only as far as its last non-blank character,
*> or the padding would be counted into the last field's length.
2050-GET-ROW-TYPE.
    COMPUTE WS-ROW-LEN =
        FUNCTION LENGTH (FUNCTION TRIM (HRFEED-RECORD TRAILING))
    MOVE SPACE TO WS-FR-TYPE
    MOVE ZERO TO WS-FL-TYPE
    UNSTRING HRFEED-RECORD (1:WS-ROW-LEN)
        DELIMITED BY WS-FEED-DELIMITER
        INTO WS-FR-TYPE COUNT IN WS-FL-TYPE
    END-UNSTRING.

2100-SPLIT-DETAIL.
    MOVE SPACES TO WS-FEED-ROW
    MOVE ZEROS TO WS-FEED-LENGTHS
    MOVE ZERO TO WS-FIELD-COUNT
    MOVE "N" TO WS-TOO-MANY-FIELDS
    UNSTRING HRFEED-RECORD (1:WS-ROW-LEN)
        DELIMITED BY WS-FEED-DELIMITER
        INTO WS-FR-TYPE      COUNT IN WS-FL-TYPE
             WS-FR-ACTION    COUNT IN WS-FL-ACTION
             WS-FR-EMP-ID    COUNT IN WS-FL-EMP-ID
             WS-FR-NAME      COUNT IN WS-FL-NAME
             WS-FR-SALARY    COUNT IN WS-FL-SALARY
             WS-FR-DEPT      COUNT IN WS-FL-DEPT
             WS-FR-HIRE-DATE COUNT IN WS-FL-HIRE-DATE
             WS-FR-GRADE     COUNT IN WS-FL-GRADE
             WS-FR-EFF-DATE  COUNT IN WS-FL-EFF-DATE
             WS-FR-SUPV-ID   COUNT IN WS-FL-SUPV-ID
        TALLYING IN WS-FIELD-COUNT
        ON OVERFLOW
            MOVE "Y" TO WS-TOO-MANY-FIELDS
    END-UNSTRING.

*> Each stage runs only while the row is still clean, so the row
*> is rejected with the first thing wrong with it. The card is
*> built as the stages go: a change row picks up its blank fields
*> from the master record in 2220.
2200-EDIT-DETAIL.
    MOVE "Y" TO WS-ROW-VALID
    MOVE SPACES TO WS-REJECT-REASON
    MOVE "N" TO WS-IS-REHIRE
    PERFORM 2210-EDIT-FIELD-FORMATS
    IF WS-ROW-VALID = "Y"
        PERFORM 2250-CHECK-BATCH-DUPLICATE
    END-IF
    IF WS-ROW-VALID = "Y"
        PERFORM 2220-EDIT-AGAINST-MASTER
    END-IF
    IF WS-ROW-VALID = "Y" AND NOT WS-FR-IS-LEAVER
        PERFORM 2230-EDIT-DEPT-AND-GRADE
    END-IF
    IF WS-ROW-VALID = "Y" AND NOT WS-FR-IS-LEAVER
        PERFORM 2240-EDIT-SUPERVISOR
    END-IF.

2210-EDIT-FIELD-FORMATS.
    PERFORM 2215-EDIT-NUMBERS-AND-DATES
    MOVE "N" TO WS-ROW-VALID
    EVALUATE TRUE
        WHEN WS-FIELD-COUNT < 9
            MOVE "TOO FEW FIELDS ON ROW" TO WS-REJECT-REASON
        WHEN WS-TOO-MANY-FIELDS = "Y"
            MOVE "TOO MANY FIELDS ON ROW" TO WS-REJECT-REASON
        WHEN WS-FL-ACTION NOT = 1
        WHEN NOT WS-FR-IS-HIRE AND NOT WS-FR-IS-CHANGE AND
             NOT WS-FR-IS-LEAVER
            MOVE "ACTION IS NOT A, C OR D" TO WS-REJECT-REASON
        WHEN WS-FR-EMP-ID = SPACES
            MOVE "EMP-ID MISSING" TO WS-REJECT-REASON
        WHEN WS-FL-EMP-ID > 10
            MOVE "EMP-ID LONGER THAN 10" TO WS-REJECT-REASON
        WHEN WS-FL-NAME > 30
            MOVE "NAME LONGER THAN 30" TO WS-REJECT-REASON
        WHEN WS-SALARY-OK = "N"
            MOVE "SALARY NOT WHOLE DOLLARS, 6 DIGITS MAX"
                TO WS-REJECT-REASON
        WHEN WS-FL-DEPT > 4
            MOVE "DEPT LONGER THAN 4" TO WS-REJECT-REASON
        WHEN WS-HIRE-DATE-OK = "N"
            MOVE "HIRE DATE NOT A VALID YYYYMMDD"
                TO WS-REJECT-REASON
        WHEN WS-FL-GRADE > 2
            MOVE "GRADE LONGER THAN 2" TO WS-REJECT-REASON
        WHEN WS-EFF-DATE-OK = "N"
            MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"
                TO WS-REJECT-REASON
        WHEN WS-FL-SUPV-ID > 10
            MOVE "SUPERVISOR LONGER THAN 10" TO WS-REJECT-REASON
        WHEN WS-FR-IS-HIRE AND WS-FR-NAME = SPACES
            MOVE "HIRE WITH NO NAME" TO WS-REJECT-REASON
        WHEN WS-FR-IS-HIRE AND WS-SALARY-N = ZERO
            MOVE "HIRE WITH NO SALARY" TO WS-REJECT-REASON
        WHEN WS-FR-IS-HIRE AND WS-FR-DEPT = SPACES
            MOVE "HIRE WITH NO DEPT" TO WS-REJECT-REASON
        WHEN WS-FR-IS-HIRE AND WS-FR-HIRE-DATE = SPACES
            MOVE "HIRE WITH NO HIRE DATE" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE "Y" TO WS-ROW-VALID
    END-EVALUATE
    IF WS-ROW-VALID = "Y"
        MOVE SPACES TO MAINT-CARD
        MOVE WS-FR-ACTION    TO CARD-CODE
        MOVE WS-FR-EMP-ID    TO CARD-EMP-ID
        MOVE WS-FR-NAME      TO CARD-EMP-NAME
        MOVE WS-SALARY-N     TO CARD-EMP-SALARY
        MOVE WS-FR-DEPT      TO CARD-DEPT-CODE
        MOVE WS-FR-HIRE-DATE TO CARD-HIRE-DATE
        MOVE WS-FR-GRADE     TO CARD-GRADE
        MOVE WS-FR-EFF-DATE  TO CARD-EFF-DATE
        MOVE WS-FEED-KEYER-ID TO CARD-KEYER-ID
        MOVE WS-FR-SUPV-ID   TO CARD-SUPV-ID
    END-IF.

*> Blank salary and dates are well formed here; whether the action
*> needs them is decided in 2210.
2215-EDIT-NUMBERS-AND-DATES.
    MOVE "N" TO WS-SALARY-OK
    MOVE ZERO TO WS-SALARY-N
    IF WS-FL-SALARY = ZERO
        MOVE "Y" TO WS-SALARY-OK
    ELSE
        IF WS-FL-SALARY NOT > 6
            IF WS-FR-SALARY (1:WS-FL-SALARY) NUMERIC
                MOVE WS-FR-SALARY (1:WS-FL-SALARY) TO WS-SALARY-N
                MOVE "Y" TO WS-SALARY-OK
            END-IF
        END-IF
    END-IF

    MOVE "Y" TO WS-HIRE-DATE-OK
    IF WS-FL-HIRE-DATE > ZERO
        MOVE WS-FR-HIRE-DATE TO WS-DATE-CHECK
        PERFORM 2285-EDIT-DATE
        IF WS-DATE-VALID = "N" OR WS-FL-HIRE-DATE NOT = 8
            MOVE "N" TO WS-HIRE-DATE-OK
        END-IF
    END-IF

    MOVE "Y" TO WS-EFF-DATE-OK
    IF WS-FL-EFF-DATE > ZERO
        MOVE WS-FR-EFF-DATE TO WS-DATE-CHECK
        PERFORM 2285-EDIT-DATE
        IF WS-DATE-VALID = "N" OR WS-FL-EFF-DATE NOT = 8
            MOVE "N" TO WS-EFF-DATE-OK
        END-IF
    END-IF.

*> A hire must be new or a terminated employee coming back (which
*> EMPLOYEE-MAINT treats as a rehire); a change or leaver must be
*> on file, and a leaver not already gone.
2220-EDIT-AGAINST-MASTER.
    MOVE WS-FR-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            IF NOT WS-FR-IS-HIRE
                MOVE "N" TO WS-ROW-VALID
                MOVE "EMP-ID NOT ON EMPLOYEES.IN"
                    TO WS-REJECT-REASON
            END-IF
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN WS-FR-IS-HIRE AND EMP-IS-TERMINATED
                    MOVE "Y" TO WS-IS-REHIRE
                WHEN WS-FR-IS-HIRE
                    MOVE "N" TO WS-ROW-VALID
                    MOVE "HIRE FOR AN EMP-ID ALREADY ACTIVE"
                        TO WS-REJECT-REASON
                WHEN WS-FR-IS-LEAVER AND EMP-IS-TERMINATED
                    MOVE "N" TO WS-ROW-VALID
                    MOVE "LEAVER ALREADY TERMINATED"
                        TO WS-REJECT-REASON
                WHEN WS-FR-IS-CHANGE
                    PERFORM 2225-DEFAULT-FROM-MASTER
            END-EVALUATE
    END-READ.

2225-DEFAULT-FROM-MASTER.
    IF WS-FR-NAME = SPACES
        MOVE EMP-NAME TO CARD-EMP-NAME
    END-IF
    IF WS-FL-SALARY = ZERO
        IF EMP-SALARY-ALT NUMERIC
            MOVE EMP-SALARY TO CARD-EMP-SALARY
        ELSE
            MOVE ZERO TO CARD-EMP-SALARY
        END-IF
    END-IF
    IF WS-FR-DEPT = SPACES
        MOVE DEPT-CODE TO CARD-DEPT-CODE
    END-IF
    IF WS-FR-HIRE-DATE = SPACES
        MOVE EMP-HIRE-DATE TO CARD-HIRE-DATE
    END-IF
    IF WS-FR-GRADE = SPACES
        MOVE EMP-GRADE TO CARD-GRADE
    END-IF.

*> No cards on GRADES.IN means grades go unchecked, the same
*> convention EMPLOYEE-MAINT uses for its band check.
2230-EDIT-DEPT-AND-GRADE.
    MOVE CARD-DEPT-CODE TO DEPT-MST-CODE
    READ DEPT-FILE
        INVALID KEY
            MOVE "N" TO WS-ROW-VALID
            MOVE "DEPT NOT ON DEPTS.IN" TO WS-REJECT-REASON
        NOT INVALID KEY
            IF NOT DEPT-MST-IS-ACTIVE
                MOVE "N" TO WS-ROW-VALID
                MOVE "DEPT INACTIVE ON DEPTS.IN" TO WS-REJECT-REASON
            END-IF
    END-READ
    IF WS-ROW-VALID = "Y" AND CARD-GRADE NOT = SPACES AND
       WS-GRADE-RANGE-COUNT > ZERO
        MOVE "N" TO WS-GRADE-FOUND
        PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                UNTIL WS-GR-IDX > WS-GRADE-RANGE-COUNT
            IF WS-GR-GRADE (WS-GR-IDX) = CARD-GRADE
                MOVE "Y" TO WS-GRADE-FOUND
            END-IF
        END-PERFORM
        IF WS-GRADE-FOUND = "N"
            MOVE "N" TO WS-ROW-VALID
            MOVE "GRADE NOT ON GRADES.IN" TO WS-REJECT-REASON
        END-IF
    END-IF.

*> Same tests as EMPLOYEE-MAINT's supervisor edit, except that a
*> hire carded earlier in this batch counts as on file and active.
2240-EDIT-SUPERVISOR.
    IF CARD-SUPV-ID NOT = SPACES AND
       CARD-SUPV-ID NOT = WS-SUPV-CLEAR
        MOVE CARD-SUPV-ID TO WS-BT-SEARCH-ID
        PERFORM 2260-FIND-BATCH-ID
        EVALUATE TRUE
            WHEN CARD-SUPV-ID = CARD-EMP-ID
                MOVE "N" TO WS-ROW-VALID
                MOVE "SUPERVISOR IS SELF" TO WS-REJECT-REASON
            WHEN WS-BT-FOUND = "Y" AND WS-BT-FOUND-ACTION = "A"
                CONTINUE
            WHEN WS-BT-FOUND = "Y" AND WS-BT-FOUND-ACTION = "D"
                MOVE "N" TO WS-ROW-VALID
                MOVE "SUPERVISOR LEAVING IN THIS BATCH"
                    TO WS-REJECT-REASON
            WHEN OTHER
                PERFORM 2245-READ-SUPERVISOR
        END-EVALUATE
    END-IF.

2245-READ-SUPERVISOR.
    MOVE CARD-SUPV-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE "N" TO WS-ROW-VALID
            MOVE "SUPERVISOR NOT ON FILE" TO WS-REJECT-REASON
        NOT INVALID KEY
            IF EMP-IS-ACTIVE
                MOVE ZERO TO WS-SUPV-DEPTH
                MOVE "N" TO WS-SUPV-WALK-DONE
                PERFORM 2247-WALK-SUPERVISOR-CHAIN
                    UNTIL WS-SUPV-WALK-DONE = "Y"
            ELSE
                MOVE "N" TO WS-ROW-VALID
                MOVE "SUPERVISOR NOT ACTIVE" TO WS-REJECT-REASON
            END-IF
    END-READ.

2247-WALK-SUPERVISOR-CHAIN.
    ADD 1 TO WS-SUPV-DEPTH
    EVALUATE TRUE
        WHEN EMP-SUPV-ID = SPACES
            MOVE "Y" TO WS-SUPV-WALK-DONE
        WHEN EMP-SUPV-ID = CARD-EMP-ID
        WHEN WS-SUPV-DEPTH NOT < WS-MAX-SUPV-DEPTH
            MOVE "N" TO WS-ROW-VALID
            MOVE "SUPERVISOR LOOP" TO WS-REJECT-REASON
            MOVE "Y" TO WS-SUPV-WALK-DONE
        WHEN OTHER
            MOVE EMP-SUPV-ID TO EMP-ID
            READ EMP-FILE
                INVALID KEY
                    MOVE "Y" TO WS-SUPV-WALK-DONE
            END-READ
    END-EVALUATE.

2250-CHECK-BATCH-DUPLICATE.
    MOVE WS-FR-EMP-ID TO WS-BT-SEARCH-ID
    PERFORM 2260-FIND-BATCH-ID
    IF WS-BT-FOUND = "Y"
        MOVE "N" TO WS-ROW-VALID
        MOVE "EMP-ID ON AN EARLIER ROW OF THIS BATCH"
            TO WS-REJECT-REASON
    END-IF.

*> Looks up WS-BT-SEARCH-ID in the batch table.
2260-FIND-BATCH-ID.
    MOVE "N" TO WS-BT-FOUND
    MOVE SPACE TO WS-BT-FOUND-ACTION
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
            UNTIL WS-BT-IDX > WS-BATCH-ID-COUNT OR WS-BT-FOUND = "Y"
        IF WS-BT-EMP-ID (WS-BT-IDX) = WS-BT-SEARCH-ID
            MOVE "Y" TO WS-BT-FOUND
            MOVE WS-BT-ACTION (WS-BT-IDX) TO WS-BT-FOUND-ACTION
        END-IF
    END-PERFORM.

2285-EDIT-DATE.
    MOVE "N" TO WS-DATE-VALID
    IF WS-DATE-CHECK NUMERIC
        IF WS-DATE-YYYY NOT < 1900 AND WS-DATE-YYYY NOT > 2099 AND
           WS-DATE-MM NOT < 01 AND WS-DATE-MM NOT > 12 AND
           WS-DATE-DD NOT < 01 AND WS-DATE-DD NOT > 31
            MOVE "Y" TO WS-DATE-VALID
        END-IF
    END-IF.

2300-WRITE-MAINT-CARD.
    WRITE MAINT-CARD
    ADD 1 TO WS-CARD-COUNT
    EVALUATE TRUE
        WHEN WS-FR-IS-HIRE
            ADD 1 TO WS-HIRE-COUNT
            IF WS-IS-REHIRE = "Y"
                ADD 1 TO WS-REHIRE-COUNT
            END-IF
        WHEN WS-FR-IS-CHANGE
            ADD 1 TO WS-CHANGE-COUNT
        WHEN WS-FR-IS-LEAVER
            ADD 1 TO WS-LEAVER-COUNT
    END-EVALUATE
    IF CARD-EFF-DATE NOT = SPACES AND
       CARD-EFF-DATE > WS-CURRENT-DATE-X
        ADD 1 TO WS-FUTURE-COUNT
    END-IF
    IF WS-BATCH-ID-COUNT NOT < WS-MAX-BATCH-IDS
        IF WS-BATCH-ID-FULL = "N"
            MOVE "Y" TO WS-BATCH-ID-FULL
            DISPLAY "WARNING - BATCH EMP-ID TABLE FULL, "
                "DUPLICATE ROW CHECK INCOMPLETE"
        END-IF
    ELSE
        ADD 1 TO WS-BATCH-ID-COUNT
        SET WS-BT-IDX TO WS-BATCH-ID-COUNT
        MOVE CARD-EMP-ID TO WS-BT-EMP-ID (WS-BT-IDX)
        MOVE CARD-CODE   TO WS-BT-ACTION (WS-BT-IDX)
    END-IF.

2400-WRITE-REJECT.
    ADD 1 TO WS-REJECT-COUNT
    MOVE SPACES TO WS-REJECT-LINE
    STRING WS-ROW-NO SPACE WS-REJECT-REASON SPACE HRFEED-RECORD
        DELIMITED BY SIZE INTO WS-REJECT-LINE
    WRITE REJECT-RECORD FROM WS-REJECT-LINE

    IF WS-REJECT-COUNT = 1
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROWS REJECTED TO HRFEED.REJ - FIX AT SOURCE AND "
            "RESEND IN A LATER BATCH"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ROW    ACTION EMP-ID     REASON"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-ROW-NO SPACE WS-FR-ACTION "      " WS-FR-EMP-ID SPACE
        WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE.

2900-READ-HRFEED-FILE.
    READ HRFEED-FILE
        AT END
            MOVE "Y" TO WS-FEED-EOF
        NOT AT END
            ADD 1 TO WS-ROW-NO
    END-READ.

*> The batch is marked loaded even when some rows rejected: the
*> cards that passed are on MAINT.IN, and the rejects come back
*> corrected under a new batch sequence number.
8000-FINALIZE.
    OPEN EXTEND BATCH-DONE-FILE
    MOVE WS-BATCH-SEQ TO BATCH-DONE-RECORD
    WRITE BATCH-DONE-RECORD
    CLOSE BATCH-DONE-FILE

    IF WS-REJECT-COUNT > ZERO
        MOVE SPACES TO WS-REPORT-LINE
        WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "STATUS: BATCH LOADED TO MAINT.IN"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "CARDS WRITTEN: " WS-CARD-COUNT
        "   HIRES: " WS-HIRE-COUNT
        " (REHIRES: " WS-REHIRE-COUNT ")"
        "   CHANGES: " WS-CHANGE-COUNT
        "   LEAVERS: " WS-LEAVER-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "FUTURE-DATED, TO BE HELD ON THE PENDING QUEUE: "
        WS-FUTURE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ROWS REJECTED: " WS-REJECT-COUNT
        "   ROWS READ: " WS-DETAIL-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE HRFEED-FILE EMP-FILE DEPT-FILE MAINT-FILE REJECT-FILE
        LOAD-REPORT-FILE
    DISPLAY "HR feed load complete: batch " WS-BATCH-SEQ " - "
        WS-CARD-COUNT " card(s), " WS-REJECT-COUNT " reject(s)!".

8500-REPORT-REFUSAL.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "STATUS: BATCH REFUSED - " WS-REFUSE-REASON
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "NO CARDS WRITTEN - CORRECT THE FILE AND SEND IT AGAIN"
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE

    CLOSE LOAD-REPORT-FILE
    DISPLAY "HR feed load refused: " WS-REFUSE-REASON.
