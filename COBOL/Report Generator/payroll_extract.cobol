*> feed - the bureau pays the current workforce - and reported as
*> an excluded count on SYSOUT; the trailer count and hash cover
*> the records actually sent.
*> Added a change-only delta mode, chosen on an EXTRACT.PARM card
*> (mode D; mode F or no card keeps the full master dump). A delta
*> reads MAINT.HIST instead of the master and sends one M record
*> per add (A), change (C), termination (D) or rehire (R) stamped
*> after the last history entry the previous extract covered -
*> whether EMPLOYEE-MAINT, SALARY-INCREASE or DEPT-TRANSFER wrote
*> it - carrying the action code, the effective date and the
*> before and after salary, department and grade, so the bureau no
*> longer has to diff a full file to find what moved. Purges are
*> not sent; the bureau already had the termination. The H/T
*> control records are unchanged apart from a mode byte appended
*> to the header, so EXTRACT-RECON reconciles a delta exactly like
*> a full file; on a delta the trailer hash totals the after-image
*> salaries sent. EXTRSEQ.DAT now also carries the date/time stamp
*> of the newest history entry covered (appended to the record, so
*> EXTRACT-RECON's read of the sequence number is undisturbed),
*> and every run, full or delta, moves it forward. A full refresh
*> is forced instead of a delta when no stamp has been recorded
*> yet, when HIST-ARCHIVE has rolled history past the stamp off
*> MAINT.HIST (HISTARC.CTL cutoff), or every Nth extract when the
*> card's refresh interval is set, so the bureau resyncs on a
*> schedule; setting the card to F for a night gives them a
*> refresh on request. A delta refuses to run while an updater
*> holds RUNCTL.LCK, since history that updater has yet to write
*> would carry a stamp older than the one this run records.
*> Employees on leave of absence are now marked for the bureau:
*> the D record carries the EMP-LEAVE-STATUS byte after the grade
*> (blank working, "P" paid leave, "U" unpaid leave), so nobody on
*> unpaid leave is paid in full by default. A W in the new leave
*> option on EXTRACT.PARM withholds unpaid-leave employees from a
*> full extract instead, counted on SYSOUT like the terminated
*> exclusions (the trailer covers only what is sent). A delta
*> sends the leave start, extension and return history entries
*> (action L) as M records, and every M record now carries the
*> after-image leave status the same way, since that record is
*> what tells the bureau to stop or restart pay.
*> The RUNCTL.LCK check now applies to every run, not just a delta:
*> a full extract (requested, or a delta forced to a refresh) also
*> records the newest history stamp on EXTRSEQ.DAT, and cutting one
*> while an updater is mid-run would let the next delta skip
*> whatever history that updater had still to write.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SEQ-FILE ASSIGN TO "EXTRSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "EXTRACT.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HIST-FILE ASSIGN TO "MAINT.HIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CTL-FILE ASSIGN TO "HISTARC.CTL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SEQ-FILE.
01 SEQ-RECORD.
   05 SEQ-LAST-NO        PIC 9(6).
   05 SEQ-HIST-DATE      PIC X(8).
   05 SEQ-HIST-TIME      PIC X(6).
   05 SEQ-LAST-MODE      PIC X(1).

FD PARM-FILE.
01 PARM-RECORD.
   05 PARM-MODE          PIC X(1).
      88 PARM-IS-DELTA   VALUE "D".
      88 PARM-IS-FULL    VALUE "F".
   05 PARM-REFRESH-EVERY PIC 9(3).
   05 PARM-LEAVE-OPTION  PIC X(1).
      88 PARM-WITHHOLD-UNPAID VALUE "W".
      88 PARM-FLAG-UNPAID     VALUE "F", SPACE.

FD HIST-FILE.
    COPY HISTREC.

FD CTL-FILE.
    COPY HARCCTL.

FD LOCK-FILE.
    COPY LOCKREC.

WORKING-STORAGE SECTION.
01 WS-EMP-EOF            PIC X VALUE "N".
01 WS-HASH-TOTAL         PIC 9(12) VALUE ZERO.
01 WS-BAD-SALARY-COUNT   PIC 9(6) VALUE ZERO.
01 WS-TERMINATED-COUNT   PIC 9(6) VALUE ZERO.
01 WS-WITHHOLD-UNPAID    PIC X VALUE "N".
01 WS-WITHHELD-COUNT     PIC 9(6) VALUE ZERO.
01 WS-UNPAID-FLAG-COUNT  PIC 9(6) VALUE ZERO.

01 WS-HIST-EOF           PIC X VALUE "N".
01 WS-PARM-EOF           PIC X VALUE "N".
01 WS-RUN-REFUSED        PIC X VALUE "N".
01 WS-EXTRACT-MODE       PIC X(1) VALUE "F".
   88 WS-MODE-IS-DELTA   VALUE "D".
   88 WS-MODE-IS-FULL    VALUE "F".
01 WS-REQUESTED-MODE     PIC X(1) VALUE "F".
01 WS-REFRESH-EVERY      PIC 9(3) VALUE ZERO.
01 WS-REFRESH-QUOTIENT   PIC 9(6) VALUE ZERO.
01 WS-REFRESH-REMAINDER  PIC 9(3) VALUE ZERO.
01 WS-FORCED-REASON      PIC X(40) VALUE SPACES.
01 WS-ARC-CUTOFF         PIC X(8) VALUE SPACES.
01 WS-PURGE-SKIP-COUNT   PIC 9(6) VALUE ZERO.

*> Date/time stamp of the newest history entry the previous
*> extract covered (WS-LAST-STAMP) and of the newest one seen by
*> this run (WS-HIGH-STAMP); compared as one 14-byte string.
01 WS-LAST-STAMP.
   05 WS-LAST-DATE       PIC X(8) VALUE SPACES.
   05 WS-LAST-TIME       PIC X(6) VALUE SPACES.
01 WS-HIGH-STAMP.
   05 WS-HIGH-DATE       PIC X(8) VALUE SPACES.
   05 WS-HIGH-TIME       PIC X(6) VALUE SPACES.
01 WS-HIST-STAMP.
   05 WS-HIST-DATE       PIC X(8).
   05 WS-HIST-TIME       PIC X(6).

*> Mirrors of the EMP-RECORD image carried in the history
*> before/after images, for the fields the bureau is sent.
01 WS-BEFORE-IMAGE.
   05 WS-BI-EMP-ID       PIC X(10).
   05 WS-BI-EMP-NAME     PIC X(30).
   05 WS-BI-EMP-SALARY   PIC X(6).
   05 WS-BI-DEPT-CODE    PIC X(4).
   05 WS-BI-HIRE-DATE    PIC X(8).
   05 WS-BI-GRADE        PIC X(2).
   05 WS-BI-STATUS       PIC X(1).
   05 WS-BI-TERM-DATE    PIC X(8).
   05 FILLER             PIC X(10).
   05 WS-BI-LEAVE-STATUS PIC X(1).
01 WS-AFTER-IMAGE.
   05 WS-AI-EMP-ID       PIC X(10).
   05 WS-AI-EMP-NAME     PIC X(30).
   05 WS-AI-EMP-SALARY   PIC X(6).
   05 WS-AI-EMP-SALARY-N REDEFINES WS-AI-EMP-SALARY PIC 9(6).
   05 WS-AI-DEPT-CODE    PIC X(4).
   05 WS-AI-HIRE-DATE    PIC X(8).
   05 WS-AI-GRADE        PIC X(2).
   05 WS-AI-STATUS       PIC X(1).
   05 WS-AI-TERM-DATE    PIC X(8).
   05 FILLER             PIC X(10).
   05 WS-AI-LEAVE-STATUS PIC X(1).

01 WS-HEADER-RECORD.
   05 WS-H-TYPE          PIC X(1) VALUE "H".
   05 WS-H-RUN-DATE      PIC 9(8).
   05 WS-H-SEQ-NO        PIC 9(6).
   05 WS-H-MODE          PIC X(1).

01 WS-DETAIL-RECORD.
   05 WS-D-TYPE          PIC X(1) VALUE "D".
   05 WS-D-DEPT-CODE     PIC X(4).
   05 WS-D-HIRE-DATE     PIC X(8).
   05 WS-D-GRADE         PIC X(2).
   05 WS-D-LEAVE-STATUS  PIC X(1).

01 WS-MOVEMENT-RECORD.
   05 WS-M-TYPE          PIC X(1) VALUE "M".
   05 WS-M-ACTION        PIC X(1).
   05 WS-M-EMP-ID        PIC X(10).
   05 WS-M-EMP-NAME      PIC X(30).
   05 WS-M-EFF-DATE      PIC X(8).
   05 WS-M-OLD-SALARY    PIC X(6).
   05 WS-M-NEW-SALARY    PIC X(6).
   05 WS-M-OLD-DEPT      PIC X(4).
   05 WS-M-NEW-DEPT      PIC X(4).
   05 WS-M-OLD-GRADE     PIC X(2).
   05 WS-M-NEW-GRADE     PIC X(2).
   05 WS-M-LEAVE-STATUS  PIC X(1).

01 WS-TRAILER-RECORD.
   05 WS-T-TYPE          PIC X(1) VALUE "T".
PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-RUN-REFUSED = "Y"
        STOP RUN
    END-IF
    IF WS-MODE-IS-DELTA
        PERFORM 3000-EXTRACT-CHANGES UNTIL WS-HIST-EOF = "Y"
    ELSE
        PERFORM 2000-EXTRACT-RECORDS UNTIL WS-EMP-EOF = "Y"
        PERFORM 2800-FIND-HIGH-STAMP
    END-IF
    PERFORM 8000-FINALIZE
    STOP RUN.

*> Nothing is opened for output until the mode is settled and the
*> run is cleared to go, so a refused run leaves PAYROLL.DAT and
*> EXTRSEQ.DAT exactly as the last good extract left them.
1000-INITIALIZE.
    ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
    PERFORM 1050-READ-PARAMETERS
    PERFORM 1100-STEP-SEQUENCE-NO
    PERFORM 1150-CHOOSE-MODE
    PERFORM 1170-CHECK-RUN-LOCK
    IF WS-RUN-REFUSED = "N"
        OPEN OUTPUT EXTRACT-FILE
        MOVE WS-RUN-DATE-YMD TO WS-H-RUN-DATE
        MOVE WS-FILE-SEQ-NO  TO WS-H-SEQ-NO
        MOVE WS-EXTRACT-MODE TO WS-H-MODE
        WRITE EXTRACT-RECORD FROM WS-HEADER-RECORD
        MOVE WS-LAST-STAMP TO WS-HIGH-STAMP
        IF WS-MODE-IS-DELTA
            OPEN INPUT HIST-FILE
            PERFORM 3900-READ-HIST-FILE
        ELSE
            OPEN INPUT EMP-FILE
            PERFORM 2900-READ-EMP-FILE
        END-IF
    END-IF.

1050-READ-PARAMETERS.
    OPEN INPUT PARM-FILE
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                IF PARM-IS-DELTA OR PARM-IS-FULL
                    MOVE PARM-MODE TO WS-REQUESTED-MODE
                ELSE
                    DISPLAY "WARNING - EXTRACT.PARM CARD IGNORED, "
                        "BAD MODE " PARM-MODE
                END-IF
                IF PARM-REFRESH-EVERY NUMERIC
                    MOVE PARM-REFRESH-EVERY TO WS-REFRESH-EVERY
                END-IF
                IF PARM-WITHHOLD-UNPAID
                    MOVE "Y" TO WS-WITHHOLD-UNPAID
                ELSE
                    IF NOT PARM-FLAG-UNPAID
                        DISPLAY "WARNING - EXTRACT.PARM LEAVE OPTION "
                            "IGNORED: " PARM-LEAVE-OPTION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARM-FILE.

1100-STEP-SEQUENCE-NO.
    OPEN INPUT SEQ-FILE
            MOVE ZERO TO WS-FILE-SEQ-NO
        NOT AT END
            MOVE SEQ-LAST-NO TO WS-FILE-SEQ-NO
            MOVE SEQ-HIST-DATE TO WS-LAST-DATE
            MOVE SEQ-HIST-TIME TO WS-LAST-TIME
    END-READ
    CLOSE SEQ-FILE
    ADD 1 TO WS-FILE-SEQ-NO.

*> A delta is only safe when every history entry since the last
*> extract's stamp is still on MAINT.HIST; anything else sends a
*> full refresh instead, and says why on SYSOUT.
1150-CHOOSE-MODE.
    MOVE WS-REQUESTED-MODE TO WS-EXTRACT-MODE
    IF WS-MODE-IS-DELTA
        PERFORM 1160-READ-ARCHIVE-CUTOFF
        IF WS-REFRESH-EVERY > ZERO
            DIVIDE WS-FILE-SEQ-NO BY WS-REFRESH-EVERY
                GIVING WS-REFRESH-QUOTIENT
                REMAINDER WS-REFRESH-REMAINDER
        END-IF
        EVALUATE TRUE
            WHEN WS-LAST-DATE = SPACES
                MOVE "NO PRIOR HISTORY STAMP ON EXTRSEQ.DAT"
                    TO WS-FORCED-REASON
            WHEN WS-ARC-CUTOFF NOT = SPACES AND
                 WS-LAST-DATE < WS-ARC-CUTOFF
                MOVE "HISTORY ARCHIVED PAST LAST EXTRACT"
                    TO WS-FORCED-REASON
            WHEN WS-REFRESH-EVERY > ZERO AND
                 WS-REFRESH-REMAINDER = ZERO
                MOVE "SCHEDULED PERIODIC REFRESH"
                    TO WS-FORCED-REASON
        END-EVALUATE
        IF WS-FORCED-REASON NOT = SPACES
            MOVE "F" TO WS-EXTRACT-MODE
            DISPLAY "FULL REFRESH SENT INSTEAD OF DELTA - "
                WS-FORCED-REASON
        END-IF
    END-IF.

1160-READ-ARCHIVE-CUTOFF.
    OPEN INPUT CTL-FILE
    READ CTL-FILE
        AT END
            MOVE SPACES TO WS-ARC-CUTOFF
        NOT AT END
            MOVE HARC-CUTOFF-DATE TO WS-ARC-CUTOFF
    END-READ
    CLOSE CTL-FILE.

*> Read-only look at the single-writer interlock: the extract
*> never claims RUNCTL.LCK, it only declines to run while an
*> updater is still appending history. A full run is held back as
*> well as a delta, because it too moves the history stamp on
*> EXTRSEQ.DAT forward past entries that updater has yet to write.
1170-CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    READ LOCK-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOCK-HOLDER NOT = SPACES
                MOVE "Y" TO WS-RUN-REFUSED
                DISPLAY "PAYROLL EXTRACT REFUSED - EMPLOYEES.IN IS "
                    "LOCKED BY " LOCK-HOLDER
                DISPLAY "RERUN ONCE THAT JOB HAS COMPLETED"
            END-IF
    END-READ
    CLOSE LOCK-FILE.

2000-EXTRACT-RECORDS.
    EVALUATE TRUE
        WHEN EMP-IS-TERMINATED
            ADD 1 TO WS-TERMINATED-COUNT
        WHEN EMP-IS-ON-UNPAID-LEAVE AND WS-WITHHOLD-UNPAID = "Y"
            ADD 1 TO WS-WITHHELD-COUNT
        WHEN OTHER
            PERFORM 2100-WRITE-DETAIL-RECORD
    END-EVALUATE
    PERFORM 2900-READ-EMP-FILE.

2100-WRITE-DETAIL-RECORD.
    MOVE DEPT-CODE     TO WS-D-DEPT-CODE
    MOVE EMP-HIRE-DATE TO WS-D-HIRE-DATE
    MOVE EMP-GRADE     TO WS-D-GRADE
    MOVE EMP-LEAVE-STATUS TO WS-D-LEAVE-STATUS
    IF EMP-IS-ON-UNPAID-LEAVE
        ADD 1 TO WS-UNPAID-FLAG-COUNT
    END-IF
    WRITE EXTRACT-RECORD FROM WS-DETAIL-RECORD
    ADD 1 TO WS-RECORD-COUNT.

*> A full refresh still has to move the history stamp forward,
*> or the next delta would resend everything the refresh covered.
2800-FIND-HIGH-STAMP.
    OPEN INPUT HIST-FILE
    PERFORM 3900-READ-HIST-FILE
    PERFORM UNTIL WS-HIST-EOF = "Y"
        MOVE HIST-CHG-DATE TO WS-HIST-DATE
        MOVE HIST-CHG-TIME TO WS-HIST-TIME
        IF WS-HIST-STAMP > WS-HIGH-STAMP
            MOVE WS-HIST-STAMP TO WS-HIGH-STAMP
        END-IF
        PERFORM 3900-READ-HIST-FILE
    END-PERFORM.

2900-READ-EMP-FILE.
    READ EMP-FILE NEXT
        AT END
            MOVE "Y" TO WS-EMP-EOF
    END-READ.

*> Only history stamped after the last extract's stamp is sent;
*> MAINT.HIST is appended in date/time order, but the compare is
*> made on every record so an out-of-order stamp is not skipped.
3000-EXTRACT-CHANGES.
    MOVE HIST-CHG-DATE TO WS-HIST-DATE
    MOVE HIST-CHG-TIME TO WS-HIST-TIME
    IF WS-HIST-STAMP > WS-LAST-STAMP
        IF WS-HIST-STAMP > WS-HIGH-STAMP
            MOVE WS-HIST-STAMP TO WS-HIGH-STAMP
        END-IF
        EVALUATE TRUE
            WHEN HIST-IS-ADD OR HIST-IS-CHANGE OR
                 HIST-IS-DELETE OR HIST-IS-REHIRE OR
                 HIST-IS-LEAVE
                PERFORM 3100-WRITE-MOVEMENT-RECORD
            WHEN HIST-IS-PURGE
                ADD 1 TO WS-PURGE-SKIP-COUNT
        END-EVALUATE
    END-IF
    PERFORM 3900-READ-HIST-FILE.

*> The effective date is the termination date on a termination,
*> the hire date on an add or rehire, and the date the change was
*> applied otherwise.
3100-WRITE-MOVEMENT-RECORD.
    MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-IMAGE
    MOVE HIST-AFTER-IMAGE  TO WS-AFTER-IMAGE
    MOVE HIST-ACTION       TO WS-M-ACTION
    MOVE HIST-EMP-ID       TO WS-M-EMP-ID
    MOVE WS-AI-EMP-NAME    TO WS-M-EMP-NAME
    EVALUATE TRUE
        WHEN HIST-IS-DELETE
            MOVE WS-AI-TERM-DATE TO WS-M-EFF-DATE
        WHEN HIST-IS-ADD OR HIST-IS-REHIRE
            MOVE WS-AI-HIRE-DATE TO WS-M-EFF-DATE
        WHEN OTHER
            MOVE HIST-CHG-DATE   TO WS-M-EFF-DATE
    END-EVALUATE
    IF WS-M-EFF-DATE = SPACES
        MOVE HIST-CHG-DATE TO WS-M-EFF-DATE
    END-IF
    MOVE WS-BI-EMP-SALARY  TO WS-M-OLD-SALARY
    MOVE WS-AI-EMP-SALARY  TO WS-M-NEW-SALARY
    MOVE WS-BI-DEPT-CODE   TO WS-M-OLD-DEPT
    MOVE WS-AI-DEPT-CODE   TO WS-M-NEW-DEPT
    MOVE WS-BI-GRADE       TO WS-M-OLD-GRADE
    MOVE WS-AI-GRADE       TO WS-M-NEW-GRADE
    MOVE WS-AI-LEAVE-STATUS TO WS-M-LEAVE-STATUS
    IF WS-AI-EMP-SALARY NOT NUMERIC
        ADD 1 TO WS-BAD-SALARY-COUNT
    ELSE
        ADD WS-AI-EMP-SALARY-N TO WS-HASH-TOTAL
    END-IF
    WRITE EXTRACT-RECORD FROM WS-MOVEMENT-RECORD
    ADD 1 TO WS-RECORD-COUNT.

3900-READ-HIST-FILE.
    READ HIST-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
    END-READ.

8000-FINALIZE.
    MOVE WS-RECORD-COUNT TO WS-T-RECORD-COUNT
    MOVE WS-HASH-TOTAL   TO WS-T-HASH-TOTAL
    WRITE EXTRACT-RECORD FROM WS-TRAILER-RECORD

    PERFORM 8100-SAVE-SEQUENCE-NO
    IF WS-MODE-IS-DELTA
        CLOSE HIST-FILE EXTRACT-FILE
    ELSE
        CLOSE EMP-FILE HIST-FILE EXTRACT-FILE
    END-IF

    IF WS-BAD-SALARY-COUNT > ZERO
        DISPLAY "WARNING - " WS-BAD-SALARY-COUNT
        DISPLAY "TERMINATED EMPLOYEES EXCLUDED FROM FEED: "
            WS-TERMINATED-COUNT
    END-IF
    IF WS-UNPAID-FLAG-COUNT > ZERO
        DISPLAY "EMPLOYEES ON UNPAID LEAVE FLAGGED IN FEED: "
            WS-UNPAID-FLAG-COUNT
    END-IF
    IF WS-WITHHELD-COUNT > ZERO
        DISPLAY "EMPLOYEES ON UNPAID LEAVE WITHHELD FROM FEED: "
            WS-WITHHELD-COUNT
    END-IF
    IF WS-PURGE-SKIP-COUNT > ZERO
        DISPLAY "PURGES NOT SENT ON DELTA: " WS-PURGE-SKIP-COUNT
    END-IF
    IF WS-MODE-IS-DELTA
        DISPLAY "Delta extract " WS-FILE-SEQ-NO " written: "
            WS-RECORD-COUNT " change records!"
    ELSE
        DISPLAY "Extract " WS-FILE-SEQ-NO " written: "
            WS-RECORD-COUNT " records!"
    END-IF.

8100-SAVE-SEQUENCE-NO.
    OPEN OUTPUT SEQ-FILE
    MOVE WS-FILE-SEQ-NO  TO SEQ-LAST-NO
    MOVE WS-HIGH-DATE    TO SEQ-HIST-DATE
    MOVE WS-HIGH-TIME    TO SEQ-HIST-TIME
    MOVE WS-EXTRACT-MODE TO SEQ-LAST-MODE
    WRITE SEQ-RECORD
    CLOSE SEQ-FILE.
