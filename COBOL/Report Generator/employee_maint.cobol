*> applied, or rejected for a reason a corrected resubmit must
*> fix, leaves the queue; a fresh MAINT.IN card held by the
*> budget check still rejects for resubmission as before.
*> Salary changes now need a second person: an add, rehire or
*> change whose TRAN-EMP-SALARY moves the employee's pay by more
*> than the APPROVE.PARM percentage (hundredths of a percent, same
*> convention as INCREASE.PARM) or dollar threshold is not applied.
*> It is parked on the APPROVE.DAT approval queue (APPRREC
*> copybook) with the keyer's ID, now carried on the MAINT.IN card
*> after the effective date, and logged HELD FOR APPROVAL. A V
*> (sign-off) card carrying the EMP-ID, the queued salary and the
*> approver's ID marks it approved, and the next run applies it
*> ahead of MAINT.IN, after the due pending transactions; an X
*> (reject) card deletes it. The keyer's own ID is refused on a
*> sign-off, a salary that doesn't match the queued card is
*> refused (the approver signs off the figure they saw), and a
*> salary action with no keyer ID rejects - an anonymous change
*> can't be checked against its approver. A brand-new hire is
*> measured from zero, so its salary always needs sign-off. A
*> pending transaction that comes due over the threshold moves to
*> the approval queue, and an approved action the budget check
*> holds stays queued and retries next run, same as PENDING.DAT.
*> With no APPROVE.PARM the thresholds default to 5% and $5,000.
*> APPROVAL-INQ lists what is waiting and flags aged items.
*> MAINT.IN cards now carry a supervisor EMP-ID after the keyer ID,
*> setting the new EMP-SUPV-ID on the master. An add or rehire
*> takes the card's supervisor (blank meaning none); on a change a
*> blank supervisor leaves the one on file alone, so card decks
*> keyed before the field existed don't strip everyone's reporting
*> line, and *NONE clears it. A supervisor given on the card must
*> be an active employee on EMPLOYEES.IN and not the employee
*> themselves, and the chain of supervisors above them is walked
*> to make sure it never comes back to the employee - a card that
*> would close a reporting loop rejects. The check runs on the
*> pending and approval release paths too, since a supervisor can
*> leave between the day a card is keyed and the day it applies.
*> ORG-CHART prints the hierarchy and flags orphans.
*> A change card whose effective date is before the run date now
*> works out the retroactive pay the employee is owed instead of
*> leaving Payroll to do it by hand from MAINT.LOG. Every applied
*> add, rehire and change posts its salary to the SALRATE.DAT
*> salary-rate timeline (SRATEREC copybook) at its effective date;
*> a backdated change is measured day by day against that timeline
*> - the rate the employee was actually paid or already settled at
*> - from the effective date (or the hire date, if later) to the
*> run date, at annual salary over 365. So a second backdated
*> change overlapping an earlier one only pays the difference from
*> the rate the first one settled, and replaces the timeline
*> entries it overrides. A net amount owed is written to RETRO.DAT
*> (RETROREC copybook) as a payment; a downward correction that
*> leaves the employee overpaid is written as a recovery. Each is
*> logged under the CHANGE APPLIED line on MAINT.LOG and totalled
*> on the run summary; RETRO-REGISTER prints the register, builds
*> the bureau file and clears RETRO.DAT.
*> Leave of absence is now kept on the master instead of on paper:
*> an L card starts a leave (type, paid or unpaid, expected return
*> date; the card's effective date is the first day away, so a
*> leave keyed ahead waits on PENDING.DAT like any dated action),
*> an E card extends it or switches it between paid and unpaid,
*> and an R card records the return (effective date = first day
*> back). The leave itself is kept on LEAVE.DAT (LEAVREC copybook)
*> and the new EMP-LEAVE-STATUS byte on the master says who is away
*> and whether they are paid, so PAYROLL-EXTRACT, BUDGET-REPORT and
*> EMPLOYEE-STATS can tell without reading LEAVE.DAT. Each applied
*> leave card writes a MAINT.HIST before/after pair under the new
*> action code "L", and a termination closes any open leave so it
*> can't show as overdue. LEAVE-OVERDUE lists leaves past their
*> expected return with no return recorded.
*> A signed-off salary action is no longer replayed over a master
*> that has moved on: if the employee's salary differs from the
*> one the card was queued against (an intervening change card,
*> SALARY-INCREASE or DEPT-TRANSFER), the item is logged APPROVAL
*> REJECTED, dropped from APPROVE.DAT and must be keyed again, so
*> the whole queued image can't quietly revert the newer change.
*> PENDING.DAT at its widened length is loaded once from a
*> PENDWIDE.OLD unload of the old 83-byte file, each card under
*> its original key (completion recorded on PENDWIDE.DONE). The
*> retro pay summary now puts payments and recoveries on separate
*> lines of MAINT.LOG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PENDING-MARKER-FILE ASSIGN TO "PENDMIG.DONE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL UNLOAD-PENDING-FILE ASSIGN TO "PENDWIDE.OLD"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WIDEN-MARKER-FILE ASSIGN TO "PENDWIDE.DONE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PENDING-SEQ-FILE ASSIGN TO "PENDSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MCTL-FILE ASSIGN TO "MAINT.CTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BUD-MST-CODE.
    SELECT OPTIONAL SALRATE-FILE ASSIGN TO "SALRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SRATE-KEY.
    SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETRO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNCTL.LCK"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL APPROVE-FILE ASSIGN TO "APPROVE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APPR-EMP-ID.
    SELECT OPTIONAL APPROVE-PARM-FILE ASSIGN TO "APPROVE.PARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LEAVE-EMP-ID.

DATA DIVISION.
FILE SECTION.
      88 TRAN-IS-ADD    VALUE "A".
      88 TRAN-IS-CHANGE VALUE "C".
      88 TRAN-IS-DELETE VALUE "D".
      88 TRAN-IS-SIGN-OFF VALUE "V".
      88 TRAN-IS-KILL     VALUE "X".
      88 TRAN-IS-LEAVE-START  VALUE "L".
      88 TRAN-IS-LEAVE-EXTEND VALUE "E".
      88 TRAN-IS-LEAVE-RETURN VALUE "R".
   05 TRAN-EMP-ID      PIC X(10).
   05 TRAN-EMP-NAME    PIC X(30).
   05 TRAN-EMP-SALARY  PIC 9(6).
   05 TRAN-HIRE-DATE   PIC X(8).
   05 TRAN-GRADE       PIC X(2).
   05 TRAN-EFF-DATE    PIC X(8).
   05 TRAN-KEYER-ID    PIC X(8).
   05 TRAN-SUPV-ID     PIC X(10).
*> Leave cards (L/E/R) carry the leave details where the name
*> goes on an add or change; the rest of the card lines up with
*> TRAN-RECORD, effective date and keyer ID included.
01 TRAN-LEAVE-CARD.
   05 FILLER           PIC X(11).
   05 TRAN-LEAVE-TYPE  PIC X(1).
      88 TRAN-LEAVE-TYPE-VALID VALUES "S", "P", "U", "O".
   05 TRAN-LEAVE-PAY   PIC X(1).
      88 TRAN-LEAVE-PAY-VALID  VALUES "P", "U", SPACE.
   05 TRAN-LEAVE-RETURN PIC X(8).
   05 FILLER           PIC X(66).

FD MAINT-LOG.
01 MAINT-LOG-RECORD PIC X(100).
FD PENDING-MARKER-FILE.
01 PENDING-MARKER-RECORD PIC X(1).

FD UNLOAD-PENDING-FILE.
01 UNLOAD-PENDING-RECORD.
   05 UNLOAD-PEND-KEY.
      10 UNLOAD-PEND-EFF-DATE PIC X(8).
      10 UNLOAD-PEND-SEQ-NO   PIC 9(6).
   05 UNLOAD-PEND-TRAN-DATA   PIC X(69).

FD WIDEN-MARKER-FILE.
01 WIDEN-MARKER-RECORD   PIC X(1).

FD PENDING-SEQ-FILE.
01 PSEQ-RECORD.
   05 PSEQ-LAST-NO       PIC 9(6).
FD BUDGET-FILE.
    COPY BUDREC.

FD SALRATE-FILE.
    COPY SRATEREC.

FD RETRO-FILE.
    COPY RETROREC.

FD LOCK-FILE.
    COPY LOCKREC.

FD RUN-LOG-FILE.
    COPY RUNLREC.

FD APPROVE-FILE.
    COPY APPRREC.

FD APPROVE-PARM-FILE.
01 APPROVE-PARM-RECORD.
   05 APRM-PCT-LIMIT     PIC 9(4).
   05 APRM-AMT-LIMIT     PIC 9(6).
   05 APRM-AGED-DAYS     PIC 9(3).

FD LEAVE-FILE.
    COPY LEAVREC.

WORKING-STORAGE SECTION.
01 WS-PROGRAM-NAME       PIC X(16) VALUE "EMPLOYEE-MAINT".
01 WS-LOCK-REFUSED       PIC X VALUE "N".

01 WS-DEPT-VALID         PIC X VALUE "N".

01 WS-SUPV-VALID         PIC X VALUE "Y".
01 WS-SUPV-REASON        PIC X(22) VALUE SPACES.
01 WS-SUPV-CLEAR         PIC X(10) VALUE "*NONE".
01 WS-SUPV-WALK-DONE     PIC X VALUE "N".
01 WS-SUPV-DEPTH         PIC 9(3) VALUE ZERO.
01 WS-MAX-SUPV-DEPTH     PIC 9(3) VALUE 100.

01 WS-PENDING-EOF        PIC X VALUE "N".
01 WS-PENDING-DONE       PIC X VALUE "N".
01 WS-PEND-SEQ-NO        PIC 9(6) VALUE ZERO.
01 WS-PENDMIG-DONE       PIC X VALUE "N".
01 WS-PENDMIG-COUNT      PIC 9(6) VALUE ZERO.
01 WS-OLD-PEND-EOF       PIC X VALUE "N".
01 WS-PENDWIDE-DONE      PIC X VALUE "N".
01 WS-PENDWIDE-COUNT     PIC 9(6) VALUE ZERO.
01 WS-UNLOAD-PEND-EOF    PIC X VALUE "N".
01 WS-HELD-COUNT         PIC 9(6) VALUE ZERO.
01 WS-RELEASED-COUNT     PIC 9(6) VALUE ZERO.
01 WS-STILL-PENDING      PIC 9(6) VALUE ZERO.
01 WS-PROPOSED-SALARY    PIC S9(11) VALUE ZERO.
01 WS-CHG-OLD-DEPT       PIC X(4) VALUE SPACES.

01 WS-APPR-PCT-LIMIT     PIC 9(4) VALUE 500.
01 WS-APPR-AMT-LIMIT     PIC 9(6) VALUE 5000.
01 WS-APPR-PARM-EOF      PIC X VALUE "N".
01 WS-APPR-NEEDED        PIC X VALUE "N".
01 WS-APPROVAL-RELEASE   PIC X VALUE "N".
01 WS-APPR-EOF           PIC X VALUE "N".
01 WS-APPR-OLD-SALARY    PIC 9(6) VALUE ZERO.
01 WS-APPR-CUR-SALARY    PIC 9(6) VALUE ZERO.
01 WS-APPR-STALE         PIC X VALUE "N".
01 WS-APPR-MOVE          PIC 9(6) VALUE ZERO.
01 WS-APPR-QUEUED-COUNT  PIC 9(6) VALUE ZERO.
01 WS-APPR-SIGNED-COUNT  PIC 9(6) VALUE ZERO.
01 WS-APPR-KILLED-COUNT  PIC 9(6) VALUE ZERO.
01 WS-APPR-RELEASED-COUNT PIC 9(6) VALUE ZERO.

*> The employee's SALRATE.DAT timeline, loaded in effective-date
*> order while a salary is posted.
01 WS-RATE-TABLE.
   05 WS-RT-ENTRY OCCURS 100 TIMES INDEXED BY WS-RT-IDX.
      10 WS-RT-EFF-DATE  PIC X(8).
      10 WS-RT-SALARY    PIC 9(6).
      10 WS-RT-PRIOR     PIC 9(6).
01 WS-RT-COUNT           PIC 9(4) VALUE ZERO.
01 WS-MAX-RT             PIC 9(4) VALUE 100.
01 WS-RT-EOF             PIC X VALUE "N".
01 WS-RATE-EFF-DATE      PIC X(8) VALUE SPACES.
01 WS-RATE-DEFAULT-PRIOR PIC 9(6) VALUE ZERO.
01 WS-RATE-AT-EFF        PIC 9(6) VALUE ZERO.
01 WS-RATE-RETRO-OK      PIC X VALUE "N".

01 WS-SEG-START          PIC 9(8) VALUE ZERO.
01 WS-SEG-END            PIC 9(8) VALUE ZERO.
01 WS-SEG-RATE           PIC 9(6) VALUE ZERO.
01 WS-SEG-DAYS           PIC 9(5) VALUE ZERO.
01 WS-RETRO-ACCUM        PIC S9(9)V9(6) VALUE ZERO.
01 WS-RETRO-NET          PIC S9(7)V99 VALUE ZERO.
01 WS-RETRO-DAYS         PIC 9(5) VALUE ZERO.
01 WS-RETRO-THRU         PIC 9(8) VALUE ZERO.
01 WS-RETRO-PAY-COUNT    PIC 9(6) VALUE ZERO.
01 WS-RETRO-REC-COUNT    PIC 9(6) VALUE ZERO.
01 WS-RETRO-PAY-TOTAL    PIC 9(9)V99 VALUE ZERO.
01 WS-RETRO-REC-TOTAL    PIC 9(9)V99 VALUE ZERO.
01 WS-RETRO-EDIT         PIC Z(6)9.99.
01 WS-RETRO-TOTAL-EDIT   PIC Z(8)9.99.

01 WS-LEAVE-DATE         PIC X(8) VALUE SPACES.
01 WS-LEAVE-PAY          PIC X(1) VALUE SPACE.
01 WS-LEAVE-FOUND        PIC X VALUE "N".
01 WS-LEAVE-ON-TERM      PIC X VALUE "N".
01 WS-LEAVE-RETURN-VALID PIC X VALUE "N".
01 WS-LEAVE-DATE-FIELDS.
   05 WS-LV-YYYY         PIC 9(4).
   05 WS-LV-MM           PIC 9(2).
   05 WS-LV-DD           PIC 9(2).
01 WS-LEAVE-STARTED-COUNT  PIC 9(6) VALUE ZERO.
01 WS-LEAVE-EXTENDED-COUNT PIC 9(6) VALUE ZERO.
01 WS-LEAVE-RETURNED-COUNT PIC 9(6) VALUE ZERO.
01 WS-LEAVE-CLOSED-COUNT   PIC 9(6) VALUE ZERO.

01 WS-EFF-DATE-VALID     PIC X VALUE "N".
01 WS-EFF-DATE-FIELDS.
   05 WS-EFF-YYYY        PIC 9(4).
    PERFORM 1500-RELOAD-LEGACY-MASTER
    PERFORM 1680-LOAD-ACTUALS-TABLE
    PERFORM 1700-RELEASE-DUE-PENDING
    PERFORM 1800-RELEASE-APPROVED
    PERFORM 2900-READ-TRAN-FILE
    PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-TRAN-EOF = "Y"
    PERFORM 8000-FINALIZE
    OPEN INPUT DEPT-FILE
    OPEN INPUT BUDGET-FILE
    OPEN I-O PENDING-FILE
    OPEN I-O APPROVE-FILE
    OPEN I-O SALRATE-FILE
    OPEN EXTEND RETRO-FILE
    OPEN I-O LEAVE-FILE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM 1100-READ-APPROVE-PARM
    PERFORM 1460-LOAD-PENDING-SEQ-NO
    PERFORM 1450-MIGRATE-OLD-PENDING
    PERFORM 1470-RELOAD-WIDENED-PENDING
    PERFORM 1650-LOAD-GRADE-TABLE.

*> APPROVE.PARM: percentage threshold in hundredths of a percent
*> (0500 = 5%), then the dollar threshold. The aged-days field on
*> the same card is read only by APPROVAL-INQ. A missing file or a
*> bad card leaves the compiled-in defaults in force.
1100-READ-APPROVE-PARM.
    OPEN INPUT APPROVE-PARM-FILE
    PERFORM UNTIL WS-APPR-PARM-EOF = "Y"
        READ APPROVE-PARM-FILE
            AT END
                MOVE "Y" TO WS-APPR-PARM-EOF
            NOT AT END
                IF APRM-PCT-LIMIT NUMERIC AND
                   APRM-AMT-LIMIT NUMERIC
                    MOVE APRM-PCT-LIMIT TO WS-APPR-PCT-LIMIT
                    MOVE APRM-AMT-LIMIT TO WS-APPR-AMT-LIMIT
                ELSE
                    DISPLAY "WARNING - APPROVE.PARM CARD IGNORED, "
                        "BAD THRESHOLD"
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPROVE-PARM-FILE.

1500-RELOAD-LEGACY-MASTER.
    PERFORM 1490-CHECK-RELOAD-DONE
    IF WS-RELOAD-DONE = "N"
                    MOVE SPACES            TO EMP-GRADE
                    MOVE SPACES            TO EMP-STATUS
                    MOVE SPACES            TO EMP-TERM-DATE
                    MOVE SPACES            TO EMP-SUPV-ID
                    MOVE SPACE             TO EMP-LEAVE-STATUS
                    WRITE EMP-RECORD
                        INVALID KEY
                            CONTINUE
    WRITE PENDING-MARKER-RECORD
    CLOSE PENDING-MARKER-FILE.

*> One-time reload of PENDING.DAT at the widened 114-byte record
*> (PNDREC): the 83-byte indexed file is unloaded to PENDWIDE.OLD
*> before the new layout goes in, and this puts every card back
*> under the key it was held under, padded with spaces, so release
*> order and PENDSEQ.DAT numbering are undisturbed. Completion is
*> recorded on PENDWIDE.DONE, the same marker idiom as PENDMIG.DONE.
1470-RELOAD-WIDENED-PENDING.
    PERFORM 1480-CHECK-PENDWIDE-DONE
    IF WS-PENDWIDE-DONE = "N"
        OPEN INPUT UNLOAD-PENDING-FILE
        PERFORM UNTIL WS-UNLOAD-PEND-EOF = "Y"
            READ UNLOAD-PENDING-FILE
                AT END
                    MOVE "Y" TO WS-UNLOAD-PEND-EOF
                NOT AT END
                    MOVE UNLOAD-PEND-KEY       TO PEND-KEY
                    MOVE UNLOAD-PEND-TRAN-DATA TO PEND-TRAN-DATA
                    IF UNLOAD-PEND-SEQ-NO NUMERIC AND
                       UNLOAD-PEND-SEQ-NO > WS-PEND-SEQ-NO
                        MOVE UNLOAD-PEND-SEQ-NO TO WS-PEND-SEQ-NO
                    END-IF
                    WRITE PENDING-RECORD
                        INVALID KEY
                            PERFORM 1475-LOG-RELOAD-DROP
                        NOT INVALID KEY
                            ADD 1 TO WS-PENDWIDE-COUNT
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE UNLOAD-PENDING-FILE
        PERFORM 1485-MARK-PENDWIDE-DONE
        IF WS-PENDWIDE-COUNT > ZERO
            MOVE SPACES TO MAINT-LOG-RECORD
            STRING "PENDING TRANSACTIONS RELOADED FROM "
                "PENDWIDE.OLD: " WS-PENDWIDE-COUNT
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WRITE MAINT-LOG-RECORD
        END-IF
    END-IF.

*> Same rule as a PENDING.OLD drop: a card the reload can't write
*> is named on MAINT.LOG so it can be re-keyed through MAINT.IN.
1475-LOG-RELOAD-DROP.
    MOVE SPACES TO MAINT-LOG-RECORD
    STRING "NOT RELOADED - PENDING WRITE FAILED, "
        "RESUBMIT VIA MAINT.IN: " UNLOAD-PEND-TRAN-DATA (1:11)
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD.

1480-CHECK-PENDWIDE-DONE.
    OPEN INPUT WIDEN-MARKER-FILE
    READ WIDEN-MARKER-FILE
        AT END
            MOVE "N" TO WS-PENDWIDE-DONE
        NOT AT END
            MOVE "Y" TO WS-PENDWIDE-DONE
    END-READ
    CLOSE WIDEN-MARKER-FILE.

1485-MARK-PENDWIDE-DONE.
    OPEN OUTPUT WIDEN-MARKER-FILE
    MOVE "Y" TO WIDEN-MARKER-RECORD
    WRITE WIDEN-MARKER-RECORD
    CLOSE WIDEN-MARKER-FILE.

1650-LOAD-GRADE-TABLE.
    OPEN INPUT GRADE-FILE
    PERFORM UNTIL WS-GRADE-EOF = "Y"
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD.

*> Sign-off and reject cards act on the approval queue the day
*> they are read; an effective date on them means nothing.
*> Signed-off salary actions are applied ahead of MAINT.IN, the
*> run after the sign-off card, through the same apply path as a
*> fresh card (department, duplicate and budget checks all run
*> again against today's master) but without being measured for
*> approval a second time. Same queue discipline as PENDING.DAT:
*> a budget hold stays queued and retries next run, anything else
*> leaves the queue. Items still waiting for sign-off are skipped.
1800-RELEASE-APPROVED.
    MOVE LOW-VALUES TO APPR-EMP-ID
    START APPROVE-FILE KEY NOT < APPR-EMP-ID
        INVALID KEY
            MOVE "Y" TO WS-APPR-EOF
    END-START
    IF WS-APPR-EOF = "N"
        PERFORM 1850-READ-NEXT-APPROVAL
    END-IF
    MOVE "Y" TO WS-RELEASE-IN-PROG
    MOVE "Y" TO WS-APPROVAL-RELEASE
    PERFORM 1810-RELEASE-ONE-APPROVAL UNTIL WS-APPR-EOF = "Y"
    MOVE "N" TO WS-APPROVAL-RELEASE
    MOVE "N" TO WS-RELEASE-IN-PROG.

*> The queued card is a whole image keyed against the master as it
*> stood that day. If the salary on the master has moved since -
*> another card, SALARY-INCREASE or DEPT-TRANSFER got there first -
*> replaying it would quietly undo that change, so the item is
*> dropped and the action has to be keyed again against today's
*> record.
1810-RELEASE-ONE-APPROVAL.
    IF APPR-IS-APPROVED
        MOVE APPR-TRAN-DATA TO TRAN-RECORD
        PERFORM 1820-CHECK-MASTER-UNCHANGED
    END-IF
    IF APPR-IS-APPROVED AND WS-APPR-STALE = "Y"
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING TRAN-EMP-ID
            " APPROVAL REJECTED - MASTER CHANGED SINCE QUEUED, "
            "RE-KEY AGAINST TODAY'S RECORD"
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD
        DELETE APPROVE-FILE RECORD
            INVALID KEY
                DISPLAY "WARNING - STALE APPROVAL RECORD "
                    "NOT DELETED: " APPR-EMP-ID
        END-DELETE
    END-IF
    IF APPR-IS-APPROVED AND WS-APPR-STALE = "N"
        MOVE "N" TO WS-BUDGET-HELD-TRAN
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING TRAN-EMP-ID " RELEASED FROM APPROVAL - SIGNED OFF BY "
            APPR-APPROVER-ID " ON " APPR-APPROVED-DATE
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD
        PERFORM 2100-APPLY-TRANSACTION
        IF WS-BUDGET-HELD-TRAN = "Y"
            ADD 1 TO WS-REQUEUED-COUNT
            MOVE SPACES TO MAINT-LOG-RECORD
            STRING TRAN-EMP-ID
                " STAYS QUEUED - RETRIED NEXT RUN, "
                "NO RESUBMIT NEEDED"
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WRITE MAINT-LOG-RECORD
        ELSE
            ADD 1 TO WS-APPR-RELEASED-COUNT
            DELETE APPROVE-FILE RECORD
                INVALID KEY
                    DISPLAY "WARNING - RELEASED APPROVAL RECORD "
                        "NOT DELETED: " APPR-EMP-ID
            END-DELETE
        END-IF
    END-IF
    PERFORM 1850-READ-NEXT-APPROVAL.

*> A brand-new add was queued against no master record (old
*> salary zero), so the same compare catches an add that some
*> other card has since put on the file.
1820-CHECK-MASTER-UNCHANGED.
    MOVE "N" TO WS-APPR-STALE
    MOVE TRAN-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE ZERO TO WS-APPR-CUR-SALARY
        NOT INVALID KEY
            IF EMP-SALARY-ALT NUMERIC
                MOVE EMP-SALARY TO WS-APPR-CUR-SALARY
            ELSE
                MOVE ZERO TO WS-APPR-CUR-SALARY
            END-IF
    END-READ
    IF WS-APPR-CUR-SALARY NOT = APPR-OLD-SALARY
        MOVE "Y" TO WS-APPR-STALE
    END-IF.

1850-READ-NEXT-APPROVAL.
    READ APPROVE-FILE NEXT
        AT END
            MOVE "Y" TO WS-APPR-EOF
    END-READ.

2000-PROCESS-TRANSACTIONS.
    IF TRAN-IS-SIGN-OFF OR TRAN-IS-KILL
        PERFORM 2200-PROCESS-APPROVAL-CARD
    ELSE
        IF TRAN-EFF-DATE = SPACES
            PERFORM 2100-APPLY-TRANSACTION
        ELSE
            PERFORM 2085-EDIT-EFFECTIVE-DATE
            EVALUATE TRUE
                WHEN WS-EFF-DATE-VALID = "N"
                    MOVE "REJECTED - INVALID EFFECTIVE DATE"
                        TO WS-TRAN-REASON
                    PERFORM 2190-WRITE-TRAN-LOG
                WHEN TRAN-EFF-DATE > WS-RUN-DATE-X
                    PERFORM 2080-HOLD-TRANSACTION
                WHEN OTHER
                    PERFORM 2100-APPLY-TRANSACTION
            END-EVALUATE
        END-IF
    END-IF
    PERFORM 2900-READ-TRAN-FILE.

            PERFORM 2120-CHANGE-EMPLOYEE
        WHEN TRAN-IS-DELETE
            PERFORM 2130-DELETE-EMPLOYEE
        WHEN TRAN-IS-LEAVE-START
            PERFORM 2700-START-LEAVE
        WHEN TRAN-IS-LEAVE-EXTEND
            PERFORM 2720-EXTEND-LEAVE
        WHEN TRAN-IS-LEAVE-RETURN
            PERFORM 2740-END-LEAVE
        WHEN OTHER
            MOVE "UNKNOWN TRANSACTION CODE" TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
            TO WS-TRAN-REASON
        PERFORM 2190-WRITE-TRAN-LOG
    ELSE
        PERFORM 2155-VALIDATE-SUPERVISOR
        IF WS-SUPV-VALID = "N"
            MOVE SPACES TO WS-TRAN-REASON
            STRING "ADD REJECTED - " WS-SUPV-REASON
                DELIMITED BY SIZE INTO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        ELSE
            PERFORM 2115-WRITE-NEW-EMPLOYEE
        END-IF
    END-IF.

2115-WRITE-NEW-EMPLOYEE.
            IF WS-BUDGET-OK = "N"
                PERFORM 2166-LOG-BUDGET-HOLD
            ELSE
                MOVE ZERO TO WS-APPR-OLD-SALARY
                PERFORM 2140-CHECK-SALARY-APPROVAL
                IF WS-APPR-NEEDED = "N"
                    PERFORM 2116-WRITE-BRAND-NEW
                END-IF
            END-IF
        NOT INVALID KEY
            IF EMP-IS-TERMINATED
                IF WS-BUDGET-OK = "N"
                    PERFORM 2166-LOG-BUDGET-HOLD
                ELSE
                    IF EMP-SALARY-ALT NUMERIC
                        MOVE EMP-SALARY TO WS-APPR-OLD-SALARY
                    ELSE
                        MOVE ZERO TO WS-APPR-OLD-SALARY
                    END-IF
                    PERFORM 2140-CHECK-SALARY-APPROVAL
                    IF WS-APPR-NEEDED = "N"
                        PERFORM 2117-REHIRE-EMPLOYEE
                    END-IF
                END-IF
            ELSE
                MOVE "ADD REJECTED - DUPLICATE EMP-ID"
    MOVE TRAN-GRADE      TO EMP-GRADE
    MOVE "A"             TO EMP-STATUS
    MOVE SPACES          TO EMP-TERM-DATE
    MOVE SPACE           TO EMP-LEAVE-STATUS
    PERFORM 2158-SET-SUPERVISOR
    WRITE EMP-RECORD
        INVALID KEY
            MOVE "ADD REJECTED - DUPLICATE EMP-ID" TO WS-TRAN-REASON
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "A"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
            MOVE ZERO       TO WS-RATE-DEFAULT-PRIOR
            MOVE "N"        TO WS-RATE-RETRO-OK
            PERFORM 2600-POST-SALARY-RATE
    END-WRITE.

2117-REHIRE-EMPLOYEE.
    MOVE TRAN-GRADE      TO EMP-GRADE
    MOVE "A"             TO EMP-STATUS
    MOVE SPACES          TO EMP-TERM-DATE
    MOVE SPACE           TO EMP-LEAVE-STATUS
    PERFORM 2158-SET-SUPERVISOR
    REWRITE EMP-RECORD
        INVALID KEY
            MOVE "ADD REJECTED - REHIRE REWRITE FAILED"
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "R"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
            MOVE ZERO       TO WS-RATE-DEFAULT-PRIOR
            MOVE "N"        TO WS-RATE-RETRO-OK
            PERFORM 2600-POST-SALARY-RATE
    END-REWRITE.

2120-CHANGE-EMPLOYEE.
            TO WS-TRAN-REASON
        PERFORM 2190-WRITE-TRAN-LOG
    ELSE
        PERFORM 2155-VALIDATE-SUPERVISOR
        IF WS-SUPV-VALID = "N"
            MOVE SPACES TO WS-TRAN-REASON
            STRING "CHANGE REJECTED - " WS-SUPV-REASON
                DELIMITED BY SIZE INTO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        ELSE
            PERFORM 2125-REWRITE-EMPLOYEE
        END-IF
    END-IF.

2125-REWRITE-EMPLOYEE.
                MOVE ZERO TO WS-CHG-OLD-SALARY
            END-IF
            MOVE DEPT-CODE       TO WS-CHG-OLD-DEPT
            MOVE WS-CHG-OLD-SALARY TO WS-APPR-OLD-SALARY
            PERFORM 2140-CHECK-SALARY-APPROVAL
            IF WS-APPR-NEEDED = "N"
                PERFORM 2126-APPLY-CHANGE
            END-IF
    END-READ.

2126-APPLY-CHANGE.
    MOVE TRAN-EMP-NAME   TO EMP-NAME
    MOVE TRAN-EMP-SALARY TO EMP-SALARY
    MOVE TRAN-DEPT-CODE  TO DEPT-CODE
    MOVE TRAN-HIRE-DATE  TO EMP-HIRE-DATE
    MOVE TRAN-GRADE      TO EMP-GRADE
    IF TRAN-SUPV-ID NOT = SPACES
        PERFORM 2158-SET-SUPERVISOR
    END-IF
    REWRITE EMP-RECORD
        INVALID KEY
            MOVE "CHANGE REJECTED - REWRITE FAILED"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            MOVE "CHANGE APPLIED" TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
            PERFORM 2160-CHECK-GRADE-RANGE
            PERFORM 2175-POST-ACTUALS-CHANGE
            COMPUTE WS-CTL-SALARY-DELTA =
                WS-CTL-SALARY-DELTA
                + TRAN-EMP-SALARY - WS-CHG-OLD-SALARY
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "C"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
            IF TRAN-EMP-SALARY NOT = WS-CHG-OLD-SALARY OR
               (TRAN-EFF-DATE NOT = SPACES AND
                TRAN-EFF-DATE < WS-RUN-DATE-X)
                MOVE WS-CHG-OLD-SALARY TO WS-RATE-DEFAULT-PRIOR
                MOVE "Y"    TO WS-RATE-RETRO-OK
                PERFORM 2600-POST-SALARY-RATE
            END-IF
    END-REWRITE.

2130-DELETE-EMPLOYEE.
    MOVE TRAN-EMP-ID TO EMP-ID
    READ EMP-FILE
*> physical removal does.
2135-TERMINATE-EMPLOYEE.
    MOVE EMP-RECORD TO WS-HIST-BEFORE
    MOVE "N" TO WS-LEAVE-ON-TERM
    IF EMP-IS-ON-LEAVE
        MOVE "Y" TO WS-LEAVE-ON-TERM
        MOVE SPACE TO EMP-LEAVE-STATUS
    END-IF
    MOVE "T" TO EMP-STATUS
    IF TRAN-EFF-DATE NOT = SPACES
        MOVE TRAN-EFF-DATE TO EMP-TERM-DATE
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "D"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
            IF WS-LEAVE-ON-TERM = "Y"
                PERFORM 2760-CLOSE-LEAVE-ON-TERM
            END-IF
    END-REWRITE.

*> Performed once an add, rehire or change is otherwise clear to
*> apply, with the salary it replaces in WS-APPR-OLD-SALARY (zero
*> for a brand-new hire). A move past either threshold is parked
*> for sign-off instead of applied, and WS-APPR-NEEDED tells the
*> caller to stop. An action already signed off and released from
*> the queue is not measured again.
2140-CHECK-SALARY-APPROVAL.
    MOVE "N" TO WS-APPR-NEEDED
    IF WS-APPROVAL-RELEASE = "N" AND
       TRAN-EMP-SALARY NOT = WS-APPR-OLD-SALARY
        IF TRAN-EMP-SALARY > WS-APPR-OLD-SALARY
            COMPUTE WS-APPR-MOVE =
                TRAN-EMP-SALARY - WS-APPR-OLD-SALARY
        ELSE
            COMPUTE WS-APPR-MOVE =
                WS-APPR-OLD-SALARY - TRAN-EMP-SALARY
        END-IF
        IF WS-APPR-MOVE > WS-APPR-AMT-LIMIT OR
           WS-APPR-MOVE * 10000 >
               WS-APPR-OLD-SALARY * WS-APPR-PCT-LIMIT
            MOVE "Y" TO WS-APPR-NEEDED
            PERFORM 2145-QUEUE-FOR-APPROVAL
        END-IF
    END-IF.

*> One salary action waits per employee: a second one over the
*> threshold rejects until the first is signed off or killed, so
*> an approver never signs off one figure and releases another.
2145-QUEUE-FOR-APPROVAL.
    IF TRAN-KEYER-ID = SPACES
        MOVE "REJECTED - NO KEYER ID FOR SIGN-OFF"
            TO WS-TRAN-REASON
        PERFORM 2190-WRITE-TRAN-LOG
    ELSE
        MOVE TRAN-EMP-ID        TO APPR-EMP-ID
        MOVE "W"                TO APPR-STATUS
        MOVE TRAN-KEYER-ID      TO APPR-KEYER-ID
        MOVE WS-RUN-DATE-X      TO APPR-QUEUED-DATE
        MOVE SPACES             TO APPR-APPROVER-ID
        MOVE SPACES             TO APPR-APPROVED-DATE
        MOVE WS-APPR-OLD-SALARY TO APPR-OLD-SALARY
        MOVE TRAN-RECORD        TO APPR-TRAN-DATA
        WRITE APPROVAL-RECORD
            INVALID KEY
                MOVE "REJECTED - ALREADY AWAITING APPROVAL"
                    TO WS-TRAN-REASON
                PERFORM 2190-WRITE-TRAN-LOG
            NOT INVALID KEY
                ADD 1 TO WS-APPR-QUEUED-COUNT
                MOVE SPACES TO MAINT-LOG-RECORD
                STRING TRAN-EMP-ID " HELD FOR APPROVAL - SALARY "
                    WS-APPR-OLD-SALARY " TO " TRAN-EMP-SALARY
                    " KEYED BY " TRAN-KEYER-ID
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
                WRITE MAINT-LOG-RECORD
        END-WRITE
    END-IF.

2150-VALIDATE-DEPARTMENT.
    MOVE "N" TO WS-DEPT-VALID
    MOVE TRAN-DEPT-CODE TO DEPT-MST-CODE
            END-IF
    END-READ.

*> Performed ahead of the read of the employee's own record, since
*> it reads EMP-FILE itself. A blank or *NONE supervisor needs no
*> check. Otherwise the supervisor must be on file and active, and
*> the chain above them is walked to its top: meeting the card's
*> own EMP-ID on the way means the card would close a loop. A
*> chain longer than any real organisation is treated as a loop
*> already on file, and a chain that breaks at a purged record
*> simply ends there.
2155-VALIDATE-SUPERVISOR.
    MOVE "Y" TO WS-SUPV-VALID
    MOVE SPACES TO WS-SUPV-REASON
    IF TRAN-SUPV-ID NOT = SPACES AND
       TRAN-SUPV-ID NOT = WS-SUPV-CLEAR
        IF TRAN-SUPV-ID = TRAN-EMP-ID
            MOVE "N" TO WS-SUPV-VALID
            MOVE "SUPERVISOR IS SELF" TO WS-SUPV-REASON
        ELSE
            MOVE TRAN-SUPV-ID TO EMP-ID
            READ EMP-FILE
                INVALID KEY
                    MOVE "N" TO WS-SUPV-VALID
                    MOVE "SUPERVISOR NOT ON FILE" TO WS-SUPV-REASON
                NOT INVALID KEY
                    IF EMP-IS-ACTIVE
                        MOVE ZERO TO WS-SUPV-DEPTH
                        MOVE "N" TO WS-SUPV-WALK-DONE
                        PERFORM 2157-WALK-SUPERVISOR-CHAIN
                            UNTIL WS-SUPV-WALK-DONE = "Y"
                    ELSE
                        MOVE "N" TO WS-SUPV-VALID
                        MOVE "SUPERVISOR NOT ACTIVE" TO WS-SUPV-REASON
                    END-IF
            END-READ
        END-IF
    END-IF.

2157-WALK-SUPERVISOR-CHAIN.
    ADD 1 TO WS-SUPV-DEPTH
    EVALUATE TRUE
        WHEN EMP-SUPV-ID = SPACES
            MOVE "Y" TO WS-SUPV-WALK-DONE
        WHEN EMP-SUPV-ID = TRAN-EMP-ID
        WHEN WS-SUPV-DEPTH NOT < WS-MAX-SUPV-DEPTH
            MOVE "N" TO WS-SUPV-VALID
            MOVE "SUPERVISOR LOOP" TO WS-SUPV-REASON
            MOVE "Y" TO WS-SUPV-WALK-DONE
        WHEN OTHER
            MOVE EMP-SUPV-ID TO EMP-ID
            READ EMP-FILE
                INVALID KEY
                    MOVE "Y" TO WS-SUPV-WALK-DONE
            END-READ
    END-EVALUATE.

*> *NONE on the card takes the supervisor off the record.
2158-SET-SUPERVISOR.
    IF TRAN-SUPV-ID = WS-SUPV-CLEAR
        MOVE SPACES TO EMP-SUPV-ID
    ELSE
        MOVE TRAN-SUPV-ID TO EMP-SUPV-ID
    END-IF.

*> Performed only from the applied outcomes, after the write or
*> rewrite has succeeded: the band check is a control flag for the
*> morning log review, not a reject, and a rejected transaction
2190-WRITE-TRAN-LOG.
    IF WS-TRAN-REASON (1:7) = "ADD APP" OR
       WS-TRAN-REASON (1:10) = "CHANGE APP" OR
       WS-TRAN-REASON (1:10) = "DELETE APP" OR
       WS-TRAN-REASON (1:9) = "LEAVE APP"
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD.

2200-PROCESS-APPROVAL-CARD.
    MOVE TRAN-EMP-ID TO APPR-EMP-ID
    READ APPROVE-FILE
        INVALID KEY
            MOVE "REJECTED - NOTHING AWAITING APPROVAL"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            IF TRAN-IS-SIGN-OFF
                PERFORM 2210-SIGN-OFF-APPROVAL
            ELSE
                PERFORM 2220-KILL-APPROVAL
            END-IF
    END-READ.

*> The sign-off card carries the salary the approver saw on the
*> APPROVAL-INQ listing; it must match the queued card's salary
*> (columns 42-47 of the held MAINT.IN image) exactly.
2210-SIGN-OFF-APPROVAL.
    MOVE SPACES TO WS-TRAN-REASON
    EVALUATE TRUE
        WHEN TRAN-KEYER-ID = SPACES
            MOVE "SIGN-OFF REJECTED - NO APPROVER ID"
                TO WS-TRAN-REASON
        WHEN TRAN-KEYER-ID = APPR-KEYER-ID
            MOVE "SIGN-OFF REFUSED - KEYER CANNOT APPROVE"
                TO WS-TRAN-REASON
        WHEN APPR-IS-APPROVED
            MOVE "SIGN-OFF REJECTED - ALREADY APPROVED"
                TO WS-TRAN-REASON
        WHEN TRAN-RECORD (42:6) NOT = APPR-TRAN-DATA (42:6)
            MOVE "SIGN-OFF REJECTED - SALARY NOT AS QUEUED"
                TO WS-TRAN-REASON
    END-EVALUATE
    IF WS-TRAN-REASON NOT = SPACES
        PERFORM 2190-WRITE-TRAN-LOG
    ELSE
        MOVE "V"           TO APPR-STATUS
        MOVE TRAN-KEYER-ID TO APPR-APPROVER-ID
        MOVE WS-RUN-DATE-X TO APPR-APPROVED-DATE
        REWRITE APPROVAL-RECORD
            INVALID KEY
                MOVE "SIGN-OFF REJECTED - QUEUE REWRITE FAILED"
                    TO WS-TRAN-REASON
                PERFORM 2190-WRITE-TRAN-LOG
            NOT INVALID KEY
                ADD 1 TO WS-APPR-SIGNED-COUNT
                MOVE SPACES TO MAINT-LOG-RECORD
                STRING TRAN-EMP-ID " SIGNED OFF BY " TRAN-KEYER-ID
                    " - KEYED BY " APPR-KEYER-ID
                    ", APPLIES NEXT RUN"
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
                WRITE MAINT-LOG-RECORD
        END-REWRITE
    END-IF.

*> Killing a queued action applies nothing, so the keyer may
*> withdraw their own mis-key; only the ID has to be present.
2220-KILL-APPROVAL.
    IF TRAN-KEYER-ID = SPACES
        MOVE "REJECT CARD REFUSED - NO APPROVER ID"
            TO WS-TRAN-REASON
        PERFORM 2190-WRITE-TRAN-LOG
    ELSE
        DELETE APPROVE-FILE RECORD
            INVALID KEY
                MOVE "REJECT CARD FAILED - QUEUE DELETE FAILED"
                    TO WS-TRAN-REASON
                PERFORM 2190-WRITE-TRAN-LOG
            NOT INVALID KEY
                ADD 1 TO WS-APPR-KILLED-COUNT
                MOVE SPACES TO MAINT-LOG-RECORD
                STRING TRAN-EMP-ID " SALARY ACTION KILLED BY "
                    TRAN-KEYER-ID " - KEYED BY " APPR-KEYER-ID
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
                WRITE MAINT-LOG-RECORD
        END-DELETE
    END-IF.

2500-WRITE-HISTORY.
    MOVE SPACES          TO HIST-RECORD
    MOVE TRAN-EMP-ID     TO HIST-EMP-ID
    MOVE WS-HIST-AFTER   TO HIST-AFTER-IMAGE
    WRITE HIST-RECORD.

*> Performed after an add, rehire or change has been written to
*> the master (a change only when it moves the salary or is dated
*> back - a same-day name or grade correction posts nothing). The
*> salary is posted to the timeline at the card's
*> effective date (the run date when it has none, the hire date
*> when the card reaches back before it). For a change dated
*> before the run date the retro owed is worked out first, against
*> the timeline as it stood; only a change qualifies - a backdated
*> hire or rehire is a starter, not a pay correction. The new
*> entry replaces any dated after it, which it overrides, and the
*> rate it replaced is kept as its prior salary.
2600-POST-SALARY-RATE.
    IF TRAN-EFF-DATE = SPACES OR TRAN-EFF-DATE > WS-RUN-DATE-X
        MOVE WS-RUN-DATE-X TO WS-RATE-EFF-DATE
    ELSE
        MOVE TRAN-EFF-DATE TO WS-RATE-EFF-DATE
    END-IF
    IF EMP-HIRE-DATE NUMERIC AND
       EMP-HIRE-DATE > WS-RATE-EFF-DATE AND
       EMP-HIRE-DATE NOT > WS-RUN-DATE-X
        MOVE EMP-HIRE-DATE TO WS-RATE-EFF-DATE
    END-IF
    PERFORM 2610-LOAD-RATE-TIMELINE
    PERFORM 2620-FIND-RATE-AT-EFF
    IF WS-RATE-RETRO-OK = "Y" AND
       WS-RATE-EFF-DATE < WS-RUN-DATE-X
        PERFORM 2630-COMPUTE-RETRO-PAY
    END-IF
    PERFORM 2650-REPLACE-LATER-RATES.

2610-LOAD-RATE-TIMELINE.
    MOVE ZERO TO WS-RT-COUNT
    MOVE "N" TO WS-RT-EOF
    MOVE TRAN-EMP-ID TO SRATE-EMP-ID
    MOVE LOW-VALUES  TO SRATE-EFF-DATE
    START SALRATE-FILE KEY NOT < SRATE-KEY
        INVALID KEY
            MOVE "Y" TO WS-RT-EOF
    END-START
    PERFORM UNTIL WS-RT-EOF = "Y"
        READ SALRATE-FILE NEXT
            AT END
                MOVE "Y" TO WS-RT-EOF
            NOT AT END
                IF SRATE-EMP-ID NOT = TRAN-EMP-ID
                    MOVE "Y" TO WS-RT-EOF
                ELSE
                    IF WS-RT-COUNT < WS-MAX-RT
                        ADD 1 TO WS-RT-COUNT
                        SET WS-RT-IDX TO WS-RT-COUNT
                        MOVE SRATE-EFF-DATE
                            TO WS-RT-EFF-DATE (WS-RT-IDX)
                        MOVE SRATE-SALARY TO WS-RT-SALARY (WS-RT-IDX)
                        MOVE SRATE-PRIOR-SALARY
                            TO WS-RT-PRIOR (WS-RT-IDX)
                    ELSE
                        DISPLAY "WARNING - SALARY TIMELINE TABLE "
                            "FULL FOR " TRAN-EMP-ID
                        MOVE "Y" TO WS-RT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> The rate in force on the effective date is the latest entry
*> dated on or before it; before the earliest entry it is that
*> entry's prior salary, and with no timeline at all it is the
*> salary the master held before this transaction.
2620-FIND-RATE-AT-EFF.
    MOVE WS-RATE-DEFAULT-PRIOR TO WS-RATE-AT-EFF
    IF WS-RT-COUNT > ZERO
        MOVE WS-RT-PRIOR (1) TO WS-RATE-AT-EFF
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT
            IF WS-RT-EFF-DATE (WS-RT-IDX) NOT > WS-RATE-EFF-DATE
                MOVE WS-RT-SALARY (WS-RT-IDX) TO WS-RATE-AT-EFF
            END-IF
        END-PERFORM
    END-IF.

*> Walks the days from the effective date to the day before the
*> run date in segments, one per timeline rate, and sums the new
*> salary less the segment's rate for each day at annual salary
*> over 365. The net is rounded to cents once, at the end.
2630-COMPUTE-RETRO-PAY.
    MOVE ZERO TO WS-RETRO-ACCUM
    MOVE WS-RATE-EFF-DATE TO WS-SEG-START
    MOVE WS-RATE-AT-EFF TO WS-SEG-RATE
    IF WS-RT-COUNT > ZERO
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT
            IF WS-RT-EFF-DATE (WS-RT-IDX) > WS-RATE-EFF-DATE AND
               WS-RT-EFF-DATE (WS-RT-IDX) < WS-RUN-DATE-X
                MOVE WS-RT-EFF-DATE (WS-RT-IDX) TO WS-SEG-END
                PERFORM 2635-ADD-RETRO-SEGMENT
                MOVE WS-SEG-END TO WS-SEG-START
                MOVE WS-RT-SALARY (WS-RT-IDX) TO WS-SEG-RATE
            END-IF
        END-PERFORM
    END-IF
    MOVE WS-RUN-DATE TO WS-SEG-END
    PERFORM 2635-ADD-RETRO-SEGMENT
    COMPUTE WS-RETRO-NET ROUNDED = WS-RETRO-ACCUM
    IF WS-RETRO-NET NOT = ZERO
        PERFORM 2640-WRITE-RETRO-RECORD
    END-IF.

2635-ADD-RETRO-SEGMENT.
    COMPUTE WS-SEG-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-SEG-END)
        - FUNCTION INTEGER-OF-DATE (WS-SEG-START)
    COMPUTE WS-RETRO-ACCUM = WS-RETRO-ACCUM
        + ((TRAN-EMP-SALARY - WS-SEG-RATE) * WS-SEG-DAYS / 365).

2640-WRITE-RETRO-RECORD.
    MOVE WS-RATE-EFF-DATE TO WS-SEG-START
    COMPUTE WS-RETRO-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE (WS-SEG-START)
    COMPUTE WS-RETRO-THRU = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
    MOVE TRAN-EMP-ID      TO RETRO-EMP-ID
    MOVE TRAN-EMP-NAME    TO RETRO-EMP-NAME
    MOVE WS-RATE-EFF-DATE TO RETRO-FROM-DATE
    MOVE WS-RETRO-THRU    TO RETRO-THRU-DATE
    MOVE WS-RETRO-DAYS    TO RETRO-DAYS
    MOVE WS-RATE-AT-EFF   TO RETRO-OLD-SALARY
    MOVE TRAN-EMP-SALARY  TO RETRO-NEW-SALARY
    MOVE WS-RUN-DATE-X    TO RETRO-RUN-DATE
    MOVE TRAN-KEYER-ID    TO RETRO-KEYER-ID
    MOVE SPACES TO MAINT-LOG-RECORD
    IF WS-RETRO-NET > ZERO
        MOVE "P" TO RETRO-TYPE
        MOVE WS-RETRO-NET TO RETRO-AMOUNT
        ADD 1 TO WS-RETRO-PAY-COUNT
        ADD RETRO-AMOUNT TO WS-RETRO-PAY-TOTAL
        MOVE RETRO-AMOUNT TO WS-RETRO-EDIT
        STRING TRAN-EMP-ID " RETRO PAY " WS-RETRO-EDIT
            " FOR " WS-RETRO-DAYS " DAYS FROM " WS-RATE-EFF-DATE
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    ELSE
        MOVE "O" TO RETRO-TYPE
        COMPUTE RETRO-AMOUNT = 0 - WS-RETRO-NET
        ADD 1 TO WS-RETRO-REC-COUNT
        ADD RETRO-AMOUNT TO WS-RETRO-REC-TOTAL
        MOVE RETRO-AMOUNT TO WS-RETRO-EDIT
        STRING TRAN-EMP-ID " RETRO OVERPAYMENT TO RECOVER "
            WS-RETRO-EDIT " FOR " WS-RETRO-DAYS " DAYS FROM "
            WS-RATE-EFF-DATE
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    END-IF
    WRITE RETRO-RECORD
    WRITE MAINT-LOG-RECORD.

*> Entries dated after the new one are overridden by it and go;
*> an entry on the same date is rewritten - the latest card for a
*> date is the one that stands.
2650-REPLACE-LATER-RATES.
    IF WS-RT-COUNT > ZERO
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT
            IF WS-RT-EFF-DATE (WS-RT-IDX) > WS-RATE-EFF-DATE
                MOVE TRAN-EMP-ID TO SRATE-EMP-ID
                MOVE WS-RT-EFF-DATE (WS-RT-IDX) TO SRATE-EFF-DATE
                DELETE SALRATE-FILE RECORD
                    INVALID KEY
                        DISPLAY "WARNING - SALARY TIMELINE ENTRY "
                            "NOT DELETED: " SRATE-KEY
                END-DELETE
            END-IF
        END-PERFORM
    END-IF
    MOVE TRAN-EMP-ID      TO SRATE-EMP-ID
    MOVE WS-RATE-EFF-DATE TO SRATE-EFF-DATE
    MOVE TRAN-EMP-SALARY  TO SRATE-SALARY
    MOVE WS-RATE-AT-EFF   TO SRATE-PRIOR-SALARY
    MOVE "MAINT"          TO SRATE-SOURCE
    MOVE WS-RUN-DATE-X    TO SRATE-RUN-DATE
    WRITE SALRATE-RECORD
        INVALID KEY
            REWRITE SALRATE-RECORD
                INVALID KEY
                    DISPLAY "WARNING - SALARY TIMELINE NOT UPDATED: "
                        SRATE-KEY
            END-REWRITE
    END-WRITE.

*> L card: the employee must be on file, active and not already
*> away. The effective date is the first day of leave (the run
*> date when blank) and the expected return must fall after it.
*> A blank paid/unpaid flag is taken from the type - personal leave
*> is unpaid, the others paid - and personal leave can't be paid.
*> A leave record left from an earlier, ended leave is replaced.
2700-START-LEAVE.
    MOVE TRAN-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE "LEAVE REJECTED - EMP-ID NOT FOUND"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            PERFORM 2705-EDIT-LEAVE-START
            IF WS-TRAN-REASON = SPACES
                PERFORM 2710-APPLY-LEAVE-START
            ELSE
                PERFORM 2190-WRITE-TRAN-LOG
            END-IF
    END-READ.

2705-EDIT-LEAVE-START.
    MOVE SPACES TO WS-TRAN-REASON
    IF TRAN-EFF-DATE = SPACES
        MOVE WS-RUN-DATE-X TO WS-LEAVE-DATE
    ELSE
        MOVE TRAN-EFF-DATE TO WS-LEAVE-DATE
    END-IF
    MOVE TRAN-LEAVE-PAY TO WS-LEAVE-PAY
    IF WS-LEAVE-PAY = SPACE
        IF TRAN-LEAVE-TYPE = "U"
            MOVE "U" TO WS-LEAVE-PAY
        ELSE
            MOVE "P" TO WS-LEAVE-PAY
        END-IF
    END-IF
    PERFORM 2785-EDIT-LEAVE-RETURN
    EVALUATE TRUE
        WHEN EMP-IS-TERMINATED
            MOVE "LEAVE REJECTED - EMPLOYEE TERMINATED"
                TO WS-TRAN-REASON
        WHEN EMP-IS-ON-LEAVE
            MOVE "LEAVE REJECTED - ALREADY ON LEAVE"
                TO WS-TRAN-REASON
        WHEN NOT TRAN-LEAVE-TYPE-VALID
            MOVE "LEAVE REJECTED - INVALID LEAVE TYPE"
                TO WS-TRAN-REASON
        WHEN NOT TRAN-LEAVE-PAY-VALID
            MOVE "LEAVE REJECTED - BAD PAID/UNPAID FLAG"
                TO WS-TRAN-REASON
        WHEN TRAN-LEAVE-TYPE = "U" AND WS-LEAVE-PAY = "P"
            MOVE "LEAVE REJECTED - PERSONAL LEAVE UNPAID"
                TO WS-TRAN-REASON
        WHEN WS-LEAVE-RETURN-VALID = "N"
            MOVE "LEAVE REJECTED - INVALID RETURN DATE"
                TO WS-TRAN-REASON
        WHEN TRAN-LEAVE-RETURN NOT > WS-LEAVE-DATE
            MOVE "LEAVE REJECTED - RETURN NOT AFTER START"
                TO WS-TRAN-REASON
    END-EVALUATE.

2710-APPLY-LEAVE-START.
    MOVE EMP-RECORD   TO WS-HIST-BEFORE
    MOVE WS-LEAVE-PAY TO EMP-LEAVE-STATUS
    REWRITE EMP-RECORD
        INVALID KEY
            MOVE "LEAVE REJECTED - REWRITE FAILED"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            MOVE TRAN-EMP-ID       TO LEAVE-EMP-ID
            MOVE TRAN-LEAVE-TYPE   TO LEAVE-TYPE
            MOVE WS-LEAVE-PAY      TO LEAVE-PAY
            MOVE WS-LEAVE-DATE     TO LEAVE-START-DATE
            MOVE TRAN-LEAVE-RETURN TO LEAVE-EXP-RETURN
            MOVE TRAN-LEAVE-RETURN TO LEAVE-ORIG-RETURN
            MOVE ZERO              TO LEAVE-EXTENSIONS
            MOVE SPACES            TO LEAVE-RETURN-DATE
            MOVE SPACE             TO LEAVE-END-REASON
            MOVE TRAN-KEYER-ID     TO LEAVE-KEYER-ID
            MOVE WS-RUN-DATE-X     TO LEAVE-LAST-CHG-DATE
            WRITE LEAVE-RECORD
                INVALID KEY
                    PERFORM 2790-REWRITE-LEAVE-RECORD
            END-WRITE
            MOVE SPACES TO WS-TRAN-REASON
            STRING "LEAVE APPLIED - STARTED, DUE "
                TRAN-LEAVE-RETURN
                DELIMITED BY SIZE INTO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
            MOVE SPACES TO MAINT-LOG-RECORD
            STRING TRAN-EMP-ID " LEAVE TYPE " TRAN-LEAVE-TYPE
                " PAY " WS-LEAVE-PAY " FROM " WS-LEAVE-DATE
                DELIMITED BY SIZE INTO MAINT-LOG-RECORD
            WRITE MAINT-LOG-RECORD
            ADD 1 TO WS-LEAVE-STARTED-COUNT
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "L"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
    END-REWRITE.

*> E card: moves the expected return date, switches the leave
*> between paid and unpaid (sick pay running out, say), or both;
*> a blank field is left as it is. The new return date must still
*> fall after the first day of leave.
2720-EXTEND-LEAVE.
    MOVE TRAN-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE "LEAVE REJECTED - EMP-ID NOT FOUND"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            PERFORM 2780-READ-LEAVE-RECORD
            PERFORM 2725-EDIT-LEAVE-EXTEND
            IF WS-TRAN-REASON = SPACES
                PERFORM 2730-APPLY-LEAVE-EXTEND
            ELSE
                PERFORM 2190-WRITE-TRAN-LOG
            END-IF
    END-READ.

2725-EDIT-LEAVE-EXTEND.
    MOVE SPACES TO WS-TRAN-REASON
    MOVE "Y" TO WS-LEAVE-RETURN-VALID
    IF TRAN-LEAVE-RETURN NOT = SPACES
        PERFORM 2785-EDIT-LEAVE-RETURN
    END-IF
    EVALUATE TRUE
        WHEN NOT EMP-IS-ON-LEAVE
        WHEN WS-LEAVE-FOUND = "N"
            MOVE "LEAVE REJECTED - NOT ON LEAVE"
                TO WS-TRAN-REASON
        WHEN TRAN-LEAVE-RETURN = SPACES AND TRAN-LEAVE-PAY = SPACE
            MOVE "LEAVE REJECTED - NOTHING TO EXTEND"
                TO WS-TRAN-REASON
        WHEN NOT TRAN-LEAVE-PAY-VALID
            MOVE "LEAVE REJECTED - BAD PAID/UNPAID FLAG"
                TO WS-TRAN-REASON
        WHEN LEAVE-IS-PERSONAL AND TRAN-LEAVE-PAY = "P"
            MOVE "LEAVE REJECTED - PERSONAL LEAVE UNPAID"
                TO WS-TRAN-REASON
        WHEN WS-LEAVE-RETURN-VALID = "N"
            MOVE "LEAVE REJECTED - INVALID RETURN DATE"
                TO WS-TRAN-REASON
        WHEN TRAN-LEAVE-RETURN NOT = SPACES AND
             TRAN-LEAVE-RETURN NOT > LEAVE-START-DATE
            MOVE "LEAVE REJECTED - RETURN NOT AFTER START"
                TO WS-TRAN-REASON
    END-EVALUATE.

2730-APPLY-LEAVE-EXTEND.
    MOVE EMP-RECORD TO WS-HIST-BEFORE
    IF TRAN-LEAVE-PAY NOT = SPACE
        MOVE TRAN-LEAVE-PAY TO EMP-LEAVE-STATUS
    END-IF
    REWRITE EMP-RECORD
        INVALID KEY
            MOVE "LEAVE REJECTED - REWRITE FAILED"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            IF TRAN-LEAVE-PAY NOT = SPACE
                MOVE TRAN-LEAVE-PAY TO LEAVE-PAY
            END-IF
            IF TRAN-LEAVE-RETURN NOT = SPACES AND
               TRAN-LEAVE-RETURN NOT = LEAVE-EXP-RETURN
                MOVE TRAN-LEAVE-RETURN TO LEAVE-EXP-RETURN
                IF LEAVE-EXTENSIONS < 99
                    ADD 1 TO LEAVE-EXTENSIONS
                END-IF
            END-IF
            MOVE TRAN-KEYER-ID TO LEAVE-KEYER-ID
            MOVE WS-RUN-DATE-X TO LEAVE-LAST-CHG-DATE
            PERFORM 2790-REWRITE-LEAVE-RECORD
            MOVE SPACES TO WS-TRAN-REASON
            STRING "LEAVE APPLIED - EXTENDED, DUE "
                LEAVE-EXP-RETURN
                DELIMITED BY SIZE INTO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
            IF TRAN-LEAVE-PAY NOT = SPACE
                MOVE SPACES TO MAINT-LOG-RECORD
                STRING TRAN-EMP-ID " LEAVE PAY NOW " LEAVE-PAY
                    DELIMITED BY SIZE INTO MAINT-LOG-RECORD
                WRITE MAINT-LOG-RECORD
            END-IF
            ADD 1 TO WS-LEAVE-EXTENDED-COUNT
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "L"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
    END-REWRITE.

*> R card: the effective date is the first day back (the run date
*> when blank), and can't be before the leave began.
2740-END-LEAVE.
    IF TRAN-EFF-DATE = SPACES
        MOVE WS-RUN-DATE-X TO WS-LEAVE-DATE
    ELSE
        MOVE TRAN-EFF-DATE TO WS-LEAVE-DATE
    END-IF
    MOVE TRAN-EMP-ID TO EMP-ID
    READ EMP-FILE
        INVALID KEY
            MOVE "LEAVE REJECTED - EMP-ID NOT FOUND"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            PERFORM 2780-READ-LEAVE-RECORD
            MOVE SPACES TO WS-TRAN-REASON
            EVALUATE TRUE
                WHEN NOT EMP-IS-ON-LEAVE
                WHEN WS-LEAVE-FOUND = "N"
                    MOVE "LEAVE REJECTED - NOT ON LEAVE"
                        TO WS-TRAN-REASON
                WHEN WS-LEAVE-DATE < LEAVE-START-DATE
                    MOVE "LEAVE REJECTED - RETURN BEFORE START"
                        TO WS-TRAN-REASON
            END-EVALUATE
            IF WS-TRAN-REASON = SPACES
                PERFORM 2745-APPLY-LEAVE-RETURN
            ELSE
                PERFORM 2190-WRITE-TRAN-LOG
            END-IF
    END-READ.

2745-APPLY-LEAVE-RETURN.
    MOVE EMP-RECORD TO WS-HIST-BEFORE
    MOVE SPACE      TO EMP-LEAVE-STATUS
    REWRITE EMP-RECORD
        INVALID KEY
            MOVE "LEAVE REJECTED - REWRITE FAILED"
                TO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
        NOT INVALID KEY
            MOVE WS-LEAVE-DATE TO LEAVE-RETURN-DATE
            MOVE "R"           TO LEAVE-END-REASON
            MOVE TRAN-KEYER-ID TO LEAVE-KEYER-ID
            MOVE WS-RUN-DATE-X TO LEAVE-LAST-CHG-DATE
            PERFORM 2790-REWRITE-LEAVE-RECORD
            MOVE SPACES TO WS-TRAN-REASON
            STRING "LEAVE APPLIED - RETURNED " WS-LEAVE-DATE
                DELIMITED BY SIZE INTO WS-TRAN-REASON
            PERFORM 2190-WRITE-TRAN-LOG
            ADD 1 TO WS-LEAVE-RETURNED-COUNT
            MOVE EMP-RECORD TO WS-HIST-AFTER
            MOVE "L"        TO WS-HIST-ACTION
            PERFORM 2500-WRITE-HISTORY
    END-REWRITE.

*> Performed after a termination of someone on leave: the leave
*> ends on the termination date, so it never shows as overdue.
*> The termination's own history pair already shows the leave
*> status cleared.
2760-CLOSE-LEAVE-ON-TERM.
    PERFORM 2780-READ-LEAVE-RECORD
    IF WS-LEAVE-FOUND = "Y"
        MOVE EMP-TERM-DATE TO LEAVE-RETURN-DATE
        MOVE "T"           TO LEAVE-END-REASON
        MOVE TRAN-KEYER-ID TO LEAVE-KEYER-ID
        MOVE WS-RUN-DATE-X TO LEAVE-LAST-CHG-DATE
        PERFORM 2790-REWRITE-LEAVE-RECORD
        ADD 1 TO WS-LEAVE-CLOSED-COUNT
        MOVE SPACES TO MAINT-LOG-RECORD
        STRING TRAN-EMP-ID " LEAVE CLOSED BY TERMINATION "
            EMP-TERM-DATE
            DELIMITED BY SIZE INTO MAINT-LOG-RECORD
        WRITE MAINT-LOG-RECORD
    END-IF.

*> Reads the employee's leave record; WS-LEAVE-FOUND is "Y" only
*> for a leave still open.
2780-READ-LEAVE-RECORD.
    MOVE "N" TO WS-LEAVE-FOUND
    MOVE TRAN-EMP-ID TO LEAVE-EMP-ID
    READ LEAVE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LEAVE-IS-OPEN
                MOVE "Y" TO WS-LEAVE-FOUND
            END-IF
    END-READ.

2785-EDIT-LEAVE-RETURN.
    MOVE "N" TO WS-LEAVE-RETURN-VALID
    IF TRAN-LEAVE-RETURN NUMERIC
        MOVE TRAN-LEAVE-RETURN TO WS-LEAVE-DATE-FIELDS
        IF WS-LV-YYYY NOT < 1900 AND WS-LV-YYYY NOT > 2099 AND
           WS-LV-MM NOT < 01 AND WS-LV-MM NOT > 12 AND
           WS-LV-DD NOT < 01 AND WS-LV-DD NOT > 31
            MOVE "Y" TO WS-LEAVE-RETURN-VALID
        END-IF
    END-IF.

2790-REWRITE-LEAVE-RECORD.
    REWRITE LEAVE-RECORD
        INVALID KEY
            DISPLAY "WARNING - LEAVE.DAT NOT UPDATED FOR "
                LEAVE-EMP-ID
    END-REWRITE.

2900-READ-TRAN-FILE.
    READ TRAN-FILE
        AT END
        WRITE MAINT-LOG-RECORD
    END-IF

    MOVE SPACES TO MAINT-LOG-RECORD
    STRING "SALARY APPROVAL - QUEUED: " WS-APPR-QUEUED-COUNT
        " SIGNED OFF: " WS-APPR-SIGNED-COUNT
        " KILLED: " WS-APPR-KILLED-COUNT
        " RELEASED: " WS-APPR-RELEASED-COUNT
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD

    MOVE SPACES TO MAINT-LOG-RECORD
    MOVE WS-RETRO-PAY-TOTAL TO WS-RETRO-TOTAL-EDIT
    STRING "RETRO PAY - PAYMENTS: " WS-RETRO-PAY-COUNT
        " TOTAL " WS-RETRO-TOTAL-EDIT
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD

    MOVE SPACES TO MAINT-LOG-RECORD
    MOVE WS-RETRO-REC-TOTAL TO WS-RETRO-TOTAL-EDIT
    STRING "RETRO PAY - RECOVERIES: " WS-RETRO-REC-COUNT
        " TOTAL " WS-RETRO-TOTAL-EDIT
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD

    MOVE SPACES TO MAINT-LOG-RECORD
    STRING "LEAVE - STARTED: " WS-LEAVE-STARTED-COUNT
        " EXTENDED: " WS-LEAVE-EXTENDED-COUNT
        " RETURNED: " WS-LEAVE-RETURNED-COUNT
        " CLOSED BY TERMINATION: " WS-LEAVE-CLOSED-COUNT
        DELIMITED BY SIZE INTO MAINT-LOG-RECORD
    WRITE MAINT-LOG-RECORD

    CLOSE EMP-FILE TRAN-FILE MAINT-LOG HIST-FILE DEPT-FILE
        BUDGET-FILE PENDING-FILE APPROVE-FILE SALRATE-FILE
        RETRO-FILE LEAVE-FILE
    DISPLAY "Maintenance run complete!".

8100-COUNT-STILL-PENDING.
