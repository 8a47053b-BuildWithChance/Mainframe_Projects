*> comparison surfaces the same way it surfaces any unexplained
*> movement. The INCREASE.DONE whole-cycle guard still refuses a
*> resubmit of a cycle that actually finished.
*> Every applied increase is now also posted to the SALRATE.DAT
*> salary-rate timeline (SRATEREC copybook) at the run date, with
*> the salary it replaced, so a backdated change EMPLOYEE-MAINT
*> applies later works its retro pay out against the increased
*> rate from the day the increase took effect instead of the rate
*> before it. A replayed employee is posted again, which rewrites
*> the same entry on a same-day resubmit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PROG-EMP-ID.
    SELECT OPTIONAL SALRATE-FILE ASSIGN TO "SALRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SRATE-KEY.

DATA DIVISION.
FILE SECTION.
   05 PROG-OLD-SALARY    PIC 9(6).
   05 PROG-NEW-SALARY    PIC 9(6).

FD SALRATE-FILE.
    COPY SRATEREC.

FD LOCK-FILE.
    COPY LOCKREC.

        OPEN I-O EMP-FILE
        OPEN EXTEND HIST-FILE
        OPEN I-O PROG-FILE
        OPEN I-O SALRATE-FILE
        PERFORM 1500-WRITE-HEADERS
        PERFORM 2900-READ-EMP-FILE
    END-IF.
    MOVE PROG-OLD-SALARY TO WS-OLD-SALARY
    MOVE PROG-NEW-SALARY TO WS-NEW-SALARY
    COMPUTE WS-INCREASE-AMT = WS-NEW-SALARY - WS-OLD-SALARY
    PERFORM 2260-POST-SALARY-RATE
    ADD WS-INCREASE-AMT TO WS-TOTAL-IMPACT
    PERFORM 2300-ACCUMULATE-DEPT-IMPACT
    PERFORM 2600-WRITE-DETAIL-LINE.
                COMPUTE WS-INCREASE-AMT =
                    WS-NEW-SALARY - WS-OLD-SALARY
                PERFORM 2250-RECORD-CYCLE-PROGRESS
                PERFORM 2260-POST-SALARY-RATE
                ADD WS-INCREASE-AMT TO WS-TOTAL-IMPACT
                PERFORM 2300-ACCUMULATE-DEPT-IMPACT
                MOVE EMP-RECORD TO WS-HIST-AFTER
            END-REWRITE
    END-WRITE.

2260-POST-SALARY-RATE.
    MOVE EMP-ID          TO SRATE-EMP-ID
    MOVE WS-RUN-DATE-YMD TO SRATE-EFF-DATE
    MOVE WS-NEW-SALARY   TO SRATE-SALARY
    MOVE WS-OLD-SALARY   TO SRATE-PRIOR-SALARY
    MOVE "INCREASE"      TO SRATE-SOURCE
    MOVE WS-RUN-DATE-YMD TO SRATE-RUN-DATE
    WRITE SALRATE-RECORD
        INVALID KEY
            REWRITE SALRATE-RECORD
                INVALID KEY
                    DISPLAY "WARNING - SALARY TIMELINE NOT "
                        "UPDATED FOR " EMP-ID
            END-REWRITE
    END-WRITE.

2300-ACCUMULATE-DEPT-IMPACT.
    MOVE "N" TO WS-DI-FOUND
    IF WS-DEPT-IMPACT-COUNT > ZERO
    PERFORM 8100-MARK-CYCLE-DONE
    PERFORM 8150-CLEAR-CYCLE-PROGRESS
    PERFORM 8200-UPDATE-MAINT-CTL
    CLOSE EMP-FILE INCR-REPORT-FILE HIST-FILE SALRATE-FILE
    DISPLAY "Salary increase cycle " WS-CYCLE-ID " complete!".

8100-MARK-CYCLE-DONE.
