*> archived span. An inquiry that stays on or after the cutoff
*> never opens an archive, so the routine case costs what it
*> always did; a missing archive year file simply reads as empty.
*> Decodes the leave-of-absence action (L) that EMPLOYEE-MAINT
*> records when leave is started, extended or ended, and shows the
*> leave status byte (P paid, U unpaid) at the end of each image.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            MOVE "REHIRE" TO WS-ACTION-DESC
        WHEN HIST-IS-PURGE
            MOVE "PURGE" TO WS-ACTION-DESC
        WHEN HIST-IS-LEAVE
            MOVE "LEAVE" TO WS-ACTION-DESC
        WHEN OTHER
            MOVE HIST-ACTION TO WS-ACTION-DESC
    END-EVALUATE
    MOVE SPACES TO WS-IMAGE-FIELDS
    STRING EMP-NAME SPACE EMP-SALARY SPACE
        DEPT-CODE SPACE EMP-HIRE-DATE SPACE EMP-GRADE SPACE
        EMP-STATUS SPACE EMP-TERM-DATE SPACE EMP-LEAVE-STATUS
        DELIMITED BY SIZE INTO WS-IMAGE-FIELDS.

*> Runs ahead of the live-file pass so archived history prints in
