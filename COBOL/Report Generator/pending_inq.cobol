*> rather fix it today. The program only reads the queue, so it is
*> safe to run any time, including while the morning reports are
*> being chased.
*> Leave-of-absence cards (L start, E extend, R return) can now be
*> queued by effective date like any other card, so they are listed
*> as LEAVE/EXTEND/RETURN with the leave type, paid/unpaid flag and
*> expected return the card carries instead of being flagged as an
*> unknown code. The held image is now decoded in full, and every
*> line also shows the keyer ID (and the supervisor an add or
*> change carries) from the card.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      88 WS-HT-IS-ADD    VALUE "A".
      88 WS-HT-IS-CHANGE VALUE "C".
      88 WS-HT-IS-DELETE VALUE "D".
      88 WS-HT-IS-LEAVE-START  VALUE "L".
      88 WS-HT-IS-LEAVE-EXTEND VALUE "E".
      88 WS-HT-IS-LEAVE-RETURN VALUE "R".
   05 WS-HT-EMP-ID       PIC X(10).
   05 WS-HT-EMP-NAME     PIC X(30).
   05 WS-HT-EMP-SALARY   PIC X(6).
   05 WS-HT-HIRE-DATE    PIC X(8).
   05 WS-HT-GRADE        PIC X(2).
   05 WS-HT-EFF-DATE     PIC X(8).
   05 WS-HT-KEYER-ID     PIC X(8).
   05 WS-HT-SUPV-ID      PIC X(10).
   05 FILLER             PIC X(13).
*> Leave cards carry the leave details where the name goes.
01 WS-HELD-LEAVE REDEFINES WS-HELD-TRAN.
   05 FILLER             PIC X(11).
   05 WS-HL-LEAVE-TYPE   PIC X(1).
   05 WS-HL-LEAVE-PAY    PIC X(1).
   05 WS-HL-LEAVE-RETURN PIC X(8).
   05 FILLER             PIC X(79).

01 WS-PENDING-EOF        PIC X VALUE "N".
01 WS-QUEUED-COUNT       PIC 9(6) VALUE ZERO.
            MOVE "CHANGE" TO WS-TYPE-DESC
        WHEN WS-HT-IS-DELETE
            MOVE "DELETE" TO WS-TYPE-DESC
        WHEN WS-HT-IS-LEAVE-START
            MOVE "LEAVE" TO WS-TYPE-DESC
        WHEN WS-HT-IS-LEAVE-EXTEND
            MOVE "EXTEND" TO WS-TYPE-DESC
        WHEN WS-HT-IS-LEAVE-RETURN
            MOVE "RETURN" TO WS-TYPE-DESC
        WHEN OTHER
            ADD 1 TO WS-BAD-CODE-COUNT
            MOVE "?" TO WS-TYPE-DESC
    END-EVALUATE

    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-TYPE-DESC = "?"
            STRING PEND-EFF-DATE SPACE WS-HT-CODE SPACE
                WS-HT-EMP-ID
                " *** UNKNOWN TRANSACTION CODE - WILL REJECT "
                "ON RELEASE ***"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN WS-HT-IS-LEAVE-START OR WS-HT-IS-LEAVE-EXTEND
             OR WS-HT-IS-LEAVE-RETURN
            STRING PEND-EFF-DATE SPACE WS-TYPE-DESC SPACE
                WS-HT-EMP-ID " TYPE " WS-HL-LEAVE-TYPE
                " PAY " WS-HL-LEAVE-PAY
                " RETURN " WS-HL-LEAVE-RETURN
                " KEYER " WS-HT-KEYER-ID
                DELIMITED BY SIZE INTO WS-REPORT-LINE
        WHEN OTHER
            STRING PEND-EFF-DATE SPACE WS-TYPE-DESC SPACE
                WS-HT-EMP-ID SPACE WS-HT-EMP-NAME SPACE
                WS-HT-DEPT-CODE SPACE WS-HT-EMP-SALARY
                " KEYER " WS-HT-KEYER-ID
                " SUPV " WS-HT-SUPV-ID
                DELIMITED BY SIZE INTO WS-REPORT-LINE
    END-EVALUATE
    WRITE INQ-REPORT-RECORD FROM WS-REPORT-LINE

    PERFORM 2900-READ-PENDING-FILE.
