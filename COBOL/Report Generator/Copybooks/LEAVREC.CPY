*> LEAVREC - shared LEAVE.DAT leave-of-absence record layout.
*> Indexed on LEAVE-EMP-ID: one record per employee, holding their
*> current or most recent leave. EMPLOYEE-MAINT writes it from the
*> L (start), E (extend) and R (return) cards on MAINT.IN; a new
*> leave replaces an ended one, whose history stays on MAINT.HIST
*> and MAINT.LOG. LEAVE-RETURN-DATE stays blank while the employee
*> is away. LEAVE-ORIG-RETURN keeps the expected return the leave
*> started with, and LEAVE-EXTENSIONS counts the moves since. A
*> leave closed by a termination (D card) carries the termination
*> date as its return date with LEAVE-END-REASON "T". Read by
*> LEAVE-OVERDUE for the weekly overdue-return report.
01 LEAVE-RECORD.
   05 LEAVE-EMP-ID         PIC X(10).
   05 LEAVE-TYPE           PIC X(1).
      88 LEAVE-IS-SICK     VALUE "S".
      88 LEAVE-IS-PARENTAL VALUE "P".
      88 LEAVE-IS-PERSONAL VALUE "U".
      88 LEAVE-IS-OTHER    VALUE "O".
      88 LEAVE-TYPE-VALID  VALUES "S", "P", "U", "O".
   05 LEAVE-PAY            PIC X(1).
      88 LEAVE-IS-PAID     VALUE "P".
      88 LEAVE-IS-UNPAID   VALUE "U".
   05 LEAVE-START-DATE     PIC X(8).
   05 LEAVE-EXP-RETURN     PIC X(8).
   05 LEAVE-ORIG-RETURN    PIC X(8).
   05 LEAVE-EXTENSIONS     PIC 9(2).
   05 LEAVE-RETURN-DATE    PIC X(8).
      88 LEAVE-IS-OPEN     VALUE SPACES.
   05 LEAVE-END-REASON     PIC X(1).
      88 LEAVE-ENDED-BY-RETURN VALUE "R".
      88 LEAVE-ENDED-BY-TERM   VALUE "T".
   05 LEAVE-KEYER-ID       PIC X(8).
   05 LEAVE-LAST-CHG-DATE  PIC X(8).
