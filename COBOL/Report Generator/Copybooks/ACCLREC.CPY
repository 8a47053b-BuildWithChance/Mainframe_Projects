*> ACCLREC - shared ACCESS.LOG inquiry access record layout.
*> EMPLOYEE-INQUIRY appends one record for every employee record
*> it puts on the screen - the single-record display, each line of
*> a department, name or manager browse, and the manager heading -
*> carrying the operator, date and time, the option used, what the
*> operator keyed (EMP-ID, DEPT-CODE, name or manager EMP-ID) and
*> the EMP-ID shown. A lookup that finds nothing is still logged,
*> with a blank EMP-ID, and a refused sign-on is logged as option
*> "S" with the operator ID that was tried. ACCL-SELF marks a
*> record shown to the operator whose own EMP-ID it is. Read by
*> ACCESS-REPORT.
01 ACCESS-LOG-RECORD.
   05 ACCL-OPER-ID         PIC X(8).
   05 ACCL-DATE            PIC 9(8).
   05 ACCL-TIME            PIC X(6).
   05 ACCL-OPTION          PIC X(1).
      88 ACCL-IS-SIGN-ON-REFUSED VALUE "S".
   05 ACCL-KEY             PIC X(30).
   05 ACCL-EMP-ID          PIC X(10).
   05 ACCL-SELF            PIC X(1).
      88 ACCL-IS-SELF      VALUE "Y".
