*> OPERREC - shared OPERATORS.DAT authorised-user record layout.
*> One record per person allowed to sign on to EMPLOYEE-INQUIRY,
*> keyed by the operator ID they sign on with, carrying their name,
*> their access level and their own EMP-ID on the master (so a
*> lookup of their own record can be recognised). Help-desk level
*> sees every record with the salary masked; HR/payroll level sees
*> the full record. Any other level - including a blank one - is
*> refused, so access is withdrawn by blanking the level without
*> losing the name on the access report. Maintained under change
*> control like the other reference card files; read by
*> EMPLOYEE-INQUIRY at sign-on and by ACCESS-REPORT for names.
01 OPERATOR-RECORD.
   05 OPER-ID              PIC X(8).
   05 OPER-NAME            PIC X(30).
   05 OPER-LEVEL           PIC X(1).
      88 OPER-IS-HELP-DESK   VALUE "H".
      88 OPER-IS-HR-PAYROLL  VALUE "P".
   05 OPER-EMP-ID          PIC X(10).
