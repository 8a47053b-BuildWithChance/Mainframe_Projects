*> RETROREC - shared RETRO.DAT retroactive-pay record layout.
*> EMPLOYEE-MAINT appends one record whenever a change applied with
*> an effective date before the run date leaves the employee owed
*> (or overpaid) for the days between the effective date and the
*> run date: the difference between the new annual salary and the
*> rate already paid or settled for each day (SRATEREC timeline),
*> times the days, over 365. A net amount owed is a payment (P); a
*> downward correction that leaves the employee overpaid is a
*> recovery (O) for the bureau to deduct, never a negative payment.
*> RETRO-OLD-SALARY is the rate in force on the from date;
*> RETRO-THRU-DATE is the last day covered (the day before the
*> run). RETRO-REGISTER lists the file with control totals, sends
*> it to the bureau and clears it.
01 RETRO-RECORD.
   05 RETRO-EMP-ID         PIC X(10).
   05 RETRO-EMP-NAME       PIC X(30).
   05 RETRO-TYPE           PIC X(1).
      88 RETRO-IS-PAYMENT  VALUE "P".
      88 RETRO-IS-RECOVERY VALUE "O".
   05 RETRO-FROM-DATE      PIC X(8).
   05 RETRO-THRU-DATE      PIC X(8).
   05 RETRO-DAYS           PIC 9(5).
   05 RETRO-OLD-SALARY     PIC 9(6).
   05 RETRO-NEW-SALARY     PIC 9(6).
   05 RETRO-AMOUNT         PIC 9(7)V99.
   05 RETRO-RUN-DATE       PIC X(8).
   05 RETRO-KEYER-ID       PIC X(8).
