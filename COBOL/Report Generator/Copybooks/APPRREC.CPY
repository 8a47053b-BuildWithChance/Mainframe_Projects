*> APPRREC - shared APPROVE.DAT salary-approval queue record layout.
*> An add, rehire or change card on MAINT.IN that moves an
*> employee's salary by more than the APPROVE.PARM percentage or
*> dollar threshold is not applied on the keyer's say-so: EMPLOYEE-
*> MAINT parks it here, keyed by EMP-ID (one salary action waiting
*> per employee), stamped with the keyer's ID and the date queued.
*> A sign-off card from a different ID marks it approved and the
*> next EMPLOYEE-MAINT run applies it; a reject card deletes it.
*> APPR-TRAN-DATA carries the original MAINT.IN transaction image
*> unchanged, same as PEND-TRAN-DATA on PENDING.DAT. COPY'd into
*> EMPLOYEE-MAINT (which queues, signs off and releases) and
*> APPROVAL-INQ (the daily waiting-for-approval listing).
01 APPROVAL-RECORD.
   05 APPR-EMP-ID        PIC X(10).
   05 APPR-STATUS        PIC X(1).
      88 APPR-IS-WAITING  VALUE "W".
      88 APPR-IS-APPROVED VALUE "V".
   05 APPR-KEYER-ID      PIC X(8).
   05 APPR-QUEUED-DATE   PIC X(8).
   05 APPR-APPROVER-ID   PIC X(8).
   05 APPR-APPROVED-DATE PIC X(8).
   05 APPR-OLD-SALARY    PIC 9(6).
   05 APPR-TRAN-DATA     PIC X(100).
