*> generation BEFORE installing this change, then run an
*> EMPLOYEE-AUDIT RESTORE from that generation once; the restore's
*> OPEN OUTPUT recreates the master with the alternate indexes.
*> EMP-SUPV-ID carries the EMP-ID of the employee's supervisor,
*> or spaces for nobody (the top of the organization, or not yet
*> assigned). EMPLOYEE-MAINT sets it from the supervisor on an add
*> or change card, refuses one that is not an active employee or
*> that would close a reporting loop, and *NONE on the card clears
*> it; ORG-CHART walks it to print the hierarchy.
*> EMP-LEAVE-STATUS takes the last spare byte of the 80-byte
*> history image: blank when the employee is working, "P" or "U"
*> while they are on paid or unpaid leave of absence. EMPLOYEE-MAINT
*> sets and clears it from the leave cards, which keep the leave
*> details on LEAVE.DAT (LEAVREC copybook); reports and the payroll
*> extract need only this byte to tell who is on leave.
*> Those two fields grew the record from 69 to 80 bytes, and an
*> indexed master written at 69 bytes will not OPEN under the
*> 80-byte definition, so the cutover is the same as for the
*> alternate keys: take the final EMPLOYEE-AUDIT backup generation
*> BEFORE installing this change, then run an EMPLOYEE-AUDIT
*> RESTORE from that generation once. The backup lines are short,
*> so the restore writes every employee with spaces in EMP-SUPV-ID
*> (no supervisor) and EMP-LEAVE-STATUS (working) into the master
*> its OPEN OUTPUT recreates at the new length.
01 EMP-RECORD.
   05 EMP-ID         PIC X(10).
   05 EMP-NAME       PIC X(30).
      88 EMP-IS-ACTIVE     VALUES "A", SPACE.
      88 EMP-IS-TERMINATED VALUE "T".
   05 EMP-TERM-DATE  PIC X(8).
   05 EMP-SUPV-ID    PIC X(10).
   05 EMP-LEAVE-STATUS PIC X(1).
      88 EMP-NOT-ON-LEAVE       VALUE SPACE.
      88 EMP-IS-ON-LEAVE        VALUES "P", "U".
      88 EMP-IS-ON-PAID-LEAVE   VALUE "P".
      88 EMP-IS-ON-UNPAID-LEAVE VALUE "U".
01 EMP-RECORD-ALT REDEFINES EMP-RECORD.
   05 EMP-ID-ALT         PIC X(10).
   05 EMP-NAME-ALT       PIC X(30).
   05 EMP-GRADE-ALT      PIC X(2).
   05 EMP-STATUS-ALT     PIC X(1).
   05 EMP-TERM-DATE-ALT  PIC X(8).
   05 EMP-SUPV-ID-ALT    PIC X(10).
   05 EMP-LEAVE-STATUS-ALT PIC X(1).
