*> to EMPREC later don't force a history-file layout change - the
*> spare bytes simply read as spaces, same convention EMPREC itself
*> uses for appended fields.
*> Action "L" records a leave of absence started, extended or
*> ended by EMPLOYEE-MAINT; its images are ordinary EMP-RECORD
*> images, differing in EMP-LEAVE-STATUS when leave starts, ends
*> or changes between paid and unpaid. The leave dates themselves
*> are kept on LEAVE.DAT.
01 HIST-RECORD.
   05 HIST-EMP-ID        PIC X(10).
   05 HIST-CHG-DATE      PIC X(8).
      88 HIST-IS-DELETE  VALUE "D".
      88 HIST-IS-REHIRE  VALUE "R".
      88 HIST-IS-PURGE   VALUE "P".
      88 HIST-IS-LEAVE   VALUE "L".
   05 HIST-SOURCE        PIC X(8).
   05 HIST-BEFORE-IMAGE  PIC X(80).
   05 HIST-AFTER-IMAGE   PIC X(80).
