*> SRATEREC - shared SALRATE.DAT salary-rate timeline record layout.
*> One record per employee per effective date, keyed EMP-ID plus
*> effective date, holding the annual salary in force from that
*> date on: the rate the employee has been paid at, or settled up
*> to by retro pay. EMPLOYEE-MAINT writes one for every applied
*> add, rehire or change (at the card's effective date, or the run
*> date when it has none) and SALARY-INCREASE one for every applied
*> increase (at the run date). A backdated change is measured
*> against this timeline rather than against the salary on the
*> master, so the retro for a second change overlapping an earlier
*> one only pays the difference from what the first already
*> settled. A change supersedes every entry dated after its own
*> effective date, which EMPLOYEE-MAINT deletes. SRATE-PRIOR-SALARY
*> is the rate in force just before the entry, for a period that
*> reaches back before an employee's earliest entry.
01 SALRATE-RECORD.
   05 SRATE-KEY.
      10 SRATE-EMP-ID      PIC X(10).
      10 SRATE-EFF-DATE    PIC X(8).
   05 SRATE-SALARY         PIC 9(6).
   05 SRATE-PRIOR-SALARY   PIC 9(6).
   05 SRATE-SOURCE         PIC X(8).
   05 SRATE-RUN-DATE       PIC X(8).
