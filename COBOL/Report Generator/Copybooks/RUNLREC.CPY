*> RUN-REPORT reads the accumulated events back each morning and
*> flags a night where something ran out of order, never ran, or
*> started and never completed.
*> REF-INTEGRITY, which only reads the masters, writes a single
*> check event ("C") per run instead of a start/end pair, its
*> status CLEAN or BREAKS, so the morning report shows whether the
*> reference files still agree with each other.
01 RUNL-RECORD.
   05 RUNL-PROGRAM       PIC X(16).
   05 RUNL-DATE          PIC 9(8).
      88 RUNL-IS-START   VALUE "S".
      88 RUNL-IS-END     VALUE "E".
      88 RUNL-IS-REFUSED VALUE "R".
      88 RUNL-IS-CHECK   VALUE "C".
   05 RUNL-STATUS        PIC X(8).
