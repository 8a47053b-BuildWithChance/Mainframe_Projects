*> have come due. PEND-TRAN-DATA carries the original MAINT.IN
*> transaction image unchanged. COPY'd into EMPLOYEE-MAINT (which
*> holds and releases) and PENDING-INQ (the queue listing).
*> PEND-TRAN-DATA widened from 69 to 100 bytes now that MAINT.IN
*> cards carry a keyer ID after the effective date; the spare bytes
*> leave room for later card fields without another layout change.
*> The record grew from 83 to 114 bytes, and a PENDING.DAT written
*> at 83 bytes will not OPEN under the new definition, so the
*> cutover is a one-time unload and reload: BEFORE installing this
*> change, unload the old file in key order to PENDWIDE.OLD (line
*> sequential, the 14-byte key then the 69-byte card, exactly as
*> held) and remove PENDING.DAT. The next EMPLOYEE-MAINT run
*> reloads each card under its original key with spaces in the
*> widened bytes, so it reads no keyer or supervisor, and records
*> completion on PENDWIDE.DONE so later runs don't rescan the
*> unload.
01 PENDING-RECORD.
   05 PEND-KEY.
      10 PEND-EFF-DATE   PIC X(8).
      10 PEND-SEQ-NO     PIC 9(6).
   05 PEND-TRAN-DATA     PIC X(100).
