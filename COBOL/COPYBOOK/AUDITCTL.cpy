      ******************************************************************
      * Copybook: AUDITCTL
      * Purpose:  Seal-control record of the AUDITFILE audit trail,
      *           shared by every program that appends to AUDITFILE
      *           (writers) and Verifica-Auditoria (reader). Holds the
      *           sequence number and the chained check value of the
      *           last entry written, so the next writer can stamp the
      *           following entry and the verification can tell a
      *           truncated tail from a complete file. It is rewritten
      *           only after the audit entry itself went to disk.
      *           AUDITFILE and AUDITCTL are rotated together.
      * 2026-10-15  Written.
      * 2026-10-15  Writers open it I-O with an exclusive lock (LOCK
      *             MODE IS EXCLUSIVE on their SELECT) and keep it
      *             open from the read of the last seal to the rewrite
      *             of the new one, so sealing is one writer at a time.
      ******************************************************************
       FD  AUDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  AUDIT-CONTROL-RECORD.
           05  ACT-SECUENCIA            PIC 9(07).
           05  ACT-CONTROL              PIC 9(08).
           05  FILLER                   PIC X(05).
