      *             (blank sign means positive, the files already
      *             sent keep working); Edita-Transacciones applies
      *             the sign when it writes the validated record.
      * 2026-10-15  Widened to 33 bytes: TR-DEPTO carries the
      *             department of the submission the record came in
      *             (EEN-DEPTO on the header, or the department kept
      *             on REJPEND for a repaired record), so Curso-de-
      *             Cobol can post it on CALCREG for the monthly
      *             chargeback (see Cobra-Departamentos). Only the
      *             validated file grew; the raw TRANFILE detail
      *             stays at 30 bytes.
      ******************************************************************
       01  TRANSACCION-RECORD.
           05  TR-NUM1                  PIC S9(05) SIGN LEADING
               10  TR-CORRIGE-FECHA     PIC 9(08).
               10  TR-CORRIGE-SEQ       PIC 9(07).
           05  FILLER                   PIC X(02).
           05  TR-DEPTO                 PIC X(03).
