      ******************************************************************
      * Copybook: LOTEPART
      * Purpose:  Record of the part files Reparte-Lote cuts the
      *           validated transaction file into when CURSOJOB runs
      *           the batch step as several Curso-de-Cobol parts at
      *           once. The first 33 bytes are the TRANREC image
      *           exactly as it stands in VALIDTRAN; behind it travel
      *           the record's position in VALIDTRAN, which is the
      *           sequence its batch run id is built from whatever
      *           part posts it, and the part it was routed to.
      *           Curso-de-Cobol reads it as a second record of its
      *           TRANFILE FD, so the TR- fields stay where they are.
      * 2026-10-15  Written.
      * 2026-10-15  The TRANREC image grew to 33 bytes with the
      *             submitting department (TR-DEPTO), so the part
      *             record is 43 bytes now.
      ******************************************************************
       01  TRANSACCION-PARTE-RECORD.
           05  TP-TRANSACCION           PIC X(33).
           05  TP-POSICION              PIC 9(07).
           05  TP-PARTE                 PIC 9(02).
           05  FILLER                   PIC X(01).
