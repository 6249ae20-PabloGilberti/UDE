      ******************************************************************
      * Copybook: LIMITES
      * Purpose:  Review limits of the calculation service (LIMFILE),
      *           read by Curso-de-Cobol in batch mode: one record per
      *           operation type (S R M D E P A T, see TRANREC) with
      *           the largest NUM1 and NUM2 a calculation of that type
      *           may carry and the largest result that operation may
      *           produce, all as absolute values. A calculation over
      *           any of them is posted held (see CR-RETENCION in
      *           CALCREG) and stays out of the Extrae-Ciclo extract
      *           until a level-3 operator releases it. A "T" record
      *           limits the operands of a "T" calculation; each of
      *           its seven results is held to the result limit of its
      *           own operation, so the result limit of the "T" record
      *           is not used. Zero, or a type with no record, means no
      *           limit. The result limit has two implied decimal
      *           places (000500000 is 5000.00) so it also covers the
      *           division, porcentaje and promedio. Records with a
      *           blank or "*" in the type position are comments; the
      *           text is free for whoever keeps the table.
      * 2026-10-15  Written.
      ******************************************************************
       01  LIMITE-RECORD.
           05  LM-TIPO-OPERACION        PIC X(01).
               88  LM-COMENTARIO        VALUE SPACE "*".
               88  LM-TIPO-VALIDO       VALUE "S" "R" "M" "D"
                                              "E" "P" "A" "T".
           05  FILLER                   PIC X(01).
           05  LM-MAXIMO-NUM1           PIC 9(05).
           05  FILLER                   PIC X(01).
           05  LM-MAXIMO-NUM2           PIC 9(05).
           05  FILLER                   PIC X(01).
           05  LM-MAXIMO-RESULTADO      PIC 9(07)V99.
           05  FILLER                   PIC X(01).
           05  LM-TEXTO                 PIC X(30).
           05  FILLER                   PIC X(26).
