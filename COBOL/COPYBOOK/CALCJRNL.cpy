      ******************************************************************
      * Copybook: CALCJRNL
      * Purpose:  Before/after journal of the CALCREG register. Curso-
      *           de-Cobol appends one record for every WRITE (new
      *           calculation, 5200-ESCRIBIR-CALCREG) and every
      *           REWRITE (original superseded by a correction,
      *           2670-SUPERSEDER-ORIGINAL) that reached the register,
      *           with the business date it posted under, the machine
      *           date and time, the operator and both 128-byte record
      *           images -- the before image in spaces for a WRITE.
      *           Recupera-Calcreg replays it on top of the CALCIMG
      *           backup image to rebuild the register up to a chosen
      *           business date. The journal is rotated by CURSOJOB
      *           each time a new image is taken.
      * 2026-10-15  Written.
      * 2026-10-15  Cola-Retenidos appends a REWRITE record too, for
      *             every held calculation a level-3 operator releases
      *             or rejects from the review queue (CR-RETENCION,
      *             see CALCREG), so a recovery replays the decision.
      ******************************************************************
       FD  CALC-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 320 CHARACTERS.
       01  CALC-JOURNAL-RECORD.
           05  CJ-FECHA-NEGOCIO         PIC 9(08).
           05  CJ-FECHA                 PIC 9(08).
           05  CJ-HORA                  PIC 9(06).
           05  CJ-OPERATOR-ID           PIC X(08).
           05  CJ-PROGRAMA              PIC X(15).
           05  CJ-ACCION                PIC X(01).
               88  CJ-ALTA              VALUE "W".
               88  CJ-MODIFICACION      VALUE "R".
           05  CJ-RUN-ID                PIC 9(15).
           05  CJ-ANTES                 PIC X(128).
           05  CJ-DESPUES               PIC X(128).
           05  FILLER                   PIC X(03).
