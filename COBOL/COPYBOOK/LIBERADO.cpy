      ******************************************************************
      * Copybook: LIBERADO
      * Purpose:  Release record of the review queue of held
      *           calculations, shared by Cola-Retenidos (writer: one
      *           record appended to RELFILE for every held calculation
      *           a level-3 operator releases) and Extrae-Ciclo
      *           (reader: CURSOJOB hands it the releases gathered
      *           since the last extract as RELCICLO, and each one goes
      *           out in that night's DWNFILE). Carries the run id of
      *           the released calculation, the date and time of the
      *           release and the operator who released it.
      * 2026-10-15  Written.
      ******************************************************************
       01  LIBERADO-RECORD.
           05  LIB-RUN-ID               PIC 9(15).
           05  FILLER                   PIC X(01).
           05  LIB-FECHA                PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB-HORA                 PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LIB-OPERATOR-ID          PIC X(08).
           05  FILLER                   PIC X(40).
