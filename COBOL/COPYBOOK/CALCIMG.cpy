      ******************************************************************
      * Copybook: CALCIMG
      * Purpose:  Sequential backup image of the CALCREG register,
      *           written by Respalda-Calcreg before STEP010 of
      *           CURSOJOB and read back by Recupera-Calcreg when the
      *           register has to be rebuilt. One header record with
      *           the business date of the cycle the image was taken
      *           for and the machine date and time it was taken, one
      *           detail record per register record carrying the
      *           128-byte CALCREG record as it stood, and a trailer
      *           with the detail count, so a cut-off image is told
      *           apart from a complete one. The image is taken
      *           together with the rotation of the CALCJRNL journal:
      *           image plus the journal started with it is the
      *           register.
      * 2026-10-15  Written.
      ******************************************************************
       FD  CALC-IMAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  CALC-IMAGE-RECORD.
           05  CI-TIPO-REGISTRO         PIC X(01).
               88  CI-CABECERA          VALUE "H".
               88  CI-DETALLE           VALUE "D".
               88  CI-COLA              VALUE "T".
           05  CI-DATOS                 PIC X(139).
           05  CI-DATOS-CABECERA REDEFINES CI-DATOS.
               10  CI-FECHA-NEGOCIO     PIC 9(08).
               10  CI-FECHA-IMAGEN      PIC 9(08).
               10  CI-HORA-IMAGEN       PIC 9(06).
               10  FILLER               PIC X(117).
           05  CI-DATOS-DETALLE REDEFINES CI-DATOS.
               10  CI-REGISTRO          PIC X(128).
               10  FILLER               PIC X(11).
           05  CI-DATOS-COLA REDEFINES CI-DATOS.
               10  CI-CANTIDAD          PIC 9(07).
               10  FILLER               PIC X(132).
