      ******************************************************************
      * Copybook: SUBDET
      * Purpose:  Disposition of every fresh detail of the night's
      *           submission, written by Edita-Transacciones and read
      *           by Acusa-Envio to build the acknowledgment that goes
      *           back to the submitting department. One detail record
      *           per detail of the department's file, in file order:
      *           its position among the details (the same count the
      *           department's trailer declares), whether the edit
      *           accepted it -- with its position in VALIDTRAN, from
      *           which Curso-de-Cobol derives the batch run id -- or
      *           rejected it with the REJFILE reason code, and the
      *           record image as received. Recycled records are not
      *           part of the submission and are not listed. The last
      *           record carries the submission header data, whether
      *           the submission was accepted or refused (with the
      *           reason) and the counts; a file without it means the
      *           edit did not finish.
      * 2026-10-15  Written.
      ******************************************************************
       FD  DETALLE-ENVIO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  DETALLE-ENVIO-RECORD.
           05  SD-TIPO-REGISTRO         PIC X(01).
               88  SD-DETALLE           VALUE "D".
               88  SD-TOTALES           VALUE "T".
           05  SD-DATOS                 PIC X(119).
           05  SD-DATOS-DETALLE REDEFINES SD-DATOS.
               10  SD-POSICION          PIC 9(07).
               10  SD-RESULTADO         PIC X(01).
                   88  SD-ACEPTADO      VALUE "A".
                   88  SD-RECHAZADO     VALUE "R".
               10  SD-SECUENCIA-VALIDA  PIC 9(07).
               10  SD-MOTIVO            PIC X(02).
               10  SD-IMAGEN            PIC X(30).
               10  FILLER               PIC X(72).
           05  SD-DATOS-TOTALES REDEFINES SD-DATOS.
               10  SD-ID-ENVIO          PIC X(08).
               10  SD-FECHA-PREP        PIC X(08).
               10  SD-DEPTO             PIC X(03).
               10  SD-FECHA-NEGOCIO     PIC 9(08).
               10  SD-ESTADO-ENVIO      PIC X(01).
                   88  SD-ENVIO-ACEPTADO  VALUE "A".
                   88  SD-ENVIO-RECHAZADO VALUE "R".
               10  SD-MOTIVO-ENVIO      PIC X(50).
               10  SD-CANTIDAD-DECLARADA PIC 9(07).
               10  SD-LEIDOS            PIC 9(07).
               10  SD-VALIDOS           PIC 9(07).
               10  SD-RECHAZADOS        PIC 9(07).
               10  FILLER               PIC X(13).
