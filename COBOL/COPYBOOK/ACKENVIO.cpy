      ******************************************************************
      * Copybook: ACKENVIO
      * Purpose:  Acknowledgment returned to the submitting department
      *           for each TRANFILE submission, written by Acusa-Envio
      *           at the end of CURSOJOB and filed by the job as
      *           ACK.<departamento>.<id de envio>.DAT so the
      *           department's side can load it automatically. Header:
      *           the submission id, department and preparation date
      *           as they sent them, the business date it was
      *           processed under, and whether the submission as a
      *           whole was accepted ("A") or refused ("R", with the
      *           reason). Details (accepted submissions only), one per
      *           detail of their file in their order: the position
      *           among their details, then "A" with the CALCREG run id
      *           it posted under and the calculation status, "R" with
      *           the REJFILE reason code, or "N" when the edit passed
      *           it but no posting was found. Trailer: the details in
      *           this acknowledgment, the count their own trailer
      *           declared, and how many were accepted and rejected.
      *           For an accepted submission the first two are equal.
      * 2026-10-15  Written.
      ******************************************************************
       FD  ACUSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ACUSE-RECORD.
           05  AK-TIPO-REGISTRO         PIC X(01).
               88  AK-CABECERA          VALUE "H".
               88  AK-DETALLE           VALUE "D".
               88  AK-COLA              VALUE "T".
           05  AK-DATOS                 PIC X(79).
           05  AK-DATOS-CABECERA REDEFINES AK-DATOS.
               10  AK-ID-ENVIO          PIC X(08).
               10  AK-DEPTO             PIC X(03).
               10  AK-FECHA-PREP        PIC X(08).
               10  AK-FECHA-PROCESO     PIC 9(08).
               10  AK-ESTADO-ENVIO      PIC X(01).
                   88  AK-ENVIO-ACEPTADO  VALUE "A".
                   88  AK-ENVIO-RECHAZADO VALUE "R".
               10  AK-MOTIVO-ENVIO      PIC X(50).
               10  FILLER               PIC X(01).
           05  AK-DATOS-DETALLE REDEFINES AK-DATOS.
               10  AK-POSICION          PIC 9(07).
               10  AK-RESULTADO         PIC X(01).
                   88  AK-ASENTADO      VALUE "A".
                   88  AK-RECHAZADO     VALUE "R".
                   88  AK-NO-ASENTADO   VALUE "N".
               10  AK-RUN-ID            PIC 9(15).
               10  AK-ESTADO-CALCULO    PIC X(02).
               10  AK-MOTIVO            PIC X(02).
               10  AK-IMAGEN            PIC X(30).
               10  FILLER               PIC X(22).
           05  AK-DATOS-COLA REDEFINES AK-DATOS.
               10  AK-CANTIDAD          PIC 9(07).
               10  AK-CANTIDAD-DECLARADA PIC 9(07).
               10  AK-ACEPTADOS         PIC 9(07).
               10  AK-RECHAZADOS        PIC 9(07).
               10  FILLER               PIC X(51).
