      ******************************************************************
      * Copybook: OPERHIST
      * Purpose:  Permanent before/after history of every change
      *           applied to the OPERFILE operator master, appended by
      *           Mantiene-Operadores when a pending change (see
      *           OPERPEND) is approved and read by Historia-
      *           Operadores for the "who changed which id, when, and
      *           who approved it" report. The before image is blank
      *           with OH-ANTES-EXISTE = "N" for an alta. Never
      *           rewritten or rotated.
      * 2026-10-15  Written.
      ******************************************************************
       FD  HISTORIA-OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  HISTORIA-OPER-RECORD.
           05  OH-FECHA-APLICACION      PIC 9(08).
           05  OH-HORA-APLICACION       PIC 9(06).
           05  OH-NUMERO                PIC 9(07).
           05  OH-ACCION                PIC X(01).
           05  OH-OPERADOR              PIC X(08).
           05  OH-ANTES.
               10  OH-ANTES-EXISTE      PIC X(01).
               10  OH-ANTES-NOMBRE      PIC X(30).
               10  OH-ANTES-ESTADO      PIC X(01).
               10  OH-ANTES-NIVEL       PIC X(01).
           05  OH-DESPUES.
               10  OH-DESPUES-NOMBRE    PIC X(30).
               10  OH-DESPUES-ESTADO    PIC X(01).
               10  OH-DESPUES-NIVEL     PIC X(01).
           05  OH-SOLICITANTE           PIC X(08).
           05  OH-FECHA-SOLICITUD       PIC 9(08).
           05  OH-HORA-SOLICITUD        PIC 9(06).
           05  OH-REVISOR               PIC X(08).
           05  OH-ORIGEN                PIC X(01).
           05  FILLER                   PIC X(24).
