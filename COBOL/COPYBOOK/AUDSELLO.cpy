      ******************************************************************
      * Copybook: AUDSELLO
      * Purpose:  Work fields used to seal an AUDITFILE entry (see
      *           AUDITREC and AUDITCTL). Every writer and
      *           Verifica-Auditoria fold the check value the same way:
      *           starting from the previous entry's AUD-CONTROL, each
      *           of the first 72 bytes of the entry (everything up to
      *           and including AUD-SECUENCIA) is added to the running
      *           value times 257, reduced modulo 99999989. The byte's
      *           value is taken by moving it into the low half of a
      *           binary halfword whose high half stays LOW-VALUE.
      * 2026-10-15  Written.
      * 2026-10-15  Added the fields a writer uses to hold AUDITCTL
      *             under an exclusive lock from the read to the
      *             rewrite: whether it is open (and whether it was
      *             created for a new chain) and the bounded retries
      *             while another program holds it.
      ******************************************************************
       01  SELLO-AUDITORIA.
           05  SELLO-SECUENCIA          PIC 9(07).
           05  SELLO-CONTROL            PIC 9(08).
           05  SELLO-ACUMULADO          PIC 9(11).
           05  SELLO-COCIENTE           PIC 9(11).
       01  SELLO-BYTE-PAR.
           05  FILLER                   PIC X(01) VALUE LOW-VALUE.
           05  SELLO-BYTE               PIC X(01).
       01  SELLO-BYTE-VALOR REDEFINES SELLO-BYTE-PAR
                                        PIC 9(04) COMP.
       77  SELLO-POSICION               PIC 9(03) COMP.
       77  SELLO-LARGO                  PIC 9(03) COMP VALUE 72.
       77  SELLO-MODULO                 PIC 9(08) VALUE 99999989.
       01  SELLO-AUDITCTL-SW            PIC X(01) VALUE "C".
           88  SELLO-AUDITCTL-ABIERTO   VALUE "A".
           88  SELLO-AUDITCTL-NUEVO     VALUE "N".
           88  SELLO-AUDITCTL-CERRADO   VALUE "C".
       77  SELLO-INTENTOS               PIC 9(03) COMP.
       77  SELLO-MAXIMO-INTENTOS        PIC 9(03) COMP VALUE 500.
       77  SELLO-HORA                   PIC 9(08).
       77  SELLO-HORA-AHORA             PIC 9(08).
