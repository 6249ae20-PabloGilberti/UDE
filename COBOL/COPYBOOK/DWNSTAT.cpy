      ******************************************************************
      * Copybook: DWNSTAT
      * Purpose:  Delivery-status master of the DWNFILE extracts sent
      *           to Finance, one record per cycle in business-date
      *           order, kept by Confirma-Carga: what was sent (the
      *           record count and NUM1/NUM2 hash totals of the
      *           DWNFILE trailer, and the date it was sent), what
      *           Finance's loader confirmed it took (the same three
      *           figures, recomputed on their side, and the date the
      *           confirmation was matched), and the status of the
      *           cycle: "E" sent and not yet confirmed, "C"
      *           confirmed with the totals agreeing, "D" confirmed
      *           with a difference, "N" still unconfirmed after the
      *           day limit. Confirma-Carga carries the master
      *           forward into a new one that the job swaps in; the
      *           second copy is taken with COPY REPLACING (DS- to
      *           DN-) so the record cannot drift between them.
      * 2026-10-15  Written.
      ******************************************************************
       01  ENTREGA-RECORD.
           05  DS-FECHA-NEGOCIO         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  DS-ESTADO                PIC X(01).
               88  DS-ENVIADO           VALUE "E".
               88  DS-CONFIRMADO        VALUE "C".
               88  DS-CON-DIFERENCIA    VALUE "D".
               88  DS-SIN-CONFIRMAR     VALUE "N".
           05  FILLER                   PIC X(01).
           05  DS-FECHA-ENVIO           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  DS-CANTIDAD              PIC 9(07).
           05  FILLER                   PIC X(01).
           05  DS-HASH-NUM1             PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(01).
           05  DS-HASH-NUM2             PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(01).
           05  DS-FECHA-CONFIRMACION    PIC 9(08).
           05  FILLER                   PIC X(01).
           05  DS-CONF-CANTIDAD         PIC 9(07).
           05  FILLER                   PIC X(01).
           05  DS-CONF-HASH-NUM1        PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(01).
           05  DS-CONF-HASH-NUM2        PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(20).
