      *             arrive in RECYCFILE and are edited ahead of the
      *             fresh TRANFILE, outside the submission trailer
      *             count, which covers the fresh details only.
      * 2026-10-15  Every audit entry is sealed before it is written:
      *             running sequence number and check value chained
      *             from the previous entry, taken from and carried
      *             forward in the AUDITCTL control record (see
      *             AUDITREC and Verifica-Auditoria).
      * 2026-10-15  Every fresh detail's disposition is written to the
      *             SUBDET work file (see SUBDET): its position among
      *             the submission's details and either its position in
      *             VALIDTRAN or its reject reason, closed by a totals
      *             record with the header data and whether the
      *             submission was accepted or refused. Acusa-Envio
      *             turns it into the acknowledgment for the department.
      * 2026-10-15  The submitting department travels with every
      *             record for the monthly chargeback: the validated
      *             record carries it in TR-DEPTO (VALIDTRAN is 33
      *             bytes now), a new reject keeps it in RJP-DEPTO on
      *             REJPEND, and a repaired record brings it back in
      *             RECYCFILE (33 bytes: the raw image plus the
      *             department), since the recycled records are edited
      *             before the fresh submission's header is read.
      * 2026-10-15  The held calculations a supervisor rejected in
      *             Cola-Retenidos arrive in HOLDREJ, already in the
      *             REJPEND layout with reason "RV", and are added to
      *             the carried-forward master after the prior-night
      *             records, unchanged (they start at zero cycles).
      *             CURSOJOB hands the file over under a work name and
      *             sets it aside once the master has been swapped in.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry instead of being held open for the run, and
      *             AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, so two
      *             programs writing at the same time can no longer
      *             seal on the same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Edita-Transacciones.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

           SELECT RECICLO-FILE
               ASSIGN TO "RECYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTE-N.

           SELECT RECHAZO-REVISION-FILE
               ASSIGN TO "HOLDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZO-REV.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.

           SELECT DETALLE-ENVIO-FILE
               ASSIGN TO "SUBDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUBDET.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE

       FD  VALIDA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       COPY TRANREC.

       FD  RECHAZO-FILE
           05  FILLER                   PIC X(42).

       COPY AUDITREC.
       COPY AUDITCTL.

      * RECICLAJE: LOS REGISTROS QUE EL ESCRITORIO REPARO CON
      * REPARA-RECHAZOS, EN EL MISMO TRAZADO CRUDO DEL DETALLE, MAS
      * EL DEPARTAMENTO DEL ENVIO DEL QUE SE RECHAZARON.
       FD  RECICLO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01  RECICLO-RECORD.
           05  RCL-IMAGEN               PIC X(30).
           05  RCL-DEPTO                PIC X(03).

      * MAESTRO DE RECHAZOS PENDIENTES, COMPARTIDO CON REPARA-RECHAZOS
      * A TRAVES DEL COPYBOOK REJPEND. EL MAESTRO NUEVO (EL QUE EL
           ==RJP-MOTIVO== BY ==RJN-MOTIVO==
           ==RJP-IMAGEN== BY ==RJN-IMAGEN==
           ==RJP-FECHA-RECHAZO== BY ==RJN-FECHA-RECHAZO==
           ==RJP-CICLOS== BY ==RJN-CICLOS==
           ==RJP-DEPTO== BY ==RJN-DEPTO==.

      * RETENIDOS RECHAZADOS EN LA COLA DE REVISION (COLA-RETENIDOS),
      * CON EL MISMO TRAZADO Y LOS NOMBRES RJR-.
       FD  RECHAZO-REVISION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY REJPEND REPLACING
           ==PENDIENTE-RECORD== BY ==RECHAZO-REVISION-RECORD==
           ==RJP-MOTIVO== BY ==RJR-MOTIVO==
           ==RJP-IMAGEN== BY ==RJR-IMAGEN==
           ==RJP-FECHA-RECHAZO== BY ==RJR-FECHA-RECHAZO==
           ==RJP-CICLOS== BY ==RJR-CICLOS==
           ==RJP-DEPTO== BY ==RJR-DEPTO==.

       COPY RUNCTL.

      * DISPOSICION DE CADA DETALLE DEL ENVIO, PARA EL ACUSE AL
      * DEPARTAMENTO REMITENTE (VER ACUSA-ENVIO).
       COPY SUBDET.

       WORKING-STORAGE SECTION.
       01  FS-ENTRADA                   PIC XX.
       01  FS-VALIDA                    PIC XX.
       01  FS-EDICION                   PIC XX.
       01  FS-SUBHIST                   PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-RECICLO                   PIC XX.
       01  FS-PENDIENTE                 PIC XX.
       01  FS-PENDIENTE-N               PIC XX.
       01  FS-RECHAZO-REV               PIC XX.
       01  FS-RUNCTL                    PIC XX.
       01  FS-SUBDET                    PIC XX.

       01  RUN-DATE                     PIC 9(08).

       01  ID-ENVIO                     PIC X(08).
       01  FECHA-PREP-ENVIO             PIC X(08).
       01  DEPTO-ENVIO                  PIC X(03).
      * DEPARTAMENTO DEL REGISTRO EN CURSO: EL DEL ENCABEZADO PARA UN
      * DETALLE FRESCO, EL GUARDADO EN RECYCFILE PARA UN RECICLADO.
       01  DEPTO-REGISTRO               PIC X(03).
       01  CANTIDAD-DECLARADA           PIC 9(07) VALUE ZERO.
       01  CANTIDAD-VALIDA              PIC X(07).

      * SE IMPRIME EN EDITRPT Y LA CORRIDA TERMINA CON CODIGO 8.
       01  MOTIVO-CORRIDA               PIC X(50).

      * ESTADO DEL ENVIO COMPLETO PARA EL ACUSE: "A" ACEPTADO, "R"
      * RECHAZADO (CON EL MOTIVO DE ARRIBA).
       01  ESTADO-ENVIO                 PIC X(01).

       01  FIN-ENTRADA-SW               PIC X(01).
           88  FIN-ENTRADA              VALUE "S".
           88  NO-FIN-ENTRADA           VALUE "N".
       77  RECHAZOS-S2                  PIC 9(07) COMP VALUE ZERO.
       77  RECICLADOS-LEIDOS            PIC 9(07) COMP VALUE ZERO.
       77  PENDIENTES-ARRASTRADOS       PIC 9(07) COMP VALUE ZERO.
       77  RECHAZOS-REVISION            PIC 9(07) COMP VALUE ZERO.
      * DETALLES FRESCOS DEL ENVIO ACEPTADOS Y RECHAZADOS (SIN LOS
      * RECICLADOS), PARA LOS TOTALES DEL ACUSE.
       77  ENVIO-VALIDOS                PIC 9(07) COMP VALUE ZERO.
       77  ENVIO-RECHAZADOS             PIC 9(07) COMP VALUE ZERO.

       01  FIN-RECICLO-SW               PIC X(01).
           88  FIN-RECICLO              VALUE "S".
           05  ERL-MOTIVO               PIC X(50).
           05  FILLER                   PIC X(11) VALUE SPACES.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               UNTIL FIN-ENTRADA.
           PERFORM 2700-VERIFICAR-ENVIO THRU 2700-EXIT.
           PERFORM 2850-ARRASTRAR-PENDIENTES THRU 2850-EXIT.
           PERFORM 2870-AGREGAR-REVISION THRU 2870-EXIT.
           PERFORM 3000-ESCRIBIR-TOTALES THRU 3000-EXIT.
           PERFORM 2800-REGISTRAR-ENVIO THRU 2800-EXIT.
           MOVE "A" TO ESTADO-ENVIO.
           MOVE SPACES TO MOTIVO-CORRIDA.
           PERFORM 2950-ANOTAR-TOTALES THRU 2950-EXIT.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           IF REGISTROS-RECHAZADOS > ZERO
           IF OPERATOR-ID = SPACES
               MOVE "BATCHJOB" TO OPERATOR-ID
           END-IF.
      * SIN PISTA DE AUDITORIA NO SE TRABAJA. EL ARCHIVO SE ABRE Y
      * CIERRA EN CADA ASIENTO (VER 5300), PORQUE OTROS PROGRAMAS
      * ESCRIBEN EN EL MIENTRAS TANTO.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN OUTPUT PENDIENTE-NUEVO-FILE.
           IF FS-PENDIENTE-N NOT = "00"
               DISPLAY "EDITA-TRANSACCIONES - ERROR ABRIENDO REJPENDN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DETALLE-ENVIO-FILE.
           IF FS-SUBDET NOT = "00"
               DISPLAY "EDITA-TRANSACCIONES - ERROR ABRIENDO SUBDET"
                   " - FILE STATUS " FS-SUBDET
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-ENTRADA-SW.
       1000-EXIT.
           EXIT.
                   GO TO 1510-EXIT
           END-READ.
           ADD 1 TO RECICLADOS-LEIDOS.
           MOVE RCL-IMAGEN TO ENTRADA-RECORD.
           MOVE RCL-DEPTO TO DEPTO-REGISTRO.
           PERFORM 2100-VALIDAR-REGISTRO THRU 2100-EXIT.
           IF REGISTRO-VALIDO
               PERFORM 2200-ESCRIBIR-VALIDO THRU 2200-EXIT
               PERFORM 2900-RECHAZAR-CORRIDA THRU 2900-EXIT
           END-IF.
           ADD 1 TO REGISTROS-LEIDOS.
           MOVE DEPTO-ENVIO TO DEPTO-REGISTRO.
           PERFORM 2100-VALIDAR-REGISTRO THRU 2100-EXIT.
           IF REGISTRO-VALIDO
               PERFORM 2200-ESCRIBIR-VALIDO THRU 2200-EXIT
           ELSE
               PERFORM 2300-ESCRIBIR-RECHAZO THRU 2300-EXIT
           END-IF.
           PERFORM 2650-ANOTAR-DETALLE THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * DISPOSICION DEL DETALLE PARA EL ACUSE: SU POSICION ENTRE LOS
      * DETALLES DEL ENVIO Y, SI PASO, SU POSICION EN VALIDTRAN (CON
      * ELLA CURSO-DE-COBOL ARMA EL RUN ID DEL LOTE), O SI NO, EL
      * MOTIVO DEL RECHAZO.
      ******************************************************************
       2650-ANOTAR-DETALLE.
           MOVE SPACES TO DETALLE-ENVIO-RECORD.
           SET SD-DETALLE TO TRUE.
           MOVE REGISTROS-LEIDOS TO SD-POSICION.
           IF REGISTRO-VALIDO
               SET SD-ACEPTADO TO TRUE
               MOVE REGISTROS-VALIDOS TO SD-SECUENCIA-VALIDA
               ADD 1 TO ENVIO-VALIDOS
           ELSE
               SET SD-RECHAZADO TO TRUE
               MOVE ZERO TO SD-SECUENCIA-VALIDA
               MOVE MOTIVO-RECHAZO TO SD-MOTIVO
               ADD 1 TO ENVIO-RECHAZADOS
           END-IF.
           MOVE ENTRADA-RECORD TO SD-IMAGEN.
           WRITE DETALLE-ENVIO-RECORD.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * VALIDACION DE UN REGISTRO CRUDO - LAS MISMAS REGLAS QUE LA
      * ENTRADA INTERACTIVA DE CURSO-DE-COBOL: AMBOS NUMEROS DEBEN SER
           ELSE
               MOVE ZERO TO TR-CORRIGE-RUN-ID
           END-IF.
           MOVE DEPTO-REGISTRO TO TR-DEPTO.
           WRITE TRANSACCION-RECORD.
           ADD 1 TO REGISTROS-VALIDOS.
       2200-EXIT.
           MOVE ENTRADA-RECORD TO RJN-IMAGEN.
           MOVE FECHA-NEGOCIO TO RJN-FECHA-RECHAZO.
           MOVE ZERO TO RJN-CICLOS.
           MOVE DEPTO-REGISTRO TO RJN-DEPTO.
           WRITE PENDIENTE-NUEVO-RECORD.
           ADD 1 TO REGISTROS-RECHAZADOS.
       2300-EXIT.
       2860-EXIT.
           EXIT.

      ******************************************************************
      * AGREGA AL MAESTRO NUEVO LOS RETENIDOS RECHAZADOS EN LA COLA DE
      * REVISION DESDE LA CORRIDA ANTERIOR, TAL COMO LOS DEJO
      * COLA-RETENIDOS. SIN HOLDREJ NO HUBO RECHAZOS DE REVISION.
      ******************************************************************
       2870-AGREGAR-REVISION.
           OPEN INPUT RECHAZO-REVISION-FILE.
           IF FS-RECHAZO-REV NOT = "00"
               GO TO 2870-EXIT
           END-IF.
           MOVE "N" TO FIN-PENDIENTE-SW.
           PERFORM 2880-LEER-REVISION THRU 2880-EXIT
               UNTIL FIN-PENDIENTE.
           CLOSE RECHAZO-REVISION-FILE.
       2870-EXIT.
           EXIT.

       2880-LEER-REVISION.
           READ RECHAZO-REVISION-FILE
               AT END
                   MOVE "S" TO FIN-PENDIENTE-SW
                   GO TO 2880-EXIT
           END-READ.
           MOVE RECHAZO-REVISION-RECORD TO PENDIENTE-NUEVO-RECORD.
           WRITE PENDIENTE-NUEVO-RECORD.
           ADD 1 TO RECHAZOS-REVISION.
       2880-EXIT.
           EXIT.

      ******************************************************************
      * ENCABEZADO DE ENVIO - GUARDA EL ID, LA FECHA DE PREPARACION Y
      * EL DEPARTAMENTO REMITENTE, Y RECHAZA LA CORRIDA CUANDO EL ID
           DISPLAY "EDITA-TRANSACCIONES - CORRIDA RECHAZADA: "
               MOTIVO-CORRIDA.
           MOVE "RF" TO ACCION-AUDITORIA.
           MOVE "R" TO ESTADO-ENVIO.
           PERFORM 2950-ANOTAR-TOTALES THRU 2950-EXIT.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           MOVE 8 TO RETURN-CODE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * CIERRE DEL ARCHIVO DE DISPOSICIONES: LOS DATOS DEL ENCABEZADO,
      * SI EL ENVIO SE ACEPTO O SE RECHAZO (EL LLAMADOR DEJA EL ESTADO
      * EN ESTADO-ENVIO Y EL MOTIVO EN MOTIVO-CORRIDA) Y LOS
      * TOTALES. ES SIEMPRE EL ULTIMO REGISTRO DEL ARCHIVO.
      ******************************************************************
       2950-ANOTAR-TOTALES.
           MOVE SPACES TO DETALLE-ENVIO-RECORD.
           SET SD-TOTALES TO TRUE.
           MOVE ID-ENVIO TO SD-ID-ENVIO.
           MOVE FECHA-PREP-ENVIO TO SD-FECHA-PREP.
           MOVE DEPTO-ENVIO TO SD-DEPTO.
           MOVE FECHA-NEGOCIO TO SD-FECHA-NEGOCIO.
           MOVE ESTADO-ENVIO TO SD-ESTADO-ENVIO.
           MOVE MOTIVO-CORRIDA TO SD-MOTIVO-ENVIO.
           MOVE CANTIDAD-DECLARADA TO SD-CANTIDAD-DECLARADA.
           MOVE REGISTROS-LEIDOS TO SD-LEIDOS.
           MOVE ENVIO-VALIDOS TO SD-VALIDOS.
           MOVE ENVIO-RECHAZADOS TO SD-RECHAZADOS.
           WRITE DETALLE-ENVIO-RECORD.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * ESCRITURA EN EL ARCHIVO DE AUDITORIA (AUDITFILE), COMPARTIDO
      * POR TODOS LOS PROGRAMAS DE ESTE SISTEMA.
           MOVE ZERO TO AUD-NUM2.
           MOVE REGISTROS-VALIDOS TO AUD-RESULTADO.
           MOVE ACCION-AUDITORIA TO AUD-ACCION.
           PERFORM 5310-SELLAR-AUDITORIA THRU 5310-EXIT.
      * EL AUDITFILE SE ABRE Y CIERRA EN CADA ASIENTO, DENTRO DEL
      * BLOQUEO DEL AUDITCTL, PARA QUE EL ASIENTO ESTE EN DISCO ANTES
      * DE QUE OTRO PROGRAMA SELLE EL SIGUIENTE.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "EDITA-TRANSACCIONES - ERROR ABRIENDO AUDITFILE "
                   "- FILE STATUS " FS-AUDITORIA
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
               GO TO 5300-EXIT
           END-IF.
           WRITE AUDIT-RECORD.
           IF FS-AUDITORIA = "00"
               CLOSE AUDIT-FILE
               PERFORM 5330-GRABAR-SELLO THRU 5330-EXIT
           ELSE
               CLOSE AUDIT-FILE
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * SELLO DEL ASIENTO DE AUDITORIA - TOMA DEL AUDITCTL LA
      * SECUENCIA Y EL VALOR DE CONTROL DEL ULTIMO ASIENTO ESCRITO,
      * NUMERA ESTE Y ENCADENA SU VALOR DE CONTROL (VER AUDITREC Y
      * AUDSELLO). SIN AUDITCTL SE EMPIEZA UNA CADENA NUEVA. EL
      * AUDITCTL QUEDA ABIERTO CON BLOQUEO EXCLUSIVO HASTA QUE 5330
      * LO REGRABA (O 5340 LO SUELTA), PARA QUE DOS PROGRAMAS NUNCA
      * SELLEN SOBRE EL MISMO ULTIMO ASIENTO. SI OTRO LO TIENE
      * (FILE STATUS 61) SE ESPERA Y SE REINTENTA (VER 5315).
      ******************************************************************
       5310-SELLAR-AUDITORIA.
           MOVE ZERO TO SELLO-SECUENCIA.
           MOVE ZERO TO SELLO-CONTROL.
           MOVE ZERO TO SELLO-INTENTOS.
           SET SELLO-AUDITCTL-CERRADO TO TRUE.
           OPEN I-O AUDIT-CONTROL-FILE.
           PERFORM 5315-REINTENTAR-AUDITCTL THRU 5315-EXIT
               UNTIL FS-AUDITCTL NOT = "61"
                  OR SELLO-INTENTOS NOT < SELLO-MAXIMO-INTENTOS.
           IF FS-AUDITCTL = "00"
               SET SELLO-AUDITCTL-ABIERTO TO TRUE
               READ AUDIT-CONTROL-FILE
                   AT END
                       CLOSE AUDIT-CONTROL-FILE
                       SET SELLO-AUDITCTL-CERRADO TO TRUE
                       MOVE "35" TO FS-AUDITCTL
                   NOT AT END
                       IF ACT-SECUENCIA NUMERIC
                        AND ACT-CONTROL NUMERIC
                           MOVE ACT-SECUENCIA TO SELLO-SECUENCIA
                           MOVE ACT-CONTROL TO SELLO-CONTROL
                       END-IF
               END-READ
           END-IF.
      * UN AUDITCTL QUE NO EXISTE O ESTA VACIO SE CREA PARA LA CADENA
      * NUEVA, TAMBIEN CON BLOQUEO EXCLUSIVO.
           IF FS-AUDITCTL = "35"
               OPEN OUTPUT AUDIT-CONTROL-FILE
               IF FS-AUDITCTL = "00"
                   SET SELLO-AUDITCTL-NUEVO TO TRUE
               END-IF
           END-IF.
           ADD 1 TO SELLO-SECUENCIA.
           MOVE SELLO-SECUENCIA TO AUD-SECUENCIA.
           PERFORM 5320-ACUMULAR-CONTROL THRU 5320-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > SELLO-LARGO.
           MOVE SELLO-CONTROL TO AUD-CONTROL.
       5310-EXIT.
           EXIT.

      * CADA REINTENTO ESPERA A QUE CAMBIE LA HORA (UNA CENTESIMA DE
      * SEGUNDO); SELLO-MAXIMO-INTENTOS LIMITA LA ESPERA TOTAL.
       5315-REINTENTAR-AUDITCTL.
           ADD 1 TO SELLO-INTENTOS.
           ACCEPT SELLO-HORA FROM TIME.
           MOVE SELLO-HORA TO SELLO-HORA-AHORA.
           PERFORM 5316-LEER-HORA THRU 5316-EXIT
               UNTIL SELLO-HORA-AHORA NOT = SELLO-HORA.
           OPEN I-O AUDIT-CONTROL-FILE.
       5315-EXIT.
           EXIT.

       5316-LEER-HORA.
           ACCEPT SELLO-HORA-AHORA FROM TIME.
       5316-EXIT.
           EXIT.

       5320-ACUMULAR-CONTROL.
           MOVE AUD-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       5320-EXIT.
           EXIT.

      * EL AUDITCTL SE REGRABA SOLO DESPUES DE QUE EL ASIENTO QUEDO
      * ESCRITO Y CERRADO EL AUDITFILE, PARA QUE NUNCA VAYA ADELANTE
      * DEL ARCHIVO. AL CERRARLO SE LIBERA EL BLOQUEO.
       5330-GRABAR-SELLO.
           IF SELLO-AUDITCTL-CERRADO
               DISPLAY "EDITA-TRANSACCIONES - ERROR ABRIENDO AUDITCTL "
                   "- FILE STATUS " FS-AUDITCTL
               GO TO 5330-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           MOVE AUD-SECUENCIA TO ACT-SECUENCIA.
           MOVE AUD-CONTROL TO ACT-CONTROL.
           IF SELLO-AUDITCTL-NUEVO
               WRITE AUDIT-CONTROL-RECORD
           ELSE
               REWRITE AUDIT-CONTROL-RECORD
           END-IF.
           IF FS-AUDITCTL NOT = "00"
               DISPLAY "EDITA-TRANSACCIONES - ERROR GRABANDO AUDITCTL "
                   "- FILE STATUS " FS-AUDITCTL
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.
           SET SELLO-AUDITCTL-CERRADO TO TRUE.
       5330-EXIT.
           EXIT.

      * UN ASIENTO QUE NO SE PUDO ESCRIBIR NO AVANZA LA CADENA: EL
      * AUDITCTL SE CIERRA SIN REGRABAR, LIBERANDO EL BLOQUEO.
       5340-LIBERAR-AUDITCTL.
           IF NOT SELLO-AUDITCTL-CERRADO
               CLOSE AUDIT-CONTROL-FILE
               SET SELLO-AUDITCTL-CERRADO TO TRUE
           END-IF.
       5340-EXIT.
           EXIT.

      ******************************************************************
      * TOTALES DEL REPORTE DE EDICION - CUANTOS REGISTROS SE LEYERON,
      * CUANTOS PASARON Y CUANTOS SE RECHAZARON POR CADA MOTIVO.
           MOVE PENDIENTES-ARRASTRADOS TO ETL-CANTIDAD.
           MOVE EDICION-TOTAL-LINEA TO EDICION-REPORT-RECORD.
           WRITE EDICION-REPORT-RECORD.
           MOVE "RECHAZOS DE REVISION:" TO ETL-TEXTO.
           MOVE RECHAZOS-REVISION TO ETL-CANTIDAD.
           MOVE EDICION-TOTAL-LINEA TO EDICION-REPORT-RECORD.
           WRITE EDICION-REPORT-RECORD.
       3000-EXIT.
           EXIT.

           CLOSE VALIDA-FILE.
           CLOSE RECHAZO-FILE.
           CLOSE EDICION-REPORT-FILE.
           CLOSE PENDIENTE-NUEVO-FILE.
           CLOSE DETALLE-ENVIO-FILE.
       9000-EXIT.
           EXIT.

