      *             (see CALCREG); the lookup displays and the batch
      *             report print the sign, and EXTRFILE grew again
      *             with the record.
      * 2026-10-15  Every audit entry is sealed before it is written:
      *             running sequence number and check value chained
      *             from the previous entry, taken from and carried
      *             forward in the AUDITCTL control record (see
      *             AUDITREC and Verifica-Auditoria).
      * 2026-10-15  Can be called from the Menu-Operador front door:
      *             the mainline ends with GOBACK instead of STOP RUN,
      *             which behaves the same when the program is run on
      *             its own.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry instead of being held open for the run, and
      *             AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, so two
      *             programs writing at the same time can no longer
      *             seal on the same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Divisiones.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

           SELECT CONSULTA-FILE
               ASSIGN TO "QRYFILE"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY CALCREG.
       COPY AUDITREC.
       COPY AUDITCTL.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-OPERFILE                  PIC XX.

      * ACCION QUE SE ASIENTA EN LA AUDITORIA: "OK" CORRIDA NORMAL,
           05  QTL-CANTIDAD             PIC Z(4)9.
           05  FILLER                   PIC X(87) VALUE SPACES.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           END-IF.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT RUN-MODE-SW FROM ENVIRONMENT "RUNMODE".
               MOVE 8 TO RETURN-CODE
               GOBACK
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
           PERFORM 1300-VALIDAR-OPERADOR THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
           MOVE ZERO TO AUD-NUM2.
           MOVE REGISTROS-ENCONTRADOS TO AUD-RESULTADO.
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
               DISPLAY "DIVISIONES - ERROR ABRIENDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
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
               DISPLAY "DIVISIONES - ERROR ABRIENDO AUDITCTL - "
                   "FILE STATUS " FS-AUDITCTL
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
               DISPLAY "DIVISIONES - ERROR GRABANDO AUDITCTL - "
                   "FILE STATUS " FS-AUDITCTL
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

       9000-FINALIZAR.
           CLOSE CALC-REGISTER.
       9000-EXIT.
           EXIT.

