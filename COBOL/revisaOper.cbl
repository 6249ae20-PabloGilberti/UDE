      *             the audit trail with accion "BJ". Replaces the
      *             ritual of running Reporte-Auditoria per operator
      *             and comparing listings by hand.
      * 2026-10-15  Every "BJ" audit entry is sealed before it is
      *             written: running sequence number and check
      *             value chained from the previous entry, taken from
      *             and carried forward in the AUDITCTL control record
      *             (see AUDITREC and Verifica-Auditoria).
      * 2026-10-15  "BL" lockout entries written by Menu-Operador are
      *             skipped like the "BJ" ones: a lockout is triggered
      *             by failed sign-ons that may not be the operator's
      *             own, so it is not activity of the id.
      * 2026-10-15  AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, and AUDITFILE
      *             is closed before the rewrite, so two programs
      *             writing at the same time can no longer seal on the
      *             same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisa-Operadores.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

           SELECT REVISION-REPORT-FILE
               ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY OPERMAST.
       COPY AUDITREC.
       COPY AUDITCTL.

       FD  REVISION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.
       01  FS-OPERFILE                  PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-REVRPT                    PIC XX.

       01  RUN-DATE                     PIC 9(08).
           05  RVT-CANTIDAD             PIC Z(4)9.
           05  FILLER                   PIC X(35) VALUE SPACES.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
      * DESACTIVAR UN ID DORMIDO: NO SON ACTIVIDAD DEL OPERADOR Y
      * CONTARLOS CONVERTIRIA CADA BAJA AUTOMATICA EN UNA FALSA
      * "ACTIVIDAD DE INACTIVO" DURANTE TODA LA VENTANA DE CORTE.
      * TAMPOCO LOS "BL" DEL MENU-OPERADOR: EL BLOQUEO LO PROVOCAN
      * IDENTIFICACIONES FALLIDAS QUE PUEDEN NO SER DEL OPERADOR.
           IF AUD-BAJA-AUTOMATICA OR AUD-BLOQUEO
               GO TO 2100-EXIT
           END-IF.
           SET ENTRADA-NO-ENCONTRADA TO TRUE.
      * "BJ", VER AUDITREC), CON EL ID DADO DE BAJA COMO OPERADOR.
      ******************************************************************
       3400-AUDITAR-BAJA.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE RUN-TIME-HHMM RUN-TIME-SS
           MOVE ZERO TO AUD-NUM2.
           MOVE ZERO TO AUD-RESULTADO.
           MOVE "BJ" TO AUD-ACCION.
           PERFORM 3410-SELLAR-AUDITORIA THRU 3410-EXIT.
      * EL AUDITFILE SE ABRE Y CIERRA EN CADA ASIENTO, DENTRO DEL
      * BLOQUEO DEL AUDITCTL, PARA QUE EL ASIENTO ESTE EN DISCO ANTES
      * DE QUE OTRO PROGRAMA SELLE EL SIGUIENTE.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "REVISA-OPERADORES - ERROR ABRIENDO AUDITFILE "
                   "- FILE STATUS " FS-AUDITORIA
               PERFORM 3440-LIBERAR-AUDITCTL THRU 3440-EXIT
               GO TO 3400-EXIT
           END-IF.
           WRITE AUDIT-RECORD.
           IF FS-AUDITORIA = "00"
               CLOSE AUDIT-FILE
               PERFORM 3430-GRABAR-SELLO THRU 3430-EXIT
           ELSE
               CLOSE AUDIT-FILE
               PERFORM 3440-LIBERAR-AUDITCTL THRU 3440-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * SELLO DEL ASIENTO DE AUDITORIA - TOMA DEL AUDITCTL LA
      * SECUENCIA Y EL VALOR DE CONTROL DEL ULTIMO ASIENTO ESCRITO,
      * NUMERA ESTE Y ENCADENA SU VALOR DE CONTROL (VER AUDITREC Y
      * AUDSELLO). SIN AUDITCTL SE EMPIEZA UNA CADENA NUEVA. EL
      * AUDITCTL QUEDA ABIERTO CON BLOQUEO EXCLUSIVO HASTA QUE 3430
      * LO REGRABA (O 3440 LO SUELTA), PARA QUE DOS PROGRAMAS NUNCA
      * SELLEN SOBRE EL MISMO ULTIMO ASIENTO. SI OTRO LO TIENE
      * (FILE STATUS 61) SE ESPERA Y SE REINTENTA (VER 3415).
      ******************************************************************
       3410-SELLAR-AUDITORIA.
           MOVE ZERO TO SELLO-SECUENCIA.
           MOVE ZERO TO SELLO-CONTROL.
           MOVE ZERO TO SELLO-INTENTOS.
           SET SELLO-AUDITCTL-CERRADO TO TRUE.
           OPEN I-O AUDIT-CONTROL-FILE.
           PERFORM 3415-REINTENTAR-AUDITCTL THRU 3415-EXIT
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
           PERFORM 3420-ACUMULAR-CONTROL THRU 3420-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > SELLO-LARGO.
           MOVE SELLO-CONTROL TO AUD-CONTROL.
       3410-EXIT.
           EXIT.

      * CADA REINTENTO ESPERA A QUE CAMBIE LA HORA (UNA CENTESIMA DE
      * SEGUNDO); SELLO-MAXIMO-INTENTOS LIMITA LA ESPERA TOTAL.
       3415-REINTENTAR-AUDITCTL.
           ADD 1 TO SELLO-INTENTOS.
           ACCEPT SELLO-HORA FROM TIME.
           MOVE SELLO-HORA TO SELLO-HORA-AHORA.
           PERFORM 3416-LEER-HORA THRU 3416-EXIT
               UNTIL SELLO-HORA-AHORA NOT = SELLO-HORA.
           OPEN I-O AUDIT-CONTROL-FILE.
       3415-EXIT.
           EXIT.

       3416-LEER-HORA.
           ACCEPT SELLO-HORA-AHORA FROM TIME.
       3416-EXIT.
           EXIT.

       3420-ACUMULAR-CONTROL.
           MOVE AUD-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       3420-EXIT.
           EXIT.

      * EL AUDITCTL SE REGRABA SOLO DESPUES DE QUE EL ASIENTO QUEDO
      * ESCRITO Y CERRADO EL AUDITFILE, PARA QUE NUNCA VAYA ADELANTE
      * DEL ARCHIVO. AL CERRARLO SE LIBERA EL BLOQUEO.
       3430-GRABAR-SELLO.
           IF SELLO-AUDITCTL-CERRADO
               DISPLAY "REVISA-OPERADORES - ERROR ABRIENDO AUDITCTL - "
                   "FILE STATUS " FS-AUDITCTL
               GO TO 3430-EXIT
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
               DISPLAY "REVISA-OPERADORES - ERROR GRABANDO AUDITCTL - "
                   "FILE STATUS " FS-AUDITCTL
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.
           SET SELLO-AUDITCTL-CERRADO TO TRUE.
       3430-EXIT.
           EXIT.

      * UN ASIENTO QUE NO SE PUDO ESCRIBIR NO AVANZA LA CADENA: EL
      * AUDITCTL SE CIERRA SIN REGRABAR, LIBERANDO EL BLOQUEO.
       3440-LIBERAR-AUDITCTL.
           IF NOT SELLO-AUDITCTL-CERRADO
               CLOSE AUDIT-CONTROL-FILE
               SET SELLO-AUDITCTL-CERRADO TO TRUE
           END-IF.
       3440-EXIT.
           EXIT.

      ******************************************************************
      * ANOMALIAS REVERSAS - CADA ID CON ACTIVIDAD EN LA AUDITORIA SE
      * BUSCA EN EL MAESTRO: UN ID AUSENTE ES ANOMALIA SIEMPRE; UN ID
