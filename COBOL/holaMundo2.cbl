      *             the Convierte-Calcreg-2 pass (job CONVJOB2) and
      *             the AUDITFILE a rotation at cutover, see the
      *             copybooks.
      * 2026-10-15  Every audit entry is sealed before it is written:
      *             running sequence number and check value chained
      *             from the previous entry, taken from and carried
      *             forward in the AUDITCTL control record (see
      *             AUDITREC and Verifica-Auditoria).
      * 2026-10-15  Every WRITE and REWRITE that reaches CALCREG (the
      *             new calculation in 5200-ESCRIBIR-CALCREG and the
      *             superseded original in 2670-SUPERSEDER-ORIGINAL)
      *             is also appended to the CALCJRNL before/after
      *             journal, so the register can be rebuilt from the
      *             nightly CALCIMG backup image (see Respalda-Calcreg
      *             and Recupera-Calcreg).
      * 2026-10-15  Batch mode can run as one part of a split night
      *             (RUNPART set, see Reparte-Lote and CURSOJOB): the
      *             TRANFILE is then a LOTEPART part file and every
      *             record carries its position in VALIDTRAN, which is
      *             the sequence the run id is built from, so the ids
      *             stay the same whatever part posts them. The
      *             checkpoint still counts the records of the file
      *             being read. A correction naming a batch record of
      *             the same night that does not come before it in
      *             VALIDTRAN posts as "CN" without looking for it, so
      *             the outcome never depends on which part got there
      *             first.
      * 2026-10-15  Can be called from the Menu-Operador front door:
      *             the mainline ends with GOBACK instead of STOP RUN,
      *             which behaves the same when the program is run on
      *             its own.
      * 2026-10-15  A batch calculation posts the department of the
      *             submission it came in (TR-DEPTO, the transaction
      *             record is 33 bytes and the part record 43 now) on
      *             CALCREG as CR-DEPTO, for the monthly chargeback;
      *             an interactive calculation posts it blank.
      * 2026-10-15  Batch mode reads the review limits from LIMFILE
      *             (see LIMITES) at startup: a calculation whose
      *             operands or results pass a limit of its operation
      *             type is posted held (CR-RETENCION "H", with the
      *             limit it passed in CR-MOTIVO-RETENCION) and marked
      *             RETENIDO on its report line, so Extrae-Ciclo leaves
      *             it out until a level-3 operator releases it from
      *             the Cola-Retenidos review queue. Without LIMFILE
      *             nothing is held; an unreadable limit refuses the
      *             run. Interactive calculations are never held.
      * 2026-10-15  A correction of a calculation that is still held
      *             for review is posted held too, motive "CO", so
      *             Finance never gets a correction of a calculation it
      *             has not received; Cola-Retenidos releases it only
      *             after the original.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry instead of being held open for the run, and
      *             AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, so two
      *             programs writing at the same time can no longer
      *             seal on the same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Curso-de-Cobol.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

           SELECT PARM-FILE
               ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS FS-OPERFILE.

           SELECT CALC-JOURNAL-FILE
               ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCJRNL.

           SELECT LIMITES-FILE
               ASSIGN TO "LIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 TO 43 CHARACTERS.
       COPY TRANREC.
       COPY LOTEPART.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPCION-RECORD             PIC X(132).

       FD  LIMITES-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LIMITES.

       COPY CALCREG.
       COPY AUDITREC.
       COPY AUDITCTL.
       COPY RUNCTL.
       COPY OPERMAST.
       COPY CALCJRNL.

       WORKING-STORAGE SECTION.
       01 SALUDO PIC X(40) VALUE"Hola como estas, espero que todo bien".
           88  ESTADO-CORR-SIN-ORIGINAL VALUE "CN".

       01  FS-EXCPFILE                  PIC XX.
       01  FS-LIMFILE                   PIC XX.

      * LIMITES DE REVISION DE LIMFILE, UNA ENTRADA POR TIPO DE
      * OPERACION EN EL ORDEN DE TIPOS-LIMITE. UNA ENTRADA EN CERO NO
      * LIMITA; SIN LIMFILE QUEDA TODO EN CERO Y NO SE RETIENE NADA.
       01  TIPOS-LIMITE-LITERAL         PIC X(08) VALUE "SRMDEPAT".
       01  TIPOS-LIMITE-TABLA REDEFINES TIPOS-LIMITE-LITERAL.
           05  TIPO-LIMITE              PIC X(01) OCCURS 8 TIMES.
       01  LIMITES-TABLA.
           05  LIMITE-TIPO              OCCURS 8 TIMES.
               10  LMT-MAXIMO-NUM1      PIC 9(05).
               10  LMT-MAXIMO-NUM2      PIC 9(05).
               10  LMT-MAXIMO-RESULTADO PIC 9(07)V99.
       77  LMT-IDX                      PIC 9(02) COMP VALUE ZERO.
       77  LIMITES-LEIDOS               PIC 9(03) COMP VALUE ZERO.
       01  LIMITES-CARGADOS-SW          PIC X(01) VALUE "N".
           88  LIMITES-CARGADOS         VALUE "S".
       01  FIN-LIMITES-SW               PIC X(01).
           88  FIN-LIMITES              VALUE "S".
       01  LIMITE-ENCONTRADO-SW         PIC X(01).
           88  LIMITE-ENCONTRADO        VALUE "S".
           88  LIMITE-NO-ENCONTRADO     VALUE "N".

      * PRUEBA DE LIMITES DEL CALCULO EN CURSO: EL TIPO CUYO LIMITE SE
      * BUSCA, EL VALOR (EN ABSOLUTO) CONTRA SU MAXIMO Y EL MOTIVO QUE
      * QUEDA SI LO PASA. SE QUEDA CON EL PRIMER LIMITE PASADO.
       01  TIPO-A-BUSCAR                PIC X(01).
       01  VALOR-A-PROBAR               PIC S9(07)V99.
       01  MAXIMO-A-PROBAR              PIC 9(07)V99.
       01  MOTIVO-A-ASIGNAR.
           05  MAA-CLASE                PIC X(01).
           05  MAA-TIPO                 PIC X(01).
       01  MOTIVO-RETENCION             PIC X(02) VALUE SPACES.
       01  CALCULO-RETENIDO-SW          PIC X(01) VALUE "N".
           88  CALCULO-RETENIDO         VALUE "S".
           88  CALCULO-LIBRE            VALUE "N".
       77  CALCULOS-RETENIDOS           PIC 9(07) COMP VALUE ZERO.
       01  CANTIDAD-EDITADA             PIC Z(6)9.

      * CONTROL DE LA CORRECCION EN CURSO: SI EL REGISTRO EN PROCESO
      * ES UNA CORRECCION, SI SU ORIGINAL SE ENCONTRO EN CALCREG, EL
           88  ORIGINAL-ENCONTRADO      VALUE "S".
           88  ORIGINAL-NO-ENCONTRADO   VALUE "N".
       01  ORIGINAL-TIPO                PIC X(01).
      * EL ORIGINAL SIGUE RETENIDO PARA REVISION: FINANZAS NO LO
      * RECIBIO, ASI QUE LA CORRECCION TAMPOCO PUEDE SALIR TODAVIA.
       01  ORIGINAL-RETENIDO-SW         PIC X(01) VALUE "N".
           88  ORIGINAL-RETENIDO        VALUE "S".
           88  ORIGINAL-NO-RETENIDO     VALUE "N".
       01  CORRIGE-RUN-ID               PIC 9(15).
       01  CORRIGE-RUN-ID-DESGLOSE REDEFINES CORRIGE-RUN-ID.
           05  CRD-FECHA                PIC 9(08).
           05  CRD-MODO                 PIC 9(01).
           05  CRD-SECUENCIA            PIC 9(06).
       01  NUEVO-RUN-ID                 PIC 9(15).

      * LINEAS DE DETALLE DE LAS CORRECCIONES, RETENIDAS DURANTE LA

       01  FS-CALCREG                   PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-CALCJRNL                  PIC XX.

      * IMAGEN ANTERIOR DEL REGISTRO DE CALCREG QUE SE VA A GRABAR, Y
      * LA ACCION, PARA EL JOURNAL: EN BLANCO PARA UN WRITE ("W"), EL
      * REGISTRO TAL COMO SE LEYO PARA UN REWRITE ("R").
       01  JOURNAL-ANTES                PIC X(128).
       01  JOURNAL-ACCION               PIC X(01).
       01  JOURNAL-FECHA                PIC 9(08).
       01  JOURNAL-TIEMPO.
           05  JT-HHMMSS                PIC 9(06).
           05  FILLER                   PIC 9(02).

      * CONTROL DEL MODO DE CORRIDA (INTERACTIVO O POR LOTE)
       01  RUN-MODE-SW                  PIC X(08).
           88  MODO-BATCH               VALUE "BATCH".
           88  MODO-INTERACTIVO         VALUE "INTERAC".

      * PARTE DEL LOTE QUE CORRE ESTE PROGRAMA CUANDO CURSOJOB REPARTE
      * LA NOCHE EN VARIAS PARTES (EN BLANCO: UNA SOLA CORRIDA SOBRE
      * TODO VALIDTRAN, COMO SIEMPRE).
       01  PARTE-LOTE                   PIC X(02).
           88  CORRIDA-COMPLETA         VALUE SPACES.

       01  FIN-TRANSACCIONES-SW         PIC X(01).
           88  FIN-TRANSACCIONES        VALUE "S".
           88  NO-FIN-TRANSACCIONES     VALUE "N".

       77  CONTADOR-REGISTROS           PIC 9(07) COMP VALUE ZERO.
       77  ULTIMO-REGISTRO-PROCESADO    PIC 9(07) COMP VALUE ZERO.
      * POSICION DEL REGISTRO EN CURSO DENTRO DE VALIDTRAN: EL MISMO
      * CONTADOR DE REGISTROS EN UNA CORRIDA COMPLETA, LA QUE TRAE EL
      * REGISTRO EN UNA PARTE DEL LOTE.
       77  POSICION-VALIDTRAN           PIC 9(07) COMP VALUE ZERO.
       77  CKPT-COCIENTE                PIC 9(07) COMP VALUE ZERO.
       77  CKPT-RESIDUO                 PIC 9(07) COMP VALUE ZERO.

      * RUN ID DEL REGISTRO QUE LA LINEA CORRIGE; EN BLANCO EN LAS
      * LINEAS QUE NO SON CORRECCIONES.
           05  LDL-CORRIGE              PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
      * "RETENIDO" Y EL LIMITE QUE PASO CUANDO EL CALCULO QUEDO
      * RETENIDO PARA REVISION; EN BLANCO EN LOS DEMAS.
           05  LDL-RETENCION            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LDL-MOTIVO-RETENCION     PIC X(02).
           05  FILLER                   PIC X(12) VALUE SPACES.

      * ENCABEZADO Y LINEA DE DETALLE DEL REPORTE DE EXCEPCIONES: SOLO
      * LOS CALCULOS DONDE ALGUN RESULTADO SE FORZO A CERO.
           05  EXL-DESCRIPCION          PIC X(30).
           05  FILLER                   PIC X(54) VALUE SPACES.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               PERFORM 3000-PROCESO-INTERACTIVO THRU 3000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT RUN-MODE-SW FROM ENVIRONMENT "RUNMODE".
               MOVE "INTERAC" TO RUN-MODE-SW
           END-IF.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATORID".
           ACCEPT PARTE-LOTE FROM ENVIRONMENT "RUNPART".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1150-LEER-RUN-CONTROL THRU 1150-EXIT.
           PERFORM 1050-LEER-PARMFILE THRU 1050-EXIT.
           IF MODO-BATCH
               PERFORM 1060-LEER-LIMITES THRU 1060-EXIT
           END-IF.
           PERFORM 1100-ABRIR-CALCREG THRU 1100-EXIT.
           PERFORM 1300-VALIDAR-OPERADOR THRU 1300-EXIT.
       1000-EXIT.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * CARGA LOS LIMITES DE REVISION DE LIMFILE EN LA TABLA POR TIPO
      * DE OPERACION. SIN LIMFILE NO HAY LIMITES Y SE AVISA; UN
      * REGISTRO CON UN TIPO DESCONOCIDO O UN LIMITE NO NUMERICO
      * RECHAZA LA CORRIDA, PARA NO POSTEAR SIN CONTROL CALCULOS QUE
      * EL SUPERVISOR QUISO RETENER.
      ******************************************************************
       1060-LEER-LIMITES.
           INITIALIZE LIMITES-TABLA.
           OPEN INPUT LIMITES-FILE.
           IF FS-LIMFILE NOT = "00"
               DISPLAY "CURSO-DE-COBOL - AVISO: SIN LIMFILE - "
                   "NO SE RETIENE NINGUN CALCULO"
               GO TO 1060-EXIT
           END-IF.
           MOVE "N" TO FIN-LIMITES-SW.
           PERFORM 1070-LEER-LIMITE THRU 1070-EXIT
               UNTIL FIN-LIMITES.
           CLOSE LIMITES-FILE.
           IF LIMITES-LEIDOS > ZERO
               SET LIMITES-CARGADOS TO TRUE
           END-IF.
       1060-EXIT.
           EXIT.

       1070-LEER-LIMITE.
           READ LIMITES-FILE
               AT END
                   MOVE "S" TO FIN-LIMITES-SW
                   GO TO 1070-EXIT
           END-READ.
           IF LM-COMENTARIO
               GO TO 1070-EXIT
           END-IF.
           IF NOT LM-TIPO-VALIDO
            OR LM-MAXIMO-NUM1 NOT NUMERIC
            OR LM-MAXIMO-NUM2 NOT NUMERIC
            OR LM-MAXIMO-RESULTADO NOT NUMERIC
               DISPLAY "CURSO-DE-COBOL - LIMFILE INVALIDO: ["
                   LIMITE-RECORD (1:24) "] - CORRIDA RECHAZADA"
               CLOSE LIMITES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LM-TIPO-OPERACION TO TIPO-A-BUSCAR.
           PERFORM 5170-BUSCAR-LIMITE THRU 5170-EXIT.
           MOVE LM-MAXIMO-NUM1 TO LMT-MAXIMO-NUM1 (LMT-IDX).
           MOVE LM-MAXIMO-NUM2 TO LMT-MAXIMO-NUM2 (LMT-IDX).
           MOVE LM-MAXIMO-RESULTADO TO LMT-MAXIMO-RESULTADO (LMT-IDX).
           ADD 1 TO LIMITES-LEIDOS.
       1070-EXIT.
           EXIT.

       1100-ABRIR-CALCREG.
           OPEN I-O CALC-REGISTER.
           IF FS-CALCREG = "35"
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
      * SIN JOURNAL NO SE GRABA NADA EN CALCREG: UN CAMBIO QUE NO
      * QUEDA EN EL JOURNAL SE PIERDE EN UNA RECUPERACION.
           OPEN EXTEND CALC-JOURNAL-FILE.
           IF FS-CALCJRNL = "35"
               OPEN OUTPUT CALC-JOURNAL-FILE
           END-IF.
           IF FS-CALCJRNL NOT = "00"
               DISPLAY "CURSO-DE-COBOL - ERROR ABRIENDO CALCJRNL - "
                   "FILE STATUS " FS-CALCJRNL
               CLOSE CALC-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

           PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
               UNTIL FIN-TRANSACCIONES.
           PERFORM 2700-SECCION-CORRECCIONES THRU 2700-EXIT.
           IF CALCULOS-RETENIDOS > ZERO
               MOVE CALCULOS-RETENIDOS TO CANTIDAD-EDITADA
               DISPLAY "CURSO-DE-COBOL - CALCULOS RETENIDOS PARA "
                   "REVISION: " CANTIDAD-EDITADA
           END-IF.
           MOVE CONTADOR-REGISTROS TO CKPT-ULTIMO-REGISTRO.
           SET CKPT-COMPLETO TO TRUE.
           PERFORM 2060-ESCRIBIR-CHECKPOINT THRU 2060-EXIT.
               NOT AT END
                   ADD 1 TO CONTADOR-REGISTROS
                   IF CONTADOR-REGISTROS > ULTIMO-REGISTRO-PROCESADO
                       PERFORM 2110-POSICION-VALIDTRAN THRU 2110-EXIT
                       MOVE TR-NUM1 TO NUM1
                       MOVE TR-NUM2 TO NUM2
                       IF TR-OP-CORRECCION
       2100-EXIT.
           EXIT.

      ******************************************************************
      * POSICION DEL REGISTRO EN VALIDTRAN, DE LA QUE SALE LA SECUENCIA
      * DEL RUN ID. UN REGISTRO DE PARTE SIN POSICION NO SE PUEDE
      * ASENTAR SIN RIESGO DE PISAR OTRO RUN ID: LA PARTE TERMINA CON
      * CODIGO 8 Y EL CHECKPOINT QUEDA PARA REANUDARLA.
      ******************************************************************
       2110-POSICION-VALIDTRAN.
           IF CORRIDA-COMPLETA
               MOVE CONTADOR-REGISTROS TO POSICION-VALIDTRAN
               GO TO 2110-EXIT
           END-IF.
           IF TP-POSICION NOT NUMERIC
            OR TP-POSICION = ZERO
               DISPLAY "CURSO-DE-COBOL - PARTE " PARTE-LOTE
                   " - REGISTRO " CONTADOR-REGISTROS
                   " SIN POSICION EN VALIDTRAN - CORRIDA CANCELADA"
               CLOSE TRANSACTION-FILE
               CLOSE REPORT-FILE
               CLOSE EXCEPCION-FILE
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE TP-POSICION TO POSICION-VALIDTRAN.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * GRABA UN CHECKPOINT INTERMEDIO CADA 50 REGISTROS PROCESADOS,
      * PARA QUE UNA CORRIDA QUE FALLE A MITAD DE CAMINO NO TENGA QUE

       2200-CALCULAR-Y-ESCRIBIR.
           PERFORM 2205-CALCULAR-OPERACIONES THRU 2205-EXIT.
           PERFORM 5150-PROBAR-LIMITES THRU 5150-EXIT.
           PERFORM 2280-MARCAR-RETENCION THRU 2280-EXIT.
           MOVE SPACES TO LDL-CORRIGE.
           MOVE NUM1 TO LDL-NUM1.
           MOVE NUM2 TO LDL-NUM2.
       2270-EXIT.
           EXIT.

      ******************************************************************
      * MARCA DE RETENCION DE LA LINEA DE DETALLE DEL CALCULO EN CURSO.
      ******************************************************************
       2280-MARCAR-RETENCION.
           IF CALCULO-RETENIDO
               MOVE "RETENIDO" TO LDL-RETENCION
               MOVE MOTIVO-RETENCION TO LDL-MOTIVO-RETENCION
           ELSE
               MOVE SPACES TO LDL-RETENCION
               MOVE SPACES TO LDL-MOTIVO-RETENCION
           END-IF.
       2280-EXIT.
           EXIT.

      ******************************************************************
      * CORRECCION - RECALCULA CON LOS OPERANDOS DE REEMPLAZO BAJO EL
      * TIPO QUE PIDIO EL REGISTRO ORIGINAL, ASIENTA EL RESULTADO COMO
      * CONCILIACION Y LA PISTA DE AUDITORIA SIGAN ENTERAS. SI EL
      * ORIGINAL NO ESTA EN EL REGISTRO, EL RECALCULO SE ASIENTA IGUAL
      * (EL BALANCE DE LA CORRIDA LO NECESITA) CON ESTADO "CN" Y CAE
      * AL REPORTE DE EXCEPCIONES. UN ORIGINAL DEL LOTE DE LA MISMA
      * NOCHE SOLO CUENTA SI VIENE ANTES QUE LA CORRECCION EN VALIDTRAN:
      * CON LA NOCHE REPARTIDA EN PARTES, UNO POSTERIOR PODRIA ESTAR YA
      * ASENTADO POR OTRA PARTE O NO, SEGUN QUIEN LLEGUE PRIMERO.
      ******************************************************************
       2600-PROCESAR-CORRECCION.
           SET CORRECCION-EN-CURSO TO TRUE.
           MOVE TR-CORRIGE-RUN-ID TO CORRIGE-RUN-ID.
           SET ORIGINAL-NO-ENCONTRADO TO TRUE.
           SET ORIGINAL-NO-RETENIDO TO TRUE.
           MOVE "T" TO ORIGINAL-TIPO.
           IF CRD-FECHA = FECHA-NEGOCIO
            AND CRD-MODO = 1
            AND CRD-SECUENCIA NOT < POSICION-VALIDTRAN
               DISPLAY "CURSO-DE-COBOL - CORRECCION ANTERIOR A SU "
                   "ORIGINAL: " CORRIGE-RUN-ID
           ELSE
               MOVE CORRIGE-RUN-ID TO CR-RUN-ID
               READ CALC-REGISTER
                   INVALID KEY
                       DISPLAY "CURSO-DE-COBOL - CORRECCION SIN "
                           "ORIGINAL: " CORRIGE-RUN-ID
                   NOT INVALID KEY
                       SET ORIGINAL-ENCONTRADO TO TRUE
                       MOVE CR-TIPO-OPERACION TO ORIGINAL-TIPO
                       IF CR-RETENIDO
                           SET ORIGINAL-RETENIDO TO TRUE
                       END-IF
               END-READ
           END-IF.
           MOVE ORIGINAL-TIPO TO TIPO-OPERACION.
           PERFORM 2205-CALCULAR-OPERACIONES THRU 2205-EXIT.
      * UN ORIGINAL AUSENTE MANDA SOBRE CUALQUIER OTRO MOTIVO: ES LO
           IF ORIGINAL-NO-ENCONTRADO
               SET ESTADO-CORR-SIN-ORIGINAL TO TRUE
           END-IF.
           PERFORM 5150-PROBAR-LIMITES THRU 5150-EXIT.
      * LA CORRECCION DE UN ORIGINAL RETENIDO QUEDA RETENIDA TAMBIEN
      * (MOTIVO "CO") HASTA QUE EL SUPERVISOR DECIDA EL ORIGINAL, SI
      * NINGUN LIMITE LA RETUVO YA.
           IF MODO-BATCH AND ORIGINAL-RETENIDO AND NOT CALCULO-RETENIDO
               SET CALCULO-RETENIDO TO TRUE
               MOVE "CO" TO MOTIVO-RETENCION
           END-IF.
           PERFORM 2280-MARCAR-RETENCION THRU 2280-EXIT.
           PERFORM 2650-RETENER-LINEA-CORRECCION THRU 2650-EXIT.
           PERFORM 5200-ESCRIBIR-CALCREG THRU 5200-EXIT.
           IF ORIGINAL-ENCONTRADO
                       "SUPERSEDER: " CORRIGE-RUN-ID
                   GO TO 2670-EXIT
           END-READ.
           MOVE CALC-REG-RECORD TO JOURNAL-ANTES.
           SET CR-SUPERSEDIDO TO TRUE.
           MOVE NUEVO-RUN-ID TO CR-SUPERSEDIDO-POR.
           REWRITE CALC-REG-RECORD
               INVALID KEY
                   DISPLAY "CURSO-DE-COBOL - ERROR REESCRIBIENDO "
                       "ORIGINAL: " CORRIGE-RUN-ID
               NOT INVALID KEY
                   MOVE "R" TO JOURNAL-ACCION
                   PERFORM 5400-ESCRIBIR-JOURNAL THRU 5400-EXIT
           END-REWRITE.
       2670-EXIT.
           EXIT.
           MOVE "T" TO TIPO-OPERACION.
           MOVE SPACES TO LDL-CORRIGE.
           PERFORM 2205-CALCULAR-OPERACIONES THRU 2205-EXIT.
           PERFORM 2280-MARCAR-RETENCION THRU 2280-EXIT.
      * REALIZANDO SUMAS---------------------------------
           DISPLAY "El Resultado es: " RESULT-SUMA.
      * REALIZAR RESTAS----------------------------------
           MOVE FECHA-NEGOCIO TO CR-CALC-DATE.
           IF MODO-BATCH
               MOVE 1 TO CR-SEQ-MODO
               MOVE POSICION-VALIDTRAN TO CR-SEQ-SECUENCIA
           ELSE
               MOVE 2 TO CR-SEQ-MODO
               COMPUTE CR-SEQ-SECUENCIA =
           MOVE RESULT-PORCENTAJE TO CR-RESULT-PORCENTAJE.
           MOVE RESULT-PROMEDIO TO CR-RESULT-PROMEDIO.
           MOVE CALC-STATUS TO CR-STATUS.
      * UN CALCULO QUE PASO UN LIMITE QUEDA RETENIDO FUERA DEL
      * EXTRACTO HASTA QUE LO LIBEREN DE LA COLA DE REVISION.
           IF CALCULO-RETENIDO
               SET CR-RETENIDO TO TRUE
               MOVE MOTIVO-RETENCION TO CR-MOTIVO-RETENCION
           ELSE
               SET CR-NO-RETENIDO TO TRUE
               MOVE SPACES TO CR-MOTIVO-RETENCION
           END-IF.
      * EL DEPARTAMENTO QUE PAGA EL CALCULO: EL DEL ENVIO EN LOTE;
      * UN CALCULO INTERACTIVO NO VIENE DE NINGUN ENVIO.
           IF MODO-BATCH
               MOVE TR-DEPTO TO CR-DEPTO
           ELSE
               MOVE SPACES TO CR-DEPTO
           END-IF.
      * LA CADENA DE CORRECCION: UN REGISTRO NUEVO DE CORRECCION
      * NOMBRA A SU ORIGINAL; TODO REGISTRO NACE SIN SUPERSEDER.
           IF CORRECCION-EN-CURSO
           WRITE CALC-REG-RECORD
               INVALID KEY
                   DISPLAY "CALCREG WRITE ERROR - DUPLICATE RUN ID"
               NOT INVALID KEY
                   MOVE SPACES TO JOURNAL-ANTES
                   MOVE "W" TO JOURNAL-ACCION
                   PERFORM 5400-ESCRIBIR-JOURNAL THRU 5400-EXIT
                   IF CALCULO-RETENIDO
                       ADD 1 TO CALCULOS-RETENIDOS
                   END-IF
           END-WRITE.
           IF NOT ESTADO-NORMAL
               PERFORM 5250-ESCRIBIR-EXCEPCION THRU 5250-EXIT
       5200-EXIT.
           EXIT.

      ******************************************************************
      * LIMITES DE REVISION (SOLO EN LOTE) - PRUEBA LOS OPERANDOS
      * CONTRA LOS LIMITES DEL TIPO PEDIDO Y CADA RESULTADO CALCULADO
      * CONTRA EL LIMITE DE SU PROPIA OPERACION (CON TIPO "T", LOS
      * SIETE). EL PRIMER LIMITE PASADO RETIENE EL CALCULO Y QUEDA
      * COMO MOTIVO: "N1"/"N2" UN OPERANDO, "R" MAS EL TIPO UN
      * RESULTADO.
      ******************************************************************
       5150-PROBAR-LIMITES.
           SET CALCULO-LIBRE TO TRUE.
           MOVE SPACES TO MOTIVO-RETENCION.
           IF NOT MODO-BATCH OR NOT LIMITES-CARGADOS
               GO TO 5150-EXIT
           END-IF.
           MOVE TIPO-OPERACION TO TIPO-A-BUSCAR.
           PERFORM 5170-BUSCAR-LIMITE THRU 5170-EXIT.
           IF LIMITE-NO-ENCONTRADO
               GO TO 5150-EXIT
           END-IF.
           MOVE NUM1 TO VALOR-A-PROBAR.
           MOVE LMT-MAXIMO-NUM1 (LMT-IDX) TO MAXIMO-A-PROBAR.
           MOVE "N1" TO MOTIVO-A-ASIGNAR.
           PERFORM 5160-PROBAR-VALOR THRU 5160-EXIT.
           MOVE NUM2 TO VALOR-A-PROBAR.
           MOVE LMT-MAXIMO-NUM2 (LMT-IDX) TO MAXIMO-A-PROBAR.
           MOVE "N2" TO MOTIVO-A-ASIGNAR.
           PERFORM 5160-PROBAR-VALOR THRU 5160-EXIT.
           IF OPERACION-SUMA OR OPERACION-TODAS
               MOVE "S" TO TIPO-A-BUSCAR
               MOVE RESULT-SUMA TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-RESTA OR OPERACION-TODAS
               MOVE "R" TO TIPO-A-BUSCAR
               MOVE RESULT-RESTA TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-MULT OR OPERACION-TODAS
               MOVE "M" TO TIPO-A-BUSCAR
               MOVE RESULT-MULT TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-DIVISION OR OPERACION-TODAS
               MOVE "D" TO TIPO-A-BUSCAR
               MOVE RESULT-DIVISION TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-RESTO OR OPERACION-TODAS
               MOVE "E" TO TIPO-A-BUSCAR
               MOVE RESULT-RESTO TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-PORCENTAJE OR OPERACION-TODAS
               MOVE "P" TO TIPO-A-BUSCAR
               MOVE RESULT-PORCENTAJE TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
           IF OPERACION-PROMEDIO OR OPERACION-TODAS
               MOVE "A" TO TIPO-A-BUSCAR
               MOVE RESULT-PROMEDIO TO VALOR-A-PROBAR
               PERFORM 5155-PROBAR-RESULTADO THRU 5155-EXIT
           END-IF.
       5150-EXIT.
           EXIT.

       5155-PROBAR-RESULTADO.
           PERFORM 5170-BUSCAR-LIMITE THRU 5170-EXIT.
           IF LIMITE-NO-ENCONTRADO
               GO TO 5155-EXIT
           END-IF.
           MOVE LMT-MAXIMO-RESULTADO (LMT-IDX) TO MAXIMO-A-PROBAR.
           MOVE "R" TO MAA-CLASE.
           MOVE TIPO-A-BUSCAR TO MAA-TIPO.
           PERFORM 5160-PROBAR-VALOR THRU 5160-EXIT.
       5155-EXIT.
           EXIT.

       5160-PROBAR-VALOR.
           IF CALCULO-RETENIDO OR MAXIMO-A-PROBAR = ZERO
               GO TO 5160-EXIT
           END-IF.
           IF VALOR-A-PROBAR < ZERO
               COMPUTE VALOR-A-PROBAR = ZERO - VALOR-A-PROBAR
           END-IF.
           IF VALOR-A-PROBAR > MAXIMO-A-PROBAR
               SET CALCULO-RETENIDO TO TRUE
               MOVE MOTIVO-A-ASIGNAR TO MOTIVO-RETENCION
           END-IF.
       5160-EXIT.
           EXIT.

      * BUSCA EN LA TABLA DE LIMITES LA ENTRADA DE TIPO-A-BUSCAR Y
      * DEJA LMT-IDX APUNTANDO A ELLA.
       5170-BUSCAR-LIMITE.
           SET LIMITE-NO-ENCONTRADO TO TRUE.
           PERFORM 5175-COMPARAR-LIMITE THRU 5175-EXIT
               VARYING LMT-IDX FROM 1 BY 1
               UNTIL LMT-IDX > 8 OR LIMITE-ENCONTRADO.
           IF LIMITE-ENCONTRADO
               SUBTRACT 1 FROM LMT-IDX
           END-IF.
       5170-EXIT.
           EXIT.

       5175-COMPARAR-LIMITE.
           IF TIPO-LIMITE (LMT-IDX) = TIPO-A-BUSCAR
               SET LIMITE-ENCONTRADO TO TRUE
           END-IF.
       5175-EXIT.
           EXIT.

      ******************************************************************
      * ESCRIBE UNA LINEA EN EL REPORTE DIARIO DE EXCEPCIONES POR CADA
      * CALCULO DONDE ALGUN RESULTADO SE FORZO A CERO, CON EL OPERADOR,
                   MOVE RESULT-DIVISION TO AUD-RESULTADO
           END-EVALUATE.
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
               DISPLAY "CURSO-DE-COBOL - ERROR ABRIENDO AUDITFILE - "
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
               DISPLAY "CURSO-DE-COBOL - ERROR ABRIENDO AUDITCTL - "
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
               DISPLAY "CURSO-DE-COBOL - ERROR GRABANDO AUDITCTL - "
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

      ******************************************************************
      * JOURNAL DE CALCREG - ASIENTA EL CAMBIO QUE ACABA DE LLEGAR AL
      * REGISTRO CON SU IMAGEN ANTERIOR (JOURNAL-ANTES) Y POSTERIOR
      * (EL REGISTRO TAL COMO QUEDO), LA FECHA DE NEGOCIO Y EL
      * OPERADOR, PARA QUE RECUPERA-CALCREG PUEDA REHACERLO.
      ******************************************************************
       5400-ESCRIBIR-JOURNAL.
           ACCEPT JOURNAL-FECHA FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-TIEMPO FROM TIME.
           MOVE SPACES TO CALC-JOURNAL-RECORD.
           MOVE FECHA-NEGOCIO TO CJ-FECHA-NEGOCIO.
           MOVE JOURNAL-FECHA TO CJ-FECHA.
           MOVE JT-HHMMSS TO CJ-HORA.
           MOVE OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "Curso-de-Cobol" TO CJ-PROGRAMA.
           MOVE JOURNAL-ACCION TO CJ-ACCION.
           MOVE CR-RUN-ID TO CJ-RUN-ID.
           MOVE JOURNAL-ANTES TO CJ-ANTES.
           MOVE CALC-REG-RECORD TO CJ-DESPUES.
           WRITE CALC-JOURNAL-RECORD.
           IF FS-CALCJRNL NOT = "00"
               DISPLAY "CURSO-DE-COBOL - ERROR GRABANDO CALCJRNL - "
                   "FILE STATUS " FS-CALCJRNL " - RUN ID " CR-RUN-ID
           END-IF.
       5400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALC-REGISTER.
           CLOSE CALC-JOURNAL-FILE.
       9000-EXIT.
           EXIT.

