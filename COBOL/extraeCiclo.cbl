      *             so the receiving loader supersedes a corrected
      *             calculation it already received instead of
      *             posting the correction as a new one on top.
      * 2026-10-15  Each detail ends with the department the
      *             calculation was done for (CR-DEPTO, see CALCREG),
      *             taken from the blank tail of the record, so the
      *             detail stays 160 positions.
      * 2026-10-15  A calculation Curso-de-Cobol held for supervisor
      *             review (CR-RETENCION, see CALCREG) is left out of
      *             the cycle's details. Once a level-3 operator
      *             releases it from the Cola-Retenidos queue it goes
      *             out in the next extract: CURSOJOB hands over the
      *             releases gathered since the last extract as
      *             RELCICLO (see LIBERADO), each one is read from the
      *             register by its run id and written as a detail with
      *             its own date and sequence, inside the count and the
      *             hash totals of the trailer.
      * 2026-10-15  A correction carries the run id of its original
      *             only when Finance has that original: the original
      *             is read from the register, and one rejected in
      *             review (or not on the register) sends the
      *             correction with a zero CORRIGE. A correction whose
      *             original is still held does not go out at all
      *             until the original is decided (Curso-de-Cobol
      *             holds such corrections, motive "CO"). The releases
      *             go out ahead of the cycle's own details, so a
      *             released original precedes a correction of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Extrae-Ciclo.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DWNFILE.

           SELECT LIBERADO-FILE
               ASSIGN TO "RELCICLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCICLO.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.
           RECORD CONTAINS 160 CHARACTERS.
       01  EXTRACTO-CICLO-RECORD        PIC X(160).

       FD  LIBERADO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LIBERADO.

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-RUNCTL                    PIC XX.
       01  FS-DWNFILE                   PIC XX.
       01  FS-RELCICLO                  PIC XX.

       01  RUN-DATE                     PIC 9(08).
       01  FECHA-NEGOCIO                PIC 9(08).
           88  NO-FIN-REGISTRO          VALUE "N".

       77  REGISTROS-EXTRAIDOS          PIC 9(07) COMP VALUE ZERO.
       77  REGISTROS-RETENIDOS          PIC 9(07) COMP VALUE ZERO.
       77  LIBERADOS-EXTRAIDOS          PIC 9(07) COMP VALUE ZERO.
       77  LIBERADOS-OMITIDOS           PIC 9(07) COMP VALUE ZERO.
       77  CORRECCIONES-EN-ESPERA       PIC 9(07) COMP VALUE ZERO.

       01  FIN-LIBERADOS-SW             PIC X(01).
           88  FIN-LIBERADOS            VALUE "S".

      * UNA CORRECCION SE ESCRIBE CON EL RUN ID DE SU ORIGINAL SOLO SI
      * FINANZAS RECIBIO O VA A RECIBIR ESE ORIGINAL (VER 2300). PARA
      * LEER EL ORIGINAL SE GUARDA EL REGISTRO DE LA CORRECCION.
       01  DETALLE-SW                   PIC X(01).
           88  DETALLE-ESCRITO          VALUE "S".
           88  DETALLE-EN-ESPERA        VALUE "N".
       01  CORRIGE-ENVIADO              PIC 9(15).
       01  CALCULO-GUARDADO             PIC X(128).

      * TOTALES DE CONTROL DEL EXTRACTO: LA CUENTA DE DETALLES Y LAS
      * SUMAS HASH (CON SIGNO) DE LOS OPERANDOS, QUE EL RECEPTOR
      * EL CALCULO QUE YA RECIBIO EN UNA NOCHE ANTERIOR EN VEZ DE
      * POSTEAR LA CORRECCION COMO UN CALCULO NUEVO ENCIMA.
           05  XDE-CORRIGE              PIC 9(15).
           05  FILLER                   PIC X(01) VALUE ";".
      * DEPARTAMENTO DEL ENVIO DEL QUE VINO EL CALCULO (BLANCO EN LOS
      * REGISTROS ASENTADOS ANTES DE QUE EL REGISTRO LO LLEVARA).
           05  XDE-DEPTO                PIC X(03).
           05  FILLER                   PIC X(34) VALUE SPACES.
       01  EXTRACTO-COLA.
           05  FILLER                   PIC X(02) VALUE "T;".
           05  XCO-CANTIDAD             PIC 9(07).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2500-EXTRAER-LIBERADOS THRU 2500-EXIT.
           PERFORM 2000-EXTRAER-CICLO THRU 2000-EXIT.
           PERFORM 3000-ESCRIBIR-COLA THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           IF CR-SEQ-MODO NOT = 1
               GO TO 2100-EXIT
           END-IF.
      * UN CALCULO RETENIDO PARA REVISION NO SALE CON SU CICLO: SI LO
      * LIBERAN SALE POR LA PASADA DE LIBERADOS (2500), Y SI LO
      * RECHAZAN NO SALE NUNCA.
           IF NOT CR-NO-RETENIDO
               ADD 1 TO REGISTROS-RETENIDOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-ESCRIBIR-DETALLE THRU 2200-EXIT.
      * LA LECTURA DEL ORIGINAL DE UNA CORRECCION MOVIO LA POSICION
      * DEL ARCHIVO: SE REPOSICIONA DESPUES DE LA CORRECCION.
           IF CR-CORRIGE-RUN-ID NOT = ZERO
               START CALC-REGISTER KEY IS > CR-RUN-ID
                   INVALID KEY
                       MOVE "S" TO FIN-REGISTRO-SW
               END-START
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ESCRIBIR-DETALLE.
           SET DETALLE-ESCRITO TO TRUE.
           MOVE CR-CORRIGE-RUN-ID TO CORRIGE-ENVIADO.
           IF CR-CORRIGE-RUN-ID NOT = ZERO
               PERFORM 2300-VERIFICAR-ORIGINAL THRU 2300-EXIT
           END-IF.
           IF DETALLE-EN-ESPERA
               GO TO 2200-EXIT
           END-IF.
           MOVE CR-CALC-DATE TO XDE-FECHA.
           MOVE CR-SEQ-NO TO XDE-SECUENCIA.
           MOVE CR-OPERATOR-ID TO XDE-OPERADOR.
           MOVE CR-RESULT-PORCENTAJE TO XDE-PORCENTAJE.
           MOVE CR-RESULT-PROMEDIO TO XDE-PROMEDIO.
           MOVE CR-STATUS TO XDE-ESTADO.
           MOVE CORRIGE-ENVIADO TO XDE-CORRIGE.
           MOVE CR-DEPTO TO XDE-DEPTO.
           MOVE EXTRACTO-DETALLE TO EXTRACTO-CICLO-RECORD.
           WRITE EXTRACTO-CICLO-RECORD.
           ADD 1 TO REGISTROS-EXTRAIDOS.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * EL ORIGINAL DE UNA CORRECCION SE LEE DEL REGISTRO. SI FUE
      * RECHAZADO EN REVISION O NO ESTA, FINANZAS NUNCA LO RECIBIO Y LA
      * CORRECCION SALE SIN CORRIGE. SI SIGUE RETENIDO LA CORRECCION NO
      * SALE: CURSO-DE-COBOL LA RETIENE (MOTIVO "CO") Y COLA-RETENIDOS
      * NO LA LIBERA ANTES QUE AL ORIGINAL, ASI QUE AQUI SOLO LLEGA UNA
      * ASENTADA ANTES DE ESE CONTROL, Y SE AVISA.
      ******************************************************************
       2300-VERIFICAR-ORIGINAL.
           MOVE CALC-REG-RECORD TO CALCULO-GUARDADO.
           MOVE CR-CORRIGE-RUN-ID TO CR-RUN-ID.
           READ CALC-REGISTER
               INVALID KEY
                   MOVE ZERO TO CORRIGE-ENVIADO
               NOT INVALID KEY
                   IF CR-RECHAZADO-REVISION
                       MOVE ZERO TO CORRIGE-ENVIADO
                   END-IF
                   IF CR-RETENIDO
                       SET DETALLE-EN-ESPERA TO TRUE
                   END-IF
           END-READ.
           MOVE CALCULO-GUARDADO TO CALC-REG-RECORD.
           IF DETALLE-EN-ESPERA
               DISPLAY "EXTRAE-CICLO - CORRECCION " CR-RUN-ID
                   " DE UN ORIGINAL RETENIDO - NO SALE"
               ADD 1 TO CORRECCIONES-EN-ESPERA
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * CALCULOS LIBERADOS DE LA COLA DE REVISION DESDE EL EXTRACTO
      * ANTERIOR: SE LEE CADA UNO DE CALCREG POR SU RUN ID Y SALE COMO
      * UN DETALLE MAS. SIN RELCICLO NO HUBO LIBERACIONES. UN RUN ID
      * QUE NO ESTA EN EL REGISTRO O QUE YA NO FIGURA COMO LIBERADO SE
      * AVISA Y NO SALE. LOS LIBERADOS SALEN ANTES QUE LOS DETALLES DEL
      * CICLO, ASI UN ORIGINAL LIBERADO LLEGA ANTES QUE SU CORRECCION.
      ******************************************************************
       2500-EXTRAER-LIBERADOS.
           OPEN INPUT LIBERADO-FILE.
           IF FS-RELCICLO NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO FIN-LIBERADOS-SW.
           PERFORM 2600-LEER-LIBERADO THRU 2600-EXIT
               UNTIL FIN-LIBERADOS.
           CLOSE LIBERADO-FILE.
       2500-EXIT.
           EXIT.

       2600-LEER-LIBERADO.
           READ LIBERADO-FILE
               AT END
                   MOVE "S" TO FIN-LIBERADOS-SW
                   GO TO 2600-EXIT
           END-READ.
           IF LIB-RUN-ID NOT NUMERIC
               DISPLAY "EXTRAE-CICLO - LIBERACION ILEGIBLE EN "
                   "RELCICLO - NO SALE"
               ADD 1 TO LIBERADOS-OMITIDOS
               GO TO 2600-EXIT
           END-IF.
           MOVE LIB-RUN-ID TO CR-RUN-ID.
           READ CALC-REGISTER
               INVALID KEY
                   DISPLAY "EXTRAE-CICLO - LIBERADO SIN REGISTRO: "
                       LIB-RUN-ID " - NO SALE"
                   ADD 1 TO LIBERADOS-OMITIDOS
                   GO TO 2600-EXIT
           END-READ.
           IF NOT CR-LIBERADO
               DISPLAY "EXTRAE-CICLO - RUN ID NO LIBERADO: "
                   LIB-RUN-ID " - NO SALE"
               ADD 1 TO LIBERADOS-OMITIDOS
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2200-ESCRIBIR-DETALLE THRU 2200-EXIT.
           IF DETALLE-ESCRITO
               ADD 1 TO LIBERADOS-EXTRAIDOS
           END-IF.
       2600-EXIT.
           EXIT.

       3000-ESCRIBIR-COLA.
           MOVE REGISTROS-EXTRAIDOS TO XCO-CANTIDAD.
           MOVE HASH-NUM1 TO XCO-HASH-NUM1.
           WRITE EXTRACTO-CICLO-RECORD.
           DISPLAY "EXTRAE-CICLO - DETALLES EXTRAIDOS: "
               REGISTROS-EXTRAIDOS.
           DISPLAY "EXTRAE-CICLO - LIBERADOS DE REVISION: "
               LIBERADOS-EXTRAIDOS.
           DISPLAY "EXTRAE-CICLO - RETENIDOS FUERA DEL EXTRACTO: "
               REGISTROS-RETENIDOS.
           IF LIBERADOS-OMITIDOS > ZERO
               DISPLAY "EXTRAE-CICLO - LIBERACIONES QUE NO SALIERON: "
                   LIBERADOS-OMITIDOS
           END-IF.
           IF CORRECCIONES-EN-ESPERA > ZERO
               DISPLAY "EXTRAE-CICLO - CORRECCIONES DE RETENIDOS QUE "
                   "NO SALIERON: " CORRECCIONES-EN-ESPERA
           END-IF.
       3000-EXIT.
           EXIT.

