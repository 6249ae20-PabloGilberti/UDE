      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Supervisor review queue of the calculations
      *             Curso-de-Cobol posts held (CR-RETENCION "H", over a
      *             LIMFILE limit, see LIMITES), which Extrae-Ciclo
      *             leaves out of the extract. The operator, level 3
      *             or more on OPERFILE, walks the held records of
      *             CALCREG in key order and releases each one, rejects
      *             it, or skips it. A release marks the record "L" and
      *             appends its run id to RELFILE (see LIBERADO), which
      *             CURSOJOB hands to the next night's extract. A
      *             rejection marks it "X" and puts a correction image
      *             of it ("C" over its run id, with the same operands)
      *             on REJPEND with reason "RV", so the department fixes
      *             it through Repara-Rechazos like any other reject; a
      *             record already superseded by a correction needs no
      *             second one and only gets the mark. Every REWRITE is
      *             journaled to CALCJRNL and every release and
      *             rejection goes to AUDITFILE ("LB", "RV", see
      *             AUDITREC). With RUNMODE=BATCH (level 2 is enough)
      *             it prints the aging report RETAGRPT instead: every
      *             calculation still held, with the days it has been
      *             waiting, flagged once it reaches the HOLDAGELIM
      *             limit (default 2 days); return code 4 if any is
      *             flagged. Run by HOLDJOB and from Menu-Operador.
      * 2026-10-15  RELFILE and the rejections file are opened, written
      *             and closed for each decision instead of being held
      *             open for the whole session, so CURSOJOB can take
      *             the releases while a session is going on. The
      *             rejections no longer go straight onto REJPEND: they
      *             go to HOLDREJ, which Edita-Transacciones merges
      *             into the pending master the next night the way it
      *             merges RECYCFILE. A correction held because its
      *             original was held (motive "CO") is not released
      *             until the original has been released or rejected.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry instead of being held open for the run, and
      *             AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, so two
      *             programs writing at the same time can no longer
      *             seal on the same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cola-Retenidos.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Cola de revision de los calculos retenidos por
           superar los limites, con reporte de antiguedad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-REGISTER
               ASSIGN TO "CALCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RUN-ID
               ALTERNATE RECORD KEY IS CR-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS FS-CALCREG.

           SELECT OPERATOR-MASTER
               ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS FS-OPERFILE.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

           SELECT CALC-JOURNAL-FILE
               ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCJRNL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.

           SELECT LIBERADO-FILE
               ASSIGN TO "RELFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELFILE.

           SELECT PENDIENTE-FILE
               ASSIGN TO "HOLDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTE.

           SELECT ANTIGUEDAD-REPORT-FILE
               ASSIGN TO "RETAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETAGRPT.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.
       COPY OPERMAST.
       COPY AUDITREC.
       COPY AUDITCTL.
       COPY CALCJRNL.
       COPY RUNCTL.

       FD  LIBERADO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LIBERADO.

      * RECHAZOS DE REVISION, CON EL TRAZADO DEL MAESTRO DE RECHAZOS
      * PENDIENTES (VER REJPEND): UN RETENIDO RECHAZADO SE AGREGA AL
      * FINAL Y EDITA-TRANSACCIONES LO PASA AL MAESTRO EN LA PROXIMA
      * CORRIDA, PARA QUE LO REPARE EL ESCRITORIO DE REPARA-RECHAZOS.
       FD  PENDIENTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY REJPEND.

       FD  ANTIGUEDAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ANTIGUEDAD-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-OPERFILE                  PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-CALCJRNL                  PIC XX.
       01  FS-RUNCTL                    PIC XX.
       01  FS-RELFILE                   PIC XX.
       01  FS-PENDIENTE                 PIC XX.
       01  FS-RETAGRPT                  PIC XX.

       01  OPERATOR-ID                  PIC X(08) VALUE SPACES.
       01  RUN-DATE                     PIC 9(08).
       01  FECHA-NEGOCIO                PIC 9(08).
       01  RUN-TIME.
           05  RUN-TIME-HHMM            PIC 9(04).
           05  RUN-TIME-SS              PIC 9(02).
           05  FILLER                   PIC 9(02).

      * CONTROL DEL MODO DE CORRIDA (INTERACTIVO O POR LOTE), IGUAL
      * QUE EN CURSO-DE-COBOL. EN LOTE SOLO SE IMPRIME LA ANTIGUEDAD.
       01  RUN-MODE-SW                  PIC X(08).
           88  MODO-BATCH               VALUE "BATCH".
           88  MODO-INTERACTIVO         VALUE "INTERAC".

      * ACCION QUE SE ASIENTA EN LA AUDITORIA: "LB" RETENIDO
      * LIBERADO, "RV" RETENIDO RECHAZADO, "RF" CORRIDA RECHAZADA POR
      * OPERADOR INVALIDO. LOS OPERANDOS DEL CALCULO VAN EN AUD-NUM1 Y
      * AUD-NUM2 Y SU SECUENCIA EN AUD-RESULTADO (VER AUDITREC).
       01  ACCION-AUDITORIA             PIC X(02) VALUE SPACES.
       01  AUDITORIA-NUM1               PIC S9(05) VALUE ZERO.
       01  AUDITORIA-NUM2               PIC S9(05) VALUE ZERO.
       01  AUDITORIA-NUMERO             PIC 9(07) VALUE ZERO.

      * IMAGEN ANTERIOR DEL REGISTRO DE CALCREG QUE SE VA A GRABAR, Y
      * LA ACCION, PARA EL JOURNAL (AQUI SOLO HAY REWRITES, "R").
       01  JOURNAL-ANTES                PIC X(128).

      * UNA CORRECCION RETENIDA NO SE LIBERA MIENTRAS SU ORIGINAL SIGA
      * RETENIDO: PARA LEER EL ORIGINAL SE GUARDA LA CORRECCION.
       01  CALCULO-GUARDADO             PIC X(128).
       01  ORIGINAL-RETENIDO-SW         PIC X(01).
           88  ORIGINAL-RETENIDO        VALUE "S".
           88  ORIGINAL-NO-RETENIDO     VALUE "N".
       01  JOURNAL-ACCION               PIC X(01).
       01  JOURNAL-FECHA                PIC 9(08).
       01  JOURNAL-TIEMPO.
           05  JT-HHMMSS                PIC 9(06).
           05  FILLER                   PIC 9(02).

       01  FIN-REGISTRO-SW              PIC X(01).
           88  FIN-REGISTRO             VALUE "S".
           88  NO-FIN-REGISTRO          VALUE "N".

      * EL OPERADOR PUEDE CORTAR LA SESION CON (F)INALIZAR; LOS
      * RETENIDOS QUE FALTAN QUEDAN EN LA COLA SIN TOCAR.
       01  SESION-CORTADA-SW            PIC X(01) VALUE "N".
           88  SESION-CORTADA           VALUE "S".

       01  OPCION-REVISION              PIC X(01).
           88  OPCION-LIBERAR           VALUE "L" "l".
           88  OPCION-RECHAZAR          VALUE "R" "r".
           88  OPCION-SALTAR            VALUE "S" "s".
           88  OPCION-FINALIZAR         VALUE "F" "f".

      * IMAGEN DE CORRECCION QUE VA A REJPEND CON UN RETENIDO
      * RECHAZADO: EL MISMO TRAZADO CRUDO DEL DETALLE QUE EDITA
      * EDITA-TRANSACCIONES (SIGNO Y CINCO DIGITOS POR OPERANDO, TIPO
      * "C" Y EL RUN ID QUE CORRIGE), CON LOS OPERANDOS DEL RETENIDO
      * PARA QUE EL ESCRITORIO SOLO TENGA QUE ARREGLAR EL QUE SOBRA.
       01  IMAGEN-CORRECCION.
           05  IC-NUM1                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
           05  IC-NUM2                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
           05  IC-TIPO-OPERACION        PIC X(01) VALUE "C".
           05  IC-CORRIGE-RUN-ID        PIC 9(15).
           05  FILLER                   PIC X(02) VALUE SPACES.

      * LIMITE DE DIAS EN LA COLA PARA EL REPORTE DE ANTIGUEDAD,
      * TOMADO DEL AMBIENTE (HOLDAGELIM); DOS DIAS POR DEFECTO. EL
      * UNSTRING PASA SOLO LOS DIGITOS AL CAMPO JUSTIFICADO A LA
      * DERECHA, COMO EN CONFIRMA-CARGA; UN VALOR PRESENTE PERO
      * INSERVIBLE RECHAZA LA CORRIDA.
       01  LIMITE-ENTRADA               PIC X(03).
       01  LIMITE-JUSTIFICADO           PIC X(03) JUSTIFIED RIGHT.
       77  LIMITE-DIAS                  PIC 9(03) VALUE 2.

      * DIAS QUE LLEVA RETENIDO UN CALCULO: SE CUENTAN SUMANDO UN DIA
      * A LA VEZ A LA FECHA DEL CALCULO HASTA LLEGAR A LA DE LA
      * CORRIDA, CON LA TABLA DE DIAS POR MES Y LA REGLA DE LOS
      * BISIESTOS (VER ARCHIVA-CALCREG). SE CORTA EN 999.
       01  FECHA-PASO.
           05  FP-AAAA                  PIC 9(04).
           05  FP-MM                    PIC 9(02).
           05  FP-DD                    PIC 9(02).
       01  FECHA-PASO-NUM REDEFINES FECHA-PASO PIC 9(08).

       01  DIAS-POR-MES-LITERAL PIC X(24) VALUE
           "312831303130313130313031".
       01  DIAS-POR-MES-TABLA REDEFINES DIAS-POR-MES-LITERAL.
           05  DIAS-DEL-MES             PIC 9(02) OCCURS 12 TIMES.

       77  DIAS-MES-PASO                PIC 9(02) VALUE ZERO.
       77  DIAS-RETENIDO                PIC 9(03) VALUE ZERO.
       77  MAXIMO-DIAS                  PIC 9(03) VALUE 999.
       77  BISIESTO-COCIENTE            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTO-RESIDUO             PIC 9(04) COMP VALUE ZERO.

       01  ANO-BISIESTO-SW              PIC X(01).
           88  ANO-BISIESTO             VALUE "S".
           88  ANO-NO-BISIESTO          VALUE "N".

       77  RETENIDOS-LEIDOS             PIC 9(07) COMP VALUE ZERO.
       77  RETENIDOS-LIBERADOS          PIC 9(07) COMP VALUE ZERO.
       77  RETENIDOS-RECHAZADOS         PIC 9(07) COMP VALUE ZERO.
       77  RETENIDOS-SALTADOS           PIC 9(07) COMP VALUE ZERO.
       77  RETENIDOS-ENVEJECIDOS        PIC 9(07) COMP VALUE ZERO.
       01  CANTIDAD-EDITADA             PIC Z(6)9.

      * CAMPOS EDITADOS PARA MOSTRAR EL RETENIDO EN PANTALLA.
       01  PANTALLA-NUM1                PIC Z(4)9-.
       01  PANTALLA-NUM2                PIC Z(4)9-.
       01  PANTALLA-SUMA                PIC Z(4)9-.
       01  PANTALLA-RESTA               PIC Z(4)9-.
       01  PANTALLA-MULT                PIC Z(4)9-.
       01  PANTALLA-DIVISION            PIC Z(4)9.99-.
       01  PANTALLA-RESTO               PIC Z(4)9-.
       01  PANTALLA-PORCENTAJE          PIC Z(6)9.99-.
       01  PANTALLA-PROMEDIO            PIC Z(4)9.99-.

      * ENCABEZADOS Y LINEAS DEL REPORTE DE ANTIGUEDAD
       01  ANTI-TITULO-LINEA PIC X(80) VALUE
           "REPORTE DE ANTIGUEDAD DE RETENIDOS - COLA-RETENIDOS".
       01  ANTI-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  AFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(58) VALUE SPACES.
       01  ANTI-LIMITE-LINEA.
           05  FILLER                   PIC X(26) VALUE
               "LIMITE DE DIAS EN LA COLA:".
           05  ALL-LIMITE               PIC ZZ9.
           05  FILLER                   PIC X(51) VALUE SPACES.
       01  ANTI-ENCABEZADO-LINEA PIC X(80) VALUE
           "RUN ID           OPERADOR  DEP  T    NUM1    NUM2  MO DIAS".
       01  ANTI-DETALLE-LINEA.
           05  ADL-RUN-ID               PIC 9(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-DEPTO                PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-TIPO                 PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-NUM1                 PIC Z(4)9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-NUM2                 PIC Z(4)9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-MOTIVO               PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  ADL-DIAS                 PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-MARCA                PIC X(10).
           05  FILLER                   PIC X(08) VALUE SPACES.
       01  ANTI-TOTAL-LINEA.
           05  ATL-TEXTO                PIC X(30).
           05  ATL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(43) VALUE SPACES.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF MODO-BATCH
               PERFORM 6000-REPORTE-ANTIGUEDAD THRU 6000-EXIT
           ELSE
               PERFORM 2000-SESION-REVISION THRU 2000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT RUN-MODE-SW FROM ENVIRONMENT "RUNMODE".
           IF RUN-MODE-SW = SPACES
               MOVE "INTERAC" TO RUN-MODE-SW
           END-IF.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATORID".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LIMITE-ENTRADA FROM ENVIRONMENT "HOLDAGELIM".
           IF LIMITE-ENTRADA NOT = SPACES
               MOVE SPACES TO LIMITE-JUSTIFICADO
               UNSTRING LIMITE-ENTRADA DELIMITED BY SPACE
                   INTO LIMITE-JUSTIFICADO
               END-UNSTRING
               INSPECT LIMITE-JUSTIFICADO
                   REPLACING LEADING SPACE BY ZERO
               IF LIMITE-JUSTIFICADO NOT NUMERIC
                OR LIMITE-JUSTIFICADO = "000"
                   DISPLAY "COLA-RETENIDOS - HOLDAGELIM INVALIDO: "
                       LIMITE-ENTRADA " - CORRIDA RECHAZADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LIMITE-JUSTIFICADO TO LIMITE-DIAS
           END-IF.
           PERFORM 1150-LEER-RUN-CONTROL THRU 1150-EXIT.
           PERFORM 1100-ABRIR-ARCHIVOS THRU 1100-EXIT.
           PERFORM 1300-VALIDAR-OPERADOR THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * ABRE CALCREG (I-O PARA LA SESION DE REVISION, SOLO LECTURA
      * PARA EL REPORTE), LA AUDITORIA Y, EN LA SESION, EL JOURNAL:
      * SIN JOURNAL NO SE TOCA NINGUN RETENIDO.
      ******************************************************************
       1100-ABRIR-ARCHIVOS.
      * SIN PISTA DE AUDITORIA NO SE TRABAJA. EL ARCHIVO SE ABRE Y
      * CIERRA EN CADA ASIENTO (VER 5300), PORQUE OTROS PROGRAMAS
      * ESCRIBEN EN EL MIENTRAS TANTO.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-FILE.
           IF MODO-BATCH
               OPEN INPUT CALC-REGISTER
           ELSE
               OPEN I-O CALC-REGISTER
           END-IF.
           IF FS-CALCREG NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO CALCREG - "
                   "FILE STATUS " FS-CALCREG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF MODO-BATCH
               GO TO 1100-EXIT
           END-IF.
           OPEN EXTEND CALC-JOURNAL-FILE.
           IF FS-CALCJRNL = "35"
               OPEN OUTPUT CALC-JOURNAL-FILE
           END-IF.
           IF FS-CALCJRNL NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO CALCJRNL - "
                   "FILE STATUS " FS-CALCJRNL
               CLOSE CALC-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * LEE LA FECHA DE NEGOCIO DEL CICLO DESDE RUNCTL; SIN CICLO
      * ABIERTO SE TRABAJA CON LA FECHA DE LA MAQUINA. LA REVISION NO
      * FORMA PARTE DEL CICLO NOCTURNO, ASI QUE NO LO EXIGE.
      ******************************************************************
       1150-LEER-RUN-CONTROL.
           MOVE RUN-DATE TO FECHA-NEGOCIO.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = "00"
               GO TO 1150-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   GO TO 1150-EXIT
           END-READ.
           IF RC-CICLO-ABIERTO
               MOVE RC-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-IF.
           CLOSE RUN-CONTROL-FILE.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * VALIDA EL OPERADOR CONTRA EL MAESTRO OPERFILE: DEBE EXISTIR,
      * ESTAR ACTIVO Y TENER NIVEL 3 O MAS PARA LIBERAR O RECHAZAR
      * RETENIDOS (2 O MAS PARA EL REPORTE POR LOTE). UN RECHAZO SE
      * ASIENTA EN LA AUDITORIA CON ACCION "RF" Y LA CORRIDA TERMINA
      * CON CODIGO 8.
      ******************************************************************
       1300-VALIDAR-OPERADOR.
           IF OPERATOR-ID = SPACES
               DISPLAY "COLA-RETENIDOS - OPERADOR EN BLANCO - "
                   "CORRIDA RECHAZADA"
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF FS-OPERFILE NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO OPERFILE - "
                   "FILE STATUS " FS-OPERFILE
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           MOVE OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "COLA-RETENIDOS - OPERADOR DESCONOCIDO: "
                       OPERATOR-ID " - CORRIDA RECHAZADA"
                   CLOSE OPERATOR-MASTER
                   PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-READ.
           IF NOT OM-ACTIVO
               DISPLAY "COLA-RETENIDOS - OPERADOR INACTIVO: "
                   OPERATOR-ID " - CORRIDA RECHAZADA"
               CLOSE OPERATOR-MASTER
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           IF MODO-BATCH AND NOT OM-NIVEL-LOTE
               DISPLAY "COLA-RETENIDOS - OPERADOR SIN AUTORIDAD DE "
                   "LOTE: " OPERATOR-ID " - CORRIDA RECHAZADA"
               CLOSE OPERATOR-MASTER
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           IF NOT MODO-BATCH AND NOT OM-NIVEL-ADMIN
               DISPLAY "COLA-RETENIDOS - OPERADOR SIN AUTORIDAD DE "
                   "SUPERVISOR: " OPERATOR-ID " - CORRIDA RECHAZADA"
               CLOSE OPERATOR-MASTER
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           CLOSE OPERATOR-MASTER.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * ASIENTA EL RECHAZO EN LA AUDITORIA (ACCION "RF") Y TERMINA LA
      * CORRIDA CON CODIGO 8.
      ******************************************************************
       1350-RECHAZAR-OPERADOR.
           MOVE "RF" TO ACCION-AUDITORIA.
           MOVE ZERO TO AUDITORIA-NUM1.
           MOVE ZERO TO AUDITORIA-NUM2.
           MOVE ZERO TO AUDITORIA-NUMERO.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * SESION DE REVISION - RECORRE CALCREG EN ORDEN DE CLAVE Y
      * PRESENTA CADA CALCULO RETENIDO; CADA UNO SE LIBERA, SE
      * RECHAZA, SE SALTA (QUEDA EN LA COLA) O SE CORTA LA SESION.
      ******************************************************************
       2000-SESION-REVISION.
           MOVE ZERO TO CR-RUN-ID.
           MOVE "N" TO FIN-REGISTRO-SW.
           START CALC-REGISTER KEY IS >= CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
           PERFORM 2100-TRATAR-REGISTRO THRU 2100-EXIT
               UNTIL FIN-REGISTRO OR SESION-CORTADA.
           IF RETENIDOS-LEIDOS = ZERO
               DISPLAY "COLA-RETENIDOS - NO HAY CALCULOS RETENIDOS"
               GO TO 2000-EXIT
           END-IF.
           MOVE RETENIDOS-LEIDOS TO CANTIDAD-EDITADA.
           DISPLAY "COLA-RETENIDOS - RETENIDOS VISTOS:     "
               CANTIDAD-EDITADA.
           MOVE RETENIDOS-LIBERADOS TO CANTIDAD-EDITADA.
           DISPLAY "COLA-RETENIDOS - LIBERADOS:            "
               CANTIDAD-EDITADA.
           MOVE RETENIDOS-RECHAZADOS TO CANTIDAD-EDITADA.
           DISPLAY "COLA-RETENIDOS - RECHAZADOS:           "
               CANTIDAD-EDITADA.
           MOVE RETENIDOS-SALTADOS TO CANTIDAD-EDITADA.
           DISPLAY "COLA-RETENIDOS - SALTADOS:             "
               CANTIDAD-EDITADA.
       2000-EXIT.
           EXIT.

       2100-TRATAR-REGISTRO.
           READ CALC-REGISTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO-SW
                   GO TO 2100-EXIT
           END-READ.
           IF NOT CR-RETENIDO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO RETENIDOS-LEIDOS.
           PERFORM 2200-MOSTRAR-RETENIDO THRU 2200-EXIT.
           DISPLAY "(L)IBERAR (R)ECHAZAR (S)ALTAR (F)INALIZAR: ".
           ACCEPT OPCION-REVISION.
           EVALUATE TRUE
               WHEN OPCION-LIBERAR
                   PERFORM 2300-LIBERAR-RETENIDO THRU 2300-EXIT
               WHEN OPCION-RECHAZAR
                   PERFORM 2400-RECHAZAR-RETENIDO THRU 2400-EXIT
               WHEN OPCION-FINALIZAR
                   MOVE "S" TO SESION-CORTADA-SW
                   ADD 1 TO RETENIDOS-SALTADOS
               WHEN OTHER
                   ADD 1 TO RETENIDOS-SALTADOS
           END-EVALUATE.
      * LA LECTURA DEL ORIGINAL DE UNA CORRECCION (2350) MOVIO LA
      * POSICION DEL ARCHIVO: SE REPOSICIONA DESPUES DE LA CORRECCION.
           IF CR-CORRIGE-RUN-ID NOT = ZERO
               START CALC-REGISTER KEY IS > CR-RUN-ID
                   INVALID KEY
                       MOVE "S" TO FIN-REGISTRO-SW
               END-START
           END-IF.
       2100-EXIT.
           EXIT.

       2200-MOSTRAR-RETENIDO.
           MOVE CR-NUM1 TO PANTALLA-NUM1.
           MOVE CR-NUM2 TO PANTALLA-NUM2.
           MOVE CR-RESULT-SUMA TO PANTALLA-SUMA.
           MOVE CR-RESULT-RESTA TO PANTALLA-RESTA.
           MOVE CR-RESULT-MULT TO PANTALLA-MULT.
           MOVE CR-RESULT-DIVISION TO PANTALLA-DIVISION.
           MOVE CR-RESULT-RESTO TO PANTALLA-RESTO.
           MOVE CR-RESULT-PORCENTAJE TO PANTALLA-PORCENTAJE.
           MOVE CR-RESULT-PROMEDIO TO PANTALLA-PROMEDIO.
           DISPLAY " ".
           DISPLAY "RETENIDO - RUN ID: " CR-RUN-ID
               "  OPERADOR: " CR-OPERATOR-ID
               "  DEPTO: " CR-DEPTO.
           DISPLAY "TIPO: " CR-TIPO-OPERACION
               "  NUM1: " PANTALLA-NUM1
               "  NUM2: " PANTALLA-NUM2
               "  MOTIVO: " CR-MOTIVO-RETENCION
               "  ESTADO: " CR-STATUS.
           DISPLAY "SUMA: " PANTALLA-SUMA
               "  RESTA: " PANTALLA-RESTA
               "  MULT: " PANTALLA-MULT
               "  DIVISION: " PANTALLA-DIVISION.
           DISPLAY "RESTO: " PANTALLA-RESTO
               "  PORCENTAJE: " PANTALLA-PORCENTAJE
               "  PROMEDIO: " PANTALLA-PROMEDIO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * LIBERAR - EL RETENIDO QUEDA MARCADO "L" Y SU RUN ID VA A
      * RELFILE PARA QUE SALGA EN EL PROXIMO EXTRACTO. UN RETENIDO QUE
      * UNA CORRECCION YA SUPERSEDIO NO SE LIBERA: SALDRIA A FINANZAS
      * UN VALOR QUE YA NO VALE. SE RECHAZA. UNA CORRECCION CUYO
      * ORIGINAL SIGUE RETENIDO TAMPOCO: FINANZAS NO TIENE NADA QUE
      * CORREGIR HASTA QUE EL ORIGINAL SE LIBERE O SE RECHACE. RELFILE
      * SE ABRE ANTES DE MARCAR EL REGISTRO (SIN RELFILE NO SE LIBERA)
      * Y SE CIERRA APENAS GRABADA LA LIBERACION.
      ******************************************************************
       2300-LIBERAR-RETENIDO.
           IF CR-SUPERSEDIDO
               DISPLAY "RETENIDO YA SUPERSEDIDO POR "
                   CR-SUPERSEDIDO-POR " - NO SE LIBERA; RECHACELO"
               ADD 1 TO RETENIDOS-SALTADOS
               GO TO 2300-EXIT
           END-IF.
           IF CR-CORRIGE-RUN-ID NOT = ZERO
               PERFORM 2350-VERIFICAR-ORIGINAL THRU 2350-EXIT
               IF ORIGINAL-RETENIDO
                   DISPLAY "SU ORIGINAL " CR-CORRIGE-RUN-ID
                       " SIGUE RETENIDO - NO SE LIBERA; RESUELVA "
                       "ANTES EL ORIGINAL"
                   ADD 1 TO RETENIDOS-SALTADOS
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           OPEN EXTEND LIBERADO-FILE.
           IF FS-RELFILE = "35"
               OPEN OUTPUT LIBERADO-FILE
           END-IF.
           IF FS-RELFILE NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO RELFILE - "
                   "FILE STATUS " FS-RELFILE " - NO SE LIBERA"
               ADD 1 TO RETENIDOS-SALTADOS
               GO TO 2300-EXIT
           END-IF.
           MOVE CALC-REG-RECORD TO JOURNAL-ANTES.
           SET CR-LIBERADO TO TRUE.
           REWRITE CALC-REG-RECORD
               INVALID KEY
                   DISPLAY "COLA-RETENIDOS - ERROR REESCRIBIENDO "
                       "CALCREG - FILE STATUS " FS-CALCREG
                       " - RUN ID " CR-RUN-ID
                   CLOSE LIBERADO-FILE
                   ADD 1 TO RETENIDOS-SALTADOS
                   GO TO 2300-EXIT
           END-REWRITE.
           MOVE "R" TO JOURNAL-ACCION.
           PERFORM 5400-ESCRIBIR-JOURNAL THRU 5400-EXIT.
           ACCEPT RUN-TIME FROM TIME.
           MOVE SPACES TO LIBERADO-RECORD.
           MOVE CR-RUN-ID TO LIB-RUN-ID.
           MOVE RUN-DATE TO LIB-FECHA.
           MOVE RUN-TIME (1:6) TO LIB-HORA.
           MOVE OPERATOR-ID TO LIB-OPERATOR-ID.
           WRITE LIBERADO-RECORD.
           IF FS-RELFILE NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR GRABANDO RELFILE - "
                   "FILE STATUS " FS-RELFILE " - RUN ID " CR-RUN-ID
           END-IF.
           CLOSE LIBERADO-FILE.
           MOVE "LB" TO ACCION-AUDITORIA.
           PERFORM 2500-AUDITAR-RETENIDO THRU 2500-EXIT.
           ADD 1 TO RETENIDOS-LIBERADOS.
           DISPLAY "RETENIDO LIBERADO - SALE EN EL PROXIMO EXTRACTO".
       2300-EXIT.
           EXIT.

      ******************************************************************
      * LEE DEL REGISTRO EL ORIGINAL DE LA CORRECCION EN PANTALLA Y
      * VUELVE A DEJAR LA CORRECCION EN EL AREA DEL REGISTRO. UN
      * ORIGINAL QUE NO ESTA EN EL REGISTRO NO DETIENE LA LIBERACION.
      ******************************************************************
       2350-VERIFICAR-ORIGINAL.
           SET ORIGINAL-NO-RETENIDO TO TRUE.
           MOVE CALC-REG-RECORD TO CALCULO-GUARDADO.
           MOVE CR-CORRIGE-RUN-ID TO CR-RUN-ID.
           READ CALC-REGISTER
               NOT INVALID KEY
                   IF CR-RETENIDO
                       SET ORIGINAL-RETENIDO TO TRUE
                   END-IF
           END-READ.
           MOVE CALCULO-GUARDADO TO CALC-REG-RECORD.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * RECHAZAR - EL RETENIDO QUEDA MARCADO "X" (NUNCA SALE A
      * FINANZAS) Y, SI NINGUNA CORRECCION LO SUPERSEDIO TODAVIA, VA
      * A HOLDREJ UNA IMAGEN DE CORRECCION SOBRE SU RUN ID PARA QUE
      * EL DEPARTAMENTO LA ARREGLE EN REPARA-RECHAZOS. HOLDREJ SE ABRE
      * ANTES DE MARCAR EL REGISTRO (SIN HOLDREJ NO SE RECHAZA) Y SE
      * CIERRA APENAS GRABADO EL RECHAZO.
      ******************************************************************
       2400-RECHAZAR-RETENIDO.
           IF NOT CR-SUPERSEDIDO
               OPEN EXTEND PENDIENTE-FILE
               IF FS-PENDIENTE = "35"
                   OPEN OUTPUT PENDIENTE-FILE
               END-IF
               IF FS-PENDIENTE NOT = "00"
                   DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO HOLDREJ - "
                       "FILE STATUS " FS-PENDIENTE " - NO SE RECHAZA"
                   ADD 1 TO RETENIDOS-SALTADOS
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           MOVE CALC-REG-RECORD TO JOURNAL-ANTES.
           SET CR-RECHAZADO-REVISION TO TRUE.
           REWRITE CALC-REG-RECORD
               INVALID KEY
                   DISPLAY "COLA-RETENIDOS - ERROR REESCRIBIENDO "
                       "CALCREG - FILE STATUS " FS-CALCREG
                       " - RUN ID " CR-RUN-ID
                   IF NOT CR-SUPERSEDIDO
                       CLOSE PENDIENTE-FILE
                   END-IF
                   ADD 1 TO RETENIDOS-SALTADOS
                   GO TO 2400-EXIT
           END-REWRITE.
           MOVE "R" TO JOURNAL-ACCION.
           PERFORM 5400-ESCRIBIR-JOURNAL THRU 5400-EXIT.
           IF CR-SUPERSEDIDO
               DISPLAY "RETENIDO RECHAZADO - YA TIENE CORRECCION "
                   CR-SUPERSEDIDO-POR
           ELSE
               MOVE CR-NUM1 TO IC-NUM1
               MOVE CR-NUM2 TO IC-NUM2
               MOVE CR-RUN-ID TO IC-CORRIGE-RUN-ID
               MOVE SPACES TO PENDIENTE-RECORD
               MOVE "RV" TO RJP-MOTIVO
               MOVE IMAGEN-CORRECCION TO RJP-IMAGEN
               MOVE FECHA-NEGOCIO TO RJP-FECHA-RECHAZO
               MOVE ZERO TO RJP-CICLOS
               MOVE CR-DEPTO TO RJP-DEPTO
               WRITE PENDIENTE-RECORD
               IF FS-PENDIENTE NOT = "00"
                   DISPLAY "COLA-RETENIDOS - ERROR GRABANDO HOLDREJ "
                       "- FILE STATUS " FS-PENDIENTE
                       " - RUN ID " CR-RUN-ID
               ELSE
                   DISPLAY "RETENIDO RECHAZADO - PASA A REPARACION "
                       "DE RECHAZOS"
               END-IF
               CLOSE PENDIENTE-FILE
           END-IF.
           MOVE "RV" TO ACCION-AUDITORIA.
           PERFORM 2500-AUDITAR-RETENIDO THRU 2500-EXIT.
           ADD 1 TO RETENIDOS-RECHAZADOS.
       2400-EXIT.
           EXIT.

       2500-AUDITAR-RETENIDO.
           MOVE CR-NUM1 TO AUDITORIA-NUM1.
           MOVE CR-NUM2 TO AUDITORIA-NUM2.
           MOVE CR-SEQ-SECUENCIA TO AUDITORIA-NUMERO.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * ESCRITURA EN EL ARCHIVO DE AUDITORIA (AUDITFILE), COMPARTIDO
      * POR TODOS LOS PROGRAMAS DE ESTE SISTEMA.
      ******************************************************************
       5300-ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           STRING FECHA-NEGOCIO RUN-TIME-HHMM RUN-TIME-SS
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           END-STRING.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "Cola-Retenidos" TO AUD-PROGRAM-NAME.
           MOVE AUDITORIA-NUM1 TO AUD-NUM1.
           MOVE AUDITORIA-NUM2 TO AUD-NUM2.
           MOVE AUDITORIA-NUMERO TO AUD-RESULTADO.
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
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO AUDITFILE - "
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
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO AUDITCTL - "
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
               DISPLAY "COLA-RETENIDOS - ERROR GRABANDO AUDITCTL - "
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
           MOVE "Cola-Retenidos" TO CJ-PROGRAMA.
           MOVE JOURNAL-ACCION TO CJ-ACCION.
           MOVE CR-RUN-ID TO CJ-RUN-ID.
           MOVE JOURNAL-ANTES TO CJ-ANTES.
           MOVE CALC-REG-RECORD TO CJ-DESPUES.
           WRITE CALC-JOURNAL-RECORD.
           IF FS-CALCJRNL NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR GRABANDO CALCJRNL - "
                   "FILE STATUS " FS-CALCJRNL " - RUN ID " CR-RUN-ID
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * REPORTE DE ANTIGUEDAD (MODO LOTE) - LISTA TODO CALCULO QUE
      * SIGUE RETENIDO CON LOS DIAS QUE LLEVA EN LA COLA Y MARCA LOS
      * QUE LLEGARON AL LIMITE, PARA QUE NINGUNO SE OLVIDE. NO TOCA
      * NINGUN ARCHIVO.
      ******************************************************************
       6000-REPORTE-ANTIGUEDAD.
           OPEN OUTPUT ANTIGUEDAD-REPORT-FILE.
           IF FS-RETAGRPT NOT = "00"
               DISPLAY "COLA-RETENIDOS - ERROR ABRIENDO RETAGRPT - "
                   "FILE STATUS " FS-RETAGRPT
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           MOVE ANTI-TITULO-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE RUN-DATE TO AFL-FECHA.
           MOVE ANTI-FECHA-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE LIMITE-DIAS TO ALL-LIMITE.
           MOVE ANTI-LIMITE-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE SPACES TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE ANTI-ENCABEZADO-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE ZERO TO CR-RUN-ID.
           MOVE "N" TO FIN-REGISTRO-SW.
           START CALC-REGISTER KEY IS >= CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
           PERFORM 6100-LEER-ANTIGUEDAD THRU 6100-EXIT
               UNTIL FIN-REGISTRO.
           MOVE SPACES TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE "RETENIDOS EN LA COLA:" TO ATL-TEXTO.
           MOVE RETENIDOS-LEIDOS TO ATL-CANTIDAD.
           MOVE ANTI-TOTAL-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           MOVE "FUERA DEL LIMITE DE DIAS:" TO ATL-TEXTO.
           MOVE RETENIDOS-ENVEJECIDOS TO ATL-CANTIDAD.
           MOVE ANTI-TOTAL-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
           CLOSE ANTIGUEDAD-REPORT-FILE.
           IF RETENIDOS-ENVEJECIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LEER-ANTIGUEDAD.
           READ CALC-REGISTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO-SW
                   GO TO 6100-EXIT
           END-READ.
           IF NOT CR-RETENIDO
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO RETENIDOS-LEIDOS.
           PERFORM 6200-CONTAR-DIAS THRU 6200-EXIT.
           MOVE SPACES TO ANTI-DETALLE-LINEA.
           MOVE CR-RUN-ID TO ADL-RUN-ID.
           MOVE CR-OPERATOR-ID TO ADL-OPERADOR.
           MOVE CR-DEPTO TO ADL-DEPTO.
           MOVE CR-TIPO-OPERACION TO ADL-TIPO.
           MOVE CR-NUM1 TO ADL-NUM1.
           MOVE CR-NUM2 TO ADL-NUM2.
           MOVE CR-MOTIVO-RETENCION TO ADL-MOTIVO.
           MOVE DIAS-RETENIDO TO ADL-DIAS.
           IF DIAS-RETENIDO >= LIMITE-DIAS
               ADD 1 TO RETENIDOS-ENVEJECIDOS
               MOVE "ENVEJECIDO" TO ADL-MARCA
           END-IF.
           MOVE ANTI-DETALLE-LINEA TO ANTIGUEDAD-REPORT-RECORD.
           WRITE ANTIGUEDAD-REPORT-RECORD.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * CUENTA LOS DIAS DESDE LA FECHA DEL CALCULO HASTA LA DE LA
      * CORRIDA. UNA FECHA DE CALCULO INSERVIBLE CUENTA COMO CERO.
      ******************************************************************
       6200-CONTAR-DIAS.
           MOVE ZERO TO DIAS-RETENIDO.
           MOVE CR-CALC-DATE TO FECHA-PASO-NUM.
           IF FECHA-PASO NOT NUMERIC
            OR FP-MM < 1 OR FP-MM > 12
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6210-SUMAR-UN-DIA THRU 6210-EXIT
               UNTIL FECHA-PASO-NUM NOT < RUN-DATE
                  OR DIAS-RETENIDO NOT < MAXIMO-DIAS.
       6200-EXIT.
           EXIT.

       6210-SUMAR-UN-DIA.
           ADD 1 TO DIAS-RETENIDO.
           MOVE DIAS-DEL-MES (FP-MM) TO DIAS-MES-PASO.
           IF FP-MM = 2
               PERFORM 6220-PROBAR-BISIESTO THRU 6220-EXIT
               IF ANO-BISIESTO
                   MOVE 29 TO DIAS-MES-PASO
               END-IF
           END-IF.
           IF FP-DD < DIAS-MES-PASO
               ADD 1 TO FP-DD
               GO TO 6210-EXIT
           END-IF.
           MOVE 1 TO FP-DD.
           IF FP-MM = 12
               MOVE 1 TO FP-MM
               ADD 1 TO FP-AAAA
           ELSE
               ADD 1 TO FP-MM
           END-IF.
       6210-EXIT.
           EXIT.

       6220-PROBAR-BISIESTO.
           SET ANO-NO-BISIESTO TO TRUE.
           DIVIDE FP-AAAA BY 4 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               GO TO 6220-EXIT
           END-IF.
           DIVIDE FP-AAAA BY 100 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               SET ANO-BISIESTO TO TRUE
               GO TO 6220-EXIT
           END-IF.
           DIVIDE FP-AAAA BY 400 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO = ZERO
               SET ANO-BISIESTO TO TRUE
           END-IF.
       6220-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALC-REGISTER.
           IF NOT MODO-BATCH
               CLOSE CALC-JOURNAL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM Cola-Retenidos.
