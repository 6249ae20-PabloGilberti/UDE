      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Forward recovery of the CALCREG register:
      *             loads a fresh register from a CALCBKP backup image
      *             (see CALCIMG and Respalda-Calcreg), replays the
      *             CALCJRNL before/after journal on top of it (see
      *             CALCJRNL) up to the business date asked for in
      *             RECDATE -- every journal record if RECDATE is
      *             blank -- and prints the RECVRPT recovery report:
      *             records loaded from the image, journal records
      *             read, applied as new records, applied as rewrites,
      *             left out as later than the date and rejected, with
      *             the proof that the journal and the rebuilt register
      *             both balance. RECVJOB stages the damaged register
      *             aside before this runs. Return code 0 balanced, 4
      *             balanced but a rewrite found the record different
      *             from its journal before image, 8 otherwise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recupera-Calcreg.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Reconstruccion del registro de calculos desde la imagen
           de respaldo mas el journal hasta una fecha de negocio.

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

           SELECT CALC-IMAGE-FILE
               ASSIGN TO "CALCBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCBKP.

           SELECT CALC-JOURNAL-FILE
               ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCJRNL.

           SELECT RECUPERA-REPORT-FILE
               ASSIGN TO "RECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECVRPT.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.
       COPY CALCIMG.
       COPY CALCJRNL.

       FD  RECUPERA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RECUPERA-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-CALCBKP                   PIC XX.
       01  FS-CALCJRNL                  PIC XX.
       01  FS-RECVRPT                   PIC XX.

       01  RUN-DATE                     PIC 9(08).

      * FECHA DE NEGOCIO HASTA LA QUE SE REHACE EL REGISTRO (RECDATE).
      * EN BLANCO SE APLICA EL JOURNAL COMPLETO.
       01  FECHA-HASTA-ENTRADA          PIC X(08).
       01  FECHA-HASTA                  PIC 9(08) VALUE 99999999.

      * DATOS DE LA CABECERA Y LA COLA DE LA IMAGEN
       01  IMAGEN-FECHA-NEGOCIO         PIC 9(08) VALUE ZERO.
       01  IMAGEN-FECHA                 PIC 9(08) VALUE ZERO.
       01  IMAGEN-HORA                  PIC 9(06) VALUE ZERO.
       77  IMAGEN-CANTIDAD              PIC 9(07) COMP VALUE ZERO.

       01  FIN-IMAGEN-SW                PIC X(01).
           88  FIN-IMAGEN               VALUE "S".
           88  NO-FIN-IMAGEN            VALUE "N".
       01  COLA-LEIDA-SW                PIC X(01) VALUE "N".
           88  COLA-LEIDA               VALUE "S".
           88  COLA-NO-LEIDA            VALUE "N".
       01  FIN-JOURNAL-SW               PIC X(01).
           88  FIN-JOURNAL              VALUE "S".
           88  NO-FIN-JOURNAL           VALUE "N".
       01  FIN-REGISTRO-SW              PIC X(01).
           88  FIN-REGISTRO             VALUE "S".
           88  NO-FIN-REGISTRO          VALUE "N".
       01  JOURNAL-EXISTE-SW            PIC X(01).
           88  JOURNAL-EXISTE           VALUE "S".
           88  JOURNAL-NO-EXISTE        VALUE "N".

      * CONTADORES DE LA IMAGEN
       77  IMAGEN-CARGADOS              PIC 9(07) COMP VALUE ZERO.
       77  IMAGEN-DUPLICADOS            PIC 9(07) COMP VALUE ZERO.
       77  IMAGEN-ERRORES               PIC 9(07) COMP VALUE ZERO.

      * CONTADORES DEL JOURNAL. CUADRE: LEIDOS = POSTERIORES + ALTAS +
      * MODIFICACIONES + RECHAZADOS.
       77  JOURNAL-LEIDOS               PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-POSTERIORES          PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-ALTAS                PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-MODIFICACIONES       PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-RECHAZADOS           PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-ANTES-DISTINTO       PIC 9(07) COMP VALUE ZERO.
       77  JOURNAL-CUADRE               PIC 9(07) COMP VALUE ZERO.

      * CUADRE DEL REGISTRO RECONSTRUIDO: CONTADOS = CARGADOS + ALTAS.
       77  REGISTRO-CONTADOS            PIC 9(07) COMP VALUE ZERO.
       77  REGISTRO-ESPERADOS           PIC 9(07) COMP VALUE ZERO.

       01  DESCUADRE-SW                 PIC X(01) VALUE "N".
           88  HAY-DESCUADRE            VALUE "S".
           88  SIN-DESCUADRE            VALUE "N".

      * ENCABEZADOS Y LINEAS DEL REPORTE DE RECUPERACION
       01  REC-TITULO-LINEA PIC X(132) VALUE
           "REPORTE DE RECUPERACION DEL REGISTRO - RECUPERA-CALCREG".
       01  REC-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  RFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(110) VALUE SPACES.
       01  REC-PARAMETRO-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "IMAGEN FECHA NEGOCIO:   ".
           05  RPL-IMAGEN-NEGOCIO       PIC 9(08).
           05  FILLER                   PIC X(16) VALUE
               "  TOMADA EL:    ".
           05  RPL-IMAGEN-FECHA         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPL-IMAGEN-HORA          PIC 9(06).
           05  FILLER                   PIC X(21) VALUE
               "  JOURNAL HASTA:     ".
           05  RPL-HASTA                PIC X(08).
           05  FILLER                   PIC X(40) VALUE SPACES.
       01  REC-SECCION-LINEA            PIC X(132).
       01  REC-ENCABEZADO-LINEA PIC X(132) VALUE
           "RUN ID           F.NEGOCIO  ACCION  OPERADOR  MOTIVO".
       01  REC-DETALLE-LINEA.
           05  RDL-RUN-ID               PIC 9(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDL-FECHA-NEGOCIO        PIC 9(08).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RDL-ACCION               PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RDL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDL-MOTIVO               PIC X(50).
           05  FILLER                   PIC X(36) VALUE SPACES.
       01  REC-TOTAL-LINEA.
           05  RTL-TEXTO                PIC X(40).
           05  RTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(85) VALUE SPACES.
       01  REC-ESTADO-LINEA             PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARGAR-IMAGEN THRU 2000-EXIT.
           PERFORM 3000-APLICAR-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-CONTAR-REGISTRO THRU 4000-EXIT.
           PERFORM 5000-ESCRIBIR-TOTALES THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FECHA-HASTA-ENTRADA FROM ENVIRONMENT "RECDATE".
           IF FECHA-HASTA-ENTRADA NOT = SPACES
               IF FECHA-HASTA-ENTRADA NOT NUMERIC
                   DISPLAY "RECUPERA-CALCREG - RECDATE INVALIDA: "
                       FECHA-HASTA-ENTRADA " - DEBE SER AAAAMMDD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FECHA-HASTA-ENTRADA TO FECHA-HASTA
           END-IF.
           OPEN INPUT CALC-IMAGE-FILE.
           IF FS-CALCBKP NOT = "00"
               DISPLAY "RECUPERA-CALCREG - ERROR ABRIENDO CALCBKP - "
                   "FILE STATUS " FS-CALCBKP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LEER-CABECERA THRU 1100-EXIT.
           SET JOURNAL-EXISTE TO TRUE.
           OPEN INPUT CALC-JOURNAL-FILE.
           IF FS-CALCJRNL = "35"
               SET JOURNAL-NO-EXISTE TO TRUE
           ELSE
               IF FS-CALCJRNL NOT = "00"
                   DISPLAY "RECUPERA-CALCREG - ERROR ABRIENDO CALCJRNL"
                       " - FILE STATUS " FS-CALCJRNL
                   CLOSE CALC-IMAGE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT RECUPERA-REPORT-FILE.
           IF FS-RECVRPT NOT = "00"
               DISPLAY "RECUPERA-CALCREG - ERROR ABRIENDO RECVRPT - "
                   "FILE STATUS " FS-RECVRPT
               PERFORM 1900-CERRAR-ENTRADAS THRU 1900-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * EL REGISTRO SE CREA VACIO Y SE REABRE I-O: LA CARGA DE LA
      * IMAGEN Y EL JOURNAL ESCRIBEN, LEEN Y REESCRIBEN POR CLAVE.
           OPEN OUTPUT CALC-REGISTER.
           IF FS-CALCREG = "00"
               CLOSE CALC-REGISTER
               OPEN I-O CALC-REGISTER
           END-IF.
           IF FS-CALCREG NOT = "00"
               DISPLAY "RECUPERA-CALCREG - ERROR CREANDO CALCREG - "
                   "FILE STATUS " FS-CALCREG
               PERFORM 1900-CERRAR-ENTRADAS THRU 1900-EXIT
               CLOSE RECUPERA-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE REC-TITULO-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
           MOVE RUN-DATE TO RFL-FECHA.
           MOVE REC-FECHA-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
           MOVE IMAGEN-FECHA-NEGOCIO TO RPL-IMAGEN-NEGOCIO.
           MOVE IMAGEN-FECHA TO RPL-IMAGEN-FECHA.
           MOVE IMAGEN-HORA TO RPL-IMAGEN-HORA.
           IF FECHA-HASTA-ENTRADA = SPACES
               MOVE "COMPLETO" TO RPL-HASTA
           ELSE
               MOVE FECHA-HASTA-ENTRADA TO RPL-HASTA
           END-IF.
           MOVE REC-PARAMETRO-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
           MOVE REC-ENCABEZADO-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * LA IMAGEN EMPIEZA CON SU CABECERA. UNA FECHA PEDIDA ANTERIOR
      * A LA DE LA IMAGEN NO SE PUEDE ALCANZAR DESDE ELLA (LA IMAGEN
      * YA TRAE TODO LO POSTERIOR): SE RECHAZA ANTES DE CREAR NADA,
      * HAY QUE USAR LA IMAGEN ANTERIOR.
      ******************************************************************
       1100-LEER-CABECERA.
           READ CALC-IMAGE-FILE
               AT END
                   DISPLAY "RECUPERA-CALCREG - CALCBKP VACIO"
                   CLOSE CALC-IMAGE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT CI-CABECERA
               DISPLAY "RECUPERA-CALCREG - CALCBKP SIN CABECERA - "
                   "NO ES UNA IMAGEN DE RESPALDA-CALCREG"
               CLOSE CALC-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CI-FECHA-NEGOCIO TO IMAGEN-FECHA-NEGOCIO.
           MOVE CI-FECHA-IMAGEN TO IMAGEN-FECHA.
           MOVE CI-HORA-IMAGEN TO IMAGEN-HORA.
           IF FECHA-HASTA < IMAGEN-FECHA-NEGOCIO
               DISPLAY "RECUPERA-CALCREG - LA IMAGEN ES DEL "
                   IMAGEN-FECHA-NEGOCIO ", POSTERIOR A RECDATE "
                   FECHA-HASTA " - USE LA IMAGEN ANTERIOR"
               CLOSE CALC-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

       1900-CERRAR-ENTRADAS.
           CLOSE CALC-IMAGE-FILE.
           IF JOURNAL-EXISTE
               CLOSE CALC-JOURNAL-FILE
           END-IF.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * CARGA LA IMAGEN EN EL REGISTRO NUEVO. LA COLA DEBE ESTAR Y SU
      * CANTIDAD DEBE COINCIDIR CON LOS DETALLES LEIDOS.
      ******************************************************************
       2000-CARGAR-IMAGEN.
           MOVE "N" TO FIN-IMAGEN-SW.
           PERFORM 2100-CARGAR-DETALLE THRU 2100-EXIT
               UNTIL FIN-IMAGEN.
           MOVE SPACES TO REC-DETALLE-LINEA.
           MOVE ZERO TO RDL-RUN-ID.
           MOVE IMAGEN-FECHA-NEGOCIO TO RDL-FECHA-NEGOCIO.
           IF COLA-NO-LEIDA
               ADD 1 TO IMAGEN-ERRORES
               MOVE "IMAGEN SIN COLA - CORTADA O INCOMPLETA"
                   TO RDL-MOTIVO
               PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
           ELSE
               IF IMAGEN-CANTIDAD NOT = IMAGEN-CARGADOS
                                      + IMAGEN-DUPLICADOS
                   ADD 1 TO IMAGEN-ERRORES
                   MOVE "COLA DE LA IMAGEN DISTINTA DE SUS DETALLES"
                       TO RDL-MOTIVO
                   PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CARGAR-DETALLE.
           READ CALC-IMAGE-FILE
               AT END
                   MOVE "S" TO FIN-IMAGEN-SW
                   GO TO 2100-EXIT
           END-READ.
           IF CI-COLA
               SET COLA-LEIDA TO TRUE
               MOVE CI-CANTIDAD TO IMAGEN-CANTIDAD
               MOVE "S" TO FIN-IMAGEN-SW
               GO TO 2100-EXIT
           END-IF.
           IF NOT CI-DETALLE
               ADD 1 TO IMAGEN-ERRORES
               MOVE SPACES TO REC-DETALLE-LINEA
               MOVE ZERO TO RDL-RUN-ID
               MOVE IMAGEN-FECHA-NEGOCIO TO RDL-FECHA-NEGOCIO
               MOVE "REGISTRO DE IMAGEN DE TIPO DESCONOCIDO"
                   TO RDL-MOTIVO
               PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CI-REGISTRO TO CALC-REG-RECORD.
           WRITE CALC-REG-RECORD
               INVALID KEY
                   ADD 1 TO IMAGEN-DUPLICADOS
                   MOVE SPACES TO REC-DETALLE-LINEA
                   MOVE CR-RUN-ID TO RDL-RUN-ID
                   MOVE CR-CALC-DATE TO RDL-FECHA-NEGOCIO
                   MOVE CR-OPERATOR-ID TO RDL-OPERADOR
                   MOVE "RUN ID DUPLICADO EN LA IMAGEN" TO RDL-MOTIVO
                   PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
                   GO TO 2100-EXIT
           END-WRITE.
           ADD 1 TO IMAGEN-CARGADOS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * APLICA EL JOURNAL EN EL ORDEN EN QUE SE GRABO. LOS CAMBIOS DE
      * FECHA DE NEGOCIO POSTERIOR A LA PEDIDA SE CUENTAN Y NO SE
      * APLICAN. UN REWRITE CUYO REGISTRO NO ES IGUAL A LA IMAGEN
      * ANTERIOR DEL JOURNAL SE APLICA IGUAL (MANDA LA IMAGEN
      * POSTERIOR) PERO QUEDA EN EL REPORTE.
      ******************************************************************
       3000-APLICAR-JOURNAL.
           IF JOURNAL-NO-EXISTE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO FIN-JOURNAL-SW.
           PERFORM 3100-APLICAR-CAMBIO THRU 3100-EXIT
               UNTIL FIN-JOURNAL.
       3000-EXIT.
           EXIT.

       3100-APLICAR-CAMBIO.
           READ CALC-JOURNAL-FILE
               AT END
                   MOVE "S" TO FIN-JOURNAL-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO JOURNAL-LEIDOS.
           MOVE SPACES TO REC-DETALLE-LINEA.
           MOVE CJ-RUN-ID TO RDL-RUN-ID.
           MOVE CJ-FECHA-NEGOCIO TO RDL-FECHA-NEGOCIO.
           MOVE CJ-ACCION TO RDL-ACCION.
           MOVE CJ-OPERATOR-ID TO RDL-OPERADOR.
           IF CJ-FECHA-NEGOCIO > FECHA-HASTA
               ADD 1 TO JOURNAL-POSTERIORES
               GO TO 3100-EXIT
           END-IF.
           IF CJ-ALTA
               PERFORM 3200-APLICAR-ALTA THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF CJ-MODIFICACION
               PERFORM 3300-APLICAR-MODIFICACION THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO JOURNAL-RECHAZADOS.
           MOVE "ACCION DE JOURNAL DESCONOCIDA" TO RDL-MOTIVO.
           PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

       3200-APLICAR-ALTA.
           MOVE CJ-DESPUES TO CALC-REG-RECORD.
           WRITE CALC-REG-RECORD
               INVALID KEY
                   ADD 1 TO JOURNAL-RECHAZADOS
                   MOVE "ALTA CON RUN ID YA EXISTENTE EN EL REGISTRO"
                       TO RDL-MOTIVO
                   PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
                   GO TO 3200-EXIT
           END-WRITE.
           ADD 1 TO JOURNAL-ALTAS.
       3200-EXIT.
           EXIT.

       3300-APLICAR-MODIFICACION.
           MOVE CJ-RUN-ID TO CR-RUN-ID.
           READ CALC-REGISTER
               INVALID KEY
                   ADD 1 TO JOURNAL-RECHAZADOS
                   MOVE "MODIFICACION DE UN RUN ID QUE NO ESTA"
                       TO RDL-MOTIVO
                   PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
                   GO TO 3300-EXIT
           END-READ.
           IF CALC-REG-RECORD NOT = CJ-ANTES
               ADD 1 TO JOURNAL-ANTES-DISTINTO
               MOVE "IMAGEN ANTERIOR DISTINTA - SE APLICA LA POSTERIOR"
                   TO RDL-MOTIVO
               PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
           END-IF.
           MOVE CJ-DESPUES TO CALC-REG-RECORD.
           REWRITE CALC-REG-RECORD
               INVALID KEY
                   ADD 1 TO JOURNAL-RECHAZADOS
                   MOVE "ERROR REESCRIBIENDO EL REGISTRO"
                       TO RDL-MOTIVO
                   PERFORM 6000-ESCRIBIR-DETALLE THRU 6000-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           ADD 1 TO JOURNAL-MODIFICACIONES.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * CUENTA EL REGISTRO RECONSTRUIDO PARA PROBAR QUE TIENE LO QUE
      * LA IMAGEN Y EL JOURNAL DICEN QUE DEBE TENER.
      ******************************************************************
       4000-CONTAR-REGISTRO.
           MOVE ZERO TO CR-RUN-ID.
           MOVE "N" TO FIN-REGISTRO-SW.
           START CALC-REGISTER KEY IS >= CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
           PERFORM 4100-CONTAR-UNO THRU 4100-EXIT
               UNTIL FIN-REGISTRO.
       4000-EXIT.
           EXIT.

       4100-CONTAR-UNO.
           READ CALC-REGISTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO-SW
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO REGISTRO-CONTADOS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * TOTALES Y CUADRES. EL JOURNAL CUADRA CUANDO CADA REGISTRO LEIDO
      * QUEDO EN UNO Y SOLO UNO DE LOS DESTINOS; EL REGISTRO CUADRA
      * CUANDO TIENE LOS CARGADOS DE LA IMAGEN MAS LAS ALTAS.
      ******************************************************************
       5000-ESCRIBIR-TOTALES.
           MOVE "IMAGEN" TO REC-SECCION-LINEA.
           PERFORM 5100-LINEA-SECCION THRU 5100-EXIT.
           MOVE "REGISTROS SEGUN LA COLA:" TO RTL-TEXTO.
           MOVE IMAGEN-CANTIDAD TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "REGISTROS CARGADOS:" TO RTL-TEXTO.
           MOVE IMAGEN-CARGADOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "RUN IDS DUPLICADOS:" TO RTL-TEXTO.
           MOVE IMAGEN-DUPLICADOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "ERRORES DE LA IMAGEN:" TO RTL-TEXTO.
           MOVE IMAGEN-ERRORES TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "JOURNAL" TO REC-SECCION-LINEA.
           PERFORM 5100-LINEA-SECCION THRU 5100-EXIT.
           MOVE "CAMBIOS LEIDOS:" TO RTL-TEXTO.
           MOVE JOURNAL-LEIDOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "ALTAS APLICADAS:" TO RTL-TEXTO.
           MOVE JOURNAL-ALTAS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "MODIFICACIONES APLICADAS:" TO RTL-TEXTO.
           MOVE JOURNAL-MODIFICACIONES TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "POSTERIORES A LA FECHA (NO APLICADOS):" TO RTL-TEXTO.
           MOVE JOURNAL-POSTERIORES TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "RECHAZADOS:" TO RTL-TEXTO.
           MOVE JOURNAL-RECHAZADOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "CON IMAGEN ANTERIOR DISTINTA:" TO RTL-TEXTO.
           MOVE JOURNAL-ANTES-DISTINTO TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           COMPUTE JOURNAL-CUADRE = JOURNAL-POSTERIORES + JOURNAL-ALTAS
               + JOURNAL-MODIFICACIONES + JOURNAL-RECHAZADOS.
           IF JOURNAL-CUADRE = JOURNAL-LEIDOS
               MOVE "CUADRE DEL JOURNAL: CORRECTO" TO REC-SECCION-LINEA
           ELSE
               SET HAY-DESCUADRE TO TRUE
               MOVE "CUADRE DEL JOURNAL: DESCUADRADO"
                   TO REC-SECCION-LINEA
           END-IF.
           PERFORM 5100-LINEA-SECCION THRU 5100-EXIT.
           MOVE "REGISTRO RECONSTRUIDO" TO REC-SECCION-LINEA.
           PERFORM 5100-LINEA-SECCION THRU 5100-EXIT.
           COMPUTE REGISTRO-ESPERADOS = IMAGEN-CARGADOS + JOURNAL-ALTAS.
           MOVE "REGISTROS ESPERADOS (CARGADOS + ALTAS):" TO RTL-TEXTO.
           MOVE REGISTRO-ESPERADOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           MOVE "REGISTROS EN CALCREG:" TO RTL-TEXTO.
           MOVE REGISTRO-CONTADOS TO RTL-CANTIDAD.
           PERFORM 5200-LINEA-TOTAL THRU 5200-EXIT.
           IF REGISTRO-CONTADOS = REGISTRO-ESPERADOS
               MOVE "CUADRE DEL REGISTRO: CORRECTO" TO REC-SECCION-LINEA
           ELSE
               SET HAY-DESCUADRE TO TRUE
               MOVE "CUADRE DEL REGISTRO: DESCUADRADO"
                   TO REC-SECCION-LINEA
           END-IF.
           PERFORM 5100-LINEA-SECCION THRU 5100-EXIT.
           MOVE SPACES TO REC-ESTADO-LINEA.
           IF HAY-DESCUADRE OR IMAGEN-ERRORES > ZERO
            OR IMAGEN-DUPLICADOS > ZERO OR JOURNAL-RECHAZADOS > ZERO
               MOVE "ESTADO: RECUPERACION CON ERRORES - REVISAR"
                   TO REC-ESTADO-LINEA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JOURNAL-ANTES-DISTINTO > ZERO
                   MOVE "ESTADO: RECUPERACION CUADRADA CON AVISOS"
                       TO REC-ESTADO-LINEA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "ESTADO: RECUPERACION CUADRADA"
                       TO REC-ESTADO-LINEA
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           MOVE REC-ESTADO-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
       5000-EXIT.
           EXIT.

       5100-LINEA-SECCION.
           MOVE REC-SECCION-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
       5100-EXIT.
           EXIT.

       5200-LINEA-TOTAL.
           MOVE REC-TOTAL-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
       5200-EXIT.
           EXIT.

       6000-ESCRIBIR-DETALLE.
           MOVE REC-DETALLE-LINEA TO RECUPERA-REPORT-RECORD.
           WRITE RECUPERA-REPORT-RECORD.
       6000-EXIT.
           EXIT.

       9000-FINALIZAR.
           PERFORM 1900-CERRAR-ENTRADAS THRU 1900-EXIT.
           CLOSE CALC-REGISTER.
           CLOSE RECUPERA-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Recupera-Calcreg.
