      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Delivery control of the DWNFILE extract
      *             Finance loads every night. RUNFUNC=ENVIO (CURSOJOB,
      *             right after Extrae-Ciclo) registers the cycle as
      *             sent in the DWNSTAT master (see DWNSTAT) with the
      *             record count and the NUM1/NUM2 hash totals of the
      *             extract's trailer; a re-extract of the same cycle
      *             replaces its entry. RUNFUNC=CONFIRMAR (FINCJOB,
      *             daily) takes in the FINCONF confirmation file
      *             Finance's loader returns -- business date, records
      *             loaded and the hash totals they recomputed -- and
      *             matches each confirmation against what was sent
      *             for that date: confirmed, or confirmed with a
      *             difference. A cycle still unconfirmed after the
      *             day limit (DWNAGELIM, three days by default) is
      *             marked unconfirmed, and the FINCRPT report lists
      *             those cycles, the ones whose totals disagree, and
      *             any confirmation for a date never sent, so the
      *             extract can be resent before the books close. The
      *             master is carried forward into DWNSTATN; the job
      *             swaps it in. RC 4 when the report lists anything.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Confirma-Carga.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Control de entrega del extracto DWNFILE a Finanzas:
           envio, confirmacion de carga y ciclos sin confirmar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-CICLO-FILE
               ASSIGN TO "DWNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DWNFILE.

           SELECT ENTREGA-FILE
               ASSIGN TO "DWNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DWNSTAT.

           SELECT ENTREGA-NUEVO-FILE
               ASSIGN TO "DWNSTATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DWNSTATN.

           SELECT CONFIRMACION-FILE
               ASSIGN TO "FINCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINCONF.

           SELECT CONFIRMA-REPORT-FILE
               ASSIGN TO "FINCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINCRPT.

       DATA DIVISION.
       FILE SECTION.
      * EL EXTRACTO QUE ESCRIBE EXTRAE-CICLO; SOLO INTERESAN EL
      * ENCABEZADO (FECHA DE NEGOCIO) Y LA COLA (TOTALES DE CONTROL).
       FD  EXTRACTO-CICLO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  EXTRACTO-CICLO-RECORD.
           05  XR-TIPO                  PIC X(02).
               88  XR-ENCABEZADO        VALUE "H;".
               88  XR-DETALLE           VALUE "D;".
               88  XR-COLA              VALUE "T;".
           05  FILLER                   PIC X(158).
       01  EXTRACTO-ENCABEZADO.
           05  FILLER                   PIC X(02).
           05  XEN-FECHA                PIC 9(08).
           05  FILLER                   PIC X(150).
       01  EXTRACTO-COLA.
           05  FILLER                   PIC X(02).
           05  XCO-CANTIDAD             PIC 9(07).
           05  FILLER                   PIC X(01).
           05  XCO-HASH-NUM1            PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(01).
           05  XCO-HASH-NUM2            PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(123).

      * MAESTRO DE ESTADO DE ENTREGA Y EL MAESTRO NUEVO QUE EL JOB
      * INTERCAMBIA AL TERMINAR, SOBRE EL MISMO TRAZADO (DWNSTAT).
       FD  ENTREGA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       COPY DWNSTAT.

       FD  ENTREGA-NUEVO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       COPY DWNSTAT REPLACING
           ==ENTREGA-RECORD== BY ==ENTREGA-NUEVO-RECORD==
           LEADING ==DS-== BY ==DN-==.

      * CONFIRMACION DE CARGA QUE DEVUELVE EL CARGADOR DE FINANZAS,
      * DELIMITADA COMO EL EXTRACTO: "C;" + FECHA DE NEGOCIO CARGADA
      * + ";" + REGISTROS CARGADOS + ";" + SUMAS HASH DE NUM1 Y NUM2
      * RECALCULADAS POR ELLOS (CON SIGNO ADELANTE, COMO EN LA COLA
      * DEL EXTRACTO). UN ARCHIVO PUEDE TRAER VARIAS FECHAS.
       FD  CONFIRMACION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFIRMACION-RECORD.
           05  CF-TIPO                  PIC X(02).
               88  CF-CONFIRMACION      VALUE "C;".
           05  CF-FECHA                 PIC 9(08).
           05  FILLER                   PIC X(01).
           05  CF-CANTIDAD              PIC 9(07).
           05  FILLER                   PIC X(01).
           05  CF-HASH-NUM1             PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(01).
           05  CF-HASH-NUM2             PIC S9(12) SIGN LEADING
                                            SEPARATE.
           05  FILLER                   PIC X(34).

       FD  CONFIRMA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CONFIRMA-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-DWNFILE                   PIC XX.
       01  FS-DWNSTAT                   PIC XX.
       01  FS-DWNSTATN                  PIC XX.
       01  FS-FINCONF                   PIC XX.
       01  FS-FINCRPT                   PIC XX.

       01  RUN-DATE                     PIC 9(08).

       01  FUNCION-PEDIDA               PIC X(09).
           88  FUNCION-ENVIO            VALUE "ENVIO".
           88  FUNCION-CONFIRMAR        VALUE "CONFIRMAR".

       01  FIN-ARCHIVO-SW               PIC X(01).
           88  FIN-ARCHIVO              VALUE "S".
           88  NO-FIN-ARCHIVO           VALUE "N".

       01  MAESTRO-EXISTE-SW            PIC X(01).
           88  MAESTRO-EXISTE           VALUE "S".
           88  MAESTRO-NO-EXISTE        VALUE "N".

      * LO ENVIADO SEGUN EL EXTRACTO: FECHA DEL ENCABEZADO, CANTIDAD Y
      * SUMAS HASH DE LA COLA, Y LOS DETALLES CONTADOS PARA PROBAR QUE
      * EL EXTRACTO ESTA COMPLETO ANTES DE DARLO POR ENVIADO.
       01  ENVIO-FECHA                  PIC 9(08) VALUE ZERO.
       01  ENVIO-CANTIDAD               PIC 9(07) VALUE ZERO.
       01  ENVIO-HASH-NUM1              PIC S9(12) VALUE ZERO.
       01  ENVIO-HASH-NUM2              PIC S9(12) VALUE ZERO.
       77  ENVIO-DETALLES               PIC 9(07) COMP VALUE ZERO.
       01  ENVIO-COLA-SW                PIC X(01) VALUE "N".
           88  ENVIO-CON-COLA           VALUE "S".
       01  ENVIO-GRABADO-SW             PIC X(01) VALUE "N".
           88  ENVIO-GRABADO            VALUE "S".
       01  ENVIO-REEMPLAZADO-SW         PIC X(01) VALUE "N".
           88  ENVIO-REEMPLAZADO        VALUE "S".

      * LIMITE DE DIAS SIN CONFIRMAR, TOMADO DEL AMBIENTE (DWNAGELIM);
      * TRES DIAS POR DEFECTO. EL UNSTRING PASA SOLO LOS DIGITOS AL
      * CAMPO JUSTIFICADO A LA DERECHA (UN MOVE DE IGUAL LARGO ARRASTRA
      * LOS BLANCOS DE LA DERECHA Y NO JUSTIFICA); UN VALOR PRESENTE
      * PERO INSERVIBLE RECHAZA LA CORRIDA.
       01  LIMITE-ENTRADA               PIC X(03).
       01  LIMITE-JUSTIFICADO           PIC X(03) JUSTIFIED RIGHT.
       77  LIMITE-DIAS                  PIC 9(03) VALUE 3.

      * FECHA DE CORTE: UN CICLO ENVIADO ANTES DE ESTA FECHA Y TODAVIA
      * SIN CONFIRMAR PASO EL LIMITE. SE CALCULA RESTANDO EL LIMITE A
      * LA FECHA DE LA CORRIDA UN DIA A LA VEZ, COMO LA FECHA DE CORTE
      * DE ARCHIVA-CALCREG.
       01  FECHA-CORTE.
           05  FC-AAAA                  PIC 9(04).
           05  FC-MM                    PIC 9(02).
           05  FC-DD                    PIC 9(02).
       01  FECHA-CORTE-NUM REDEFINES FECHA-CORTE PIC 9(08).

       01  DIAS-POR-MES-LITERAL PIC X(24) VALUE
           "312831303130313130313031".
       01  DIAS-POR-MES-TABLA REDEFINES DIAS-POR-MES-LITERAL.
           05  DIAS-DEL-MES             PIC 9(02) OCCURS 12 TIMES.

       77  BISIESTO-COCIENTE            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTO-RESIDUO             PIC 9(04) COMP VALUE ZERO.

       01  ANO-BISIESTO-SW              PIC X(01).
           88  ANO-BISIESTO             VALUE "S".
           88  ANO-NO-BISIESTO          VALUE "N".

      * CONFIRMACIONES RECIBIDAS, CARGADAS EN MEMORIA PARA CRUZARLAS
      * CON EL MAESTRO EN UNA SOLA PASADA. UNA FECHA REPETIDA EN EL
      * ARCHIVO SE QUEDA CON LA ULTIMA CONFIRMACION.
       01  CONFIRMACIONES-TABLA.
           05  TC-ENTRADA               OCCURS 100 TIMES.
               10  TC-FECHA             PIC 9(08).
               10  TC-CANTIDAD          PIC 9(07).
               10  TC-HASH-NUM1         PIC S9(12).
               10  TC-HASH-NUM2         PIC S9(12).
               10  TC-USADA             PIC X(01).
       77  TC-MAXIMO                    PIC 9(03) COMP VALUE 100.
       77  TC-CANTIDAD-CARGADA          PIC 9(03) COMP VALUE ZERO.
       77  TC-IDX                       PIC 9(03) COMP VALUE ZERO.
       77  TC-ENCONTRADA                PIC 9(03) COMP VALUE ZERO.
       01  FECHA-BUSCADA                PIC 9(08).

       77  CONFIRMACIONES-LEIDAS        PIC 9(07) COMP VALUE ZERO.
       77  CONFIRMACIONES-ILEGIBLES     PIC 9(07) COMP VALUE ZERO.
       77  CONFIRMACIONES-SIN-ENVIO     PIC 9(07) COMP VALUE ZERO.
       77  CICLOS-EN-MAESTRO            PIC 9(07) COMP VALUE ZERO.
       77  CICLOS-CONFIRMADOS           PIC 9(07) COMP VALUE ZERO.
       77  CICLOS-CON-DIFERENCIA        PIC 9(07) COMP VALUE ZERO.
       77  CICLOS-SIN-CONFIRMAR         PIC 9(07) COMP VALUE ZERO.
       77  CICLOS-EN-PLAZO              PIC 9(07) COMP VALUE ZERO.

       01  OBSERVACION                  PIC X(24).

      * ENCABEZADOS Y LINEAS DEL REPORTE DE CONFIRMACIONES
       01  CON-TITULO-LINEA PIC X(132) VALUE
           "CONFIRMA-CARGA - CONFIRMACION DE CARGA DE FINANZAS".
       01  CON-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  CFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(110) VALUE SPACES.
       01  CON-LIMITE-LINEA.
           05  FILLER                   PIC X(29) VALUE
               "LIMITE DE DIAS SIN CONFIRMAR:".
           05  CLL-LIMITE               PIC ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.
       01  CON-SECCION-LINEA.
           05  CSL-TEXTO                PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  CON-ENCABEZADO-LINEA PIC X(132) VALUE
           "FECHA NEG  ENVIADO   E  CANT ENV      HASH NUM1 ENV      HAS
      -    "H NUM2 ENV  CANT CONF     HASH NUM1 CONF     HASH NUM2 CONF
      -    "OBSERVACION".
       01  CON-DETALLE-LINEA.
           05  CDL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CDL-ENVIO                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-ESTADO               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-HASH-NUM1            PIC -(12)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-HASH-NUM2            PIC -(12)9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  CDL-CONF-CANTIDAD        PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CONF-HASH-NUM1       PIC -(12)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CONF-HASH-NUM2       PIC -(12)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-OBSERVACION          PIC X(24).
           05  FILLER                   PIC X(03) VALUE SPACES.
       01  CON-ILEGIBLE-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "CONFIRMACION ILEGIBLE:  ".
           05  CIL-IMAGEN               PIC X(80).
           05  FILLER                   PIC X(28) VALUE SPACES.
       01  CON-TOTAL-LINEA.
           05  CTL-TEXTO                PIC X(40).
           05  CTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(85) VALUE SPACES.
       01  CON-ESTADO-LINEA.
           05  FILLER                   PIC X(08) VALUE "ESTADO: ".
           05  CEL-TEXTO                PIC X(60).
           05  FILLER                   PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN FUNCION-ENVIO
                   PERFORM 2000-REGISTRAR-ENVIO THRU 2000-EXIT
               WHEN FUNCION-CONFIRMAR
                   PERFORM 3000-CONFIRMAR-CARGAS THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY "CONFIRMA-CARGA - FUNCION INVALIDA: "
                       FUNCION-PEDIDA
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FUNCION-PEDIDA FROM ENVIRONMENT "RUNFUNC".
           ACCEPT LIMITE-ENTRADA FROM ENVIRONMENT "DWNAGELIM".
           IF LIMITE-ENTRADA NOT = SPACES
               MOVE SPACES TO LIMITE-JUSTIFICADO
               UNSTRING LIMITE-ENTRADA DELIMITED BY SPACE
                   INTO LIMITE-JUSTIFICADO
               END-UNSTRING
               INSPECT LIMITE-JUSTIFICADO
                   REPLACING LEADING SPACE BY ZERO
               IF LIMITE-JUSTIFICADO NOT NUMERIC
                OR LIMITE-JUSTIFICADO = "000"
                   DISPLAY "CONFIRMA-CARGA - DWNAGELIM INVALIDO: "
                       LIMITE-ENTRADA " - CORRIDA RECHAZADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LIMITE-JUSTIFICADO TO LIMITE-DIAS
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * ENVIO - LEE EL DWNFILE QUE EXTRAE-CICLO ACABA DE ESCRIBIR Y
      * ASIENTA EL CICLO COMO ENVIADO CON LOS TOTALES DE SU COLA. UN
      * EXTRACTO SIN ENCABEZADO O SIN COLA, O CUYA COLA NO CUADRA CON
      * SUS DETALLES, NO SE DA POR ENVIADO.
      ******************************************************************
       2000-REGISTRAR-ENVIO.
           OPEN INPUT EXTRACTO-CICLO-FILE.
           IF FS-DWNFILE NOT = "00"
               DISPLAY "CONFIRMA-CARGA - ERROR ABRIENDO DWNFILE - "
                   "FILE STATUS " FS-DWNFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 2100-LEER-EXTRACTO THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE EXTRACTO-CICLO-FILE.
           IF ENVIO-FECHA = ZERO
               DISPLAY "CONFIRMA-CARGA - DWNFILE SIN ENCABEZADO - "
                   "ENVIO NO REGISTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT ENVIO-CON-COLA
            OR ENVIO-DETALLES NOT = ENVIO-CANTIDAD
               DISPLAY "CONFIRMA-CARGA - DWNFILE SIN COLA O COLA QUE "
                   "NO CUADRA - ENVIO NO REGISTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 4000-ABRIR-MAESTROS THRU 4000-EXIT.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 2200-ARRASTRAR-PARA-ENVIO THRU 2200-EXIT
               UNTIL FIN-ARCHIVO.
           IF NOT ENVIO-GRABADO
               PERFORM 2300-GRABAR-ENVIO THRU 2300-EXIT
           END-IF.
           PERFORM 4900-CERRAR-MAESTROS THRU 4900-EXIT.
           IF ENVIO-REEMPLAZADO
               DISPLAY "CONFIRMA-CARGA - CICLO " ENVIO-FECHA
                   " REENVIADO - REEMPLAZA EL ENVIO ANTERIOR"
           END-IF.
           DISPLAY "CONFIRMA-CARGA - CICLO " ENVIO-FECHA
               " REGISTRADO COMO ENVIADO - REGISTROS " ENVIO-CANTIDAD.
       2000-EXIT.
           EXIT.

       2100-LEER-EXTRACTO.
           READ EXTRACTO-CICLO-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 2100-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN XR-ENCABEZADO
                   IF XEN-FECHA NUMERIC
                       MOVE XEN-FECHA TO ENVIO-FECHA
                   END-IF
               WHEN XR-DETALLE
                   ADD 1 TO ENVIO-DETALLES
               WHEN XR-COLA
                   IF XCO-CANTIDAD NUMERIC
                    AND XCO-HASH-NUM1 NUMERIC
                    AND XCO-HASH-NUM2 NUMERIC
                       MOVE XCO-CANTIDAD TO ENVIO-CANTIDAD
                       MOVE XCO-HASH-NUM1 TO ENVIO-HASH-NUM1
                       MOVE XCO-HASH-NUM2 TO ENVIO-HASH-NUM2
                       MOVE "S" TO ENVIO-COLA-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * EL MAESTRO VA EN ORDEN DE FECHA: EL CICLO NUEVO SE INSERTA EN
      * SU LUGAR (NORMALMENTE AL FINAL) Y UN CICLO YA ASENTADO (UN
      * RERUN QUE VOLVIO A EXTRAER) SE REEMPLAZA: LO QUE VALE ES LO
      * ULTIMO QUE SE ENVIO.
       2200-ARRASTRAR-PARA-ENVIO.
           PERFORM 4100-LEER-MAESTRO THRU 4100-EXIT.
           IF FIN-ARCHIVO
               GO TO 2200-EXIT
           END-IF.
           IF DS-FECHA-NEGOCIO = ENVIO-FECHA
               MOVE "S" TO ENVIO-REEMPLAZADO-SW
               PERFORM 2300-GRABAR-ENVIO THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF DS-FECHA-NEGOCIO > ENVIO-FECHA
            AND NOT ENVIO-GRABADO
               PERFORM 2300-GRABAR-ENVIO THRU 2300-EXIT
           END-IF.
           MOVE ENTREGA-RECORD TO ENTREGA-NUEVO-RECORD.
           PERFORM 4200-GRABAR-MAESTRO THRU 4200-EXIT.
       2200-EXIT.
           EXIT.

       2300-GRABAR-ENVIO.
           MOVE SPACES TO ENTREGA-NUEVO-RECORD.
           MOVE ENVIO-FECHA TO DN-FECHA-NEGOCIO.
           SET DN-ENVIADO TO TRUE.
           MOVE RUN-DATE TO DN-FECHA-ENVIO.
           MOVE ENVIO-CANTIDAD TO DN-CANTIDAD.
           MOVE ENVIO-HASH-NUM1 TO DN-HASH-NUM1.
           MOVE ENVIO-HASH-NUM2 TO DN-HASH-NUM2.
           MOVE ZERO TO DN-FECHA-CONFIRMACION.
           MOVE ZERO TO DN-CONF-CANTIDAD.
           MOVE ZERO TO DN-CONF-HASH-NUM1.
           MOVE ZERO TO DN-CONF-HASH-NUM2.
           PERFORM 4200-GRABAR-MAESTRO THRU 4200-EXIT.
           MOVE "S" TO ENVIO-GRABADO-SW.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * CONFIRMAR - CARGA LAS CONFIRMACIONES DE FINANZAS, RECORRE EL
      * MAESTRO CRUZANDO CADA CICLO CON SU CONFIRMACION, ENVEJECE LO
      * QUE SIGUE SIN CONFIRMAR Y REPORTA LO QUE HAY QUE REENVIAR.
      ******************************************************************
       3000-CONFIRMAR-CARGAS.
           OPEN OUTPUT CONFIRMA-REPORT-FILE.
           IF FS-FINCRPT NOT = "00"
               DISPLAY "CONFIRMA-CARGA - ERROR ABRIENDO FINCRPT - "
                   "FILE STATUS " FS-FINCRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CON-TITULO-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE RUN-DATE TO CFL-FECHA.
           MOVE CON-FECHA-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE LIMITE-DIAS TO CLL-LIMITE.
           MOVE CON-LIMITE-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           PERFORM 3100-CARGAR-CONFIRMACIONES THRU 3100-EXIT.
           PERFORM 3200-CALCULAR-FECHA-CORTE THRU 3200-EXIT.
           MOVE SPACES TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE CON-ENCABEZADO-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           PERFORM 4000-ABRIR-MAESTROS THRU 4000-EXIT.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 3300-CRUZAR-CICLO THRU 3300-EXIT
               UNTIL FIN-ARCHIVO.
           PERFORM 4900-CERRAR-MAESTROS THRU 4900-EXIT.
           PERFORM 3500-CONFIRMACION-SIN-ENVIO THRU 3500-EXIT
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > TC-CANTIDAD-CARGADA.
           PERFORM 3600-ESCRIBIR-TOTALES THRU 3600-EXIT.
           CLOSE CONFIRMA-REPORT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * CARGA LAS CONFIRMACIONES DEL DIA. SIN FINCONF NO LLEGO NINGUNA
      * Y SOLO SE ENVEJECE; UNA LINEA ILEGIBLE SE REPORTA Y NO CUENTA.
      * MAS FECHAS DE LAS QUE CABEN EN LA TABLA RECHAZAN LA CORRIDA,
      * PARA NO CONFIRMAR UNA PARTE Y PERDER EL RESTO EN SILENCIO.
      ******************************************************************
       3100-CARGAR-CONFIRMACIONES.
           OPEN INPUT CONFIRMACION-FILE.
           IF FS-FINCONF NOT = "00"
               DISPLAY "CONFIRMA-CARGA - SIN CONFIRMACIONES DE "
                   "FINANZAS (FINCONF) - FILE STATUS " FS-FINCONF
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 3110-LEER-CONFIRMACION THRU 3110-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CONFIRMACION-FILE.
       3100-EXIT.
           EXIT.

       3110-LEER-CONFIRMACION.
           READ CONFIRMACION-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 3110-EXIT
           END-READ.
           IF CONFIRMACION-RECORD = SPACES
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO CONFIRMACIONES-LEIDAS.
           IF NOT CF-CONFIRMACION
            OR CF-FECHA NOT NUMERIC
            OR CF-CANTIDAD NOT NUMERIC
            OR CF-HASH-NUM1 NOT NUMERIC
            OR CF-HASH-NUM2 NOT NUMERIC
               ADD 1 TO CONFIRMACIONES-ILEGIBLES
               MOVE CONFIRMACION-RECORD TO CIL-IMAGEN
               MOVE CON-ILEGIBLE-LINEA TO CONFIRMA-REPORT-RECORD
               WRITE CONFIRMA-REPORT-RECORD
               GO TO 3110-EXIT
           END-IF.
           MOVE CF-FECHA TO FECHA-BUSCADA.
           PERFORM 3120-BUSCAR-CONFIRMACION THRU 3120-EXIT.
           IF TC-ENCONTRADA = ZERO
               IF TC-CANTIDAD-CARGADA NOT < TC-MAXIMO
                   DISPLAY "CONFIRMA-CARGA - MAS DE " TC-MAXIMO
                       " FECHAS EN FINCONF - CORRIDA RECHAZADA"
                   CLOSE CONFIRMACION-FILE
                   CLOSE CONFIRMA-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO TC-CANTIDAD-CARGADA
               MOVE TC-CANTIDAD-CARGADA TO TC-ENCONTRADA
           END-IF.
           MOVE CF-FECHA TO TC-FECHA (TC-ENCONTRADA).
           MOVE CF-CANTIDAD TO TC-CANTIDAD (TC-ENCONTRADA).
           MOVE CF-HASH-NUM1 TO TC-HASH-NUM1 (TC-ENCONTRADA).
           MOVE CF-HASH-NUM2 TO TC-HASH-NUM2 (TC-ENCONTRADA).
           MOVE "N" TO TC-USADA (TC-ENCONTRADA).
       3110-EXIT.
           EXIT.

      * BUSCA EN LA TABLA LA FECHA QUE QUEDO EN FECHA-BUSCADA;
      * DEVUELVE SU POSICION EN TC-ENCONTRADA (CERO SI NO ESTA).
       3120-BUSCAR-CONFIRMACION.
           MOVE ZERO TO TC-ENCONTRADA.
           PERFORM 3130-COMPARAR-CONFIRMACION THRU 3130-EXIT
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > TC-CANTIDAD-CARGADA
                  OR TC-ENCONTRADA NOT = ZERO.
       3120-EXIT.
           EXIT.

       3130-COMPARAR-CONFIRMACION.
           IF TC-FECHA (TC-IDX) = FECHA-BUSCADA
               MOVE TC-IDX TO TC-ENCONTRADA
           END-IF.
       3130-EXIT.
           EXIT.

      ******************************************************************
      * CALCULA LA FECHA DE CORTE RESTANDO EL LIMITE DE DIAS A LA
      * FECHA DE LA CORRIDA, UN DIA A LA VEZ, CON LA TABLA DE DIAS
      * POR MES Y LA REGLA DE LOS BISIESTOS.
      ******************************************************************
       3200-CALCULAR-FECHA-CORTE.
           MOVE RUN-DATE TO FECHA-CORTE-NUM.
           PERFORM 3210-RESTAR-UN-DIA THRU 3210-EXIT
               LIMITE-DIAS TIMES.
       3200-EXIT.
           EXIT.

       3210-RESTAR-UN-DIA.
           IF FC-DD > 1
               SUBTRACT 1 FROM FC-DD
               GO TO 3210-EXIT
           END-IF.
           IF FC-MM = 1
               MOVE 12 TO FC-MM
               SUBTRACT 1 FROM FC-AAAA
           ELSE
               SUBTRACT 1 FROM FC-MM
           END-IF.
           MOVE DIAS-DEL-MES (FC-MM) TO FC-DD.
           IF FC-MM = 2
               PERFORM 3220-PROBAR-BISIESTO THRU 3220-EXIT
               IF ANO-BISIESTO
                   MOVE 29 TO FC-DD
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3220-PROBAR-BISIESTO.
           SET ANO-NO-BISIESTO TO TRUE.
           DIVIDE FC-AAAA BY 4 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               GO TO 3220-EXIT
           END-IF.
           DIVIDE FC-AAAA BY 100 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               SET ANO-BISIESTO TO TRUE
               GO TO 3220-EXIT
           END-IF.
           DIVIDE FC-AAAA BY 400 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO = ZERO
               SET ANO-BISIESTO TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * UN CICLO DEL MAESTRO. CON CONFIRMACION HOY: CONFIRMADO SI LA
      * CANTIDAD Y LAS DOS SUMAS HASH CUADRAN CON LO ENVIADO, CON
      * DIFERENCIA SI NO (UNA CONFIRMACION NUEVA, DESPUES DE UN
      * REENVIO, PISA LA ANTERIOR). SIN CONFIRMACION: LO ENVIADO ANTES
      * DE LA FECHA DE CORTE PASA A SIN CONFIRMAR. SE REPORTAN TODOS
      * LOS SIN CONFIRMAR Y TODOS LOS CON DIFERENCIA, TODOS LOS DIAS,
      * HASTA QUE SE RESUELVAN.
      ******************************************************************
       3300-CRUZAR-CICLO.
           PERFORM 4100-LEER-MAESTRO THRU 4100-EXIT.
           IF FIN-ARCHIVO
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO CICLOS-EN-MAESTRO.
           MOVE ENTREGA-RECORD TO ENTREGA-NUEVO-RECORD.
           MOVE SPACES TO OBSERVACION.
           MOVE DS-FECHA-NEGOCIO TO FECHA-BUSCADA.
           PERFORM 3120-BUSCAR-CONFIRMACION THRU 3120-EXIT.
           IF TC-ENCONTRADA NOT = ZERO
               PERFORM 3310-APLICAR-CONFIRMACION THRU 3310-EXIT
           ELSE
               IF (DN-ENVIADO OR DN-SIN-CONFIRMAR)
                AND DN-FECHA-ENVIO < FECHA-CORTE-NUM
                   SET DN-SIN-CONFIRMAR TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DN-SIN-CONFIRMAR
                   ADD 1 TO CICLOS-SIN-CONFIRMAR
                   MOVE "SIN CONFIRMAR" TO OBSERVACION
               WHEN DN-CON-DIFERENCIA
                   ADD 1 TO CICLOS-CON-DIFERENCIA
                   IF OBSERVACION = SPACES
                       MOVE "DIFERENCIA ANTERIOR" TO OBSERVACION
                   END-IF
               WHEN DN-ENVIADO
                   ADD 1 TO CICLOS-EN-PLAZO
           END-EVALUATE.
           IF OBSERVACION NOT = SPACES
               PERFORM 3400-ESCRIBIR-DETALLE THRU 3400-EXIT
           END-IF.
           PERFORM 4200-GRABAR-MAESTRO THRU 4200-EXIT.
       3300-EXIT.
           EXIT.

       3310-APLICAR-CONFIRMACION.
           MOVE "S" TO TC-USADA (TC-ENCONTRADA).
           MOVE RUN-DATE TO DN-FECHA-CONFIRMACION.
           MOVE TC-CANTIDAD (TC-ENCONTRADA) TO DN-CONF-CANTIDAD.
           MOVE TC-HASH-NUM1 (TC-ENCONTRADA) TO DN-CONF-HASH-NUM1.
           MOVE TC-HASH-NUM2 (TC-ENCONTRADA) TO DN-CONF-HASH-NUM2.
           IF DN-CONF-CANTIDAD = DN-CANTIDAD
            AND DN-CONF-HASH-NUM1 = DN-HASH-NUM1
            AND DN-CONF-HASH-NUM2 = DN-HASH-NUM2
               SET DN-CONFIRMADO TO TRUE
               ADD 1 TO CICLOS-CONFIRMADOS
           ELSE
               SET DN-CON-DIFERENCIA TO TRUE
               EVALUATE TRUE
                   WHEN DN-CONF-CANTIDAD NOT = DN-CANTIDAD
                       MOVE "DIFERENCIA EN CANTIDAD" TO OBSERVACION
                   WHEN DN-CONF-HASH-NUM1 NOT = DN-HASH-NUM1
                       MOVE "DIFERENCIA EN HASH NUM1" TO OBSERVACION
                   WHEN OTHER
                       MOVE "DIFERENCIA EN HASH NUM2" TO OBSERVACION
               END-EVALUATE
           END-IF.
       3310-EXIT.
           EXIT.

       3400-ESCRIBIR-DETALLE.
           MOVE DN-FECHA-NEGOCIO TO CDL-FECHA.
           MOVE DN-FECHA-ENVIO TO CDL-ENVIO.
           MOVE DN-ESTADO TO CDL-ESTADO.
           MOVE DN-CANTIDAD TO CDL-CANTIDAD.
           MOVE DN-HASH-NUM1 TO CDL-HASH-NUM1.
           MOVE DN-HASH-NUM2 TO CDL-HASH-NUM2.
           MOVE DN-CONF-CANTIDAD TO CDL-CONF-CANTIDAD.
           MOVE DN-CONF-HASH-NUM1 TO CDL-CONF-HASH-NUM1.
           MOVE DN-CONF-HASH-NUM2 TO CDL-CONF-HASH-NUM2.
           MOVE OBSERVACION TO CDL-OBSERVACION.
           MOVE CON-DETALLE-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
       3400-EXIT.
           EXIT.

      * UNA CONFIRMACION CUYA FECHA NO FIGURA EN EL MAESTRO: FINANZAS
      * CARGO ALGO QUE NO CONSTA COMO ENVIADO.
       3500-CONFIRMACION-SIN-ENVIO.
           IF TC-USADA (TC-IDX) = "S"
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO CONFIRMACIONES-SIN-ENVIO.
           MOVE SPACES TO CON-DETALLE-LINEA.
           MOVE TC-FECHA (TC-IDX) TO CDL-FECHA.
           MOVE TC-CANTIDAD (TC-IDX) TO CDL-CONF-CANTIDAD.
           MOVE TC-HASH-NUM1 (TC-IDX) TO CDL-CONF-HASH-NUM1.
           MOVE TC-HASH-NUM2 (TC-IDX) TO CDL-CONF-HASH-NUM2.
           MOVE "CONFIRMACION SIN ENVIO" TO CDL-OBSERVACION.
           MOVE CON-DETALLE-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
       3500-EXIT.
           EXIT.

       3600-ESCRIBIR-TOTALES.
           MOVE SPACES TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE SPACES TO CTL-TEXTO.
           MOVE "CICLOS EN EL MAESTRO:" TO CTL-TEXTO.
           MOVE CICLOS-EN-MAESTRO TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CONFIRMACIONES RECIBIDAS:" TO CTL-TEXTO.
           MOVE CONFIRMACIONES-LEIDAS TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CONFIRMADOS HOY SIN DIFERENCIA:" TO CTL-TEXTO.
           MOVE CICLOS-CONFIRMADOS TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CICLOS CON DIFERENCIA:" TO CTL-TEXTO.
           MOVE CICLOS-CON-DIFERENCIA TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CICLOS SIN CONFIRMAR FUERA DE PLAZO:" TO CTL-TEXTO.
           MOVE CICLOS-SIN-CONFIRMAR TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CICLOS ENVIADOS DENTRO DEL PLAZO:" TO CTL-TEXTO.
           MOVE CICLOS-EN-PLAZO TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CONFIRMACIONES SIN ENVIO:" TO CTL-TEXTO.
           MOVE CONFIRMACIONES-SIN-ENVIO TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           MOVE "CONFIRMACIONES ILEGIBLES:" TO CTL-TEXTO.
           MOVE CONFIRMACIONES-ILEGIBLES TO CTL-CANTIDAD.
           MOVE CON-TOTAL-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
           IF CICLOS-CON-DIFERENCIA > ZERO
            OR CICLOS-SIN-CONFIRMAR > ZERO
            OR CONFIRMACIONES-SIN-ENVIO > ZERO
            OR CONFIRMACIONES-ILEGIBLES > ZERO
               MOVE "HAY CICLOS PARA REVISAR O REENVIAR"
                   TO CEL-TEXTO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "ENTREGAS AL DIA" TO CEL-TEXTO
           END-IF.
           MOVE CON-ESTADO-LINEA TO CONFIRMA-REPORT-RECORD.
           WRITE CONFIRMA-REPORT-RECORD.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * APERTURA DEL MAESTRO Y DEL MAESTRO NUEVO. SIN MAESTRO (NADA
      * ENVIADO TODAVIA) SE EMPIEZA UNO NUEVO.
      ******************************************************************
       4000-ABRIR-MAESTROS.
           SET MAESTRO-EXISTE TO TRUE.
           OPEN INPUT ENTREGA-FILE.
           IF FS-DWNSTAT = "35"
               SET MAESTRO-NO-EXISTE TO TRUE
           ELSE
               IF FS-DWNSTAT NOT = "00"
                   DISPLAY "CONFIRMA-CARGA - ERROR ABRIENDO DWNSTAT - "
                       "FILE STATUS " FS-DWNSTAT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ENTREGA-NUEVO-FILE.
           IF FS-DWNSTATN NOT = "00"
               DISPLAY "CONFIRMA-CARGA - ERROR ABRIENDO DWNSTATN - "
                   "FILE STATUS " FS-DWNSTATN
               IF MAESTRO-EXISTE
                   CLOSE ENTREGA-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LEER-MAESTRO.
           IF MAESTRO-NO-EXISTE
               MOVE "S" TO FIN-ARCHIVO-SW
               GO TO 4100-EXIT
           END-IF.
           READ ENTREGA-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
           END-READ.
       4100-EXIT.
           EXIT.

       4200-GRABAR-MAESTRO.
           WRITE ENTREGA-NUEVO-RECORD.
           IF FS-DWNSTATN NOT = "00"
               DISPLAY "CONFIRMA-CARGA - ERROR GRABANDO DWNSTATN - "
                   "FILE STATUS " FS-DWNSTATN
               PERFORM 4900-CERRAR-MAESTROS THRU 4900-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4200-EXIT.
           EXIT.

       4900-CERRAR-MAESTROS.
           IF MAESTRO-EXISTE
               CLOSE ENTREGA-FILE
           END-IF.
           CLOSE ENTREGA-NUEVO-FILE.
       4900-EXIT.
           EXIT.

       END PROGRAM Confirma-Carga.
