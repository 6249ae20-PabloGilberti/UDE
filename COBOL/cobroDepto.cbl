      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Month-end chargeback of the calculation
      *             service to the departments that use it: for the
      *             month requested in ESTPARM (AAAAMM, the machine
      *             month when missing -- the same parameter and the
      *             same month Estadisticas-Mensuales reports) prices
      *             every CALCREG record of the month with the RATEFILE
      *             rate of its operation type (see TARIFAS), or with
      *             the correction rate when the record is a
      *             correction, and prints one statement per
      *             department (CR-DEPTO): the volume and charge per
      *             type, the corrections the department sent and how
      *             many of its own calculations were superseded.
      *             Records without a department (interactive
      *             calculations and those posted before the register
      *             carried one) get a statement of their own that is
      *             not billed. A closing summary gives the month's
      *             volume per operation type and in total, which tie
      *             to Estadisticas-Mensuales, and the amount billed,
      *             not billed and in total. RC 4 when a type with
      *             volume has no rate, the rate file has a bad
      *             record, or a department did not fit in the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cobra-Departamentos.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Cobro mensual del servicio de calculo a los
           departamentos, con estado de cuenta por departamento.

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

      * EL MISMO PARAMETRO DE MES QUE ESTADISTICAS-MENSUALES, PARA QUE
      * LOS DOS REPORTES DEL CIERRE CUBRAN SIEMPRE EL MISMO MES.
           SELECT ESTADISTICA-PARM-FILE
               ASSIGN TO "ESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTPARM.

           SELECT TARIFA-FILE
               ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATEFILE.

           SELECT COBRO-REPORT-FILE
               ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHGRPT.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.

       FD  ESTADISTICA-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTADISTICA-PARM-RECORD.
           05  EP-MES-PEDIDO            PIC X(06).
           05  FILLER                   PIC X(74).

       FD  TARIFA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY TARIFAS.

       FD  COBRO-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  COBRO-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-ESTPARM                   PIC XX.
       01  FS-RATEFILE                  PIC XX.
       01  FS-CHGRPT                    PIC XX.

       01  RUN-DATE.
           05  RD-AAAA                  PIC 9(04).
           05  RD-MM                    PIC 9(02).
           05  RD-DD                    PIC 9(02).

      * MES PEDIDO EN FORMATO AAAAMM.
       01  MES-PEDIDO.
           05  MP-AAAA                  PIC 9(04).
           05  MP-MM                    PIC 9(02).
       01  MES-PEDIDO-NUM REDEFINES MES-PEDIDO PIC 9(06).

       01  MES-VALIDO                   PIC X(06).

       01  FECHA-REGISTRO.
           05  FR-MES                   PIC 9(06).
           05  FR-DIA                   PIC 9(02).

       01  FIN-REGISTRO-SW              PIC X(01).
           88  FIN-REGISTRO             VALUE "S".
           88  NO-FIN-REGISTRO          VALUE "N".

       01  FIN-TARIFA-SW                PIC X(01).
           88  FIN-TARIFA               VALUE "S".
           88  NO-FIN-TARIFA            VALUE "N".

      * ALGO DEL COBRO MERECE REVISION (TIPO SIN TARIFA, REGISTRO DE
      * TARIFA INVALIDO, TABLA DE DEPARTAMENTOS LLENA): CODIGO 4.
       01  AVISO-SW                     PIC X(01) VALUE "N".
           88  HAY-AVISO                VALUE "S".

      * TIPOS DE COBRO, EN EL ORDEN DEL CODIGO TR/CR: S R M D E P A T,
      * LUEGO LA CORRECCION "C" Y UNA ENTRADA PARA LOS CODIGOS NO
      * RECONOCIDOS, QUE SE CUENTAN PERO NO SE COBRAN.
       01  TIPOS-LITERAL                PIC X(10) VALUE "SRMDEPATC?".
       01  TIPOS-TABLA REDEFINES TIPOS-LITERAL.
           05  TIPO-CODIGO              PIC X(01) OCCURS 10 TIMES.
       01  DESCRIPCIONES-LITERAL.
           05  FILLER                   PIC X(16) VALUE "SUMA".
           05  FILLER                   PIC X(16) VALUE "RESTA".
           05  FILLER                   PIC X(16) VALUE
               "MULTIPLICACION".
           05  FILLER                   PIC X(16) VALUE "DIVISION".
           05  FILLER                   PIC X(16) VALUE "RESTO".
           05  FILLER                   PIC X(16) VALUE "PORCENTAJE".
           05  FILLER                   PIC X(16) VALUE "PROMEDIO".
           05  FILLER                   PIC X(16) VALUE "TODAS".
           05  FILLER                   PIC X(16) VALUE "CORRECCION".
           05  FILLER                   PIC X(16) VALUE
               "TIPO DESCONOCIDO".
       01  DESCRIPCIONES-TABLA REDEFINES DESCRIPCIONES-LITERAL.
           05  TIPO-DESCRIPCION         PIC X(16) OCCURS 10 TIMES.
       77  TIPO-CORRECCION              PIC 9(02) COMP VALUE 9.
       77  TIPO-DESCONOCIDO             PIC 9(02) COMP VALUE 10.

      * TARIFAS CARGADAS DESDE RATEFILE, UNA POR TIPO DE COBRO. UN
      * TIPO SIN REGISTRO EN EL ARCHIVO QUEDA EN CERO Y SE AVISA.
       01  TARIFA-TABLA.
           05  TT-ENTRADA OCCURS 10 TIMES.
               10  TT-IMPORTE           PIC 9(05)V99.
               10  TT-CARGADA-SW        PIC X(01).
                   88  TT-CARGADA       VALUE "S".
       77  TARIFAS-LEIDAS               PIC 9(05) COMP VALUE ZERO.
       77  TARIFAS-INVALIDAS            PIC 9(05) COMP VALUE ZERO.

      * TIPO DEL REGISTRO EN CURSO (POR SU CODIGO DE OPERACION) Y TIPO
      * DE COBRO (EL MISMO, O LA CORRECCION SI EL REGISTRO CORRIGE A
      * OTRO).
       77  TIPO-IDX                     PIC 9(02) COMP VALUE ZERO.
       77  COBRO-IDX                    PIC 9(02) COMP VALUE ZERO.
       01  ENTRADA-ENCONTRADA-SW        PIC X(01).
           88  ENTRADA-ENCONTRADA       VALUE "S".
           88  ENTRADA-NO-ENCONTRADA    VALUE "N".

      * UNA ENTRADA POR DEPARTAMENTO, ORDENADA POR CODIGO. LOS
      * REGISTROS SIN DEPARTAMENTO SE JUNTAN BAJO HIGH-VALUES, QUE
      * QUEDA AL FINAL Y SE IMPRIME COMO "SIN DEPARTAMENTO". LOS QUE
      * YA NO CABEN SE COBRAN APARTE EN EL RESUMEN Y SE AVISAN.
       01  DEPARTAMENTO-TABLA.
           05  DPT-ENTRADA OCCURS 100 TIMES.
               10  DPT-CODIGO           PIC X(03).
               10  DPT-CALCULOS         PIC 9(07) COMP
                                            OCCURS 10 TIMES.
               10  DPT-IMPORTE          PIC 9(09)V99
                                            OCCURS 10 TIMES.
               10  DPT-SUPERSEDIDOS     PIC 9(07) COMP.
       77  DPT-USADAS                   PIC 9(03) COMP VALUE ZERO.
       77  DPT-IDX                      PIC 9(03) COMP VALUE ZERO.
       77  DPT-POSICION                 PIC 9(03) COMP VALUE ZERO.
       77  DPT-MOVER                    PIC 9(03) COMP VALUE ZERO.
       77  DPT-DESBORDES                PIC 9(07) COMP VALUE ZERO.
       01  DPT-IMPORTE-DESBORDES        PIC 9(11)V99 VALUE ZERO.
       01  DEPTO-BUSCADO                PIC X(03).

      * TOTALES DEL MES POR TIPO DE OPERACION, QUE CUADRAN CON EL
      * VOLUMEN POR TIPO DE ESTADISTICAS-MENSUALES: TODOS LOS
      * REGISTROS DEL TIPO, CUANTOS DE ELLOS SON CORRECCIONES Y EL
      * IMPORTE COBRADO POR TIPO DE COBRO.
       01  RESUMEN-TIPO-TABLA.
           05  RTT-ENTRADA OCCURS 10 TIMES.
               10  RTT-CALCULOS         PIC 9(07) COMP.
               10  RTT-CORRECCIONES     PIC 9(07) COMP.
               10  RTT-IMPORTE          PIC 9(11)V99.
       77  TOTAL-CALCULOS               PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-CORRECCIONES           PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-SUPERSEDIDOS           PIC 9(07) COMP VALUE ZERO.
       77  DEPARTAMENTOS-FACTURADOS     PIC 9(05) COMP VALUE ZERO.
       01  TOTAL-IMPORTE                PIC 9(11)V99 VALUE ZERO.
       01  IMPORTE-FACTURADO            PIC 9(11)V99 VALUE ZERO.
       01  IMPORTE-SIN-DEPTO            PIC 9(11)V99 VALUE ZERO.

      * TOTALES DEL ESTADO DE CUENTA EN CURSO.
       77  ESTADO-CALCULOS              PIC 9(07) COMP VALUE ZERO.
       01  ESTADO-IMPORTE               PIC 9(11)V99 VALUE ZERO.

       01  CANTIDAD-EDITADA             PIC Z(6)9.

      * ENCABEZADOS Y LINEAS DEL ESTADO DE CUENTA
       01  COB-TITULO-LINEA PIC X(132) VALUE
           "ESTADO DE CUENTA MENSUAL - COBRA-DEPARTAMENTOS".
       01  COB-DEPTO-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "DEPARTAMENTO: ".
           05  CDL-DEPTO                PIC X(16).
           05  FILLER                   PIC X(07) VALUE "  MES: ".
           05  CDL-MES                  PIC 9(06).
           05  FILLER                   PIC X(17) VALUE
               "  FECHA CORRIDA: ".
           05  CDL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-NOTA                 PIC X(20).
           05  FILLER                   PIC X(42) VALUE SPACES.
       01  COB-COLUMNAS-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "TIPO  DESCRIPCION".
           05  FILLER                   PIC X(08) VALUE "CALCULOS".
           05  FILLER                   PIC X(11) VALUE
               "     TARIFA".
           05  FILLER                   PIC X(15) VALUE
               "        IMPORTE".
           05  FILLER                   PIC X(74) VALUE SPACES.
       01  COB-DETALLE-LINEA.
           05  CTL-TIPO                 PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  CTL-DESCRIPCION          PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-CALCULOS             PIC Z(7)9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CTL-TARIFA               PIC Z(4)9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CTL-IMPORTE              PIC Z(8)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-AVISO                PIC X(10).
           05  FILLER                   PIC X(62) VALUE SPACES.
       01  COB-TOTAL-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "TOTAL DEL DEPARTAMENTO".
           05  CTT-CALCULOS             PIC Z(7)9.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  CTT-IMPORTE              PIC Z(8)9.99.
           05  FILLER                   PIC X(74) VALUE SPACES.
       01  COB-CORRECCION-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "CORRECCIONES ENVIADAS:".
           05  CCL-CORRECCIONES         PIC Z(6)9.
           05  FILLER                   PIC X(34) VALUE
               "   CALCULOS PROPIOS SUPERSEDIDOS: ".
           05  CCL-SUPERSEDIDOS         PIC Z(6)9.
           05  FILLER                   PIC X(60) VALUE SPACES.

      * ENCABEZADOS Y LINEAS DEL RESUMEN DEL MES
       01  RES-TITULO-LINEA PIC X(132) VALUE
           "RESUMEN DEL MES - CUADRA CON ESTADISTICAS-MENSUALES".
       01  RES-COLUMNAS-LINEA.
           05  FILLER                   PIC X(24) VALUE
               "TIPO  DESCRIPCION".
           05  FILLER                   PIC X(08) VALUE "CALCULOS".
           05  FILLER                   PIC X(14) VALUE
               "  CORRECCIONES".
           05  FILLER                   PIC X(12) VALUE
               "  ORDINARIOS".
           05  FILLER                   PIC X(15) VALUE
               "        IMPORTE".
           05  FILLER                   PIC X(59) VALUE SPACES.
       01  RES-DETALLE-LINEA.
           05  RDL-TIPO                 PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RDL-DESCRIPCION          PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDL-CALCULOS             PIC Z(7)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDL-CORRECCIONES         PIC Z(11)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDL-ORDINARIOS           PIC Z(9)9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RDL-IMPORTE              PIC Z(8)9.99.
           05  FILLER                   PIC X(59) VALUE SPACES.
       01  RES-CANTIDAD-LINEA.
           05  RCL-TEXTO                PIC X(46).
           05  RCL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(79) VALUE SPACES.
       01  RES-IMPORTE-LINEA.
           05  RIL-TEXTO                PIC X(46).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RIL-IMPORTE              PIC Z(10)9.99.
           05  FILLER                   PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-MES THRU 2000-EXIT.
           PERFORM 3000-ESCRIBIR-ESTADOS THRU 3000-EXIT.
           PERFORM 4000-ESCRIBIR-RESUMEN THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           IF HAY-AVISO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * LAS TABLAS DE CONTEO ARRANCAN EN CERO; LOS CAMPOS COMP DE UNA
      * TABLA NO TRAEN VALUE Y HAY QUE LIMPIARLAS ANTES DE ACUMULAR.
           INITIALIZE TARIFA-TABLA.
           INITIALIZE DEPARTAMENTO-TABLA.
           INITIALIZE RESUMEN-TIPO-TABLA.
           PERFORM 1100-LEER-MES-PEDIDO THRU 1100-EXIT.
           PERFORM 1300-CARGAR-TARIFAS THRU 1300-EXIT.
           OPEN INPUT CALC-REGISTER.
           IF FS-CALCREG NOT = "00"
               DISPLAY "COBRA-DEPARTAMENTOS - ERROR ABRIENDO "
                   "CALCREG - FILE STATUS " FS-CALCREG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT COBRO-REPORT-FILE.
           IF FS-CHGRPT NOT = "00"
               DISPLAY "COBRA-DEPARTAMENTOS - ERROR ABRIENDO "
                   "CHGRPT - FILE STATUS " FS-CHGRPT
               CLOSE CALC-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * LEE EL MES PEDIDO (AAAAMM) DESDE ESTPARM, CON LAS MISMAS
      * REGLAS QUE ESTADISTICAS-MENSUALES: SIN ARCHIVO, VACIO O CON UN
      * MES INVALIDO SE COBRA EL MES DE LA FECHA DE LA MAQUINA.
      ******************************************************************
       1100-LEER-MES-PEDIDO.
           MOVE RD-AAAA TO MP-AAAA.
           MOVE RD-MM TO MP-MM.
           OPEN INPUT ESTADISTICA-PARM-FILE.
           IF FS-ESTPARM NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ ESTADISTICA-PARM-FILE
               AT END
                   CLOSE ESTADISTICA-PARM-FILE
                   GO TO 1100-EXIT
           END-READ.
           MOVE EP-MES-PEDIDO TO MES-VALIDO.
           IF MES-VALIDO NUMERIC
            AND MES-VALIDO (5:2) NOT < "01"
            AND MES-VALIDO (5:2) NOT > "12"
               MOVE MES-VALIDO TO MES-PEDIDO-NUM
           ELSE
               DISPLAY "COBRA-DEPARTAMENTOS - MES INVALIDO EN "
                   "ESTPARM: " EP-MES-PEDIDO " - SE USA EL MES DE LA "
                   "MAQUINA"
           END-IF.
           CLOSE ESTADISTICA-PARM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * CARGA LA TABLA DE TARIFAS. SIN RATEFILE NO HAY CON QUE COBRAR
      * Y EL PROGRAMA TERMINA CON CODIGO 8. UN REGISTRO CON UN TIPO
      * DESCONOCIDO O UN IMPORTE NO NUMERICO SE SALTEA Y SE AVISA; SI
      * UN TIPO APARECE DOS VECES VALE EL ULTIMO.
      ******************************************************************
       1300-CARGAR-TARIFAS.
           OPEN INPUT TARIFA-FILE.
           IF FS-RATEFILE NOT = "00"
               DISPLAY "COBRA-DEPARTAMENTOS - ERROR ABRIENDO "
                   "RATEFILE - FILE STATUS " FS-RATEFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-TARIFA-SW.
           PERFORM 1310-LEER-TARIFA THRU 1310-EXIT
               UNTIL FIN-TARIFA.
           CLOSE TARIFA-FILE.
           IF TARIFAS-INVALIDAS > ZERO
               SET HAY-AVISO TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LEER-TARIFA.
           READ TARIFA-FILE
               AT END
                   MOVE "S" TO FIN-TARIFA-SW
                   GO TO 1310-EXIT
           END-READ.
           IF TF-COMENTARIO
               GO TO 1310-EXIT
           END-IF.
           IF NOT TF-TIPO-VALIDO
            OR TF-IMPORTE NOT NUMERIC
               ADD 1 TO TARIFAS-INVALIDAS
               DISPLAY "COBRA-DEPARTAMENTOS - TARIFA INVALIDA EN "
                   "RATEFILE: " TARIFA-RECORD (1:9)
               GO TO 1310-EXIT
           END-IF.
           SET ENTRADA-NO-ENCONTRADA TO TRUE.
           PERFORM 1320-UBICAR-TARIFA THRU 1320-EXIT
               VARYING TIPO-IDX FROM 1 BY 1
               UNTIL TIPO-IDX > TIPO-CORRECCION
                  OR ENTRADA-ENCONTRADA.
           ADD 1 TO TARIFAS-LEIDAS.
       1310-EXIT.
           EXIT.

       1320-UBICAR-TARIFA.
           IF TIPO-CODIGO (TIPO-IDX) = TF-TIPO-OPERACION
               MOVE TF-IMPORTE TO TT-IMPORTE (TIPO-IDX)
               SET TT-CARGADA (TIPO-IDX) TO TRUE
               SET ENTRADA-ENCONTRADA TO TRUE
           END-IF.
       1320-EXIT.
           EXIT.

      ******************************************************************
      * RECORRE EL REGISTRO POR CLAVE DESDE EL PRIMER DIA DEL MES
      * PEDIDO HASTA PASARSE DE MES, COMO ESTADISTICAS-MENSUALES: SE
      * COBRAN TODOS LOS REGISTROS DEL MES, DE LOTE E INTERACTIVOS,
      * INCLUIDOS LOS SUPERSEDIDOS (EL CALCULO SE HIZO IGUAL).
      ******************************************************************
       2000-RECORRER-MES.
           MOVE ZERO TO CR-RUN-ID.
           COMPUTE CR-CALC-DATE = MES-PEDIDO-NUM * 100.
           MOVE "N" TO FIN-REGISTRO-SW.
           START CALC-REGISTER KEY IS >= CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
           PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT
               UNTIL FIN-REGISTRO.
       2000-EXIT.
           EXIT.

       2100-LEER-REGISTRO.
           READ CALC-REGISTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE CR-CALC-DATE TO FECHA-REGISTRO.
           IF FR-MES NOT = MES-PEDIDO-NUM
               MOVE "S" TO FIN-REGISTRO-SW
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CLASIFICAR-TIPO THRU 2200-EXIT.
           ADD 1 TO TOTAL-CALCULOS.
           ADD 1 TO RTT-CALCULOS (TIPO-IDX).
           IF COBRO-IDX = TIPO-CORRECCION
               ADD 1 TO TOTAL-CORRECCIONES
               ADD 1 TO RTT-CORRECCIONES (TIPO-IDX)
           END-IF.
           IF CR-SUPERSEDIDO
               ADD 1 TO TOTAL-SUPERSEDIDOS
           END-IF.
           ADD TT-IMPORTE (COBRO-IDX) TO RTT-IMPORTE (COBRO-IDX).
           ADD TT-IMPORTE (COBRO-IDX) TO TOTAL-IMPORTE.
           PERFORM 2300-BUSCAR-DEPARTAMENTO THRU 2300-EXIT.
           IF DPT-IDX = ZERO
               ADD 1 TO DPT-DESBORDES
               ADD TT-IMPORTE (COBRO-IDX) TO DPT-IMPORTE-DESBORDES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DPT-CALCULOS (DPT-IDX, COBRO-IDX).
           ADD TT-IMPORTE (COBRO-IDX)
               TO DPT-IMPORTE (DPT-IDX, COBRO-IDX).
           IF CR-SUPERSEDIDO
               ADD 1 TO DPT-SUPERSEDIDOS (DPT-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * TIPO DEL REGISTRO SEGUN SU CODIGO DE OPERACION (UN CODIGO NO
      * RECONOCIDO VA A LA ULTIMA ENTRADA, SIN TARIFA) Y TIPO DE
      * COBRO: UNA CORRECCION (CR-CORRIGE-RUN-ID DISTINTO DE CERO,
      * TAMBIEN LAS "CN" SIN ORIGINAL) SE COBRA A LA TARIFA "C".
      ******************************************************************
       2200-CLASIFICAR-TIPO.
           SET ENTRADA-NO-ENCONTRADA TO TRUE.
           PERFORM 2210-BUSCAR-TIPO THRU 2210-EXIT
               VARYING TIPO-IDX FROM 1 BY 1
               UNTIL TIPO-IDX > 8 OR ENTRADA-ENCONTRADA.
           IF ENTRADA-NO-ENCONTRADA
               MOVE TIPO-DESCONOCIDO TO TIPO-IDX
           ELSE
               SUBTRACT 1 FROM TIPO-IDX
           END-IF.
           MOVE TIPO-IDX TO COBRO-IDX.
           IF CR-CORRIGE-RUN-ID NOT = ZERO
               MOVE TIPO-CORRECCION TO COBRO-IDX
           END-IF.
       2200-EXIT.
           EXIT.

       2210-BUSCAR-TIPO.
           IF TIPO-CODIGO (TIPO-IDX) = CR-TIPO-OPERACION
               SET ENTRADA-ENCONTRADA TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * UBICA EL DEPARTAMENTO DEL REGISTRO EN LA TABLA Y LO DA DE ALTA
      * EN SU LUGAR POR CODIGO LA PRIMERA VEZ QUE APARECE. DEVUELVE EL
      * INDICE EN DPT-IDX, O CERO SI LA TABLA ESTA LLENA.
      ******************************************************************
       2300-BUSCAR-DEPARTAMENTO.
           IF CR-DEPTO = SPACES
               MOVE HIGH-VALUES TO DEPTO-BUSCADO
           ELSE
               MOVE CR-DEPTO TO DEPTO-BUSCADO
           END-IF.
           SET ENTRADA-NO-ENCONTRADA TO TRUE.
           PERFORM 2310-COMPARAR-DEPARTAMENTO THRU 2310-EXIT
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > DPT-USADAS OR ENTRADA-ENCONTRADA.
           IF ENTRADA-ENCONTRADA
               SUBTRACT 1 FROM DPT-IDX
               GO TO 2300-EXIT
           END-IF.
           IF DPT-USADAS NOT < 100
               MOVE ZERO TO DPT-IDX
               SET HAY-AVISO TO TRUE
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2320-ALTA-DEPARTAMENTO THRU 2320-EXIT.
       2300-EXIT.
           EXIT.

       2310-COMPARAR-DEPARTAMENTO.
           IF DPT-CODIGO (DPT-IDX) = DEPTO-BUSCADO
               SET ENTRADA-ENCONTRADA TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      * LA POSICION DEL ALTA ES LA PRIMERA ENTRADA CON UN CODIGO MAYOR;
      * DE AHI EN ADELANTE LAS ENTRADAS SE CORREN UN LUGAR.
       2320-ALTA-DEPARTAMENTO.
           MOVE 1 TO DPT-POSICION.
           PERFORM 2330-AVANZAR-POSICION THRU 2330-EXIT
               UNTIL DPT-POSICION > DPT-USADAS
                  OR DPT-CODIGO (DPT-POSICION) > DEPTO-BUSCADO.
           PERFORM 2340-CORRER-ENTRADA THRU 2340-EXIT
               VARYING DPT-MOVER FROM DPT-USADAS BY -1
               UNTIL DPT-MOVER < DPT-POSICION.
           ADD 1 TO DPT-USADAS.
           INITIALIZE DPT-ENTRADA (DPT-POSICION).
           MOVE DEPTO-BUSCADO TO DPT-CODIGO (DPT-POSICION).
           MOVE DPT-POSICION TO DPT-IDX.
       2320-EXIT.
           EXIT.

       2330-AVANZAR-POSICION.
           ADD 1 TO DPT-POSICION.
       2330-EXIT.
           EXIT.

       2340-CORRER-ENTRADA.
           MOVE DPT-ENTRADA (DPT-MOVER) TO DPT-ENTRADA (DPT-MOVER + 1).
       2340-EXIT.
           EXIT.

      ******************************************************************
      * UN ESTADO DE CUENTA POR DEPARTAMENTO, EN ORDEN DE CODIGO, Y AL
      * FINAL EL DE LOS REGISTROS SIN DEPARTAMENTO, QUE NO SE FACTURA.
      ******************************************************************
       3000-ESCRIBIR-ESTADOS.
           IF DPT-USADAS = ZERO
               MOVE COB-TITULO-LINEA TO COBRO-REPORT-RECORD
               WRITE COBRO-REPORT-RECORD
               MOVE "SIN CALCULOS REGISTRADOS EN EL MES PEDIDO"
                   TO COBRO-REPORT-RECORD
               WRITE COBRO-REPORT-RECORD
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-ESTADO-DEPARTAMENTO THRU 3100-EXIT
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > DPT-USADAS.
       3000-EXIT.
           EXIT.

       3100-ESTADO-DEPARTAMENTO.
           MOVE ZERO TO ESTADO-CALCULOS.
           MOVE ZERO TO ESTADO-IMPORTE.
           MOVE COB-TITULO-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE SPACES TO CDL-NOTA.
           IF DPT-CODIGO (DPT-IDX) = HIGH-VALUES
               MOVE "SIN DEPARTAMENTO" TO CDL-DEPTO
               MOVE "(NO SE FACTURA)" TO CDL-NOTA
           ELSE
               MOVE DPT-CODIGO (DPT-IDX) TO CDL-DEPTO
               ADD 1 TO DEPARTAMENTOS-FACTURADOS
           END-IF.
           MOVE MES-PEDIDO-NUM TO CDL-MES.
           MOVE RUN-DATE TO CDL-FECHA.
           MOVE COB-DEPTO-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE COB-COLUMNAS-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           PERFORM 3110-LINEA-TIPO THRU 3110-EXIT
               VARYING COBRO-IDX FROM 1 BY 1
               UNTIL COBRO-IDX > TIPO-DESCONOCIDO.
           MOVE ESTADO-CALCULOS TO CTT-CALCULOS.
           MOVE ESTADO-IMPORTE TO CTT-IMPORTE.
           MOVE COB-TOTAL-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE DPT-CALCULOS (DPT-IDX, TIPO-CORRECCION)
               TO CCL-CORRECCIONES.
           MOVE DPT-SUPERSEDIDOS (DPT-IDX) TO CCL-SUPERSEDIDOS.
           MOVE COB-CORRECCION-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           IF DPT-CODIGO (DPT-IDX) = HIGH-VALUES
               ADD ESTADO-IMPORTE TO IMPORTE-SIN-DEPTO
           ELSE
               ADD ESTADO-IMPORTE TO IMPORTE-FACTURADO
           END-IF.
           MOVE ALL "-" TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      * UNA LINEA POR TIPO DE COBRO CON VOLUMEN. UN TIPO CON VOLUMEN Y
      * SIN TARIFA EN RATEFILE SE MARCA Y DEJA EL CODIGO DE RETORNO
      * EN 4: ESOS CALCULOS NO SE COBRARON.
       3110-LINEA-TIPO.
           IF DPT-CALCULOS (DPT-IDX, COBRO-IDX) = ZERO
               GO TO 3110-EXIT
           END-IF.
           MOVE TIPO-CODIGO (COBRO-IDX) TO CTL-TIPO.
           MOVE TIPO-DESCRIPCION (COBRO-IDX) TO CTL-DESCRIPCION.
           MOVE DPT-CALCULOS (DPT-IDX, COBRO-IDX) TO CTL-CALCULOS.
           MOVE TT-IMPORTE (COBRO-IDX) TO CTL-TARIFA.
           MOVE DPT-IMPORTE (DPT-IDX, COBRO-IDX) TO CTL-IMPORTE.
           MOVE SPACES TO CTL-AVISO.
           IF NOT TT-CARGADA (COBRO-IDX)
               MOVE "SIN TARIFA" TO CTL-AVISO
               SET HAY-AVISO TO TRUE
           END-IF.
           MOVE COB-DETALLE-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           ADD DPT-CALCULOS (DPT-IDX, COBRO-IDX) TO ESTADO-CALCULOS.
           ADD DPT-IMPORTE (DPT-IDX, COBRO-IDX) TO ESTADO-IMPORTE.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * RESUMEN DEL MES: LOS CALCULOS POR TIPO DE OPERACION (QUE
      * CUADRAN CON EL VOLUMEN POR TIPO DE ESTADISTICAS-MENSUALES),
      * CUANTOS FUERON CORRECCIONES, EL TOTAL DEL MES (QUE CUADRA CON
      * SUS "CALCULOS DEL MES") Y LOS IMPORTES FACTURADO, NO
      * FACTURADO Y TOTAL.
      ******************************************************************
       4000-ESCRIBIR-RESUMEN.
           MOVE RES-TITULO-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE MES-PEDIDO-NUM TO CDL-MES.
           MOVE RUN-DATE TO CDL-FECHA.
           MOVE "TODOS" TO CDL-DEPTO.
           MOVE SPACES TO CDL-NOTA.
           MOVE COB-DEPTO-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE RES-COLUMNAS-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           PERFORM 4100-LINEA-RESUMEN-TIPO THRU 4100-EXIT
               VARYING TIPO-IDX FROM 1 BY 1
               UNTIL TIPO-IDX > TIPO-DESCONOCIDO.
           MOVE SPACES TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "CALCULOS DEL MES:" TO RCL-TEXTO.
           MOVE TOTAL-CALCULOS TO RCL-CANTIDAD.
           MOVE RES-CANTIDAD-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "  DE ELLOS CORRECCIONES:" TO RCL-TEXTO.
           MOVE TOTAL-CORRECCIONES TO RCL-CANTIDAD.
           MOVE RES-CANTIDAD-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "  DE ELLOS SUPERSEDIDOS (ESTADO SU):" TO RCL-TEXTO.
           MOVE TOTAL-SUPERSEDIDOS TO RCL-CANTIDAD.
           MOVE RES-CANTIDAD-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "DEPARTAMENTOS CON ESTADO DE CUENTA:" TO RCL-TEXTO.
           MOVE DEPARTAMENTOS-FACTURADOS TO RCL-CANTIDAD.
           MOVE RES-CANTIDAD-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "IMPORTE FACTURADO A LOS DEPARTAMENTOS:" TO RIL-TEXTO.
           MOVE IMPORTE-FACTURADO TO RIL-IMPORTE.
           MOVE RES-IMPORTE-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           MOVE "IMPORTE SIN DEPARTAMENTO (NO FACTURADO):"
               TO RIL-TEXTO.
           MOVE IMPORTE-SIN-DEPTO TO RIL-IMPORTE.
           MOVE RES-IMPORTE-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
           IF DPT-DESBORDES > ZERO
               MOVE "CALCULOS FUERA DE LOS ESTADOS (TABLA LLENA):"
                   TO RCL-TEXTO
               MOVE DPT-DESBORDES TO RCL-CANTIDAD
               MOVE RES-CANTIDAD-LINEA TO COBRO-REPORT-RECORD
               WRITE COBRO-REPORT-RECORD
               MOVE "IMPORTE FUERA DE LOS ESTADOS (TABLA LLENA):"
                   TO RIL-TEXTO
               MOVE DPT-IMPORTE-DESBORDES TO RIL-IMPORTE
               MOVE RES-IMPORTE-LINEA TO COBRO-REPORT-RECORD
               WRITE COBRO-REPORT-RECORD
           END-IF.
           MOVE "IMPORTE TOTAL DEL SERVICIO:" TO RIL-TEXTO.
           MOVE TOTAL-IMPORTE TO RIL-IMPORTE.
           MOVE RES-IMPORTE-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
       4000-EXIT.
           EXIT.

      * LAS ENTRADAS 1 A 8 SON LOS TIPOS DE OPERACION Y LA 10 LOS
      * CODIGOS NO RECONOCIDOS; LA 9 (CORRECCION) NO ES UN TIPO DE
      * OPERACION DEL REGISTRO SINO DE COBRO, Y SU IMPORTE SE MUESTRA
      * EN SU PROPIA LINEA.
       4100-LINEA-RESUMEN-TIPO.
           IF TIPO-IDX = TIPO-CORRECCION
               IF TOTAL-CORRECCIONES = ZERO
                   GO TO 4100-EXIT
               END-IF
               MOVE TIPO-CODIGO (TIPO-IDX) TO RDL-TIPO
               MOVE TIPO-DESCRIPCION (TIPO-IDX) TO RDL-DESCRIPCION
               MOVE ZERO TO RDL-CALCULOS
               MOVE TOTAL-CORRECCIONES TO RDL-CORRECCIONES
               MOVE ZERO TO RDL-ORDINARIOS
               MOVE RTT-IMPORTE (TIPO-IDX) TO RDL-IMPORTE
               MOVE RES-DETALLE-LINEA TO COBRO-REPORT-RECORD
               WRITE COBRO-REPORT-RECORD
               GO TO 4100-EXIT
           END-IF.
           IF RTT-CALCULOS (TIPO-IDX) = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE TIPO-CODIGO (TIPO-IDX) TO RDL-TIPO.
           MOVE TIPO-DESCRIPCION (TIPO-IDX) TO RDL-DESCRIPCION.
           MOVE RTT-CALCULOS (TIPO-IDX) TO RDL-CALCULOS.
           MOVE RTT-CORRECCIONES (TIPO-IDX) TO RDL-CORRECCIONES.
           COMPUTE RDL-ORDINARIOS = RTT-CALCULOS (TIPO-IDX)
               - RTT-CORRECCIONES (TIPO-IDX).
           MOVE RTT-IMPORTE (TIPO-IDX) TO RDL-IMPORTE.
           MOVE RES-DETALLE-LINEA TO COBRO-REPORT-RECORD.
           WRITE COBRO-REPORT-RECORD.
       4100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALC-REGISTER.
           CLOSE COBRO-REPORT-FILE.
           MOVE TOTAL-CALCULOS TO CANTIDAD-EDITADA.
           DISPLAY "COBRA-DEPARTAMENTOS - MES " MES-PEDIDO-NUM
               " - CALCULOS COBRADOS: " CANTIDAD-EDITADA.
       9000-EXIT.
           EXIT.
