      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Integrity scan of the CALCREG register,
      *             run on a schedule by CALCVJOB: walks every record,
      *             re-derives the seven results from CR-NUM1, CR-NUM2
      *             and CR-TIPO-OPERACION with the same rules as
      *             Curso-de-Cobol's 2205-CALCULAR-OPERACIONES and
      *             compares them and CR-STATUS with what is stored,
      *             and proves the correction chain holds: every "SU"
      *             record names a correction that names it back, no
      *             original is superseded twice, and no "CN" record
      *             is left an orphan. Damaged or half-converted
      *             records (non-numeric fields after a Convierte-
      *             Calcreg pass) are caught too. Findings go on the
      *             CALCVRPT exceptions report. Return code 0 when the
      *             register is clean, 4 when the only findings are
      *             orphan "CN" corrections still waiting for their
      *             original, 8 otherwise.
      * 2026-10-15  A correction whose original is gone from CALCREG
      *             is no longer a broken chain when the original's
      *             date falls before the retention cutoff (RETPARM,
      *             worked out as Archiva-Calcreg does): Archiva-
      *             Calcreg purged it, and it is counted apart as an
      *             archived original without changing the return
      *             code. Only a missing original inside the
      *             retention window stays a broken chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verifica-Calcreg.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Verificacion de integridad del registro de calculos
           CALCREG: recalculo de resultados y cadenas de correccion.

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

           SELECT VERIFICA-REPORT-FILE
               ASSIGN TO "CALCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCVRPT.

           SELECT RETENCION-PARM-FILE
               ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETPARM.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.

       FD  VERIFICA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  VERIFICA-REPORT-RECORD       PIC X(132).

       FD  RETENCION-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENCION-PARM-RECORD.
           05  RP-DIAS-RETENCION        PIC X(03).
           05  FILLER                   PIC X(77).

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-CALCVRPT                  PIC XX.
       01  FS-RETPARM                   PIC XX.

       01  RUN-DATE                     PIC 9(08).

       77  DIAS-RETENCION               PIC 9(03) VALUE ZERO.

      * FECHA DE CORTE DE LA RETENCION, CALCULADA COMO LA CALCULA
      * ARCHIVA-CALCREG: UN ORIGINAL CON FECHA ANTERIOR PUDO HABER
      * SIDO ARCHIVADO Y DEPURADO. EN CERO (SIN RETPARM VALIDO) NO SE
      * RECONOCE NINGUN ORIGINAL COMO ARCHIVADO.
       01  FECHA-CORTE.
           05  FC-AAAA                  PIC 9(04).
           05  FC-MM                    PIC 9(02).
           05  FC-DD                    PIC 9(02).
       01  FECHA-CORTE-NUM REDEFINES FECHA-CORTE PIC 9(08).

      * DIAS DE CADA MES DE UN ANO NO BISIESTO, PARA EL CALCULO DE LA
      * FECHA DE CORTE RESTANDO UN DIA A LA VEZ.
       01  DIAS-POR-MES-LITERAL PIC X(24) VALUE
           "312831303130313130313031".
       01  DIAS-POR-MES-TABLA REDEFINES DIAS-POR-MES-LITERAL.
           05  DIAS-DEL-MES             PIC 9(02) OCCURS 12 TIMES.

       77  BISIESTO-COCIENTE            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTO-RESIDUO             PIC 9(04) COMP VALUE ZERO.

       01  ANO-BISIESTO-SW              PIC X(01).
           88  ANO-BISIESTO             VALUE "S".
           88  ANO-NO-BISIESTO          VALUE "N".

       01  FIN-REGISTRO-SW              PIC X(01).
           88  FIN-REGISTRO             VALUE "S".
           88  NO-FIN-REGISTRO          VALUE "N".

      * COPIA DEL REGISTRO EN REVISION. LA VERIFICACION DE LA CADENA
      * LEE OTROS REGISTROS POR CLAVE, LO QUE PISA EL AREA DEL
      * REGISTRO Y MUEVE LA POSICION DEL RECORRIDO: CON ESTA COPIA SE
      * REPORTA Y SE VUELVE A POSICIONAR DESPUES.
       01  REGISTRO-EN-REVISION.
           05  RR-RUN-ID                PIC 9(15).
           05  RR-OPERADOR              PIC X(08).
           05  RR-TIPO                  PIC X(01).
           05  RR-NUM1                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
           05  RR-NUM2                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
           05  RR-STATUS                PIC X(02).
               88  RR-SUPERSEDIDO       VALUE "SU".
               88  RR-CORR-SIN-ORIGINAL VALUE "CN".
           05  RR-CORRIGE-RUN-ID        PIC 9(15).
           05  RR-SUPERSEDIDO-POR       PIC 9(15).

      * EXTREMOS DE LA CADENA LEIDOS POR CLAVE: EL ORIGINAL QUE LA
      * CORRECCION NOMBRA Y EL REGISTRO QUE EL ORIGINAL DICE QUE LO
      * SUPERSEDIO.
       01  ENLACE-RUN-ID                PIC 9(15).
       01  ENLACE-RUN-ID-PARTES REDEFINES ENLACE-RUN-ID.
           05  ENLACE-FECHA             PIC 9(08).
           05  FILLER                   PIC 9(07).
       01  ENLACE-CORRIGE-RUN-ID        PIC 9(15).
       01  ENLACE-SUPERSEDIDO-POR       PIC 9(15).
       01  ENLACE-STATUS                PIC X(02).
       01  ENLACE-ENCONTRADO-SW         PIC X(01).
           88  ENLACE-ENCONTRADO        VALUE "S".
           88  ENLACE-NO-ENCONTRADO     VALUE "N".
       01  LECTURA-DIRECTA-SW           PIC X(01).
           88  HUBO-LECTURA-DIRECTA     VALUE "S".
           88  SIN-LECTURA-DIRECTA      VALUE "N".
       01  REGISTRO-CON-HALLAZGO-SW     PIC X(01).
           88  REGISTRO-CON-HALLAZGO    VALUE "S".
           88  REGISTRO-SIN-HALLAZGO    VALUE "N".

      * OPERANDOS Y RESULTADOS DEL RECALCULO, CON LAS MISMAS
      * PICTURES QUE CURSO-DE-COBOL PARA QUE EL REDONDEO Y LOS
      * DESBORDES SALGAN IGUALES.
       01  NUM1                         PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  NUM2                         PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  RESULT-SUMA                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  RESULT-RESTA                 PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  RESULT-MULT                  PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  RESULT-DIVISION              PIC S9(05)V99 SIGN LEADING
                                            SEPARATE.
       01  RESULT-RESTO                 PIC S9(05) SIGN LEADING
                                            SEPARATE.
       01  RESULT-PORCENTAJE            PIC S9(07)V99 SIGN LEADING
                                            SEPARATE.
       01  RESULT-PROMEDIO              PIC S9(05)V99 SIGN LEADING
                                            SEPARATE.
       77  RESTO-COCIENTE               PIC S9(05) COMP VALUE ZERO.

       01  CALC-STATUS                  PIC X(02).
           88  ESTADO-NORMAL            VALUE "00".
           88  ESTADO-MULT-FUERA-RANGO  VALUE "SM".
           88  ESTADO-DIV-DIVISOR-CERO  VALUE "DZ".
           88  ESTADO-RESTO-DIV-CERO    VALUE "RZ".
           88  ESTADO-PORC-DIVISOR-CERO VALUE "PZ".
           88  ESTADO-PORC-FUERA-RANGO  VALUE "SP".

       01  TIPO-OPERACION               PIC X(01).
           88  OPERACION-SUMA           VALUE "S".
           88  OPERACION-RESTA          VALUE "R".
           88  OPERACION-MULT           VALUE "M".
           88  OPERACION-DIVISION       VALUE "D".
           88  OPERACION-RESTO          VALUE "E".
           88  OPERACION-PORCENTAJE     VALUE "P".
           88  OPERACION-PROMEDIO       VALUE "A".
           88  OPERACION-TODAS          VALUE "T".
           88  OPERACION-VALIDA         VALUE "S" "R" "M" "D" "E"
                                              "P" "A" "T".

      * ESTADOS QUE CURSO-DE-COBOL PUEDE GRABAR.
       01  ESTADO-VERIFICADO            PIC X(02).
           88  ESTADO-CONOCIDO          VALUE "00" "SM" "DZ" "RZ"
                                              "PZ" "SP" "SU" "CN".

      * TOPE OPERATIVO DE NUM1/NUM2 EN CURSO-DE-COBOL Y EDITA-
      * TRANSACCIONES; UN OPERANDO FUERA DE EL NO PUDO ENTRAR POR
      * NINGUN CAMINO NORMAL.
       77  MAXIMO-NUM-ENTRADA           PIC 9(05) VALUE 49999.
       77  MINIMO-NUM-ENTRADA           PIC S9(05) VALUE -49999.

      * COMPARACION DE UN RESULTADO GUARDADO CONTRA EL RECALCULADO,
      * LLEVADOS A UNA PICTURE COMUN.
       01  NOMBRE-RESULTADO             PIC X(10).
       01  VALOR-GUARDADO               PIC S9(07)V99.
       01  VALOR-CALCULADO              PIC S9(07)V99.
       01  VALOR-EDITADO                PIC Z(6)9.99-.

       77  REGISTROS-LEIDOS             PIC 9(07) COMP VALUE ZERO.
       77  REGISTROS-CON-HALLAZGOS      PIC 9(07) COMP VALUE ZERO.
       77  REGISTROS-DANADOS            PIC 9(07) COMP VALUE ZERO.
       77  TIPOS-INVALIDOS              PIC 9(07) COMP VALUE ZERO.
       77  ESTADOS-DESCONOCIDOS         PIC 9(07) COMP VALUE ZERO.
       77  OPERANDOS-FUERA-TOPE         PIC 9(07) COMP VALUE ZERO.
       77  RESULTADOS-DISTINTOS         PIC 9(07) COMP VALUE ZERO.
       77  ESTADOS-DISTINTOS            PIC 9(07) COMP VALUE ZERO.
       77  CADENAS-ROTAS                PIC 9(07) COMP VALUE ZERO.
       77  SUPERSEDIDOS-DOS-VECES       PIC 9(07) COMP VALUE ZERO.
       77  CN-HUERFANOS                 PIC 9(07) COMP VALUE ZERO.
       77  ORIGINALES-ARCHIVADOS        PIC 9(07) COMP VALUE ZERO.

      * ENCABEZADOS Y LINEAS DEL REPORTE DE EXCEPCIONES
       01  VER-TITULO-LINEA PIC X(132) VALUE
           "REPORTE DE INTEGRIDAD DEL REGISTRO CALCREG - VERIFICA-CALCR
      -    "EG".
       01  VER-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  VFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(110) VALUE SPACES.
       01  VER-CORTE-LINEA.
           05  FILLER                   PIC X(21) VALUE
               "RETENCION EN DIAS:   ".
           05  VCL-DIAS                 PIC ZZ9.
           05  FILLER                   PIC X(17) VALUE
               "  FECHA DE CORTE:".
           05  VCL-CORTE                PIC 9(08).
           05  FILLER                   PIC X(83) VALUE SPACES.
       01  VER-SIN-CORTE-LINEA PIC X(132) VALUE
           "RETENCION: SIN RETPARM VALIDO - NINGUN ORIGINAL FALTANTE SE
      -    "TOMA COMO ARCHIVADO".
       01  VER-ENCABEZADO-LINEA PIC X(132) VALUE
           "RUN ID           OPERADOR  T  EST    NUM1    NUM2  HALLAZGO
      -    "                                  GUARDADO         RECALCUL
      -    "ADO/ENLACE".
       01  VER-DETALLE-LINEA.
           05  VDL-RUN-ID               PIC 9(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-TIPO                 PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-ESTADO               PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-NUM1                 PIC Z(4)9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-NUM2                 PIC Z(4)9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-HALLAZGO             PIC X(42).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-GUARDADO             PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-CALCULADO            PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
       01  VER-TOTAL-LINEA.
           05  VTL-TEXTO                PIC X(40).
           05  VTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(85) VALUE SPACES.
       01  VER-ESTADO-LINEA             PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-REGISTRO THRU 2000-EXIT.
           PERFORM 6000-ESCRIBIR-TOTALES THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALC-REGISTER.
           IF FS-CALCREG NOT = "00"
               DISPLAY "VERIFICA-CALCREG - ERROR ABRIENDO CALCREG - "
                   "FILE STATUS " FS-CALCREG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VERIFICA-REPORT-FILE.
           IF FS-CALCVRPT NOT = "00"
               DISPLAY "VERIFICA-CALCREG - ERROR ABRIENDO CALCVRPT - "
                   "FILE STATUS " FS-CALCVRPT
               CLOSE CALC-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE VER-TITULO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE RUN-DATE TO VFL-FECHA.
           MOVE VER-FECHA-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE ZERO TO FECHA-CORTE-NUM.
           PERFORM 1100-LEER-RETENCION THRU 1100-EXIT.
           IF DIAS-RETENCION = ZERO
               MOVE VER-SIN-CORTE-LINEA TO VERIFICA-REPORT-RECORD
           ELSE
               PERFORM 1200-CALCULAR-FECHA-CORTE THRU 1200-EXIT
               MOVE DIAS-RETENCION TO VCL-DIAS
               MOVE FECHA-CORTE-NUM TO VCL-CORTE
               MOVE VER-CORTE-LINEA TO VERIFICA-REPORT-RECORD
           END-IF.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE VER-ENCABEZADO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * LEE EL PERIODO DE RETENCION EN DIAS DESDE RETPARM, EL MISMO
      * PARAMETRO QUE USA ARCHIVA-CALCREG. SIN UN PARAMETRO VALIDO LA
      * VERIFICACION SIGUE IGUAL, CON LA RETENCION EN CERO: TODO
      * ORIGINAL FALTANTE CUENTA COMO CADENA ROTA.
      ******************************************************************
       1100-LEER-RETENCION.
           MOVE ZERO TO DIAS-RETENCION.
           OPEN INPUT RETENCION-PARM-FILE.
           IF FS-RETPARM NOT = "00"
               DISPLAY "VERIFICA-CALCREG - RETPARM NO DISPONIBLE - "
                   "FILE STATUS " FS-RETPARM
               GO TO 1100-EXIT
           END-IF.
           READ RETENCION-PARM-FILE
               AT END
                   DISPLAY "VERIFICA-CALCREG - RETPARM VACIO"
                   CLOSE RETENCION-PARM-FILE
                   GO TO 1100-EXIT
           END-READ.
           CLOSE RETENCION-PARM-FILE.
           IF RP-DIAS-RETENCION NOT NUMERIC
               DISPLAY "VERIFICA-CALCREG - RETENCION NO NUMERICA: "
                   RP-DIAS-RETENCION
               GO TO 1100-EXIT
           END-IF.
           MOVE RP-DIAS-RETENCION TO DIAS-RETENCION.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * CALCULA LA FECHA DE CORTE RESTANDO EL PERIODO DE RETENCION A
      * LA FECHA DE LA CORRIDA, UN DIA A LA VEZ, IGUAL QUE ARCHIVA-
      * CALCREG. COMO LA VERIFICACION CORRE EL MISMO DIA O DESPUES
      * DEL ARCHIVADO, SU CORTE NUNCA QUEDA ANTES QUE EL DE ESTE.
      ******************************************************************
       1200-CALCULAR-FECHA-CORTE.
           MOVE RUN-DATE TO FECHA-CORTE-NUM.
           PERFORM 1210-RESTAR-UN-DIA THRU 1210-EXIT
               DIAS-RETENCION TIMES.
       1200-EXIT.
           EXIT.

       1210-RESTAR-UN-DIA.
           IF FC-DD > 1
               SUBTRACT 1 FROM FC-DD
               GO TO 1210-EXIT
           END-IF.
           IF FC-MM = 1
               MOVE 12 TO FC-MM
               SUBTRACT 1 FROM FC-AAAA
           ELSE
               SUBTRACT 1 FROM FC-MM
           END-IF.
           MOVE DIAS-DEL-MES (FC-MM) TO FC-DD.
           IF FC-MM = 2
               PERFORM 1220-PROBAR-BISIESTO THRU 1220-EXIT
               IF ANO-BISIESTO
                   MOVE 29 TO FC-DD
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

       1220-PROBAR-BISIESTO.
           SET ANO-NO-BISIESTO TO TRUE.
           DIVIDE FC-AAAA BY 4 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               GO TO 1220-EXIT
           END-IF.
           DIVIDE FC-AAAA BY 100 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO NOT = ZERO
               SET ANO-BISIESTO TO TRUE
               GO TO 1220-EXIT
           END-IF.
           DIVIDE FC-AAAA BY 400 GIVING BISIESTO-COCIENTE
               REMAINDER BISIESTO-RESIDUO.
           IF BISIESTO-RESIDUO = ZERO
               SET ANO-BISIESTO TO TRUE
           END-IF.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * RECORRE EL REGISTRO COMPLETO EN ORDEN DE RUN ID.
      ******************************************************************
       2000-RECORRER-REGISTRO.
           MOVE ZERO TO CR-RUN-ID.
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
           ADD 1 TO REGISTROS-LEIDOS.
           SET REGISTRO-SIN-HALLAZGO TO TRUE.
           SET SIN-LECTURA-DIRECTA TO TRUE.
           PERFORM 2200-VALIDAR-CAMPOS THRU 2200-EXIT.
           IF REGISTRO-CON-HALLAZGO
               ADD 1 TO REGISTROS-CON-HALLAZGOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-GUARDAR-REGISTRO THRU 2300-EXIT.
           PERFORM 3000-RECALCULAR-REGISTRO THRU 3000-EXIT.
           PERFORM 4000-VERIFICAR-CADENA THRU 4000-EXIT.
           IF REGISTRO-CON-HALLAZGO
               ADD 1 TO REGISTROS-CON-HALLAZGOS
           END-IF.
           IF HUBO-LECTURA-DIRECTA
               PERFORM 2400-REPOSICIONAR THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * UN CAMPO NUMERICO QUE NO ES NUMERICO ES UN REGISTRO DANADO O
      * UNA CONVERSION A MEDIAS: NO SE RECALCULA NI SE SIGUE SU
      * CADENA, PORQUE NADA DE LO QUE DIGA ES CONFIABLE.
      ******************************************************************
       2200-VALIDAR-CAMPOS.
           IF CR-CALC-DATE NUMERIC AND CR-SEQ-NO NUMERIC
            AND CR-NUM1 NUMERIC AND CR-NUM2 NUMERIC
            AND CR-RESULT-SUMA NUMERIC AND CR-RESULT-RESTA NUMERIC
            AND CR-RESULT-MULT NUMERIC
            AND CR-RESULT-DIVISION NUMERIC
            AND CR-RESULT-RESTO NUMERIC
            AND CR-RESULT-PORCENTAJE NUMERIC
            AND CR-RESULT-PROMEDIO NUMERIC
            AND CR-CORRIGE-RUN-ID NUMERIC
            AND CR-SUPERSEDIDO-POR NUMERIC
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO REGISTROS-DANADOS.
           MOVE SPACES TO VER-DETALLE-LINEA.
           MOVE ZERO TO VDL-RUN-ID.
           IF CR-CALC-DATE NUMERIC AND CR-SEQ-NO NUMERIC
               MOVE CR-RUN-ID TO VDL-RUN-ID
           END-IF.
           MOVE CR-OPERATOR-ID TO VDL-OPERADOR.
           MOVE CR-TIPO-OPERACION TO VDL-TIPO.
           MOVE CR-STATUS TO VDL-ESTADO.
           MOVE "CAMPO NO NUMERICO - DANADO O MAL CONVERTIDO"
               TO VDL-HALLAZGO.
           PERFORM 5000-ESCRIBIR-LINEA THRU 5000-EXIT.
       2200-EXIT.
           EXIT.

       2300-GUARDAR-REGISTRO.
           MOVE CR-RUN-ID TO RR-RUN-ID.
           MOVE CR-OPERATOR-ID TO RR-OPERADOR.
           MOVE CR-TIPO-OPERACION TO RR-TIPO.
           MOVE CR-NUM1 TO RR-NUM1.
           MOVE CR-NUM2 TO RR-NUM2.
           MOVE CR-STATUS TO RR-STATUS.
           MOVE CR-CORRIGE-RUN-ID TO RR-CORRIGE-RUN-ID.
           MOVE CR-SUPERSEDIDO-POR TO RR-SUPERSEDIDO-POR.
       2300-EXIT.
           EXIT.

      * DESPUES DE LEER OTROS REGISTROS POR CLAVE, EL RECORRIDO SIGUE
      * CON EL REGISTRO POSTERIOR AL QUE SE ESTABA REVISANDO.
       2400-REPOSICIONAR.
           MOVE RR-RUN-ID TO CR-RUN-ID.
           START CALC-REGISTER KEY IS > CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * RECALCULO - VUELVE A DERIVAR LOS SIETE RESULTADOS DESDE LOS
      * OPERANDOS Y EL TIPO GUARDADOS Y LOS COMPARA CON LO GRABADO.
      * EL ESTADO SE COMPARA SALVO EN "SU" (LA CORRECCION PISO EL
      * ESTADO ORIGINAL) Y "CN" (MANDA SOBRE CUALQUIER OTRO MOTIVO).
      ******************************************************************
       3000-RECALCULAR-REGISTRO.
           MOVE RR-STATUS TO ESTADO-VERIFICADO.
           IF NOT ESTADO-CONOCIDO
               ADD 1 TO ESTADOS-DESCONOCIDOS
               MOVE "ESTADO DESCONOCIDO" TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
           END-IF.
           IF RR-NUM1 > MAXIMO-NUM-ENTRADA
            OR RR-NUM1 < MINIMO-NUM-ENTRADA
            OR RR-NUM2 > MAXIMO-NUM-ENTRADA
            OR RR-NUM2 < MINIMO-NUM-ENTRADA
               ADD 1 TO OPERANDOS-FUERA-TOPE
               MOVE "OPERANDO FUERA DEL TOPE OPERATIVO"
                   TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
           END-IF.
           MOVE RR-TIPO TO TIPO-OPERACION.
           IF NOT OPERACION-VALIDA
               ADD 1 TO TIPOS-INVALIDOS
               MOVE "TIPO DE OPERACION INVALIDO - NO SE RECALCULA"
                   TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE RR-NUM1 TO NUM1.
           MOVE RR-NUM2 TO NUM2.
           PERFORM 3100-CALCULAR-OPERACIONES THRU 3100-EXIT.
           MOVE "SUMA" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-SUMA TO VALOR-GUARDADO.
           MOVE RESULT-SUMA TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "RESTA" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-RESTA TO VALOR-GUARDADO.
           MOVE RESULT-RESTA TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "MULT" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-MULT TO VALOR-GUARDADO.
           MOVE RESULT-MULT TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "DIVISION" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-DIVISION TO VALOR-GUARDADO.
           MOVE RESULT-DIVISION TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "RESTO" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-RESTO TO VALOR-GUARDADO.
           MOVE RESULT-RESTO TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "PORCENTAJE" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-PORCENTAJE TO VALOR-GUARDADO.
           MOVE RESULT-PORCENTAJE TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           MOVE "PROMEDIO" TO NOMBRE-RESULTADO.
           MOVE CR-RESULT-PROMEDIO TO VALOR-GUARDADO.
           MOVE RESULT-PROMEDIO TO VALOR-CALCULADO.
           PERFORM 3500-COMPARAR-RESULTADO THRU 3500-EXIT.
           IF RR-SUPERSEDIDO OR RR-CORR-SIN-ORIGINAL
               GO TO 3000-EXIT
           END-IF.
           IF RR-STATUS NOT = CALC-STATUS
               ADD 1 TO ESTADOS-DISTINTOS
               MOVE "ESTADO NO COINCIDE CON EL RECALCULO"
                   TO VDL-HALLAZGO
               MOVE RR-STATUS TO VDL-GUARDADO
               MOVE CALC-STATUS TO VDL-CALCULADO
               PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * LAS MISMAS REGLAS QUE 2205-CALCULAR-OPERACIONES DE CURSO-DE-
      * COBOL: SOLO LAS OPERACIONES QUE PIDE EL TIPO (TODAS CON "T"),
      * LAS DEMAS EN CERO, EL PRIMER MOTIVO ANORMAL EN CALC-STATUS Y
      * LOS RESULTADOS FORZADOS A CERO POR DESBORDE O DIVISOR CERO.
      * SIN LOS DISPLAY DE CONSOLA: AQUI SOLO INTERESA EL VALOR.
      * SI CAMBIAN LAS REGLAS EN CURSO-DE-COBOL HAY QUE CAMBIARLAS AQUI.
      ******************************************************************
       3100-CALCULAR-OPERACIONES.
           SET ESTADO-NORMAL TO TRUE.
           MOVE ZERO TO RESULT-SUMA.
           MOVE ZERO TO RESULT-RESTA.
           MOVE ZERO TO RESULT-MULT.
           MOVE ZERO TO RESULT-DIVISION.
           MOVE ZERO TO RESULT-RESTO.
           MOVE ZERO TO RESULT-PORCENTAJE.
           MOVE ZERO TO RESULT-PROMEDIO.
           IF OPERACION-SUMA OR OPERACION-TODAS
               ADD NUM1 TO NUM2 GIVING RESULT-SUMA
           END-IF.
           IF OPERACION-RESTA OR OPERACION-TODAS
               SUBTRACT NUM1 FROM NUM2 GIVING RESULT-RESTA
           END-IF.
           IF OPERACION-MULT OR OPERACION-TODAS
               PERFORM 3130-MULTIPLICAR THRU 3130-EXIT
           END-IF.
           IF OPERACION-DIVISION OR OPERACION-TODAS
               PERFORM 3140-DIVIDIR THRU 3140-EXIT
           END-IF.
           IF OPERACION-RESTO OR OPERACION-TODAS
               PERFORM 3150-CALCULAR-RESTO THRU 3150-EXIT
           END-IF.
           IF OPERACION-PORCENTAJE OR OPERACION-TODAS
               PERFORM 3160-CALCULAR-PORCENTAJE THRU 3160-EXIT
           END-IF.
           IF OPERACION-PROMEDIO OR OPERACION-TODAS
               COMPUTE RESULT-PROMEDIO ROUNDED = (NUM1 + NUM2) / 2
           END-IF.
       3100-EXIT.
           EXIT.

       3130-MULTIPLICAR.
           MULTIPLY NUM1 BY NUM2 GIVING RESULT-MULT
               ON SIZE ERROR
                   MOVE ZERO TO RESULT-MULT
                   IF ESTADO-NORMAL
                       SET ESTADO-MULT-FUERA-RANGO TO TRUE
                   END-IF
           END-MULTIPLY.
       3130-EXIT.
           EXIT.

       3140-DIVIDIR.
           IF NUM2 = ZERO
               MOVE ZERO TO RESULT-DIVISION
               IF ESTADO-NORMAL
                   SET ESTADO-DIV-DIVISOR-CERO TO TRUE
               END-IF
           ELSE
               COMPUTE RESULT-DIVISION ROUNDED = NUM1 / NUM2
                   ON SIZE ERROR
                       MOVE ZERO TO RESULT-DIVISION
                       IF ESTADO-NORMAL
                           SET ESTADO-DIV-DIVISOR-CERO TO TRUE
                       END-IF
               END-COMPUTE
           END-IF.
       3140-EXIT.
           EXIT.

       3150-CALCULAR-RESTO.
           IF NUM2 = ZERO
               MOVE ZERO TO RESULT-RESTO
               IF ESTADO-NORMAL
                   SET ESTADO-RESTO-DIV-CERO TO TRUE
               END-IF
           ELSE
               DIVIDE NUM1 BY NUM2 GIVING RESTO-COCIENTE
                   REMAINDER RESULT-RESTO
           END-IF.
       3150-EXIT.
           EXIT.

       3160-CALCULAR-PORCENTAJE.
           IF NUM2 = ZERO
               MOVE ZERO TO RESULT-PORCENTAJE
               IF ESTADO-NORMAL
                   SET ESTADO-PORC-DIVISOR-CERO TO TRUE
               END-IF
           ELSE
               COMPUTE RESULT-PORCENTAJE ROUNDED = NUM1 * 100 / NUM2
                   ON SIZE ERROR
                       MOVE ZERO TO RESULT-PORCENTAJE
                       IF ESTADO-NORMAL
                           SET ESTADO-PORC-FUERA-RANGO TO TRUE
                       END-IF
               END-COMPUTE
           END-IF.
       3160-EXIT.
           EXIT.

       3500-COMPARAR-RESULTADO.
           IF VALOR-GUARDADO = VALOR-CALCULADO
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO RESULTADOS-DISTINTOS.
           MOVE SPACES TO VDL-HALLAZGO.
           STRING "RESULTADO " DELIMITED BY SIZE
               NOMBRE-RESULTADO DELIMITED BY SPACE
               " NO COINCIDE" DELIMITED BY SIZE
               INTO VDL-HALLAZGO
           END-STRING.
           MOVE VALOR-GUARDADO TO VALOR-EDITADO.
           MOVE VALOR-EDITADO TO VDL-GUARDADO.
           MOVE VALOR-CALCULADO TO VALOR-EDITADO.
           MOVE VALOR-EDITADO TO VDL-CALCULADO.
           PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * CADENA DE CORRECCION. DESDE EL LADO DEL ORIGINAL: UN "SU" DEBE
      * NOMBRAR UNA CORRECCION QUE EXISTA Y LO NOMBRE DE VUELTA, Y
      * NADIE QUE NO SEA "SU" PUEDE TENER SUPERSEDIDO-POR. DESDE EL
      * LADO DE LA CORRECCION: SU ORIGINAL DEBE EXISTIR, ESTAR EN "SU"
      * Y NOMBRARLA A ELLA; SI NOMBRA A OTRA CORRECCION DEL MISMO
      * ORIGINAL, EL ORIGINAL QUEDO SUPERSEDIDO DOS VECES. UN "CN"
      * CUYO ORIGINAL SIGUE SIN APARECER ES UN HUERFANO.
      ******************************************************************
       4000-VERIFICAR-CADENA.
           IF RR-CORRIGE-RUN-ID = RR-RUN-ID
            OR RR-SUPERSEDIDO-POR = RR-RUN-ID
               ADD 1 TO CADENAS-ROTAS
               MOVE "ENLACE DE CORRECCION A SI MISMO" TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF RR-SUPERSEDIDO
               PERFORM 4100-VERIFICAR-SUPERSEDIDO THRU 4100-EXIT
           ELSE
               IF RR-SUPERSEDIDO-POR NOT = ZERO
                   ADD 1 TO CADENAS-ROTAS
                   MOVE "SUPERSEDIDO-POR SIN ESTADO SU" TO VDL-HALLAZGO
                   MOVE RR-SUPERSEDIDO-POR TO VDL-CALCULADO
                   PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
               END-IF
           END-IF.
           IF RR-CORR-SIN-ORIGINAL
               PERFORM 4300-VERIFICAR-CN THRU 4300-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF RR-CORRIGE-RUN-ID NOT = ZERO
               PERFORM 4200-VERIFICAR-CORRECCION THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-VERIFICAR-SUPERSEDIDO.
           IF RR-SUPERSEDIDO-POR = ZERO
               ADD 1 TO CADENAS-ROTAS
               MOVE "SUPERSEDIDO SIN CORRECCION QUE LO REEMPLACE"
                   TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE RR-SUPERSEDIDO-POR TO ENLACE-RUN-ID.
           PERFORM 4500-LEER-ENLACE THRU 4500-EXIT.
           IF ENLACE-NO-ENCONTRADO
               ADD 1 TO CADENAS-ROTAS
               MOVE "SUPERSEDIDO POR UN REGISTRO INEXISTENTE"
                   TO VDL-HALLAZGO
               MOVE RR-SUPERSEDIDO-POR TO VDL-CALCULADO
               PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF ENLACE-CORRIGE-RUN-ID NOT = RR-RUN-ID
               ADD 1 TO CADENAS-ROTAS
               MOVE "LA CORRECCION NO LO NOMBRA DE VUELTA"
                   TO VDL-HALLAZGO
               MOVE RR-SUPERSEDIDO-POR TO VDL-GUARDADO
               MOVE ENLACE-CORRIGE-RUN-ID TO VDL-CALCULADO
               PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-VERIFICAR-CORRECCION.
           MOVE RR-CORRIGE-RUN-ID TO ENLACE-RUN-ID.
           PERFORM 4500-LEER-ENLACE THRU 4500-EXIT.
      * UN ORIGINAL FALTANTE CON FECHA ANTERIOR AL CORTE DE RETENCION
      * LO DEPURO ARCHIVA-CALCREG: LA CORRECCION SOBREVIVE PORQUE ES
      * MAS NUEVA. SOLO SE CUENTA; NO ES UN HALLAZGO DEL REGISTRO.
           IF ENLACE-NO-ENCONTRADO
            AND ENLACE-FECHA < FECHA-CORTE-NUM
               ADD 1 TO ORIGINALES-ARCHIVADOS
               GO TO 4200-EXIT
           END-IF.
           IF ENLACE-NO-ENCONTRADO
               ADD 1 TO CADENAS-ROTAS
               MOVE "CORRIGE UN ORIGINAL INEXISTENTE SIN ESTADO CN"
                   TO VDL-HALLAZGO
               MOVE RR-CORRIGE-RUN-ID TO VDL-CALCULADO
               PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF ENLACE-SUPERSEDIDO-POR = RR-RUN-ID
               IF ENLACE-STATUS NOT = "SU"
                   ADD 1 TO CADENAS-ROTAS
                   MOVE "EL ORIGINAL NO QUEDO EN ESTADO SU"
                       TO VDL-HALLAZGO
                   MOVE RR-CORRIGE-RUN-ID TO VDL-GUARDADO
                   MOVE ENLACE-STATUS TO VDL-CALCULADO
                   PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
               END-IF
               GO TO 4200-EXIT
           END-IF.
      * EL ORIGINAL NO NOMBRA A ESTA CORRECCION. SI NOMBRA A OTRA QUE
      * TAMBIEN LO CORRIGE, FUE SUPERSEDIDO DOS VECES.
           IF ENLACE-SUPERSEDIDO-POR NOT = ZERO
               MOVE ENLACE-SUPERSEDIDO-POR TO VDL-GUARDADO
               MOVE ENLACE-SUPERSEDIDO-POR TO ENLACE-RUN-ID
               PERFORM 4500-LEER-ENLACE THRU 4500-EXIT
               IF ENLACE-ENCONTRADO
                AND ENLACE-CORRIGE-RUN-ID = RR-CORRIGE-RUN-ID
                   ADD 1 TO SUPERSEDIDOS-DOS-VECES
                   MOVE "ORIGINAL SUPERSEDIDO DOS VECES"
                       TO VDL-HALLAZGO
                   MOVE RR-CORRIGE-RUN-ID TO VDL-CALCULADO
                   PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT
                   GO TO 4200-EXIT
               END-IF
           END-IF.
           ADD 1 TO CADENAS-ROTAS.
           MOVE "EL ORIGINAL NO LA NOMBRA DE VUELTA" TO VDL-HALLAZGO.
           MOVE RR-CORRIGE-RUN-ID TO VDL-CALCULADO.
           PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT.
       4200-EXIT.
           EXIT.

      * UN "CN" SE ASENTO PORQUE SU ORIGINAL NO ESTABA. SI EL ORIGINAL
      * SIGUE SIN ESTAR ES UN HUERFANO PENDIENTE DE RESOLVER; SI AHORA
      * ESTA, LA CADENA QUEDO SIN ARMAR Y ES UNA ROTURA.
       4300-VERIFICAR-CN.
           IF RR-CORRIGE-RUN-ID = ZERO
               ADD 1 TO CADENAS-ROTAS
               MOVE "CN SIN RUN ID DE ORIGINAL" TO VDL-HALLAZGO
               PERFORM 5100-HALLAZGO-SIMPLE THRU 5100-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE RR-CORRIGE-RUN-ID TO ENLACE-RUN-ID.
           PERFORM 4500-LEER-ENLACE THRU 4500-EXIT.
           IF ENLACE-ENCONTRADO
               ADD 1 TO CADENAS-ROTAS
               MOVE "CN CON ORIGINAL EN EL REGISTRO - SIN ENCADENAR"
                   TO VDL-HALLAZGO
           ELSE
               ADD 1 TO CN-HUERFANOS
               MOVE "CN HUERFANO - EL ORIGINAL SIGUE SIN APARECER"
                   TO VDL-HALLAZGO
           END-IF.
           MOVE RR-CORRIGE-RUN-ID TO VDL-CALCULADO.
           PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT.
       4300-EXIT.
           EXIT.

      * LEE POR CLAVE EL REGISTRO ENLACE-RUN-ID Y SE QUEDA CON SUS
      * ENLACES Y SU ESTADO.
       4500-LEER-ENLACE.
           SET HUBO-LECTURA-DIRECTA TO TRUE.
           SET ENLACE-ENCONTRADO TO TRUE.
           MOVE ENLACE-RUN-ID TO CR-RUN-ID.
           READ CALC-REGISTER
               INVALID KEY
                   SET ENLACE-NO-ENCONTRADO TO TRUE
                   GO TO 4500-EXIT
           END-READ.
           MOVE CR-CORRIGE-RUN-ID TO ENLACE-CORRIGE-RUN-ID.
           MOVE CR-SUPERSEDIDO-POR TO ENLACE-SUPERSEDIDO-POR.
           MOVE CR-STATUS TO ENLACE-STATUS.
           IF ENLACE-CORRIGE-RUN-ID NOT NUMERIC
               MOVE ZERO TO ENLACE-CORRIGE-RUN-ID
           END-IF.
           IF ENLACE-SUPERSEDIDO-POR NOT NUMERIC
               MOVE ZERO TO ENLACE-SUPERSEDIDO-POR
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * LINEAS DE HALLAZGO. LA LINEA SE ARMA CON EL REGISTRO EN
      * REVISION; EL TEXTO DEL HALLAZGO Y LOS VALORES YA VIENEN
      * CARGADOS EN VDL-HALLAZGO, VDL-GUARDADO Y VDL-CALCULADO.
      ******************************************************************
       5000-ESCRIBIR-LINEA.
           SET REGISTRO-CON-HALLAZGO TO TRUE.
           MOVE VER-DETALLE-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE SPACES TO VDL-HALLAZGO.
           MOVE SPACES TO VDL-GUARDADO.
           MOVE SPACES TO VDL-CALCULADO.
       5000-EXIT.
           EXIT.

       5100-HALLAZGO-SIMPLE.
           MOVE SPACES TO VDL-GUARDADO.
           MOVE SPACES TO VDL-CALCULADO.
           PERFORM 5200-HALLAZGO-CON-VALORES THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-HALLAZGO-CON-VALORES.
           MOVE RR-RUN-ID TO VDL-RUN-ID.
           MOVE RR-OPERADOR TO VDL-OPERADOR.
           MOVE RR-TIPO TO VDL-TIPO.
           MOVE RR-STATUS TO VDL-ESTADO.
           MOVE RR-NUM1 TO VDL-NUM1.
           MOVE RR-NUM2 TO VDL-NUM2.
           PERFORM 5000-ESCRIBIR-LINEA THRU 5000-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * TOTALES Y ESTADO FINAL DEL REGISTRO, CON EL CODIGO DE RETORNO
      * QUE EL PLANIFICADOR USA PARA DECIDIR.
      ******************************************************************
       6000-ESCRIBIR-TOTALES.
           MOVE SPACES TO VTL-TEXTO.
           MOVE "REGISTROS LEIDOS:" TO VTL-TEXTO.
           MOVE REGISTROS-LEIDOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "REGISTROS CON HALLAZGOS:" TO VTL-TEXTO.
           MOVE REGISTROS-CON-HALLAZGOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "REGISTROS DANADOS (NO NUMERICOS):" TO VTL-TEXTO.
           MOVE REGISTROS-DANADOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "TIPOS DE OPERACION INVALIDOS:" TO VTL-TEXTO.
           MOVE TIPOS-INVALIDOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "ESTADOS DESCONOCIDOS:" TO VTL-TEXTO.
           MOVE ESTADOS-DESCONOCIDOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "OPERANDOS FUERA DEL TOPE:" TO VTL-TEXTO.
           MOVE OPERANDOS-FUERA-TOPE TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "RESULTADOS QUE NO COINCIDEN:" TO VTL-TEXTO.
           MOVE RESULTADOS-DISTINTOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "ESTADOS QUE NO COINCIDEN:" TO VTL-TEXTO.
           MOVE ESTADOS-DISTINTOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "CADENAS DE CORRECCION ROTAS:" TO VTL-TEXTO.
           MOVE CADENAS-ROTAS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "ORIGINALES SUPERSEDIDOS DOS VECES:" TO VTL-TEXTO.
           MOVE SUPERSEDIDOS-DOS-VECES TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "CORRECCIONES CN HUERFANAS:" TO VTL-TEXTO.
           MOVE CN-HUERFANOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE "CORRECCIONES DE UN ORIGINAL ARCHIVADO:" TO VTL-TEXTO.
           MOVE ORIGINALES-ARCHIVADOS TO VTL-CANTIDAD.
           PERFORM 6100-LINEA-TOTAL THRU 6100-EXIT.
           MOVE SPACES TO VER-ESTADO-LINEA.
           IF REGISTROS-DANADOS > ZERO OR TIPOS-INVALIDOS > ZERO
            OR ESTADOS-DESCONOCIDOS > ZERO
            OR OPERANDOS-FUERA-TOPE > ZERO
            OR RESULTADOS-DISTINTOS > ZERO
            OR ESTADOS-DISTINTOS > ZERO OR CADENAS-ROTAS > ZERO
            OR SUPERSEDIDOS-DOS-VECES > ZERO
               MOVE "ESTADO: REGISTRO CON ERRORES - REVISAR CALCREG"
                   TO VER-ESTADO-LINEA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CN-HUERFANOS > ZERO
                   MOVE "ESTADO: REGISTRO INTEGRO CON CN HUERFANOS"
                       TO VER-ESTADO-LINEA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "ESTADO: REGISTRO INTEGRO" TO VER-ESTADO-LINEA
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           MOVE VER-ESTADO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
       6000-EXIT.
           EXIT.

       6100-LINEA-TOTAL.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
       6100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALC-REGISTER.
           CLOSE VERIFICA-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Verifica-Calcreg.
