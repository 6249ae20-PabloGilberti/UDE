      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Changes to the OPERFILE operator master
      *             now go through a second level-3 operator before
      *             they are applied (see Mantiene-Operadores and
      *             OPERPEND); this program answers "who changed which
      *             id, when, and who approved it": lists every applied
      *             change from the OPERHIST history with its before
      *             and after image, requester and approver, then the
      *             changes still pending, rejected or failed from
      *             PENDOPER. Optional selection (date range, operator
      *             id) from OHPARM, the same way AUDPARM works for
      *             Reporte-Auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Historia-Operadores.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Reporte de cambios al maestro de operadores con su
           solicitante y su aprobador.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-OPER-FILE
               ASSIGN TO "OPERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERHIST.

           SELECT PENDIENTE-OPER-FILE
               ASSIGN TO "PENDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS FS-PENDOPER.

           SELECT SELECCION-PARM-FILE
               ASSIGN TO "OHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OHPARM.

           SELECT HISTORIA-REPORT-FILE
               ASSIGN TO "OHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OHRPT.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERHIST.
       COPY OPERPEND.

       FD  SELECCION-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SELECCION-PARM-RECORD.
           05  HP-FECHA-DESDE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  HP-FECHA-HASTA           PIC X(08).
           05  FILLER                   PIC X(01).
           05  HP-OPERADOR              PIC X(08).
           05  FILLER                   PIC X(54).

       FD  HISTORIA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  HISTORIA-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-OPERHIST                  PIC XX.
       01  FS-PENDOPER                  PIC XX.
       01  FS-OHPARM                    PIC XX.
       01  FS-OHRPT                     PIC XX.

       01  RUN-DATE                     PIC 9(08).

       01  FIN-HISTORIA-SW              PIC X(01).
           88  FIN-HISTORIA             VALUE "S".
           88  NO-FIN-HISTORIA          VALUE "N".

       01  FIN-PENDIENTES-SW            PIC X(01).
           88  FIN-PENDIENTES           VALUE "S".
           88  NO-FIN-PENDIENTES        VALUE "N".

      * CRITERIOS DE SELECCION YA NORMALIZADOS. FECHAS EN CERO Y
      * CAMPOS EN BLANCO SIGNIFICAN SIN FILTRO. EL OPERADOR SE BUSCA
      * COMO ID CAMBIADO, COMO SOLICITANTE Y COMO APROBADOR.
       01  FECHA-DESDE-FILTRO           PIC 9(08) VALUE ZERO.
       01  FECHA-HASTA-FILTRO           PIC 9(08) VALUE 99999999.
       01  OPERADOR-FILTRO              PIC X(08) VALUE SPACES.
       01  FECHA-DESDE-VALIDA           PIC X(08).
       01  FECHA-HASTA-VALIDA           PIC X(08).

       77  CAMBIOS-LEIDOS               PIC 9(07) COMP VALUE ZERO.
       77  CAMBIOS-LISTADOS             PIC 9(07) COMP VALUE ZERO.
       77  PENDIENTES-LISTADOS          PIC 9(07) COMP VALUE ZERO.
       77  RECHAZADOS-LISTADOS          PIC 9(07) COMP VALUE ZERO.
       77  FALLIDOS-LISTADOS            PIC 9(07) COMP VALUE ZERO.

      * ENCABEZADOS Y LINEAS DEL REPORTE DE CAMBIOS
       01  HIS-TITULO-LINEA PIC X(132) VALUE
           "REPORTE DE CAMBIOS AL MAESTRO DE OPERADORES - HISTORIA-OPER
      -    "ADORES".
       01  HIS-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  HFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(110) VALUE SPACES.
       01  HIS-FILTRO-LINEA.
           05  FILLER                   PIC X(07) VALUE "DESDE: ".
           05  HFI-DESDE                PIC 9(08).
           05  FILLER                   PIC X(08) VALUE "  HASTA:".
           05  HFI-HASTA                PIC 9(08).
           05  FILLER                   PIC X(11) VALUE "  OPERADOR:".
           05  HFI-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(82) VALUE SPACES.
       01  HIS-SECCION-LINEA            PIC X(132).
       01  HIS-ENCABEZADO-LINEA PIC X(132) VALUE
           "APLICADO        CAMBIO  A  ID        ANTES     DESPUES   NOM
      -    "BRE                           SOLICITO  FECHA     APROBO
      -    "  O".
       01  HIS-DETALLE-LINEA.
           05  HDL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HDL-HORA                 PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HDL-NUMERO               PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-ACCION               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-ANTES                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-DESPUES              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-NOMBRE               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-SOLICITANTE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-FECHA-SOLICITUD      PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-REVISOR              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HDL-ORIGEN               PIC X(01).
           05  FILLER                   PIC X(11) VALUE SPACES.
      * IMAGEN CORTA DEL REGISTRO: ESTADO/NIVEL, O "NO EXISTE" ANTES
      * DE UN ALTA.
       01  IMAGEN-OPERADOR.
           05  IMO-ESTADO               PIC X(01).
           05  FILLER                   PIC X(01) VALUE "/".
           05  IMO-NIVEL                PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  HIS-PEND-ENCABEZADO-LINEA PIC X(132) VALUE
           " CAMBIO  ESTADO     A  ID        N  NOMBRE
      -    "      SOLICITO  FECHA     REVISO    FECHA     MOTIVO".
       01  HIS-PEND-DETALLE-LINEA.
           05  HPL-NUMERO               PIC Z(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-ESTADO               PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-ACCION               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-NIVEL                PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-NOMBRE               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-SOLICITANTE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-FECHA-SOLICITUD      PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-REVISOR              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-FECHA-REVISION       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HPL-MOTIVO               PIC X(02).
           05  FILLER                   PIC X(12) VALUE SPACES.
       01  HIS-TOTAL-LINEA.
           05  HTL-TEXTO                PIC X(40).
           05  HTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LISTAR-HISTORIA THRU 2000-EXIT.
           PERFORM 4000-LISTAR-NO-APLICADOS THRU 4000-EXIT.
           PERFORM 6000-ESCRIBIR-TOTALES THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-SELECCION THRU 1100-EXIT.
           OPEN INPUT HISTORIA-OPER-FILE.
           IF FS-OPERHIST NOT = "00"
               DISPLAY "HISTORIA-OPERADORES - ERROR ABRIENDO OPERHIST "
                   "- FILE STATUS " FS-OPERHIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PENDIENTE-OPER-FILE.
           IF FS-PENDOPER NOT = "00"
               DISPLAY "HISTORIA-OPERADORES - ERROR ABRIENDO PENDOPER "
                   "- FILE STATUS " FS-PENDOPER
               CLOSE HISTORIA-OPER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT HISTORIA-REPORT-FILE.
           IF FS-OHRPT NOT = "00"
               DISPLAY "HISTORIA-OPERADORES - ERROR ABRIENDO OHRPT - "
                   "FILE STATUS " FS-OHRPT
               CLOSE HISTORIA-OPER-FILE
               CLOSE PENDIENTE-OPER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE HIS-TITULO-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE RUN-DATE TO HFL-FECHA.
           MOVE HIS-FECHA-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE FECHA-DESDE-FILTRO TO HFI-DESDE.
           MOVE FECHA-HASTA-FILTRO TO HFI-HASTA.
           MOVE OPERADOR-FILTRO TO HFI-OPERADOR.
           MOVE HIS-FILTRO-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * LEE LOS CRITERIOS DE SELECCION DESDE OHPARM. SI EL ARCHIVO NO
      * EXISTE O VIENE VACIO SE LISTA TODO (SIN FILTROS).
      ******************************************************************
       1100-LEER-SELECCION.
           OPEN INPUT SELECCION-PARM-FILE.
           IF FS-OHPARM NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ SELECCION-PARM-FILE
               AT END
                   CLOSE SELECCION-PARM-FILE
                   GO TO 1100-EXIT
           END-READ.
           MOVE HP-FECHA-DESDE TO FECHA-DESDE-VALIDA.
           IF FECHA-DESDE-VALIDA NOT = SPACES
            AND FECHA-DESDE-VALIDA NUMERIC
               MOVE FECHA-DESDE-VALIDA TO FECHA-DESDE-FILTRO
           END-IF.
           MOVE HP-FECHA-HASTA TO FECHA-HASTA-VALIDA.
           IF FECHA-HASTA-VALIDA NOT = SPACES
            AND FECHA-HASTA-VALIDA NUMERIC
               MOVE FECHA-HASTA-VALIDA TO FECHA-HASTA-FILTRO
           END-IF.
           MOVE HP-OPERADOR TO OPERADOR-FILTRO.
           CLOSE SELECCION-PARM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * CAMBIOS APLICADOS - RECORRE OPERHIST (YA ESTA EN ORDEN DE
      * APLICACION) Y LISTA LOS QUE CAEN EN LA SELECCION POR FECHA DE
      * APLICACION.
      ******************************************************************
       2000-LISTAR-HISTORIA.
           MOVE SPACES TO HIS-SECCION-LINEA.
           MOVE "CAMBIOS APLICADOS (ESTADO/NIVEL ANTES Y DESPUES)"
               TO HIS-SECCION-LINEA.
           MOVE HIS-SECCION-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE HIS-ENCABEZADO-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "N" TO FIN-HISTORIA-SW.
           PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
               UNTIL FIN-HISTORIA.
       2000-EXIT.
           EXIT.

       2100-LEER-HISTORIA.
           READ HISTORIA-OPER-FILE
               AT END
                   MOVE "S" TO FIN-HISTORIA-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CAMBIOS-LEIDOS.
           IF OH-FECHA-APLICACION < FECHA-DESDE-FILTRO
            OR OH-FECHA-APLICACION > FECHA-HASTA-FILTRO
               GO TO 2100-EXIT
           END-IF.
           IF OPERADOR-FILTRO NOT = SPACES
            AND OH-OPERADOR NOT = OPERADOR-FILTRO
            AND OH-SOLICITANTE NOT = OPERADOR-FILTRO
            AND OH-REVISOR NOT = OPERADOR-FILTRO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CAMBIOS-LISTADOS.
           PERFORM 3000-ESCRIBIR-DETALLE THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       3000-ESCRIBIR-DETALLE.
           MOVE SPACES TO HIS-DETALLE-LINEA.
           MOVE OH-FECHA-APLICACION TO HDL-FECHA.
           MOVE OH-HORA-APLICACION TO HDL-HORA.
           MOVE OH-NUMERO TO HDL-NUMERO.
           MOVE OH-ACCION TO HDL-ACCION.
           MOVE OH-OPERADOR TO HDL-OPERADOR.
           IF OH-ANTES-EXISTE = "S"
               MOVE OH-ANTES-ESTADO TO IMO-ESTADO
               MOVE OH-ANTES-NIVEL TO IMO-NIVEL
               MOVE IMAGEN-OPERADOR TO HDL-ANTES
           ELSE
               MOVE "NO EXIST" TO HDL-ANTES
           END-IF.
           MOVE OH-DESPUES-ESTADO TO IMO-ESTADO.
           MOVE OH-DESPUES-NIVEL TO IMO-NIVEL.
           MOVE IMAGEN-OPERADOR TO HDL-DESPUES.
           MOVE OH-DESPUES-NOMBRE TO HDL-NOMBRE.
           MOVE OH-SOLICITANTE TO HDL-SOLICITANTE.
           MOVE OH-FECHA-SOLICITUD TO HDL-FECHA-SOLICITUD.
           MOVE OH-REVISOR TO HDL-REVISOR.
           MOVE OH-ORIGEN TO HDL-ORIGEN.
           MOVE HIS-DETALLE-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * CAMBIOS NO APLICADOS - RECORRE PENDOPER EN ORDEN DE NUMERO Y
      * LISTA LOS PENDIENTES, RECHAZADOS Y FALLIDOS QUE CAEN EN LA
      * SELECCION POR FECHA DE SOLICITUD. LOS APLICADOS YA SALIERON EN
      * LA SECCION ANTERIOR.
      ******************************************************************
       4000-LISTAR-NO-APLICADOS.
           MOVE SPACES TO HIS-SECCION-LINEA.
           MOVE "CAMBIOS PENDIENTES, RECHAZADOS Y FALLIDOS"
               TO HIS-SECCION-LINEA.
           MOVE HIS-SECCION-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE HIS-PEND-ENCABEZADO-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "N" TO FIN-PENDIENTES-SW.
           PERFORM 4100-LEER-PENDIENTE THRU 4100-EXIT
               UNTIL FIN-PENDIENTES.
       4000-EXIT.
           EXIT.

       4100-LEER-PENDIENTE.
           READ PENDIENTE-OPER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PENDIENTES-SW
                   GO TO 4100-EXIT
           END-READ.
           IF PO-APLICADO
               GO TO 4100-EXIT
           END-IF.
           IF PO-FECHA-SOLICITUD < FECHA-DESDE-FILTRO
            OR PO-FECHA-SOLICITUD > FECHA-HASTA-FILTRO
               GO TO 4100-EXIT
           END-IF.
           IF OPERADOR-FILTRO NOT = SPACES
            AND PO-OPERADOR NOT = OPERADOR-FILTRO
            AND PO-SOLICITANTE NOT = OPERADOR-FILTRO
            AND PO-REVISOR NOT = OPERADOR-FILTRO
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO HIS-PEND-DETALLE-LINEA.
           EVALUATE TRUE
               WHEN PO-PENDIENTE
                   ADD 1 TO PENDIENTES-LISTADOS
                   MOVE "PENDIENTE" TO HPL-ESTADO
               WHEN PO-RECHAZADO
                   ADD 1 TO RECHAZADOS-LISTADOS
                   MOVE "RECHAZADO" TO HPL-ESTADO
               WHEN OTHER
                   ADD 1 TO FALLIDOS-LISTADOS
                   MOVE "FALLIDO" TO HPL-ESTADO
           END-EVALUATE.
           MOVE PO-NUMERO TO HPL-NUMERO.
           MOVE PO-ACCION TO HPL-ACCION.
           MOVE PO-OPERADOR TO HPL-OPERADOR.
           MOVE PO-NIVEL TO HPL-NIVEL.
           MOVE PO-NOMBRE TO HPL-NOMBRE.
           MOVE PO-SOLICITANTE TO HPL-SOLICITANTE.
           MOVE PO-FECHA-SOLICITUD TO HPL-FECHA-SOLICITUD.
           MOVE PO-REVISOR TO HPL-REVISOR.
           IF PO-FECHA-REVISION NUMERIC AND PO-FECHA-REVISION > ZERO
               MOVE PO-FECHA-REVISION TO HPL-FECHA-REVISION
           END-IF.
           MOVE PO-MOTIVO TO HPL-MOTIVO.
           MOVE HIS-PEND-DETALLE-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
       4100-EXIT.
           EXIT.

       6000-ESCRIBIR-TOTALES.
           MOVE SPACES TO HTL-TEXTO.
           MOVE "CAMBIOS EN LA HISTORIA:" TO HTL-TEXTO.
           MOVE CAMBIOS-LEIDOS TO HTL-CANTIDAD.
           MOVE HIS-TOTAL-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "CAMBIOS APLICADOS LISTADOS:" TO HTL-TEXTO.
           MOVE CAMBIOS-LISTADOS TO HTL-CANTIDAD.
           MOVE HIS-TOTAL-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "PENDIENTES DE APROBACION:" TO HTL-TEXTO.
           MOVE PENDIENTES-LISTADOS TO HTL-CANTIDAD.
           MOVE HIS-TOTAL-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "RECHAZADOS POR EL REVISOR:" TO HTL-TEXTO.
           MOVE RECHAZADOS-LISTADOS TO HTL-CANTIDAD.
           MOVE HIS-TOTAL-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
           MOVE "FALLIDOS AL APLICAR:" TO HTL-TEXTO.
           MOVE FALLIDOS-LISTADOS TO HTL-CANTIDAD.
           MOVE HIS-TOTAL-LINEA TO HISTORIA-REPORT-RECORD.
           WRITE HISTORIA-REPORT-RECORD.
       6000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE HISTORIA-OPER-FILE.
           CLOSE PENDIENTE-OPER-FILE.
           CLOSE HISTORIA-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Historia-Operadores.
