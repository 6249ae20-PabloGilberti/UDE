      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Proves the AUDITFILE audit trail is
      *             complete and untouched: walks the whole file,
      *             checks that the AUD-SECUENCIA numbers run without
      *             gaps and in order, refolds every entry's check
      *             value from the previous entry's AUD-CONTROL (see
      *             AUDITREC and AUDSELLO) and compares the last entry
      *             with the AUDITCTL control record, so a deleted,
      *             moved, edited or cut-off entry shows up on the
      *             AUDVRPT report. Return code 0 when the chain is
      *             whole, 4 when the only findings are unsealed
      *             entries, 8 when the chain is broken.
      * 2026-10-15  An unsealed entry after the first sealed one is a
      *             break in the chain (RC 8); only the unsealed
      *             history from before sealing started gives RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verifica-Auditoria.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Verificacion de la cadena de sellos de la pista de
           auditoria AUDITFILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITCTL.

           SELECT VERIFICA-REPORT-FILE
               ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDVRPT.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITREC.
       COPY AUDITCTL.

       FD  VERIFICA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  VERIFICA-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.
       01  FS-AUDVRPT                   PIC XX.

       01  RUN-DATE                     PIC 9(08).

       01  FIN-AUDITORIA-SW             PIC X(01).
           88  FIN-AUDITORIA            VALUE "S".
           88  NO-FIN-AUDITORIA         VALUE "N".

      * SE ENCIENDE CON EL PRIMER ASIENTO SELLADO: DESDE AHI TODO
      * ASIENTO TIENE QUE TRAER SELLO.
       01  CADENA-INICIADA-SW           PIC X(01) VALUE "N".
           88  CADENA-INICIADA          VALUE "S".
           88  CADENA-NO-INICIADA       VALUE "N".

      * ULTIMO ASIENTO SELLADO ACEPTADO COMO ESLABON DE LA CADENA: SU
      * SECUENCIA Y SU VALOR DE CONTROL SON LA SEMILLA DEL SIGUIENTE.
      * UN ASIENTO FUERA DE ORDEN NO AVANZA EL ESLABON.
       01  ULTIMA-SECUENCIA             PIC 9(07) VALUE ZERO.
       01  ULTIMO-CONTROL               PIC 9(08) VALUE ZERO.
       01  ASIENTOS-FALTANTES           PIC 9(07) VALUE ZERO.

       77  ENTRADAS-LEIDAS              PIC 9(07) COMP VALUE ZERO.
       77  ENTRADAS-VERIFICADAS         PIC 9(07) COMP VALUE ZERO.
       77  ENTRADAS-SIN-SELLO           PIC 9(07) COMP VALUE ZERO.
       77  SIN-SELLO-EN-CADENA          PIC 9(07) COMP VALUE ZERO.
       77  HUECOS-DETECTADOS            PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-FALTANTES              PIC 9(07) COMP VALUE ZERO.
       77  ENTRADAS-FUERA-DE-ORDEN      PIC 9(07) COMP VALUE ZERO.
       77  ENTRADAS-ALTERADAS           PIC 9(07) COMP VALUE ZERO.
       77  FALLAS-DE-COLA               PIC 9(07) COMP VALUE ZERO.

      * ENCABEZADOS Y LINEAS DEL REPORTE DE VERIFICACION
       01  VER-TITULO-LINEA PIC X(132) VALUE
           "REPORTE DE VERIFICACION DE LA PISTA DE AUDITORIA - VERIFICA-
      -    "AUDITORIA".
       01  VER-FECHA-LINEA.
           05  FILLER                   PIC X(14) VALUE
               "FECHA CORRIDA:".
           05  VFL-FECHA                PIC 9(08).
           05  FILLER                   PIC X(110) VALUE SPACES.
       01  VER-ENCABEZADO-LINEA PIC X(132) VALUE
           "SECUENCIA  TIMESTAMP        OPERADOR   PROGRAMA
      -    "      HALLAZGO".
       01  VER-DETALLE-LINEA.
           05  VDL-SECUENCIA            PIC X(07).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  VDL-TIMESTAMP            PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VDL-OPERADOR             PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  VDL-PROGRAMA             PIC X(20).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  VDL-HALLAZGO             PIC X(50).
           05  FILLER                   PIC X(20) VALUE SPACES.
       01  VER-HALLAZGO-HUECO.
           05  FILLER                   PIC X(25) VALUE
               "HUECO EN LA SECUENCIA - ".
           05  VHH-FALTANTES            PIC Z(6)9.
           05  FILLER                   PIC X(18) VALUE
               " ASIENTOS FALTAN".
       01  VER-HALLAZGO-COLA.
           05  FILLER                   PIC X(25) VALUE
               "COLA TRUNCADA - AUDITCTL ".
           05  FILLER                   PIC X(07) VALUE "LLEGA A".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  VHC-SECUENCIA            PIC 9(07).
           05  FILLER                   PIC X(10) VALUE SPACES.
       01  VER-SECCION-LINEA            PIC X(132).
       01  VER-TOTAL-LINEA.
           05  VTL-TEXTO                PIC X(40).
           05  VTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                   PIC X(85) VALUE SPACES.
       01  VER-ESTADO-LINEA             PIC X(132).

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-AUDITORIA THRU 2000-EXIT.
           PERFORM 3000-VERIFICAR-COLA THRU 3000-EXIT.
           PERFORM 6000-ESCRIBIR-TOTALES THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT VERIFICA-REPORT-FILE.
           IF FS-AUDVRPT NOT = "00"
               DISPLAY "VERIFICA-AUDITORIA - ERROR ABRIENDO AUDVRPT - "
                   "FILE STATUS " FS-AUDVRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE VER-TITULO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE RUN-DATE TO VFL-FECHA.
           MOVE VER-FECHA-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE SPACES TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE VER-ENCABEZADO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * RECORRIDO DE LA PISTA - UN AUDITFILE QUE NO EXISTE SE TRATA
      * COMO VACIO: SI EL AUDITCTL DICE QUE HUBO ASIENTOS, LA
      * VERIFICACION DE LA COLA LO DENUNCIA COMO TRUNCADO ENTERO.
      ******************************************************************
       2000-RECORRER-AUDITORIA.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               DISPLAY "VERIFICA-AUDITORIA - AUDITFILE NO EXISTE"
               GO TO 2000-EXIT
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "VERIFICA-AUDITORIA - ERROR ABRIENDO AUDITFILE "
                   "- FILE STATUS " FS-AUDITORIA
               CLOSE VERIFICA-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-AUDITORIA-SW.
           PERFORM 2100-VERIFICAR-ASIENTO THRU 2100-EXIT
               UNTIL FIN-AUDITORIA.
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * CADA ASIENTO SE CLASIFICA EN ESTE ORDEN: SIN SELLO (ANTERIOR
      * AL SELLADO; SI YA APARECIO UN ASIENTO SELLADO, ES UN ASIENTO
      * INTERCALADO O CON EL SELLO BORRADO Y ROMPE LA CADENA), FUERA
      * DE ORDEN O REPETIDO
      * (NO SUPERA AL ULTIMO ESLABON), HUECO (SALTA NUMEROS; EL VALOR
      * DE CONTROL NO SE PUEDE PROBAR A TRAVES DEL HUECO Y EL ASIENTO
      * SE TOMA COMO ESLABON NUEVO), O CONSECUTIVO, EN CUYO CASO SE
      * REPLIEGA SU VALOR DE CONTROL DESDE EL ESLABON ANTERIOR Y
      * CUALQUIER DIFERENCIA ES UN ASIENTO ALTERADO.
      ******************************************************************
       2100-VERIFICAR-ASIENTO.
           READ AUDIT-FILE
               AT END
                   MOVE "S" TO FIN-AUDITORIA-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ENTRADAS-LEIDAS.
           IF AUD-SECUENCIA NOT NUMERIC
            OR AUD-CONTROL NOT NUMERIC
            OR AUD-SECUENCIA = ZERO
               IF CADENA-INICIADA
                   ADD 1 TO SIN-SELLO-EN-CADENA
                   MOVE "ASIENTO SIN SELLO DENTRO DE LA CADENA"
                       TO VDL-HALLAZGO
               ELSE
                   ADD 1 TO ENTRADAS-SIN-SELLO
                   MOVE "ASIENTO SIN SELLO" TO VDL-HALLAZGO
               END-IF
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE "S" TO CADENA-INICIADA-SW.
           IF AUD-SECUENCIA NOT > ULTIMA-SECUENCIA
               ADD 1 TO ENTRADAS-FUERA-DE-ORDEN
               MOVE "ASIENTO FUERA DE ORDEN O REPETIDO" TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF AUD-SECUENCIA > ULTIMA-SECUENCIA + 1
               COMPUTE ASIENTOS-FALTANTES =
                   AUD-SECUENCIA - ULTIMA-SECUENCIA - 1
               ADD 1 TO HUECOS-DETECTADOS
               ADD ASIENTOS-FALTANTES TO TOTAL-FALTANTES
               MOVE ASIENTOS-FALTANTES TO VHH-FALTANTES
               MOVE VER-HALLAZGO-HUECO TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               MOVE AUD-SECUENCIA TO ULTIMA-SECUENCIA
               MOVE AUD-CONTROL TO ULTIMO-CONTROL
               GO TO 2100-EXIT
           END-IF.
           MOVE ULTIMO-CONTROL TO SELLO-CONTROL.
           PERFORM 2200-ACUMULAR-CONTROL THRU 2200-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > SELLO-LARGO.
           IF SELLO-CONTROL NOT = AUD-CONTROL
               ADD 1 TO ENTRADAS-ALTERADAS
               MOVE "ASIENTO ALTERADO - VALOR DE CONTROL NO COINCIDE"
                   TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
           ELSE
               ADD 1 TO ENTRADAS-VERIFICADAS
           END-IF.
           MOVE AUD-SECUENCIA TO ULTIMA-SECUENCIA.
           MOVE AUD-CONTROL TO ULTIMO-CONTROL.
       2100-EXIT.
           EXIT.

      * EL MISMO REPLIEGUE QUE HACE CADA PROGRAMA AL SELLAR EL
      * ASIENTO (VER AUDSELLO).
       2200-ACUMULAR-CONTROL.
           MOVE AUD-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       2200-EXIT.
           EXIT.

       2800-REPORTAR-HALLAZGO.
           MOVE AUD-SECUENCIA TO VDL-SECUENCIA.
           MOVE AUD-TIMESTAMP TO VDL-TIMESTAMP.
           MOVE AUD-OPERATOR-ID TO VDL-OPERADOR.
           MOVE AUD-PROGRAM-NAME TO VDL-PROGRAMA.
           MOVE VER-DETALLE-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE SPACES TO VDL-HALLAZGO.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * COLA DEL ARCHIVO - EL AUDITCTL GUARDA LA SECUENCIA Y EL VALOR
      * DE CONTROL DEL ULTIMO ASIENTO ESCRITO. SI VA MAS ALLA DEL
      * ULTIMO ESLABON LEIDO, SE CORTARON ASIENTOS DEL FINAL; SI SE
      * QUEDA ATRAS, HAY ASIENTOS QUE NO PASARON POR EL SELLADO O EL
      * AUDITCTL FUE REPUESTO; SI COINCIDE LA SECUENCIA PERO NO EL
      * VALOR, EL ULTIMO ASIENTO FUE REEMPLAZADO.
      ******************************************************************
       3000-VERIFICAR-COLA.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE ULTIMA-SECUENCIA TO AUD-SECUENCIA.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF FS-AUDITCTL NOT = "00"
               IF ULTIMA-SECUENCIA NOT = ZERO
                   ADD 1 TO FALLAS-DE-COLA
                   MOVE "AUDITCTL NO DISPONIBLE - COLA SIN PROBAR"
                       TO VDL-HALLAZGO
                   PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF.
           READ AUDIT-CONTROL-FILE
               AT END
                   MOVE ZERO TO ACT-SECUENCIA
                   MOVE ZERO TO ACT-CONTROL
           END-READ.
           CLOSE AUDIT-CONTROL-FILE.
           IF ACT-SECUENCIA NOT NUMERIC
            OR ACT-CONTROL NOT NUMERIC
               ADD 1 TO FALLAS-DE-COLA
               MOVE "AUDITCTL ILEGIBLE - COLA SIN PROBAR"
                   TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ACT-SECUENCIA > ULTIMA-SECUENCIA
               ADD 1 TO FALLAS-DE-COLA
               COMPUTE ASIENTOS-FALTANTES =
                   ACT-SECUENCIA - ULTIMA-SECUENCIA
               ADD ASIENTOS-FALTANTES TO TOTAL-FALTANTES
               MOVE ACT-SECUENCIA TO VHC-SECUENCIA
               MOVE VER-HALLAZGO-COLA TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ACT-SECUENCIA < ULTIMA-SECUENCIA
               ADD 1 TO FALLAS-DE-COLA
               MOVE "AUDITCTL ATRASADO RESPECTO DEL ARCHIVO"
                   TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ACT-CONTROL NOT = ULTIMO-CONTROL
               ADD 1 TO FALLAS-DE-COLA
               MOVE "ULTIMO ASIENTO NO COINCIDE CON AUDITCTL"
                   TO VDL-HALLAZGO
               PERFORM 2800-REPORTAR-HALLAZGO THRU 2800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * TOTALES Y ESTADO FINAL. LOS ASIENTOS SIN SELLO ANTERIORES AL
      * PRIMER ASIENTO SELLADO SOLOS DAN CODIGO 4 (NO SE PUEDEN
      * PROBAR, PERO NO ROMPEN LA CADENA); CUALQUIER ASIENTO SIN
      * SELLO DENTRO DE LA CADENA, HUECO, DESORDEN, ALTERACION O
      * FALLA DE COLA DA CODIGO 8.
      ******************************************************************
       6000-ESCRIBIR-TOTALES.
           MOVE SPACES TO VER-SECCION-LINEA.
           MOVE VER-SECCION-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS LEIDOS:" TO VTL-TEXTO.
           MOVE ENTRADAS-LEIDAS TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS VERIFICADOS:" TO VTL-TEXTO.
           MOVE ENTRADAS-VERIFICADAS TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS SIN SELLO:" TO VTL-TEXTO.
           MOVE ENTRADAS-SIN-SELLO TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS SIN SELLO DENTRO DE LA CADENA:"
               TO VTL-TEXTO.
           MOVE SIN-SELLO-EN-CADENA TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "HUECOS EN LA SECUENCIA:" TO VTL-TEXTO.
           MOVE HUECOS-DETECTADOS TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS FALTANTES (HUECOS Y COLA):" TO VTL-TEXTO.
           MOVE TOTAL-FALTANTES TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS FUERA DE ORDEN O REPETIDOS:" TO VTL-TEXTO.
           MOVE ENTRADAS-FUERA-DE-ORDEN TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "ASIENTOS ALTERADOS:" TO VTL-TEXTO.
           MOVE ENTRADAS-ALTERADAS TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE "FALLAS EN LA COLA DEL ARCHIVO:" TO VTL-TEXTO.
           MOVE FALLAS-DE-COLA TO VTL-CANTIDAD.
           MOVE VER-TOTAL-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           MOVE SPACES TO VER-ESTADO-LINEA.
           IF SIN-SELLO-EN-CADENA > ZERO
            OR HUECOS-DETECTADOS > ZERO
            OR ENTRADAS-FUERA-DE-ORDEN > ZERO
            OR ENTRADAS-ALTERADAS > ZERO
            OR FALLAS-DE-COLA > ZERO
               MOVE "ESTADO: CADENA ROTA - REVISAR LA AUDITORIA"
                   TO VER-ESTADO-LINEA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ENTRADAS-SIN-SELLO > ZERO
                   MOVE "ESTADO: CADENA INTEGRA CON ASIENTOS SIN SELLO"
                       TO VER-ESTADO-LINEA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "ESTADO: CADENA INTEGRA" TO VER-ESTADO-LINEA
               END-IF
           END-IF.
           MOVE VER-ESTADO-LINEA TO VERIFICA-REPORT-RECORD.
           WRITE VERIFICA-REPORT-RECORD.
           DISPLAY "VERIFICA-AUDITORIA - " VER-ESTADO-LINEA (1:60).
       6000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE VERIFICA-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Verifica-Auditoria.
