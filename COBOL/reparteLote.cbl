      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Cuts the night's validated transaction
      *             file into LOTEPARTES parts (two to nine) so CURSOJOB
      *             can run that many Curso-de-Cobol batch steps at
      *             once, each over its own part file (VALIDP01 to
      *             VALIDP09, layout LOTEPART). Every record travels
      *             with its position in VALIDTRAN, the sequence its
      *             run id is built from, so the ids come out exactly
      *             as a single run would make them. Ordinary records
      *             are dealt in consecutive blocks of equal size, so
      *             each part's report keeps VALIDTRAN order. A
      *             correction goes to the part that posts what it
      *             corrects: for a batch record of the same night,
      *             the part of that record (following a chain of
      *             corrections back to the first one routed); for
      *             anything older, a part fixed by the run id it
      *             names, so every correction of the same record
      *             queues in one part and an original and its
      *             correction never race each other. The split must
      *             account for every record or the run is refused.
      * 2026-10-15  The validated record carries the submitting
      *             department now (TRANREC is 33 bytes), so the part
      *             records are 43 bytes (see LOTEPART).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reparte-Lote.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Reparto del archivo de transacciones validadas en
           partes para correr el paso de lote en paralelo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO "VALIDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACCION.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.

           SELECT PARTE-01-FILE
               ASSIGN TO "VALIDP01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-02-FILE
               ASSIGN TO "VALIDP02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-03-FILE
               ASSIGN TO "VALIDP03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-04-FILE
               ASSIGN TO "VALIDP04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-05-FILE
               ASSIGN TO "VALIDP05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-06-FILE
               ASSIGN TO "VALIDP06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-07-FILE
               ASSIGN TO "VALIDP07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-08-FILE
               ASSIGN TO "VALIDP08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

           SELECT PARTE-09-FILE
               ASSIGN TO "VALIDP09"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       COPY TRANREC.

       COPY RUNCTL.

       FD  PARTE-01-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-01-RECORD              PIC X(43).

       FD  PARTE-02-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-02-RECORD              PIC X(43).

       FD  PARTE-03-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-03-RECORD              PIC X(43).

       FD  PARTE-04-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-04-RECORD              PIC X(43).

       FD  PARTE-05-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-05-RECORD              PIC X(43).

       FD  PARTE-06-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-06-RECORD              PIC X(43).

       FD  PARTE-07-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-07-RECORD              PIC X(43).

       FD  PARTE-08-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-08-RECORD              PIC X(43).

       FD  PARTE-09-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  PARTE-09-RECORD              PIC X(43).

       WORKING-STORAGE SECTION.
       01  FS-TRANSACCION               PIC XX.
       01  FS-RUNCTL                    PIC XX.
       01  FS-PARTE                     PIC XX.

      * FECHA DE NEGOCIO DEL CICLO ABIERTO: UNA CORRECCION QUE NOMBRA
      * UN RUN ID DE LOTE DE ESTA FECHA CORRIGE UN REGISTRO DE ESTA
      * MISMA NOCHE.
       01  FECHA-NEGOCIO                PIC 9(08).

       01  FIN-ARCHIVO-SW               PIC X(01).
           88  FIN-ARCHIVO              VALUE "S".
           88  NO-FIN-ARCHIVO           VALUE "N".

      * CANTIDAD DE PARTES, TOMADA DEL AMBIENTE (LOTEPARTES): DE 2 A
      * 9, UNA POR CADA ARCHIVO DE PARTE DECLARADO. EL VALOR LLEGA
      * JUSTIFICADO A LA IZQUIERDA CON BLANCOS DETRAS; EL UNSTRING
      * PASA SOLO LOS DIGITOS AL CAMPO JUSTIFICADO A LA DERECHA, QUE
      * DESPUES SE RELLENA CON CEROS PARA LA PRUEBA NUMERIC.
       01  LIMITE-ENTRADA               PIC X(03).
       01  LIMITE-JUSTIFICADO           PIC X(03) JUSTIFIED RIGHT.
       77  CANTIDAD-PARTES              PIC 9(02) VALUE ZERO.
       77  MAXIMO-PARTES                PIC 9(02) VALUE 9.

       77  TOTAL-REGISTROS              PIC 9(07) COMP VALUE ZERO.
       77  TAMANO-BLOQUE                PIC 9(07) COMP VALUE ZERO.
       77  POSICION-ACTUAL              PIC 9(07) COMP VALUE ZERO.
       77  POSICION-DESTINO             PIC 9(07) COMP VALUE ZERO.
       77  PARTE-DESTINO                PIC 9(02) VALUE ZERO.
       77  PARTE-IDX                    PIC 9(02) VALUE ZERO.
       77  REPARTO-COCIENTE             PIC 9(07) COMP VALUE ZERO.
       77  REPARTO-RESIDUO              PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-REPARTIDO              PIC 9(07) COMP VALUE ZERO.
       77  CORRECCIONES-REPARTIDAS      PIC 9(07) COMP VALUE ZERO.

       01  REGISTROS-POR-PARTE-TABLA.
           05  REGISTROS-POR-PARTE      PIC 9(07) COMP OCCURS 9 TIMES.

      * DESARME DE LA SECUENCIA DEL RUN ID QUE NOMBRA LA CORRECCION.
       01  CORRIGE-SEQ                  PIC 9(07).
       01  CORRIGE-SEQ-DESGLOSE REDEFINES CORRIGE-SEQ.
           05  CSD-MODO                 PIC 9(01).
           05  CSD-SECUENCIA            PIC 9(06).

      * CORRECCIONES YA REPARTIDAS ESTA NOCHE, CON SU POSICION EN
      * VALIDTRAN Y LA PARTE QUE LES TOCO: UNA CORRECCION DE OTRA
      * CORRECCION DE LA MISMA NOCHE VA A LA MISMA PARTE QUE ELLA.
      * LLENA LA TABLA, LA NOCHE NO SE PUEDE REPARTIR SIN RIESGO Y SE
      * RECHAZA (SE CORRE EN UNA SOLA PARTE).
       01  CORRECCIONES-TABLA.
           05  CT-ENTRADA               OCCURS 2000 TIMES.
               10  CT-POSICION          PIC 9(07).
               10  CT-PARTE             PIC 9(02).
       77  CT-MAXIMO                    PIC 9(04) COMP VALUE 2000.
       77  CT-USADAS                    PIC 9(04) COMP VALUE ZERO.
       77  CT-IDX                       PIC 9(04) COMP VALUE ZERO.
       77  CT-ENCONTRADA                PIC 9(04) COMP VALUE ZERO.

       COPY LOTEPART.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONTAR-REGISTROS THRU 2000-EXIT.
           PERFORM 3000-REPARTIR THRU 3000-EXIT.
           PERFORM 4000-TOTALES THRU 4000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT LIMITE-ENTRADA FROM ENVIRONMENT "LOTEPARTES".
           MOVE SPACES TO LIMITE-JUSTIFICADO.
           UNSTRING LIMITE-ENTRADA DELIMITED BY SPACE
               INTO LIMITE-JUSTIFICADO
           END-UNSTRING.
           INSPECT LIMITE-JUSTIFICADO REPLACING LEADING SPACE BY ZERO.
           IF LIMITE-JUSTIFICADO NOT NUMERIC
               DISPLAY "REPARTE-LOTE - LOTEPARTES INVALIDO: "
                   LIMITE-ENTRADA " - CORRIDA RECHAZADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LIMITE-JUSTIFICADO TO CANTIDAD-PARTES.
           IF CANTIDAD-PARTES < 2
            OR CANTIDAD-PARTES > MAXIMO-PARTES
               DISPLAY "REPARTE-LOTE - LOTEPARTES FUERA DE RANGO (2 A "
                   MAXIMO-PARTES "): " LIMITE-ENTRADA
                   " - CORRIDA RECHAZADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LEER-RUN-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LIMPIAR-CONTADOR THRU 1200-EXIT
               VARYING PARTE-IDX FROM 1 BY 1
               UNTIL PARTE-IDX > MAXIMO-PARTES.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * FECHA DE NEGOCIO DEL CICLO ABIERTO EN RUNCTL. SIN CICLO ABIERTO
      * EL PASO DE LOTE NO CORRE, Y EL REPARTO TAMPOCO.
      ******************************************************************
       1100-LEER-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = "00"
               DISPLAY "REPARTE-LOTE - NO HAY CICLO ABIERTO EN RUNCTL "
                   "- CORRIDA RECHAZADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF NOT RC-CICLO-ABIERTO
               DISPLAY "REPARTE-LOTE - NO HAY CICLO ABIERTO EN RUNCTL "
                   "- CORRIDA RECHAZADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RC-FECHA-NEGOCIO TO FECHA-NEGOCIO.
       1100-EXIT.
           EXIT.

       1200-LIMPIAR-CONTADOR.
           MOVE ZERO TO REGISTROS-POR-PARTE (PARTE-IDX).
       1200-EXIT.
           EXIT.

      ******************************************************************
      * PRIMERA PASADA: CUENTA LOS REGISTROS PARA SABER EL TAMANO DE
      * CADA BLOQUE (EL ULTIMO PUEDE QUEDAR MAS CORTO).
      ******************************************************************
       2000-CONTAR-REGISTROS.
           OPEN INPUT TRANSACTION-FILE.
           IF FS-TRANSACCION NOT = "00"
               DISPLAY "REPARTE-LOTE - ERROR ABRIENDO VALIDTRAN - "
                   "FILE STATUS " FS-TRANSACCION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 2100-CONTAR-REGISTRO THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE TRANSACTION-FILE.
           ADD TOTAL-REGISTROS CANTIDAD-PARTES GIVING REPARTO-COCIENTE.
           SUBTRACT 1 FROM REPARTO-COCIENTE.
           DIVIDE REPARTO-COCIENTE BY CANTIDAD-PARTES
               GIVING TAMANO-BLOQUE.
           IF TAMANO-BLOQUE = ZERO
               MOVE 1 TO TAMANO-BLOQUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONTAR-REGISTRO.
           READ TRANSACTION-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
               NOT AT END
                   ADD 1 TO TOTAL-REGISTROS
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * SEGUNDA PASADA: CADA REGISTRO VA A SU PARTE CON SU POSICION.
      ******************************************************************
       3000-REPARTIR.
           OPEN INPUT TRANSACTION-FILE.
           IF FS-TRANSACCION NOT = "00"
               DISPLAY "REPARTE-LOTE - ERROR ABRIENDO VALIDTRAN - "
                   "FILE STATUS " FS-TRANSACCION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3050-ABRIR-PARTE THRU 3050-EXIT
               VARYING PARTE-IDX FROM 1 BY 1
               UNTIL PARTE-IDX > CANTIDAD-PARTES.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 3100-REPARTIR-REGISTRO THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE TRANSACTION-FILE.
           PERFORM 3900-CERRAR-PARTE THRU 3900-EXIT
               VARYING PARTE-IDX FROM 1 BY 1
               UNTIL PARTE-IDX > CANTIDAD-PARTES.
       3000-EXIT.
           EXIT.

       3050-ABRIR-PARTE.
           EVALUATE PARTE-IDX
               WHEN 1
                   OPEN OUTPUT PARTE-01-FILE
               WHEN 2
                   OPEN OUTPUT PARTE-02-FILE
               WHEN 3
                   OPEN OUTPUT PARTE-03-FILE
               WHEN 4
                   OPEN OUTPUT PARTE-04-FILE
               WHEN 5
                   OPEN OUTPUT PARTE-05-FILE
               WHEN 6
                   OPEN OUTPUT PARTE-06-FILE
               WHEN 7
                   OPEN OUTPUT PARTE-07-FILE
               WHEN 8
                   OPEN OUTPUT PARTE-08-FILE
               WHEN 9
                   OPEN OUTPUT PARTE-09-FILE
           END-EVALUATE.
           IF FS-PARTE NOT = "00"
               DISPLAY "REPARTE-LOTE - ERROR ABRIENDO VALIDP" PARTE-IDX
                   " - FILE STATUS " FS-PARTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3050-EXIT.
           EXIT.

       3100-REPARTIR-REGISTRO.
           READ TRANSACTION-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO POSICION-ACTUAL.
           IF TR-OP-CORRECCION
               PERFORM 3200-PARTE-DE-CORRECCION THRU 3200-EXIT
           ELSE
               MOVE POSICION-ACTUAL TO POSICION-DESTINO
               PERFORM 3300-PARTE-DE-BLOQUE THRU 3300-EXIT
           END-IF.
           MOVE SPACES TO TRANSACCION-PARTE-RECORD.
           MOVE TRANSACCION-RECORD TO TP-TRANSACCION.
           MOVE POSICION-ACTUAL TO TP-POSICION.
           MOVE PARTE-DESTINO TO TP-PARTE.
           PERFORM 3400-GRABAR-EN-PARTE THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * PARTE DE UNA CORRECCION. SI CORRIGE UN REGISTRO DE LOTE DE ESTA
      * MISMA NOCHE QUE VIENE ANTES EN VALIDTRAN, VA CON EL: A LA PARTE
      * QUE LE TOCO SI ESE REGISTRO FUE A SU VEZ UNA CORRECCION, O A LA
      * DE SU BLOQUE. SI CORRIGE ALGO ANTERIOR (O UN REGISTRO QUE
      * TODAVIA NO SE ASENTO, QUE CURSO-DE-COBOL DA POR INEXISTENTE) LA
      * PARTE SALE DEL RUN ID NOMBRADO, PARA QUE TODAS LAS CORRECCIONES
      * DE UN MISMO REGISTRO HAGAN COLA EN LA MISMA PARTE.
      ******************************************************************
       3200-PARTE-DE-CORRECCION.
           ADD 1 TO CORRECCIONES-REPARTIDAS.
           MOVE ZERO TO CORRIGE-SEQ.
           IF TR-CORRIGE-SEQ NUMERIC
               MOVE TR-CORRIGE-SEQ TO CORRIGE-SEQ
           END-IF.
           IF TR-CORRIGE-FECHA = FECHA-NEGOCIO
            AND CSD-MODO = 1
            AND CSD-SECUENCIA > ZERO
            AND CSD-SECUENCIA < POSICION-ACTUAL
               MOVE CSD-SECUENCIA TO POSICION-DESTINO
               PERFORM 3210-BUSCAR-CORRECCION THRU 3210-EXIT
               IF CT-ENCONTRADA NOT = ZERO
                   MOVE CT-PARTE (CT-ENCONTRADA) TO PARTE-DESTINO
               ELSE
                   PERFORM 3300-PARTE-DE-BLOQUE THRU 3300-EXIT
               END-IF
           ELSE
               DIVIDE CORRIGE-SEQ BY CANTIDAD-PARTES
                   GIVING REPARTO-COCIENTE REMAINDER REPARTO-RESIDUO
               ADD 1 REPARTO-RESIDUO GIVING PARTE-DESTINO
           END-IF.
           IF CT-USADAS NOT < CT-MAXIMO
               DISPLAY "REPARTE-LOTE - MAS DE " CT-MAXIMO
                   " CORRECCIONES EN VALIDTRAN - CORRER EN UNA SOLA "
                   "PARTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CT-USADAS.
           MOVE POSICION-ACTUAL TO CT-POSICION (CT-USADAS).
           MOVE PARTE-DESTINO TO CT-PARTE (CT-USADAS).
       3200-EXIT.
           EXIT.

      * BUSCA LA POSICION QUE QUEDO EN POSICION-DESTINO ENTRE LAS
      * CORRECCIONES YA REPARTIDAS (CERO EN CT-ENCONTRADA SI NO ESTA).
       3210-BUSCAR-CORRECCION.
           MOVE ZERO TO CT-ENCONTRADA.
           PERFORM 3220-COMPARAR-CORRECCION THRU 3220-EXIT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-USADAS
                  OR CT-ENCONTRADA NOT = ZERO.
       3210-EXIT.
           EXIT.

       3220-COMPARAR-CORRECCION.
           IF CT-POSICION (CT-IDX) = POSICION-DESTINO
               MOVE CT-IDX TO CT-ENCONTRADA
           END-IF.
       3220-EXIT.
           EXIT.

      * PARTE DEL BLOQUE AL QUE PERTENECE LA POSICION POSICION-DESTINO.
       3300-PARTE-DE-BLOQUE.
           SUBTRACT 1 FROM POSICION-DESTINO.
           DIVIDE POSICION-DESTINO BY TAMANO-BLOQUE
               GIVING REPARTO-COCIENTE.
           ADD 1 REPARTO-COCIENTE GIVING PARTE-DESTINO.
       3300-EXIT.
           EXIT.

       3400-GRABAR-EN-PARTE.
           EVALUATE PARTE-DESTINO
               WHEN 1
                   WRITE PARTE-01-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 2
                   WRITE PARTE-02-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 3
                   WRITE PARTE-03-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 4
                   WRITE PARTE-04-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 5
                   WRITE PARTE-05-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 6
                   WRITE PARTE-06-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 7
                   WRITE PARTE-07-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 8
                   WRITE PARTE-08-RECORD FROM TRANSACCION-PARTE-RECORD
               WHEN 9
                   WRITE PARTE-09-RECORD FROM TRANSACCION-PARTE-RECORD
           END-EVALUATE.
           IF FS-PARTE NOT = "00"
               DISPLAY "REPARTE-LOTE - ERROR GRABANDO VALIDP"
                   PARTE-DESTINO " - FILE STATUS " FS-PARTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO REGISTROS-POR-PARTE (PARTE-DESTINO).
           ADD 1 TO TOTAL-REPARTIDO.
       3400-EXIT.
           EXIT.

       3900-CERRAR-PARTE.
           EVALUATE PARTE-IDX
               WHEN 1
                   CLOSE PARTE-01-FILE
               WHEN 2
                   CLOSE PARTE-02-FILE
               WHEN 3
                   CLOSE PARTE-03-FILE
               WHEN 4
                   CLOSE PARTE-04-FILE
               WHEN 5
                   CLOSE PARTE-05-FILE
               WHEN 6
                   CLOSE PARTE-06-FILE
               WHEN 7
                   CLOSE PARTE-07-FILE
               WHEN 8
                   CLOSE PARTE-08-FILE
               WHEN 9
                   CLOSE PARTE-09-FILE
           END-EVALUATE.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * TOTALES DEL REPARTO. LO REPARTIDO DEBE SER EXACTAMENTE LO QUE
      * TRAE VALIDTRAN; SI NO, LA NOCHE NO SE CORRE EN PARTES.
      ******************************************************************
       4000-TOTALES.
           DISPLAY "REPARTE-LOTE - REGISTROS EN VALIDTRAN: "
               TOTAL-REGISTROS.
           DISPLAY "REPARTE-LOTE - CORRECCIONES REPARTIDAS POR SU "
               CORRECCIONES-REPARTIDAS.
           PERFORM 4100-TOTAL-PARTE THRU 4100-EXIT
               VARYING PARTE-IDX FROM 1 BY 1
               UNTIL PARTE-IDX > CANTIDAD-PARTES.
           IF TOTAL-REPARTIDO NOT = TOTAL-REGISTROS
               DISPLAY "REPARTE-LOTE - REPARTIDOS " TOTAL-REPARTIDO
                   " DE " TOTAL-REGISTROS " - REPARTO DESCUADRADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TOTAL-PARTE.
           DISPLAY "REPARTE-LOTE - PARTE " PARTE-IDX ": "
               REGISTROS-POR-PARTE (PARTE-IDX) " REGISTROS".
       4100-EXIT.
           EXIT.

       END PROGRAM Reparte-Lote.
