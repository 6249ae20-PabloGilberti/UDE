      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Acknowledgment for the department that
      *             sent the night's TRANFILE: reads the SUBDET
      *             dispositions Edita-Transacciones left, and writes
      *             ACKFILE (see ACKENVIO) with the submission's
      *             accepted/refused status, one line per detail of
      *             their file in their order with the CALCREG run id
      *             it posted under (checked against the register, as
      *             Curso-de-Cobol numbers batch postings by their
      *             position in VALIDTRAN) or the reason it was
      *             rejected, and a trailer whose counts tie to the
      *             trailer they sent. A refused submission is
      *             acknowledged with its reason and no details. RC 4
      *             when a detail the edit passed is not on the
      *             register; RC 8 when SUBDET is missing or was not
      *             finished by the edit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acusa-Envio.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Acuse de recibo por envio para el departamento que
           remitio el TRANFILE, con el run id o el motivo de rechazo
           de cada detalle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETALLE-ENVIO-FILE
               ASSIGN TO "SUBDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUBDET.

           SELECT CALC-REGISTER
               ASSIGN TO "CALCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-RUN-ID
               ALTERNATE RECORD KEY IS CR-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS FS-CALCREG.

           SELECT ACUSE-FILE
               ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACKFILE.

       DATA DIVISION.
       FILE SECTION.
       COPY SUBDET.
       COPY CALCREG.
       COPY ACKENVIO.

       WORKING-STORAGE SECTION.
       01  FS-SUBDET                    PIC XX.
       01  FS-CALCREG                   PIC XX.
       01  FS-ACKFILE                   PIC XX.

       01  FIN-DETALLE-SW               PIC X(01).
           88  FIN-DETALLE              VALUE "S".
           88  NO-FIN-DETALLE           VALUE "N".

       01  TOTALES-LEIDOS-SW            PIC X(01) VALUE "N".
           88  TOTALES-LEIDOS           VALUE "S".

       01  REGISTRO-ABIERTO-SW          PIC X(01) VALUE "N".
           88  REGISTRO-ABIERTO         VALUE "S".

      * DATOS DEL REGISTRO DE TOTALES DEL ENVIO, GUARDADOS EN LA
      * PRIMERA PASADA: EL ENCABEZADO DEL ACUSE LLEVA EL ESTADO Y EL
      * RUN ID DE CADA DETALLE SE ARMA CON LA FECHA DE NEGOCIO.
       01  ID-ENVIO                     PIC X(08).
       01  FECHA-PREP-ENVIO             PIC X(08).
       01  DEPTO-ENVIO                  PIC X(03).
       01  FECHA-NEGOCIO                PIC 9(08).
       01  ESTADO-ENVIO                 PIC X(01).
           88  ENVIO-ACEPTADO           VALUE "A".
           88  ENVIO-RECHAZADO          VALUE "R".
       01  MOTIVO-ENVIO                 PIC X(50).
       01  CANTIDAD-DECLARADA           PIC 9(07).
       01  LEIDOS-ENVIO                 PIC 9(07).
       01  VALIDOS-ENVIO                PIC 9(07).
       01  RECHAZADOS-ENVIO             PIC 9(07).

       77  DETALLES-EN-SUBDET           PIC 9(07) COMP VALUE ZERO.
       77  DETALLES-ACUSADOS            PIC 9(07) COMP VALUE ZERO.
       77  DETALLES-ASENTADOS           PIC 9(07) COMP VALUE ZERO.
       77  DETALLES-RECHAZADOS          PIC 9(07) COMP VALUE ZERO.
       77  DETALLES-NO-ASENTADOS        PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ESCRIBIR-CABECERA THRU 2000-EXIT.
           IF ENVIO-ACEPTADO
               MOVE "N" TO FIN-DETALLE-SW
               PERFORM 3000-ACUSAR-DETALLE THRU 3000-EXIT
                   UNTIL FIN-DETALLE
           END-IF.
           PERFORM 4000-ESCRIBIR-COLA THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           IF DETALLES-NO-ASENTADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * PRIMERA PASADA POR SUBDET: EL REGISTRO DE TOTALES ES EL ULTIMO
      * Y SIN EL EL EDIT NO TERMINO, ASI QUE NO HAY ACUSE QUE DAR.
      * DESPUES SE REABRE PARA LA PASADA DE LOS DETALLES.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT DETALLE-ENVIO-FILE.
           IF FS-SUBDET NOT = "00"
               DISPLAY "ACUSA-ENVIO - ERROR ABRIENDO SUBDET - "
                   "FILE STATUS " FS-SUBDET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-DETALLE-SW.
           PERFORM 1100-BUSCAR-TOTALES THRU 1100-EXIT
               UNTIL FIN-DETALLE.
           CLOSE DETALLE-ENVIO-FILE.
           IF NOT TOTALES-LEIDOS
               DISPLAY "ACUSA-ENVIO - SUBDET SIN REGISTRO DE TOTALES - "
                   "LA EDICION NO TERMINO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ENVIO-ACEPTADO
               OPEN INPUT CALC-REGISTER
               IF FS-CALCREG NOT = "00"
                   DISPLAY "ACUSA-ENVIO - ERROR ABRIENDO CALCREG - "
                       "FILE STATUS " FS-CALCREG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "S" TO REGISTRO-ABIERTO-SW
               OPEN INPUT DETALLE-ENVIO-FILE
           END-IF.
           OPEN OUTPUT ACUSE-FILE.
           IF FS-ACKFILE NOT = "00"
               DISPLAY "ACUSA-ENVIO - ERROR ABRIENDO ACKFILE - "
                   "FILE STATUS " FS-ACKFILE
               IF REGISTRO-ABIERTO
                   CLOSE CALC-REGISTER
                   CLOSE DETALLE-ENVIO-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       1100-BUSCAR-TOTALES.
           READ DETALLE-ENVIO-FILE
               AT END
                   MOVE "S" TO FIN-DETALLE-SW
                   GO TO 1100-EXIT
           END-READ.
           IF SD-TOTALES
               MOVE SD-ID-ENVIO TO ID-ENVIO
               MOVE SD-FECHA-PREP TO FECHA-PREP-ENVIO
               MOVE SD-DEPTO TO DEPTO-ENVIO
               MOVE SD-FECHA-NEGOCIO TO FECHA-NEGOCIO
               MOVE SD-ESTADO-ENVIO TO ESTADO-ENVIO
               MOVE SD-MOTIVO-ENVIO TO MOTIVO-ENVIO
               MOVE SD-CANTIDAD-DECLARADA TO CANTIDAD-DECLARADA
               MOVE SD-LEIDOS TO LEIDOS-ENVIO
               MOVE SD-VALIDOS TO VALIDOS-ENVIO
               MOVE SD-RECHAZADOS TO RECHAZADOS-ENVIO
               MOVE "S" TO TOTALES-LEIDOS-SW
           ELSE
               ADD 1 TO DETALLES-EN-SUBDET
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * CABECERA DEL ACUSE - EL ENVIO COMO LO MANDO EL DEPARTAMENTO Y
      * SI SE ACEPTO O SE RECHAZO ENTERO.
      ******************************************************************
       2000-ESCRIBIR-CABECERA.
           MOVE SPACES TO ACUSE-RECORD.
           SET AK-CABECERA TO TRUE.
           MOVE ID-ENVIO TO AK-ID-ENVIO.
           MOVE DEPTO-ENVIO TO AK-DEPTO.
           MOVE FECHA-PREP-ENVIO TO AK-FECHA-PREP.
           MOVE FECHA-NEGOCIO TO AK-FECHA-PROCESO.
           MOVE ESTADO-ENVIO TO AK-ESTADO-ENVIO.
           MOVE MOTIVO-ENVIO TO AK-MOTIVO-ENVIO.
           WRITE ACUSE-RECORD.
           DISPLAY "ACUSA-ENVIO - ENVIO " ID-ENVIO
               " DEPARTAMENTO " DEPTO-ENVIO " - ESTADO " ESTADO-ENVIO.
           IF ENVIO-RECHAZADO
               DISPLAY "ACUSA-ENVIO - ENVIO RECHAZADO: " MOTIVO-ENVIO
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * UN DETALLE DEL ENVIO - EL ACEPTADO SE BUSCA EN CALCREG POR EL
      * RUN ID QUE CURSO-DE-COBOL LE DIO EN EL LOTE (FECHA DE NEGOCIO,
      * MODO 1, POSICION EN VALIDTRAN); EL RECHAZADO LLEVA SU MOTIVO.
      ******************************************************************
       3000-ACUSAR-DETALLE.
           READ DETALLE-ENVIO-FILE
               AT END
                   MOVE "S" TO FIN-DETALLE-SW
                   GO TO 3000-EXIT
           END-READ.
           IF NOT SD-DETALLE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO ACUSE-RECORD.
           SET AK-DETALLE TO TRUE.
           MOVE SD-POSICION TO AK-POSICION.
           MOVE ZERO TO AK-RUN-ID.
           MOVE SD-IMAGEN TO AK-IMAGEN.
           IF SD-RECHAZADO
               SET AK-RECHAZADO TO TRUE
               MOVE SD-MOTIVO TO AK-MOTIVO
               ADD 1 TO DETALLES-RECHAZADOS
           ELSE
               PERFORM 3100-BUSCAR-ASIENTO THRU 3100-EXIT
           END-IF.
           WRITE ACUSE-RECORD.
           ADD 1 TO DETALLES-ACUSADOS.
       3000-EXIT.
           EXIT.

       3100-BUSCAR-ASIENTO.
           MOVE FECHA-NEGOCIO TO CR-CALC-DATE.
           MOVE 1 TO CR-SEQ-MODO.
           MOVE SD-SECUENCIA-VALIDA TO CR-SEQ-SECUENCIA.
           READ CALC-REGISTER
               INVALID KEY
                   SET AK-NO-ASENTADO TO TRUE
                   ADD 1 TO DETALLES-NO-ASENTADOS
                   DISPLAY "ACUSA-ENVIO - DETALLE " SD-POSICION
                       " ACEPTADO Y NO ASENTADO - RUN ID " CR-RUN-ID
               NOT INVALID KEY
                   SET AK-ASENTADO TO TRUE
                   MOVE CR-RUN-ID TO AK-RUN-ID
                   MOVE CR-STATUS TO AK-ESTADO-CALCULO
                   ADD 1 TO DETALLES-ASENTADOS
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * COLA DEL ACUSE - LOS DETALLES ACUSADOS, LA CANTIDAD QUE DECLARO
      * LA COLA DEL DEPARTAMENTO Y CUANTOS SE ACEPTARON Y RECHAZARON.
      * EN UN ENVIO ACEPTADO LOS DETALLES ACUSADOS DEBEN SER TODOS LOS
      * QUE TRAJO EL ARCHIVO.
      ******************************************************************
       4000-ESCRIBIR-COLA.
           MOVE SPACES TO ACUSE-RECORD.
           SET AK-COLA TO TRUE.
           MOVE DETALLES-ACUSADOS TO AK-CANTIDAD.
           MOVE CANTIDAD-DECLARADA TO AK-CANTIDAD-DECLARADA.
           IF ENVIO-ACEPTADO
               MOVE VALIDOS-ENVIO TO AK-ACEPTADOS
               MOVE RECHAZADOS-ENVIO TO AK-RECHAZADOS
           ELSE
               MOVE ZERO TO AK-ACEPTADOS
               MOVE ZERO TO AK-RECHAZADOS
           END-IF.
           WRITE ACUSE-RECORD.
           DISPLAY "ACUSA-ENVIO - DETALLES ACUSADOS " DETALLES-ACUSADOS
               " ASENTADOS " DETALLES-ASENTADOS
               " RECHAZADOS " DETALLES-RECHAZADOS
               " NO ASENTADOS " DETALLES-NO-ASENTADOS.
           IF ENVIO-ACEPTADO
            AND (DETALLES-ACUSADOS NOT = LEIDOS-ENVIO
             OR DETALLES-ACUSADOS NOT = CANTIDAD-DECLARADA
             OR DETALLES-EN-SUBDET NOT = LEIDOS-ENVIO)
               DISPLAY "ACUSA-ENVIO - LOS DETALLES ACUSADOS NO CUADRAN "
                   "CON LA COLA DEL ENVIO"
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF REGISTRO-ABIERTO
               CLOSE CALC-REGISTER
               CLOSE DETALLE-ENVIO-FILE
           END-IF.
           CLOSE ACUSE-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Acusa-Envio.
