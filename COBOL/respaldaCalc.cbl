      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Nightly backup image of the CALCREG
      *             register, taken by CURSOJOB before STEP010 posts
      *             anything: unloads every record in key order to the
      *             sequential CALCBKP image (see CALCIMG) between a
      *             header with the cycle's business date (from RUNCTL)
      *             and a trailer with the record count. The job
      *             rotates the CALCJRNL journal when the image is
      *             good, so image plus journal always make up the
      *             register and Recupera-Calcreg can rebuild it. A
      *             register that does not exist yet (first night)
      *             gives an empty image, not an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Respalda-Calcreg.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Imagen secuencial de respaldo del registro de calculos
           para la recuperacion hacia adelante con el journal.

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

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCREG.
       COPY CALCIMG.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  FS-CALCREG                   PIC XX.
       01  FS-CALCBKP                   PIC XX.
       01  FS-RUNCTL                    PIC XX.

       01  RUN-DATE                     PIC 9(08).
       01  RUN-TIME.
           05  RUN-TIME-HHMMSS          PIC 9(06).
           05  FILLER                   PIC 9(02).

      * FECHA DE NEGOCIO DEL CICLO PARA EL QUE SE TOMA LA IMAGEN; SIN
      * RUNCTL, LA FECHA DE LA MAQUINA.
       01  FECHA-NEGOCIO                PIC 9(08).

       01  REGISTRO-EXISTE-SW           PIC X(01).
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  FIN-REGISTRO-SW              PIC X(01).
           88  FIN-REGISTRO             VALUE "S".
           88  NO-FIN-REGISTRO          VALUE "N".

       77  REGISTROS-RESPALDADOS        PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RESPALDAR-REGISTRO THRU 2000-EXIT.
           PERFORM 3000-ESCRIBIR-COLA THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 1100-LEER-RUN-CONTROL THRU 1100-EXIT.
           SET REGISTRO-EXISTE TO TRUE.
           OPEN INPUT CALC-REGISTER.
           IF FS-CALCREG = "35"
               SET REGISTRO-NO-EXISTE TO TRUE
               DISPLAY "RESPALDA-CALCREG - CALCREG NO EXISTE - "
                   "SE GRABA UNA IMAGEN VACIA"
           ELSE
               IF FS-CALCREG NOT = "00"
                   DISPLAY "RESPALDA-CALCREG - ERROR ABRIENDO CALCREG"
                       " - FILE STATUS " FS-CALCREG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT CALC-IMAGE-FILE.
           IF FS-CALCBKP NOT = "00"
               DISPLAY "RESPALDA-CALCREG - ERROR ABRIENDO CALCBKP - "
                   "FILE STATUS " FS-CALCBKP
               IF REGISTRO-EXISTE
                   CLOSE CALC-REGISTER
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO CALC-IMAGE-RECORD.
           SET CI-CABECERA TO TRUE.
           MOVE FECHA-NEGOCIO TO CI-FECHA-NEGOCIO.
           MOVE RUN-DATE TO CI-FECHA-IMAGEN.
           MOVE RUN-TIME-HHMMSS TO CI-HORA-IMAGEN.
           WRITE CALC-IMAGE-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * FECHA DE NEGOCIO DEL CICLO DESDE RUNCTL. CURSOJOB TOMA LA
      * IMAGEN CON EL CICLO YA ABIERTO POR STEP000.
      ******************************************************************
       1100-LEER-RUN-CONTROL.
           MOVE RUN-DATE TO FECHA-NEGOCIO.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               NOT AT END
                   MOVE RC-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-READ.
           CLOSE RUN-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * DESCARGA EL REGISTRO COMPLETO EN ORDEN DE RUN ID.
      ******************************************************************
       2000-RESPALDAR-REGISTRO.
           IF REGISTRO-NO-EXISTE
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO CR-RUN-ID.
           MOVE "N" TO FIN-REGISTRO-SW.
           START CALC-REGISTER KEY IS >= CR-RUN-ID
               INVALID KEY
                   MOVE "S" TO FIN-REGISTRO-SW
           END-START.
           PERFORM 2100-RESPALDAR-REGISTRO THRU 2100-EXIT
               UNTIL FIN-REGISTRO.
       2000-EXIT.
           EXIT.

       2100-RESPALDAR-REGISTRO.
           READ CALC-REGISTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-REGISTRO-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO CALC-IMAGE-RECORD.
           SET CI-DETALLE TO TRUE.
           MOVE CALC-REG-RECORD TO CI-REGISTRO.
           WRITE CALC-IMAGE-RECORD.
           IF FS-CALCBKP NOT = "00"
               DISPLAY "RESPALDA-CALCREG - ERROR GRABANDO CALCBKP - "
                   "FILE STATUS " FS-CALCBKP
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO REGISTROS-RESPALDADOS.
       2100-EXIT.
           EXIT.

      * LA COLA SE GRABA SOLO CON LA DESCARGA COMPLETA: UNA IMAGEN SIN
      * COLA ES UNA IMAGEN CORTADA Y RECUPERA-CALCREG LA RECHAZA.
       3000-ESCRIBIR-COLA.
           MOVE SPACES TO CALC-IMAGE-RECORD.
           SET CI-COLA TO TRUE.
           MOVE REGISTROS-RESPALDADOS TO CI-CANTIDAD.
           WRITE CALC-IMAGE-RECORD.
           DISPLAY "RESPALDA-CALCREG - FECHA DE NEGOCIO " FECHA-NEGOCIO
               " - REGISTROS EN LA IMAGEN: " REGISTROS-RESPALDADOS.
       3000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF REGISTRO-EXISTE
               CLOSE CALC-REGISTER
           END-IF.
           CLOSE CALC-IMAGE-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM Respalda-Calcreg.
