      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Puts back together what the Curso-de-Cobol
      *             parts of a split night left (see Reparte-Lote), so
      *             Concilia, Resumen-Ciclo and the print steps see one
      *             REPTFILE, one EXCPFILE and one audit trail, as on a
      *             single-stream night. CURSOJOB hands it the part
      *             files concatenated in part order (PARTRPT, PARTEXC,
      *             PARTAUD). The report keeps one title, date and
      *             column header, then every part's body lines in
      *             part order (VALIDTRAN order, since the parts are
      *             consecutive blocks), then a single correction
      *             section gathering every part's correction lines.
      *             The exceptions report keeps one header and every
      *             part's lines. Each part sealed its own audit chain;
      *             every chain is proven first and any break refuses
      *             the merge with nothing written. The entries are
      *             then resealed onto the end of the AUDITFILE chain
      *             under AUDITCTL, exactly as if one run had written
      *             them.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry, with AUDITCTL held under an exclusive lock
      *             from the read of the last seal to its rewrite, so
      *             a program writing meanwhile cannot seal on the same
      *             last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Junta-Partes.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Union de los reportes y la auditoria de las partes
           del paso de lote corrido en paralelo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTE-REPORTE-FILE
               ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE-REPORTE.

           SELECT PARTE-EXCEPCION-FILE
               ASSIGN TO "PARTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE-EXCEPCION.

           SELECT PARTE-AUDIT-FILE
               ASSIGN TO "PARTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE-AUDITORIA.

           SELECT REPORT-FILE
               ASSIGN TO "REPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCPFILE.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-AUDITCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTE-REPORTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PARTE-REPORTE-RECORD         PIC X(132).
      * VISTA DE LA LINEA DE DETALLE DE CURSO-DE-COBOL: LAS LINEAS DE
      * CORRECCION LLEVAN EL RUN ID QUE CORRIGEN (LDL-CORRIGE), LAS
      * DEMAS LO LLEVAN EN BLANCO.
       01  PARTE-REPORTE-DETALLE.
           05  FILLER                   PIC X(92).
           05  PRD-CORRIGE              PIC X(15).
           05  FILLER                   PIC X(25).

       FD  PARTE-EXCEPCION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PARTE-EXCEPCION-RECORD       PIC X(132).

       COPY AUDITREC REPLACING
           ==AUDIT-FILE== BY ==PARTE-AUDIT-FILE==
           ==AUDIT-RECORD== BY ==PARTE-AUDIT-RECORD==
           ==AUDIT-BYTES== BY ==PARTE-AUDIT-BYTES==
           LEADING ==AUD-== BY ==PAU-==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                PIC X(132).

       FD  EXCEPCION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPCION-RECORD             PIC X(132).

       COPY AUDITREC.
       COPY AUDITCTL.

       WORKING-STORAGE SECTION.
       01  FS-PARTE-REPORTE             PIC XX.
       01  FS-PARTE-EXCEPCION           PIC XX.
       01  FS-PARTE-AUDITORIA           PIC XX.
       01  FS-REPORTE                   PIC XX.
       01  FS-EXCPFILE                  PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.

       01  FIN-ARCHIVO-SW               PIC X(01).
           88  FIN-ARCHIVO              VALUE "S".
           88  NO-FIN-ARCHIVO           VALUE "N".

      * LAS LINEAS DE TITULO, FECHA Y ENCABEZADO DE COLUMNAS SE
      * ESCRIBEN UNA SOLA VEZ EN EL REPORTE UNIDO.
       01  TITULO-ESCRITO-SW            PIC X(01).
           88  TITULO-ESCRITO           VALUE "S".
       01  FECHA-ESCRITA-SW             PIC X(01).
           88  FECHA-ESCRITA            VALUE "S".
       01  ENCABEZADO-ESCRITO-SW        PIC X(01).
           88  ENCABEZADO-ESCRITO       VALUE "S".

       01  ENCABEZADO-COLUMNAS          PIC X(132) VALUE SPACES.

       01  CORRECCION-TITULO-LINEA PIC X(132) VALUE
           "REPORTE DE CORRECCIONES - CURSO-DE-COBOL".

      * ULTIMO ASIENTO VISTO DE LA CADENA DE UNA PARTE.
       77  SECUENCIA-ANTERIOR           PIC 9(07) VALUE ZERO.
       77  SECUENCIA-ESPERADA           PIC 9(07) VALUE ZERO.

       77  CADENAS-PARTE                PIC 9(07) COMP VALUE ZERO.
       77  ASIENTOS-PARTE               PIC 9(07) COMP VALUE ZERO.
       77  ASIENTOS-PASADOS             PIC 9(07) COMP VALUE ZERO.
       77  LINEAS-CUERPO                PIC 9(07) COMP VALUE ZERO.
       77  LINEAS-CORRECCION            PIC 9(07) COMP VALUE ZERO.
       77  LINEAS-EXCEPCION             PIC 9(07) COMP VALUE ZERO.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-VERIFICAR-AUDITORIA THRU 2000-EXIT.
           PERFORM 3000-UNIR-REPORTE THRU 3000-EXIT.
           PERFORM 4000-UNIR-EXCEPCIONES THRU 4000-EXIT.
           PERFORM 5000-PASAR-AUDITORIA THRU 5000-EXIT.
           PERFORM 9000-TOTALES THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * PRUEBA LAS CADENAS DE AUDITORIA DE LAS PARTES ANTES DE TOCAR
      * NADA. CADA PARTE EMPIEZA SU CADENA EN LA SECUENCIA 1 CON VALOR
      * DE CONTROL CERO; DENTRO DE UNA CADENA LA SECUENCIA SIGUE DE A
      * UNO Y EL VALOR DE CONTROL SE VUELVE A PLEGAR COMO LO HACE
      * VERIFICA-AUDITORIA. UN ASIENTO QUE NO CIERRA RECHAZA LA UNION.
      ******************************************************************
       2000-VERIFICAR-AUDITORIA.
           OPEN INPUT PARTE-AUDIT-FILE.
           IF FS-PARTE-AUDITORIA = "35"
               GO TO 2000-EXIT
           END-IF.
           IF FS-PARTE-AUDITORIA NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO PARTAUD - "
                   "FILE STATUS " FS-PARTE-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 2100-VERIFICAR-ASIENTO THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE PARTE-AUDIT-FILE.
       2000-EXIT.
           EXIT.

       2100-VERIFICAR-ASIENTO.
           READ PARTE-AUDIT-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ASIENTOS-PARTE.
           IF PAU-SECUENCIA NOT NUMERIC
            OR PAU-CONTROL NOT NUMERIC
               DISPLAY "JUNTA-PARTES - ASIENTO " ASIENTOS-PARTE
                   " DE PARTAUD SIN SELLO - UNION RECHAZADA"
               CLOSE PARTE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PAU-SECUENCIA = 1
               ADD 1 TO CADENAS-PARTE
               MOVE ZERO TO SELLO-CONTROL
               MOVE 1 TO SECUENCIA-ESPERADA
           ELSE
               ADD 1 SECUENCIA-ANTERIOR GIVING SECUENCIA-ESPERADA
           END-IF.
           IF PAU-SECUENCIA NOT = SECUENCIA-ESPERADA
               DISPLAY "JUNTA-PARTES - ASIENTO " ASIENTOS-PARTE
                   " DE PARTAUD CON SECUENCIA " PAU-SECUENCIA
                   " - SE ESPERABA " SECUENCIA-ESPERADA
                   " - UNION RECHAZADA"
               CLOSE PARTE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2120-ACUMULAR-PARTE THRU 2120-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > SELLO-LARGO.
           IF SELLO-CONTROL NOT = PAU-CONTROL
               DISPLAY "JUNTA-PARTES - ASIENTO " ASIENTOS-PARTE
                   " DE PARTAUD (SECUENCIA " PAU-SECUENCIA
                   ") NO CIERRA SU VALOR DE CONTROL - UNION RECHAZADA"
               CLOSE PARTE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PAU-SECUENCIA TO SECUENCIA-ANTERIOR.
       2100-EXIT.
           EXIT.

       2120-ACUMULAR-PARTE.
           MOVE PAU-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * REPORTE UNIDO. PRIMERA PASADA: TITULO, FECHA Y ENCABEZADO UNA
      * VEZ, Y LAS LINEAS DEL CUERPO DE CADA PARTE. SEGUNDA PASADA: UNA
      * SOLA SECCION DE CORRECCIONES CON LAS LINEAS DE CORRECCION DE
      * TODAS LAS PARTES. CURSO-DE-COBOL ESCRIBE UNA SECCION DE
      * CORRECCIONES EN CADA CHECKPOINT Y SIGUE CON EL CUERPO SIN
      * TITULO, ASI QUE LA LINEA SE RECONOCE POR SU PROPIO CONTENIDO
      * (PRD-CORRIGE) Y NO POR LA SECCION EN QUE APARECE.
      ******************************************************************
       3000-UNIR-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF FS-REPORTE NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO REPTFILE - "
                   "FILE STATUS " FS-REPORTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3050-ABRIR-PARTES-REPORTE THRU 3050-EXIT.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 3100-LINEA-CUERPO THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE PARTE-REPORTE-FILE.
           PERFORM 3050-ABRIR-PARTES-REPORTE THRU 3050-EXIT.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 3200-LINEA-CORRECCION THRU 3200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE PARTE-REPORTE-FILE.
           CLOSE REPORT-FILE.
       3000-EXIT.
           EXIT.

       3050-ABRIR-PARTES-REPORTE.
           OPEN INPUT PARTE-REPORTE-FILE.
           IF FS-PARTE-REPORTE NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO PARTRPT - "
                   "FILE STATUS " FS-PARTE-REPORTE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3050-EXIT.
           EXIT.

       3100-LINEA-CUERPO.
           READ PARTE-REPORTE-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 3100-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PARTE-REPORTE-RECORD (1:8) = "REPORTE "
                   IF NOT TITULO-ESCRITO
                    AND PARTE-REPORTE-RECORD (1:23) NOT =
                           "REPORTE DE CORRECCIONES"
                       MOVE PARTE-REPORTE-RECORD TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       SET TITULO-ESCRITO TO TRUE
                   END-IF
               WHEN PARTE-REPORTE-RECORD (1:14) = "FECHA CORRIDA:"
                   IF NOT FECHA-ESCRITA
                       MOVE PARTE-REPORTE-RECORD TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       SET FECHA-ESCRITA TO TRUE
                   END-IF
               WHEN PARTE-REPORTE-RECORD (1:5) = " NUM1"
                   IF NOT ENCABEZADO-ESCRITO
                       MOVE PARTE-REPORTE-RECORD TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       MOVE PARTE-REPORTE-RECORD
                           TO ENCABEZADO-COLUMNAS
                       SET ENCABEZADO-ESCRITO TO TRUE
                   END-IF
               WHEN PRD-CORRIGE NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE PARTE-REPORTE-RECORD TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO LINEAS-CUERPO
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-LINEA-CORRECCION.
           READ PARTE-REPORTE-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 3200-EXIT
           END-READ.
           IF PARTE-REPORTE-RECORD (1:8) = "REPORTE "
            OR PARTE-REPORTE-RECORD (1:14) = "FECHA CORRIDA:"
            OR PARTE-REPORTE-RECORD (1:5) = " NUM1"
            OR PRD-CORRIGE = SPACES
               GO TO 3200-EXIT
           END-IF.
           IF LINEAS-CORRECCION = ZERO
               MOVE CORRECCION-TITULO-LINEA TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ENCABEZADO-COLUMNAS TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE PARTE-REPORTE-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO LINEAS-CORRECCION.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * REPORTE DE EXCEPCIONES UNIDO: EL ENCABEZADO DE LA PRIMERA PARTE
      * Y LAS LINEAS DE DETALLE DE TODAS.
      ******************************************************************
       4000-UNIR-EXCEPCIONES.
           OPEN INPUT PARTE-EXCEPCION-FILE.
           IF FS-PARTE-EXCEPCION NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO PARTEXC - "
                   "FILE STATUS " FS-PARTE-EXCEPCION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           IF FS-EXCPFILE NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO EXCPFILE - "
                   "FILE STATUS " FS-EXCPFILE
               CLOSE PARTE-EXCEPCION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO TITULO-ESCRITO-SW.
           MOVE "N" TO FECHA-ESCRITA-SW.
           MOVE "N" TO ENCABEZADO-ESCRITO-SW.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 4100-LINEA-EXCEPCION THRU 4100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE PARTE-EXCEPCION-FILE.
           CLOSE EXCEPCION-FILE.
       4000-EXIT.
           EXIT.

       4100-LINEA-EXCEPCION.
           READ PARTE-EXCEPCION-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 4100-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PARTE-EXCEPCION-RECORD (1:8) = "REPORTE "
                   IF TITULO-ESCRITO
                       GO TO 4100-EXIT
                   END-IF
                   SET TITULO-ESCRITO TO TRUE
               WHEN PARTE-EXCEPCION-RECORD (1:14) = "FECHA CORRIDA:"
                   IF FECHA-ESCRITA
                       GO TO 4100-EXIT
                   END-IF
                   SET FECHA-ESCRITA TO TRUE
               WHEN PARTE-EXCEPCION-RECORD (1:8) = "OPERADOR"
                   IF ENCABEZADO-ESCRITO
                       GO TO 4100-EXIT
                   END-IF
                   SET ENCABEZADO-ESCRITO TO TRUE
               WHEN OTHER
                   ADD 1 TO LINEAS-EXCEPCION
           END-EVALUATE.
           MOVE PARTE-EXCEPCION-RECORD TO EXCEPCION-RECORD.
           WRITE EXCEPCION-RECORD.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * PASA LOS ASIENTOS DE LAS PARTES AL AUDITFILE, EN EL ORDEN DE
      * LAS PARTES, SELLANDO CADA UNO DE NUEVO SOBRE LA CADENA DEL
      * AUDITCTL. EL CONTENIDO DEL ASIENTO NO CAMBIA. EL AUDITFILE SE
      * ABRE Y CIERRA EN CADA ASIENTO, DENTRO DEL BLOQUEO DEL AUDITCTL
      * (VER 5310), PORQUE OTROS PROGRAMAS ESCRIBEN EN EL MIENTRAS
      * TANTO.
      ******************************************************************
       5000-PASAR-AUDITORIA.
           OPEN INPUT PARTE-AUDIT-FILE.
           IF FS-PARTE-AUDITORIA = "35"
               GO TO 5000-EXIT
           END-IF.
           IF FS-PARTE-AUDITORIA NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO PARTAUD - "
                   "FILE STATUS " FS-PARTE-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO FIN-ARCHIVO-SW.
           PERFORM 5100-PASAR-ASIENTO THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE PARTE-AUDIT-FILE.
       5000-EXIT.
           EXIT.

       5100-PASAR-ASIENTO.
           READ PARTE-AUDIT-FILE
               AT END
                   MOVE "S" TO FIN-ARCHIVO-SW
                   GO TO 5100-EXIT
           END-READ.
           MOVE PARTE-AUDIT-RECORD TO AUDIT-RECORD.
           PERFORM 5310-SELLAR-AUDITORIA THRU 5310-EXIT.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
               CLOSE PARTE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE AUDIT-RECORD.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "JUNTA-PARTES - ERROR GRABANDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
               CLOSE AUDIT-FILE
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
               CLOSE PARTE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-FILE.
           PERFORM 5330-GRABAR-SELLO THRU 5330-EXIT.
           ADD 1 TO ASIENTOS-PASADOS.
       5100-EXIT.
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
               DISPLAY "JUNTA-PARTES - ERROR ABRIENDO AUDITCTL - "
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
               DISPLAY "JUNTA-PARTES - ERROR GRABANDO AUDITCTL - "
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

       9000-TOTALES.
           DISPLAY "JUNTA-PARTES - LINEAS DE OPERACIONES: "
               LINEAS-CUERPO.
           DISPLAY "JUNTA-PARTES - LINEAS DE CORRECCIONES: "
               LINEAS-CORRECCION.
           DISPLAY "JUNTA-PARTES - LINEAS DE EXCEPCIONES: "
               LINEAS-EXCEPCION.
           DISPLAY "JUNTA-PARTES - CADENAS DE AUDITORIA PROBADAS: "
               CADENAS-PARTE " CON " ASIENTOS-PARTE " ASIENTOS".
           DISPLAY "JUNTA-PARTES - ASIENTOS PASADOS A AUDITFILE: "
               ASIENTOS-PASADOS.
       9000-EXIT.
           EXIT.

       END PROGRAM Junta-Partes.
