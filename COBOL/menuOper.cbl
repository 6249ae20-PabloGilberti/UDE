      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * 2026-10-15  Written. Front door for the online functions: the
      *             operator signs on once with id and sign-on key,
      *             validated against the OPERFILE master (active, level
      *             1 or more, key check value in OM-CLAVE-CONTROL; an
      *             id with no key yet defines one at this sign-on),
      *             and gets a menu showing only what the level allows:
      *             level 1 the Divisiones lookup, Curso-de-Cobol in
      *             interactive mode and Consulta-Archivo; level 2 also
      *             Repara-Rechazos; level 3 also Mantiene-Operadores.
      *             Each function is CALLed with OPERATORID and RUNMODE
      *             already set for it, so nobody keys the id again or
      *             juggles environment variables; each still checks
      *             the level it needs on its own. A clean Repara-
      *             Rechazos session is swapped into REJPEND at once,
      *             as REPAIRJOB does, so a second session in the same
      *             sign-on sees it. Consecutive failed sign-ons are
      *             counted in OM-FALLOS; at the third the id is locked
      *             out (estado "B") until reactivated through
      *             Mantiene-Operadores. Sign-on, sign-off, lockout and
      *             every refused sign-on go to AUDITFILE ("SI", "SO",
      *             "BL", "RF", see AUDITREC). Run by MENUJOB.
      * 2026-10-15  Level 3 also gets Cola-Retenidos, the review queue
      *             of the calculations held over the LIMFILE limits.
      * 2026-10-15  An id with no key can no longer sign on and set one
      *             itself: it is refused ("RF") until an administrator
      *             gives it an initial key through Mantiene-Operadores.
      *             An initial key (OM-CLAVE-ESTADO "P") is checked like
      *             any other, failures and lockout included, and once
      *             it matches the operator must replace it with a key
      *             of their own before the session opens.
      * 2026-10-15  AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, and AUDITFILE
      *             is closed before the rewrite, so two programs
      *             writing at the same time can no longer seal on the
      *             same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Menu-Operador.
       AUTHOR. Pablo Gilberti.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
       REMARKS. Menu de entrada unica de los operadores a las funciones
           en linea, segun su nivel de autoridad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Ordenador donde se escribio el codigo.
       OBJECT-COMPUTER. Ordenador donde se ejecuta el codigo.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER
               ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS FS-OPERFILE.

           SELECT PENDIENTE-FILE
               ASSIGN TO "REJPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTE.

           SELECT PENDIENTE-NUEVO-FILE
               ASSIGN TO "REJPENDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTE-N.

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
       COPY OPERMAST.
       COPY AUDITREC.
       COPY AUDITCTL.

      * MAESTRO DE RECHAZOS PENDIENTES Y SU ARRASTRE (VER REJPEND);
      * SOLO SE USAN PARA TRASPASAR AL MAESTRO LO QUE DEJO UNA SESION
      * DE REPARA-RECHAZOS TERMINADA SIN ERROR.
       FD  PENDIENTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY REJPEND.

       FD  PENDIENTE-NUEVO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY REJPEND REPLACING
           ==PENDIENTE-RECORD== BY ==PENDIENTE-NUEVO-RECORD==
           ==RJP-MOTIVO== BY ==RJN-MOTIVO==
           ==RJP-IMAGEN== BY ==RJN-IMAGEN==
           ==RJP-FECHA-RECHAZO== BY ==RJN-FECHA-RECHAZO==
           ==RJP-CICLOS== BY ==RJN-CICLOS==
           ==RJP-DEPTO== BY ==RJN-DEPTO==.

       WORKING-STORAGE SECTION.
       01  FS-OPERFILE                  PIC XX.
       01  FS-PENDIENTE                 PIC XX.
       01  FS-PENDIENTE-N               PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.

       01  OPERATOR-ID                  PIC X(08) VALUE SPACES.
       01  RUN-DATE                     PIC 9(08).
       01  RUN-TIME.
           05  RUN-TIME-HHMM            PIC 9(04).
           05  RUN-TIME-SS              PIC 9(02).
           05  FILLER                   PIC 9(02).

      * ACCION QUE SE ASIENTA EN LA AUDITORIA: "SI" INICIO DE SESION,
      * "SO" FIN DE SESION, "BL" ID BLOQUEADO, "RF" IDENTIFICACION
      * RECHAZADA. LAS FALLAS SEGUIDAS VAN EN AUD-NUM1, EL NIVEL EN
      * AUD-NUM2 Y LAS FUNCIONES LLAMADAS EN AUD-RESULTADO (VER
      * AUDITREC).
       01  ACCION-AUDITORIA             PIC X(02) VALUE SPACES.
       01  AUDITORIA-FALLOS             PIC 9(01) VALUE ZERO.
       01  AUDITORIA-NIVEL              PIC 9(01) VALUE ZERO.
       01  AUDITORIA-NUMERO             PIC 9(07) VALUE ZERO.

      * IDENTIFICACIONES FALLIDAS SEGUIDAS QUE BLOQUEAN EL ID, Y
      * TAMBIEN INTENTOS QUE SE DAN EN UNA MISMA SESION.
       77  MAXIMO-FALLOS                PIC 9(01) VALUE 3.
       77  INTENTOS-SESION              PIC 9(05) COMP VALUE ZERO.
       77  FUNCIONES-LLAMADAS           PIC 9(05) COMP VALUE ZERO.

       01  SESION-SW                    PIC X(01) VALUE "N".
           88  SESION-ABIERTA           VALUE "S".
           88  SESION-CERRADA           VALUE "N".

       01  ID-ENTRADA                   PIC X(08).
       01  CLAVE-ENTRADA                PIC X(08).
       01  CLAVE-NUEVA                  PIC X(08).

      * LA CLAVE NO SE GUARDA: SE GUARDA SU VALOR DE CONTROL, PLEGADO
      * SOBRE EL ID Y LA CLAVE CON LA MISMA REGLA DEL SELLO DE LA
      * AUDITORIA (VER AUDSELLO), PARA QUE LA MISMA CLAVE DE DOS
      * OPERADORES NO DE EL MISMO VALOR.
       01  CLAVE-PLEGADA.
           05  CP-OPERADOR              PIC X(08).
           05  CP-CLAVE                 PIC X(08).
       01  CLAVE-PLEGADA-BYTES REDEFINES CLAVE-PLEGADA.
           05  CP-BYTE                  PIC X(01) OCCURS 16 TIMES.
       77  CLAVE-LARGO                  PIC 9(03) COMP VALUE 16.
       01  CLAVE-CALCULADA              PIC 9(08).

      * DATOS DE LA SESION, TOMADOS DEL MAESTRO AL IDENTIFICARSE.
       01  NOMBRE-SESION                PIC X(30).
       01  NIVEL-SESION                 PIC 9(01) VALUE ZERO.
           88  NIVEL-SESION-LOTE        VALUE 2 THRU 9.
           88  NIVEL-SESION-ADMIN       VALUE 3 THRU 9.

       01  OPCION-MENU                  PIC X(01) VALUE SPACE.
           88  OPCION-DIVISIONES        VALUE "1".
           88  OPCION-CURSO             VALUE "2".
           88  OPCION-ARCHIVO           VALUE "3".
           88  OPCION-REPARACION        VALUE "4".
           88  OPCION-OPERADORES        VALUE "5".
           88  OPCION-RETENIDOS         VALUE "6".
           88  OPCION-SALIR             VALUE "S" "s".

      * FUNCION QUE SE LLAMA (PROGRAM-ID) Y CODIGO CON QUE VOLVIO.
       01  FUNCION-PROGRAMA             PIC X(20).
       01  CODIGO-FUNCION               PIC 9(04).

       01  FIN-PENDIENTES-SW            PIC X(01).
           88  FIN-PENDIENTES           VALUE "S".
           88  NO-FIN-PENDIENTES        VALUE "N".
       77  PENDIENTES-TRASPASADOS       PIC 9(05) COMP VALUE ZERO.
       01  CANTIDAD-EDITADA             PIC Z(4)9.

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-IDENTIFICAR-OPERADOR THRU 2000-EXIT
               UNTIL SESION-ABIERTA
                  OR INTENTOS-SESION NOT < MAXIMO-FALLOS.
           CLOSE OPERATOR-MASTER.
           IF SESION-CERRADA
               DISPLAY "MENU-OPERADOR - IDENTIFICACION FALLIDA - "
                   "SESION RECHAZADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2800-ABRIR-SESION THRU 2800-EXIT.
           PERFORM 3000-MENU THRU 3000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 8000-CERRAR-SESION THRU 8000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O OPERATOR-MASTER.
           IF FS-OPERFILE NOT = "00"
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO OPERFILE - "
                   "FILE STATUS " FS-OPERFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SIN PISTA DE AUDITORIA NO SE ABRE NINGUNA SESION. EL ARCHIVO
      * SE ABRE Y CIERRA EN CADA ASIENTO (VER 5300), PORQUE ENTRE UNO
      * Y OTRO LAS FUNCIONES LLAMADAS ESCRIBEN EN EL MISMO.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
               CLOSE OPERATOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * IDENTIFICACION - PIDE ID Y CLAVE Y LOS VALIDA CONTRA EL
      * MAESTRO. UN ID DESCONOCIDO Y UNA CLAVE EQUIVOCADA RECIBEN EL
      * MISMO MENSAJE, PARA NO CONFIRMAR QUE IDS EXISTEN. UN ID SIN
      * CLAVE NO ENTRA: "TODAVIA NO TENGO CLAVE" NO PRUEBA QUIEN ES
      * NADIE. UN ID CON CLAVE INICIAL (LA QUE TECLEO EL ADMINISTRADOR
      * QUE APROBO SU ALTA O REACTIVACION) LA DEBE REEMPLAZAR POR UNA
      * PROPIA ANTES DE ABRIR LA SESION.
      ******************************************************************
       2000-IDENTIFICAR-OPERADOR.
           ADD 1 TO INTENTOS-SESION.
           MOVE ZERO TO AUDITORIA-FALLOS.
           MOVE ZERO TO AUDITORIA-NIVEL.
           MOVE ZERO TO AUDITORIA-NUMERO.
           DISPLAY "ID DE OPERADOR: ".
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA = SPACES
               DISPLAY "MENU-OPERADOR - OPERADOR EN BLANCO"
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "CLAVE: ".
           ACCEPT CLAVE-ENTRADA.
           MOVE ID-ENTRADA TO OPERATOR-ID.
           MOVE ID-ENTRADA TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "MENU-OPERADOR - ID O CLAVE INCORRECTOS"
                   MOVE "RF" TO ACCION-AUDITORIA
                   PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
                   GO TO 2000-EXIT
           END-READ.
           IF OM-FALLOS NOT NUMERIC
               MOVE ZERO TO OM-FALLOS
           END-IF.
           MOVE OM-FALLOS TO AUDITORIA-FALLOS.
           MOVE OM-NIVEL TO AUDITORIA-NIVEL.
           IF OM-BLOQUEADO
               DISPLAY "MENU-OPERADOR - OPERADOR BLOQUEADO: "
                   OPERATOR-ID " - PEDIR SU REACTIVACION"
               MOVE "RF" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT OM-ACTIVO
               DISPLAY "MENU-OPERADOR - OPERADOR INACTIVO: "
                   OPERATOR-ID " - SESION RECHAZADA"
               MOVE "RF" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT OM-NIVEL-CONSULTA
               DISPLAY "MENU-OPERADOR - OPERADOR SIN AUTORIDAD: "
                   OPERATOR-ID " - SESION RECHAZADA"
               MOVE "RF" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF OM-SIN-CLAVE
               DISPLAY "MENU-OPERADOR - " OPERATOR-ID " NO TIENE "
                   "CLAVE INICIAL - PEDIRLA A UN ADMINISTRADOR"
               MOVE "RF" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CALCULAR-CLAVE THRU 2100-EXIT.
           IF OM-CLAVE-CONTROL NOT = CLAVE-CALCULADA
               PERFORM 2300-REGISTRAR-FALLO THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.
      * IDENTIFICACION CORRECTA: LA CUENTA DE FALLAS VUELVE A CERO.
           IF OM-FALLOS NOT = ZERO
               MOVE ZERO TO OM-FALLOS
               REWRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "MENU-OPERADOR - ERROR GRABANDO "
                           "OPERFILE - FILE STATUS " FS-OPERFILE
               END-REWRITE
           END-IF.
           IF OM-CLAVE-PROVISORIA
               PERFORM 2200-DEFINIR-CLAVE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           SET SESION-ABIERTA TO TRUE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * VALOR DE CONTROL DE LA CLAVE TECLEADA PARA EL ID EN CURSO.
      ******************************************************************
       2100-CALCULAR-CLAVE.
           MOVE OM-OPERATOR-ID TO CP-OPERADOR.
           MOVE CLAVE-ENTRADA TO CP-CLAVE.
           MOVE ZERO TO SELLO-CONTROL.
           PERFORM 2110-PLEGAR-CLAVE THRU 2110-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > CLAVE-LARGO.
           MOVE SELLO-CONTROL TO CLAVE-CALCULADA.
       2100-EXIT.
           EXIT.

       2110-PLEGAR-CLAVE.
           MOVE CP-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * CLAVE INICIAL YA VERIFICADA: LA CLAVE NUEVA SE TECLEA DOS
      * VECES, DEBE SER DISTINTA DE LA INICIAL Y SE GRABA SU VALOR DE
      * CONTROL EN EL MAESTRO. NO CUENTA COMO FALLA SI LAS DOS NO
      * COINCIDEN; SOLO NO SE ABRE LA SESION Y LA INICIAL SIGUE VALIDA.
      ******************************************************************
       2200-DEFINIR-CLAVE.
           DISPLAY "MENU-OPERADOR - " OPERATOR-ID
               " TIENE UNA CLAVE INICIAL: DEFINA UNA PROPIA".
           DISPLAY "CLAVE NUEVA: ".
           ACCEPT CLAVE-NUEVA.
           IF CLAVE-NUEVA = SPACES
               DISPLAY "MENU-OPERADOR - LA CLAVE NO PUEDE QUEDAR EN "
                   "BLANCO"
               GO TO 2200-EXIT
           END-IF.
           IF CLAVE-NUEVA = CLAVE-ENTRADA
               DISPLAY "MENU-OPERADOR - LA CLAVE NUEVA DEBE SER "
                   "DISTINTA DE LA INICIAL"
               GO TO 2200-EXIT
           END-IF.
           DISPLAY "REPITA LA CLAVE: ".
           ACCEPT CLAVE-ENTRADA.
           IF CLAVE-ENTRADA NOT = CLAVE-NUEVA
               DISPLAY "MENU-OPERADOR - LAS CLAVES NO COINCIDEN"
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2100-CALCULAR-CLAVE THRU 2100-EXIT.
           MOVE CLAVE-CALCULADA TO OM-CLAVE-CONTROL.
           SET OM-CLAVE-DEFINITIVA TO TRUE.
           MOVE ZERO TO OM-FALLOS.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MENU-OPERADOR - ERROR GRABANDO OPERFILE - "
                       "FILE STATUS " FS-OPERFILE
                   GO TO 2200-EXIT
           END-REWRITE.
           DISPLAY "MENU-OPERADOR - CLAVE DEFINIDA".
           SET SESION-ABIERTA TO TRUE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * CLAVE EQUIVOCADA: SE CUENTA LA FALLA EN EL MAESTRO. AL LLEGAR
      * AL MAXIMO EL ID QUEDA BLOQUEADO (ESTADO "B"), SE ASIENTA "BL"
      * Y LA SESION TERMINA; ANTES DE ESO SE ASIENTA "RF".
      ******************************************************************
       2300-REGISTRAR-FALLO.
           IF OM-FALLOS < 9
               ADD 1 TO OM-FALLOS
           END-IF.
           MOVE OM-FALLOS TO AUDITORIA-FALLOS.
           IF OM-FALLOS NOT < MAXIMO-FALLOS
               SET OM-BLOQUEADO TO TRUE
           END-IF.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MENU-OPERADOR - ERROR GRABANDO OPERFILE - "
                       "FILE STATUS " FS-OPERFILE
           END-REWRITE.
           IF OM-BLOQUEADO
               DISPLAY "MENU-OPERADOR - OPERADOR " OPERATOR-ID
                   " BLOQUEADO TRAS " OM-FALLOS
                   " IDENTIFICACIONES FALLIDAS"
               MOVE "BL" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               MOVE MAXIMO-FALLOS TO INTENTOS-SESION
           ELSE
               DISPLAY "MENU-OPERADOR - ID O CLAVE INCORRECTOS"
               MOVE "RF" TO ACCION-AUDITORIA
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * APERTURA DE LA SESION: SE ASIENTA "SI" Y SE DEJAN OPERATORID Y
      * RUNMODE PUESTOS PARA LAS FUNCIONES, QUE LOS TOMAN DEL ENTORNO
      * COMO CUANDO SE CORREN SOLAS.
      ******************************************************************
       2800-ABRIR-SESION.
           MOVE OM-NOMBRE TO NOMBRE-SESION.
           MOVE OM-NIVEL TO NIVEL-SESION.
           MOVE ZERO TO AUDITORIA-FALLOS.
           MOVE NIVEL-SESION TO AUDITORIA-NIVEL.
           MOVE ZERO TO AUDITORIA-NUMERO.
           MOVE "SI" TO ACCION-AUDITORIA.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           DISPLAY "OPERATORID" UPON ENVIRONMENT-NAME.
           DISPLAY OPERATOR-ID UPON ENVIRONMENT-VALUE.
           DISPLAY "RUNMODE" UPON ENVIRONMENT-NAME.
           DISPLAY "INTERAC" UPON ENVIRONMENT-VALUE.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * MENU - MUESTRA SOLO LAS FUNCIONES QUE EL NIVEL PERMITE; UNA
      * OPCION QUE NO SE MUESTRA TAMPOCO SE ACEPTA.
      ******************************************************************
       3000-MENU.
           DISPLAY " ".
           DISPLAY "MENU DE OPERADOR - " NOMBRE-SESION
               " NIVEL " NIVEL-SESION.
           DISPLAY "1 - CONSULTA DEL REGISTRO (DIVISIONES)".
           DISPLAY "2 - CALCULO INTERACTIVO (CURSO-DE-COBOL)".
           DISPLAY "3 - CONSULTA DEL ARCHIVO (CONSULTA-ARCHIVO)".
           IF NIVEL-SESION-LOTE
               DISPLAY "4 - REPARACION DE RECHAZOS (REPARA-RECHAZOS)"
           END-IF.
           IF NIVEL-SESION-ADMIN
               DISPLAY "5 - MANTENIMIENTO DE OPERADORES"
               DISPLAY "6 - COLA DE RETENIDOS (COLA-RETENIDOS)"
           END-IF.
           DISPLAY "S - SALIR".
           DISPLAY "OPCION: ".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OPCION-DIVISIONES
                   MOVE "Divisiones" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OPCION-CURSO
                   MOVE "Curso-de-Cobol" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OPCION-ARCHIVO
                   MOVE "Consulta-Archivo" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OPCION-REPARACION AND NIVEL-SESION-LOTE
                   MOVE "Repara-Rechazos" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OPCION-OPERADORES AND NIVEL-SESION-ADMIN
                   MOVE "Mantiene-Operadores" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OPCION-RETENIDOS AND NIVEL-SESION-ADMIN
                   MOVE "Cola-Retenidos" TO FUNCION-PROGRAMA
                   PERFORM 4000-LLAMAR-FUNCION THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "OPCION NO DISPONIBLE"
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * LLAMA LA FUNCION ELEGIDA Y LA CANCELA AL VOLVER, PARA QUE LA
      * PROXIMA LLAMADA EMPIECE CON SU WORKING-STORAGE INICIAL Y SUS
      * ARCHIVOS CERRADOS, IGUAL QUE UNA CORRIDA SUELTA.
      ******************************************************************
       4000-LLAMAR-FUNCION.
           MOVE ZERO TO RETURN-CODE.
           CALL FUNCION-PROGRAMA
               ON EXCEPTION
                   DISPLAY "MENU-OPERADOR - FUNCION NO DISPONIBLE: "
                       FUNCION-PROGRAMA
                   GO TO 4000-EXIT
           END-CALL.
           MOVE RETURN-CODE TO CODIGO-FUNCION.
           CANCEL FUNCION-PROGRAMA.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO FUNCIONES-LLAMADAS.
           IF CODIGO-FUNCION NOT = ZERO
               DISPLAY "MENU-OPERADOR - " FUNCION-PROGRAMA
                   " TERMINO CON CODIGO " CODIGO-FUNCION
           END-IF.
           IF OPCION-REPARACION
               PERFORM 4100-TRASPASAR-PENDIENTES THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * TRASPASO DEL ARRASTRE DE REPARA-RECHAZOS (REJPENDN) AL MAESTRO
      * REJPEND, SOLO SI LA SESION TERMINO SIN ERROR, COMO HACE
      * REPAIRJOB. SIN MAESTRO NO HUBO SESION Y NO HAY NADA QUE PASAR.
      ******************************************************************
       4100-TRASPASAR-PENDIENTES.
           IF CODIGO-FUNCION NOT = ZERO
               DISPLAY "MENU-OPERADOR - REJPEND SIN CAMBIOS"
               GO TO 4100-EXIT
           END-IF.
           OPEN INPUT PENDIENTE-FILE.
           IF FS-PENDIENTE NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           CLOSE PENDIENTE-FILE.
           OPEN INPUT PENDIENTE-NUEVO-FILE.
           IF FS-PENDIENTE-N NOT = "00"
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO REJPENDN - "
                   "FILE STATUS " FS-PENDIENTE-N
                   " - REJPEND SIN CAMBIOS"
               GO TO 4100-EXIT
           END-IF.
           OPEN OUTPUT PENDIENTE-FILE.
           IF FS-PENDIENTE NOT = "00"
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO REJPEND - "
                   "FILE STATUS " FS-PENDIENTE
               CLOSE PENDIENTE-NUEVO-FILE
               GO TO 4100-EXIT
           END-IF.
           MOVE ZERO TO PENDIENTES-TRASPASADOS.
           MOVE "N" TO FIN-PENDIENTES-SW.
           PERFORM 4110-TRASPASAR-SIGUIENTE THRU 4110-EXIT
               UNTIL FIN-PENDIENTES.
           CLOSE PENDIENTE-NUEVO-FILE.
           CLOSE PENDIENTE-FILE.
           MOVE PENDIENTES-TRASPASADOS TO CANTIDAD-EDITADA.
           DISPLAY "MENU-OPERADOR - RECHAZOS QUE SIGUEN PENDIENTES: "
               CANTIDAD-EDITADA.
       4100-EXIT.
           EXIT.

       4110-TRASPASAR-SIGUIENTE.
           READ PENDIENTE-NUEVO-FILE
               AT END
                   MOVE "S" TO FIN-PENDIENTES-SW
                   GO TO 4110-EXIT
           END-READ.
           MOVE PENDIENTE-NUEVO-RECORD TO PENDIENTE-RECORD.
           WRITE PENDIENTE-RECORD.
           ADD 1 TO PENDIENTES-TRASPASADOS.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * ESCRITURA EN EL ARCHIVO DE AUDITORIA (AUDITFILE), COMPARTIDO
      * POR TODOS LOS PROGRAMAS DE ESTE SISTEMA. SE ABRE Y CIERRA EN
      * CADA ASIENTO: MIENTRAS LA SESION ESTA ABIERTA LAS FUNCIONES
      * LLAMADAS ESCRIBEN SUS PROPIOS ASIENTOS EN EL MISMO ARCHIVO.
      ******************************************************************
       5300-ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE RUN-TIME-HHMM RUN-TIME-SS
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           END-STRING.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "Menu-Operador" TO AUD-PROGRAM-NAME.
           MOVE AUDITORIA-FALLOS TO AUD-NUM1.
           MOVE AUDITORIA-NIVEL TO AUD-NUM2.
           MOVE AUDITORIA-NUMERO TO AUD-RESULTADO.
           MOVE ACCION-AUDITORIA TO AUD-ACCION.
           PERFORM 5310-SELLAR-AUDITORIA THRU 5310-EXIT.
      * EL AUDITFILE SE ABRE Y CIERRA EN CADA ASIENTO, DENTRO DEL
      * BLOQUEO DEL AUDITCTL, PARA QUE EL ASIENTO ESTE EN DISCO ANTES
      * DE QUE OTRO PROGRAMA SELLE EL SIGUIENTE.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO AUDITFILE - "
                   "FILE STATUS " FS-AUDITORIA
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
               GO TO 5300-EXIT
           END-IF.
           WRITE AUDIT-RECORD.
           IF FS-AUDITORIA = "00"
               CLOSE AUDIT-FILE
               PERFORM 5330-GRABAR-SELLO THRU 5330-EXIT
           ELSE
               CLOSE AUDIT-FILE
               PERFORM 5340-LIBERAR-AUDITCTL THRU 5340-EXIT
           END-IF.
       5300-EXIT.
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
               DISPLAY "MENU-OPERADOR - ERROR ABRIENDO AUDITCTL - "
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
               DISPLAY "MENU-OPERADOR - ERROR GRABANDO AUDITCTL - "
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

      ******************************************************************
      * CIERRE DE LA SESION: ASIENTO "SO" CON LA CANTIDAD DE FUNCIONES
      * LLAMADAS.
      ******************************************************************
       8000-CERRAR-SESION.
           MOVE ZERO TO AUDITORIA-FALLOS.
           MOVE NIVEL-SESION TO AUDITORIA-NIVEL.
           MOVE FUNCIONES-LLAMADAS TO AUDITORIA-NUMERO.
           MOVE "SO" TO ACCION-AUDITORIA.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           MOVE FUNCIONES-LLAMADAS TO CANTIDAD-EDITADA.
           DISPLAY "MENU-OPERADOR - SESION TERMINADA - FUNCIONES "
               "LLAMADAS: " CANTIDAD-EDITADA.
       8000-EXIT.
           EXIT.

       END PROGRAM Menu-Operador.
