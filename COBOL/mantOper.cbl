      *             applied or rejected and the reason: id duplicado en
      *             un alta, id desconocido en una baja, nivel
      *             invalido. Run by OPERJOB after the HR file arrives.
      * 2026-10-15  Maker-checker. No alta, baja, reactivacion or cambio
      *             de nivel touches OPERFILE directly any more, from
      *             the menu or from MOVFILE: each one is held as a
      *             numbered pending change in PENDOPER (see OPERPEND)
      *             until a second, different level-3 operator
      *             approves or rejects it from the new (P)ENDIENTES
      *             option; nobody approves a change they requested
      *             or a change to their own id. An approved change is
      *             revalidated against the master, applied and written
      *             with its before and after images to the permanent
      *             OPERHIST history (see OPERHIST, and Historia-
      *             Operadores for the report). OPERATORID is now
      *             validated at startup: level 3 for the menu, level 2
      *             for the batch load, refused with an "RF" audit
      *             entry otherwise. Every request, approval and
      *             rejection goes to AUDITFILE ("MS", "MA", "MR"). The
      *             menu gains the cambio de nivel that only the batch
      *             load had. While the master holds fewer than two
      *             active level-3 operators nobody could ever approve,
      *             so the run works in arranque mode: changes are
      *             still numbered, audited and kept in the history,
      *             but applied at once with reviewer "ARRANQUE".
      * 2026-10-15  Can be called from the Menu-Operador front door:
      *             the mainline ends with GOBACK instead of STOP RUN
      *             (same behaviour when run on its own). A
      *             reactivation also lifts a sign-on lockout (estado
      *             "B", see OPERMAST) and clears the operator's
      *             sign-on key and failure count, so the operator
      *             defines a new key at the next sign-on.
      * 2026-10-15  Arranque mode is now only for a master with no
      *             level-3 id at all, active or locked, so locking
      *             administrators out no longer switches approval off;
      *             OPERATORID must still be a known active level-2 id
      *             (only an empty master skips the check). A change
      *             that no other active administrator could approve
      *             (nobody but the requester and the id changed) is
      *             refused with reason "SR", and a requester may
      *             withdraw their own pending change. Whoever approves
      *             an alta or a reactivation now types the operator's
      *             initial key, which the operator must replace at the
      *             first sign-on (OM-CLAVE-ESTADO, see OPERMAST); the
      *             new (C)LAVE option ("K" change) gives an active id
      *             a new initial key the same way.
      * 2026-10-15  AUDITFILE is opened, written and closed for each
      *             entry instead of being held open for the run, and
      *             AUDITCTL is held under an exclusive lock from the
      *             read of the last seal to its rewrite, so two
      *             programs writing at the same time can no longer
      *             seal on the same last entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantiene-Operadores.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVRPT.

           SELECT PENDIENTE-OPER-FILE
               ASSIGN TO "PENDOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS FS-PENDOPER.

           SELECT HISTORIA-OPER-FILE
               ASSIGN TO "OPERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERHIST.

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
       COPY OPERPEND.
       COPY OPERHIST.
       COPY AUDITREC.
       COPY AUDITCTL.

       FD  MOVIMIENTO-FILE
           LABEL RECORDS ARE STANDARD
       01  FS-OPERFILE                  PIC XX.
       01  FS-MOVFILE                   PIC XX.
       01  FS-MOVRPT                    PIC XX.
       01  FS-PENDOPER                  PIC XX.
       01  FS-OPERHIST                  PIC XX.
       01  FS-AUDITORIA                 PIC XX.
       01  FS-AUDITCTL                  PIC XX.

       01  OPERATOR-ID                  PIC X(08).
       01  RUN-DATE                     PIC 9(08).
       01  RUN-TIME.
           05  RUN-TIME-HHMM            PIC 9(04).
           05  RUN-TIME-SS              PIC 9(02).
           05  FILLER                   PIC 9(02).
       01  HORA-CAMBIO.
           05  HC-HHMM                  PIC 9(04).
           05  HC-SS                    PIC 9(02).

      * ACCION QUE SE ASIENTA EN LA AUDITORIA: "RF" CORRIDA RECHAZADA
      * POR OPERADOR INVALIDO, "MS" CAMBIO SOLICITADO, "MA" CAMBIO
      * APROBADO Y APLICADO, "MR" CAMBIO RECHAZADO O INAPLICABLE. EL
      * NUMERO DEL CAMBIO VA EN AUD-RESULTADO Y EL NIVEL PEDIDO EN
      * AUD-NUM2 (VER AUDITREC).
       01  ACCION-AUDITORIA             PIC X(02) VALUE SPACES.
       01  AUDITORIA-NIVEL              PIC 9(01) VALUE ZERO.
       01  AUDITORIA-NUMERO             PIC 9(07) VALUE ZERO.

      * MODO ARRANQUE: SOLO UN MAESTRO SIN NINGUN ID DE NIVEL 3
      * ACTIVO O BLOQUEADO NO TIENE QUIEN APRUEBE, ASI QUE LOS CAMBIOS
      * SE APLICAN EN EL ACTO (NUMERADOS, AUDITADOS E HISTORIADOS
      * IGUAL) CON REVISOR "ARRANQUE". UN ADMINISTRADOR BLOQUEADO
      * SIGUE CONTANDO: BLOQUEAR IDS NO DEBE ABRIR EL MODO ARRANQUE.
       01  ARRANQUE-SW                  PIC X(01) VALUE "N".
           88  MODO-ARRANQUE            VALUE "S".
           88  MODO-CONTROLADO          VALUE "N".
       77  OPERADORES-REGISTRADOS       PIC 9(05) COMP VALUE ZERO.
       77  ADMINISTRADORES-REGISTRADOS  PIC 9(05) COMP VALUE ZERO.
       77  ADMINISTRADORES-ACTIVOS      PIC 9(05) COMP VALUE ZERO.

      * ADMINISTRADORES ACTIVOS QUE PUEDEN REVISAR EL CAMBIO QUE SE
      * SOLICITA: NI EL QUE LO PIDE NI EL ID AFECTADO.
       77  REVISORES-POSIBLES           PIC 9(05) COMP VALUE ZERO.

      * ULTIMO NUMERO DE CAMBIO USADO EN PENDOPER; SE TOMA AL ARRANCAR
      * RECORRIENDO EL ARCHIVO Y SE AVANZA CON CADA SOLICITUD.
       01  ULTIMO-NUMERO-CAMBIO         PIC 9(07) VALUE ZERO.

      * CAMBIO QUE SE ESTA SOLICITANDO, DESDE EL MENU O DESDE MOVFILE.
       01  CAMBIO-SOLICITADO.
           05  CAMBIO-ACCION            PIC X(01).
               88  CAMBIO-PIDE-CLAVE    VALUE "A" "R" "K".
           05  CAMBIO-OPERADOR          PIC X(08).
           05  CAMBIO-NIVEL             PIC X(01).
           05  CAMBIO-NOMBRE            PIC X(30).
           05  CAMBIO-ORIGEN            PIC X(01).
       01  REVISOR-CAMBIO               PIC X(08).

       01  CAMBIO-EN-CURSO-SW           PIC X(01).
           88  HAY-CAMBIO-EN-CURSO      VALUE "S".
           88  NO-HAY-CAMBIO-EN-CURSO   VALUE "N".

       01  FIN-PENDIENTES-SW            PIC X(01).
           88  FIN-PENDIENTES           VALUE "S".
           88  NO-FIN-PENDIENTES        VALUE "N".

       01  FIN-MAESTRO-SW               PIC X(01).
           88  FIN-MAESTRO              VALUE "S".
           88  NO-FIN-MAESTRO           VALUE "N".

      * EL REVISOR PUEDE CORTAR LA REVISION CON (F)INALIZAR; LO QUE
      * QUEDA SIGUE PENDIENTE PARA LA PROXIMA.
       01  REVISION-CORTADA-SW          PIC X(01) VALUE "N".
           88  REVISION-CORTADA         VALUE "S".

       01  OPCION-REVISION              PIC X(01).
           88  OPCION-APROBAR           VALUE "A" "a".
           88  OPCION-RECHAZAR          VALUE "R" "r".
           88  OPCION-FINALIZAR         VALUE "F" "f".

       77  CAMBIOS-MOSTRADOS            PIC 9(05) COMP VALUE ZERO.

      * CONTROL DEL MODO DE CORRIDA (INTERACTIVO O POR LOTE), IGUAL
      * QUE EN CURSO-DE-COBOL.
           88  FIN-MOVIMIENTOS          VALUE "S".
           88  NO-FIN-MOVIMIENTOS       VALUE "N".

      * RESULTADO DEL MOVIMIENTO EN CURSO. "00" SIGNIFICA ACEPTADO
      * (QUEDA PENDIENTE DE APROBACION, O APLICADO EN MODO ARRANQUE);
      * CUALQUIER OTRO VALOR ES EL MOTIVO DEL RECHAZO. LOS MISMOS
      * CODIGOS SE USAN AL APLICAR UN CAMBIO APROBADO Y QUEDAN EN
      * PO-MOTIVO CUANDO YA NO SE PUEDE APLICAR.
       01  MOTIVO-MOVIMIENTO            PIC X(02).
           88  MOVIMIENTO-ACEPTADO      VALUE "00".
           88  MOV-ACCION-INVALIDA      VALUE "AC".
           88  MOV-ID-EN-BLANCO         VALUE "IB".
           88  MOV-ID-DUPLICADO         VALUE "ID".
           88  MOV-NIVEL-INVALIDO       VALUE "NV".
           88  MOV-YA-INACTIVO          VALUE "YI".
           88  MOV-YA-ACTIVO            VALUE "YA".
           88  MOV-CAMBIO-PENDIENTE     VALUE "CP".
           88  MOV-ERROR-GRABACION      VALUE "EG".
           88  MOV-NO-ACTIVO            VALUE "NA".
           88  MOV-SIN-REVISOR          VALUE "SR".

       77  MOVIMIENTOS-LEIDOS           PIC 9(05) COMP VALUE ZERO.
       77  MOVIMIENTOS-ACEPTADOS        PIC 9(05) COMP VALUE ZERO.
       77  MOVIMIENTOS-RECHAZADOS       PIC 9(05) COMP VALUE ZERO.

      * ENCABEZADO Y LINEAS DEL REPORTE DE MOVIMIENTOS POR LOTE
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MDL-DESCRIPCION          PIC X(30).
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  MOV-CAMBIO-DESCRIPCION.
           05  FILLER                   PIC X(11) VALUE "CAMBIO NRO ".
           05  MCD-NUMERO               PIC 9(07).
           05  FILLER                   PIC X(12) VALUE SPACES.
       01  MOV-TOTAL-LINEA.
           05  MTL-TEXTO                PIC X(30).
           05  MTL-CANTIDAD             PIC Z(4)9.
           88  OPCION-ALTA              VALUE "A".
           88  OPCION-BAJA              VALUE "B".
           88  OPCION-REACTIVAR         VALUE "R".
           88  OPCION-NIVEL             VALUE "N".
           88  OPCION-CLAVE             VALUE "C".
           88  OPCION-PENDIENTES        VALUE "P".
           88  OPCION-LISTAR            VALUE "L".
           88  OPCION-SALIR             VALUE "S".


       77  OPERADORES-LISTADOS          PIC 9(05) COMP VALUE ZERO.

      * CLAVE INICIAL QUE TECLEA QUIEN APRUEBA UN ALTA, UNA
      * REACTIVACION O UNA CLAVE NUEVA. NO SE GUARDA: SE GUARDA SU
      * VALOR DE CONTROL, PLEGADO SOBRE EL ID Y LA CLAVE CON LA MISMA
      * REGLA QUE USA MENU-OPERADOR, Y EL ID QUEDA OBLIGADO A
      * CAMBIARLA EN SU PRIMERA IDENTIFICACION.
       01  CLAVE-INICIAL-SW             PIC X(01) VALUE "N".
           88  HAY-CLAVE-INICIAL        VALUE "S".
           88  NO-HAY-CLAVE-INICIAL     VALUE "N".
       01  CLAVE-ENTRADA                PIC X(08).
       01  CLAVE-REPETIDA               PIC X(08).
       01  CLAVE-PLEGADA.
           05  CP-OPERADOR              PIC X(08).
           05  CP-CLAVE                 PIC X(08).
       01  CLAVE-PLEGADA-BYTES REDEFINES CLAVE-PLEGADA.
           05  CP-BYTE                  PIC X(01) OCCURS 16 TIMES.
       77  CLAVE-LARGO                  PIC 9(03) COMP VALUE 16.
       01  CLAVE-CALCULADA              PIC 9(08).

      * CAMPOS DE TRABAJO DEL SELLO ENCADENADO DE LA AUDITORIA.
       COPY AUDSELLO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               PERFORM 2000-MENU THRU 2000-EXIT
                   UNTIL OPCION-SALIR
           END-IF.
      * UNA CORRIDA EN MODO ARRANQUE DEBE DEJAR AL MENOS DOS
      * ADMINISTRADORES ACTIVOS; SI NO, NADIE PODRA APROBAR NADA.
           IF MODO-ARRANQUE
               PERFORM 1200-CONTAR-ADMINISTRADORES THRU 1200-EXIT
               IF ADMINISTRADORES-ACTIVOS < 2
                   DISPLAY "MANTIENE-OPERADORES - AVISO: EL MAESTRO "
                       "QUEDA CON MENOS DE DOS ADMINISTRADORES ACTIVOS"
                   DISPLAY "MANTIENE-OPERADORES - NINGUN CAMBIO "
                       "PODRA APROBARSE HASTA DAR DE ALTA OTRO"
               END-IF
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           IF MODO-BATCH AND MOVIMIENTOS-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT RUN-MODE-SW FROM ENVIRONMENT "RUNMODE".
           IF RUN-MODE-SW = SPACES
               MOVE "INTERAC" TO RUN-MODE-SW
           END-IF.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATORID".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O OPERATOR-MASTER.
           IF FS-OPERFILE = "35"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PENDIENTE-OPER-FILE.
           IF FS-PENDOPER = "35"
               OPEN OUTPUT PENDIENTE-OPER-FILE
               CLOSE PENDIENTE-OPER-FILE
               OPEN I-O PENDIENTE-OPER-FILE
           END-IF.
           IF FS-PENDOPER NOT = "00"
               DISPLAY "MANTIENE-OPERADORES - ERROR ABRIENDO PENDOPER"
                   " - FILE STATUS " FS-PENDOPER
               CLOSE OPERATOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND HISTORIA-OPER-FILE.
           IF FS-OPERHIST = "35"
               OPEN OUTPUT HISTORIA-OPER-FILE
           END-IF.
           IF FS-OPERHIST NOT = "00"
               DISPLAY "MANTIENE-OPERADORES - ERROR ABRIENDO OPERHIST"
                   " - FILE STATUS " FS-OPERHIST
               CLOSE OPERATOR-MASTER
               CLOSE PENDIENTE-OPER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SIN PISTA DE AUDITORIA NO SE TRABAJA. EL ARCHIVO SE ABRE Y
      * CIERRA EN CADA ASIENTO (VER 5300), PORQUE OTROS PROGRAMAS
      * ESCRIBEN EN EL MIENTRAS TANTO.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "MANTIENE-OPERADORES - ERROR ABRIENDO AUDITFILE"
                   " - FILE STATUS " FS-AUDITORIA
               CLOSE OPERATOR-MASTER
               CLOSE PENDIENTE-OPER-FILE
               CLOSE HISTORIA-OPER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDIT-FILE.
           PERFORM 1200-CONTAR-ADMINISTRADORES THRU 1200-EXIT.
           PERFORM 1250-ULTIMO-CAMBIO THRU 1250-EXIT.
           PERFORM 1300-VALIDAR-OPERADOR THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * CUENTA LOS OPERADORES DEL MAESTRO, LOS IDS DE NIVEL 3 ACTIVOS
      * O BLOQUEADOS (SIN NINGUNO SE ENTRA EN MODO ARRANQUE) Y, DE
      * ESOS, LOS ACTIVOS.
      ******************************************************************
       1200-CONTAR-ADMINISTRADORES.
           MOVE ZERO TO OPERADORES-REGISTRADOS.
           MOVE ZERO TO ADMINISTRADORES-REGISTRADOS.
           MOVE ZERO TO ADMINISTRADORES-ACTIVOS.
           MOVE SPACES TO OM-OPERATOR-ID.
           MOVE "N" TO FIN-MAESTRO-SW.
           START OPERATOR-MASTER KEY IS >= OM-OPERATOR-ID
               INVALID KEY
                   MOVE "S" TO FIN-MAESTRO-SW
           END-START.
           PERFORM 1210-CONTAR-SIGUIENTE THRU 1210-EXIT
               UNTIL FIN-MAESTRO.
       1200-EXIT.
           EXIT.

       1210-CONTAR-SIGUIENTE.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-MAESTRO-SW
                   GO TO 1210-EXIT
           END-READ.
           ADD 1 TO OPERADORES-REGISTRADOS.
           IF OM-NIVEL-ADMIN AND (OM-ACTIVO OR OM-BLOQUEADO)
               ADD 1 TO ADMINISTRADORES-REGISTRADOS
           END-IF.
           IF OM-ACTIVO AND OM-NIVEL-ADMIN
               ADD 1 TO ADMINISTRADORES-ACTIVOS
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * TOMA EL ULTIMO NUMERO DE CAMBIO USADO. EL ARCHIVO SE RECORRE EN
      * ORDEN DE CLAVE, ASI QUE EL ULTIMO LEIDO ES EL MAS ALTO.
      ******************************************************************
       1250-ULTIMO-CAMBIO.
           MOVE ZERO TO ULTIMO-NUMERO-CAMBIO.
           MOVE ZERO TO PO-NUMERO.
           MOVE "N" TO FIN-PENDIENTES-SW.
           START PENDIENTE-OPER-FILE KEY IS >= PO-NUMERO
               INVALID KEY
                   MOVE "S" TO FIN-PENDIENTES-SW
           END-START.
           PERFORM 1260-ULTIMO-SIGUIENTE THRU 1260-EXIT
               UNTIL FIN-PENDIENTES.
       1250-EXIT.
           EXIT.

       1260-ULTIMO-SIGUIENTE.
           READ PENDIENTE-OPER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PENDIENTES-SW
                   GO TO 1260-EXIT
           END-READ.
           MOVE PO-NUMERO TO ULTIMO-NUMERO-CAMBIO.
       1260-EXIT.
           EXIT.

      ******************************************************************
      * VALIDA EL OPERADOR CONTRA EL MISMO MAESTRO QUE MANTIENE: DEBE
      * EXISTIR, ESTAR ACTIVO Y TENER NIVEL 3 PARA EL MENU O NIVEL 2
      * PARA LA CARGA POR LOTE. UN RECHAZO SE ASIENTA EN LA AUDITORIA
      * CON ACCION "RF" Y LA CORRIDA TERMINA CON CODIGO 8. SOLO UN
      * MAESTRO SIN NINGUN ID DE NIVEL 3 ACTIVO O BLOQUEADO ENTRA EN
      * MODO ARRANQUE, Y AUN ASI EL OPERADOR DEBE SER UN ID ACTIVO DEL
      * MAESTRO CON NIVEL 2 (EL MAS ALTO QUE HAY). UN MAESTRO VACIO NO
      * TIENE CONTRA QUE VALIDAR: AHI BASTA UN OPERATORID NO EN
      * BLANCO, QUE QUEDA COMO SOLICITANTE DE CADA CAMBIO.
      ******************************************************************
       1300-VALIDAR-OPERADOR.
           IF OPERATOR-ID = SPACES
               DISPLAY "MANTIENE-OPERADORES - OPERADOR EN BLANCO - "
                   "CORRIDA RECHAZADA"
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           IF OPERADORES-REGISTRADOS = ZERO
               SET MODO-ARRANQUE TO TRUE
               DISPLAY "MANTIENE-OPERADORES - AVISO: MAESTRO DE "
                   "OPERADORES VACIO - MODO ARRANQUE"
               GO TO 1300-EXIT
           END-IF.
           MOVE OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "MANTIENE-OPERADORES - OPERADOR "
                       "DESCONOCIDO: " OPERATOR-ID
                       " - CORRIDA RECHAZADA"
                   PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-READ.
           IF NOT OM-ACTIVO
               DISPLAY "MANTIENE-OPERADORES - OPERADOR INACTIVO: "
                   OPERATOR-ID " - CORRIDA RECHAZADA"
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           IF MODO-BATCH AND NOT OM-NIVEL-LOTE
               DISPLAY "MANTIENE-OPERADORES - OPERADOR SIN "
                   "AUTORIDAD DE LOTE: " OPERATOR-ID
                   " - CORRIDA RECHAZADA"
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
           IF ADMINISTRADORES-REGISTRADOS = ZERO
               IF NOT OM-NIVEL-LOTE
                   DISPLAY "MANTIENE-OPERADORES - OPERADOR SIN "
                       "AUTORIDAD DE LOTE: " OPERATOR-ID
                       " - CORRIDA RECHAZADA"
                   PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
               END-IF
               SET MODO-ARRANQUE TO TRUE
               DISPLAY "MANTIENE-OPERADORES - AVISO: NO HAY "
                   "ADMINISTRADORES EN EL MAESTRO - MODO ARRANQUE"
               GO TO 1300-EXIT
           END-IF.
           IF NOT MODO-BATCH AND NOT OM-NIVEL-ADMIN
               DISPLAY "MANTIENE-OPERADORES - OPERADOR SIN "
                   "AUTORIDAD DE ADMINISTRACION: " OPERATOR-ID
                   " - CORRIDA RECHAZADA"
               PERFORM 1350-RECHAZAR-OPERADOR THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * ASIENTA EL RECHAZO EN LA AUDITORIA (ACCION "RF") Y TERMINA LA
      * CORRIDA CON CODIGO 8.
      ******************************************************************
       1350-RECHAZAR-OPERADOR.
           MOVE "RF" TO ACCION-AUDITORIA.
           MOVE ZERO TO AUDITORIA-NIVEL.
           MOVE ZERO TO AUDITORIA-NUMERO.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * MENU PRINCIPAL - UNA OPCION POR VUELTA HASTA ELEGIR SALIR.
      ******************************************************************
       2000-MENU.
           DISPLAY "MANTENIMIENTO DE OPERADORES".
           DISPLAY "(A)LTA (B)AJA (R)EACTIVAR (N)IVEL (C)LAVE "
               "(P)ENDIENTES (L)ISTAR (S)ALIR: ".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 4000-BAJA-OPERADOR THRU 4000-EXIT
               WHEN OPCION-REACTIVAR
                   PERFORM 4500-REACTIVAR-OPERADOR THRU 4500-EXIT
               WHEN OPCION-NIVEL
                   PERFORM 4700-CAMBIAR-NIVEL THRU 4700-EXIT
               WHEN OPCION-CLAVE
                   PERFORM 4800-CLAVE-INICIAL THRU 4800-EXIT
               WHEN OPCION-PENDIENTES
                   PERFORM 8000-REVISAR-PENDIENTES THRU 8000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5000-LISTAR-OPERADORES THRU 5000-EXIT
               WHEN OPCION-SALIR
           EXIT.

      ******************************************************************
      * ALTA - SOLICITA EL ALTA DE UN OPERADOR NUEVO, ACTIVO, CON SU
      * NOMBRE Y NIVEL DE AUTORIDAD (1 CONSULTA, 2 LOTE, 3
      * ADMINISTRACION). QUEDA PENDIENTE DE APROBACION.
      ******************************************************************
       3000-ALTA-OPERADOR.
           DISPLAY "ID DEL OPERADOR (8 POSICIONES): ".
               DISPLAY "ID EN BLANCO - ALTA CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE ID-ENTRADA TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               NOT INVALID KEY
                   DISPLAY "EL OPERADOR " ID-ENTRADA " YA EXISTE"
                   GO TO 3000-EXIT
           END-READ.
           MOVE ID-ENTRADA TO CAMBIO-OPERADOR.
           PERFORM 7100-BUSCAR-CAMBIO-EN-CURSO THRU 7100-EXIT.
           IF HAY-CAMBIO-EN-CURSO
               DISPLAY "EL OPERADOR " ID-ENTRADA " YA TIENE UN CAMBIO "
                   "PENDIENTE DE APROBACION"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "NOMBRE DEL OPERADOR: ".
           ACCEPT NOMBRE-ENTRADA.
           DISPLAY "NIVEL DE AUTORIDAD (1, 2 O 3): ".
               DISPLAY "NIVEL INVALIDO - ALTA CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE "A" TO CAMBIO-ACCION.
           MOVE NIVEL-ENTRADA TO CAMBIO-NIVEL.
           MOVE NOMBRE-ENTRADA TO CAMBIO-NOMBRE.
           MOVE "I" TO CAMBIO-ORIGEN.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * BAJA - SOLICITA MARCAR EL OPERADOR COMO INACTIVO. EL REGISTRO
      * SE CONSERVA PARA QUE LA PISTA DE AUDITORIA SIGA TENIENDO DUENO.
      ******************************************************************
       4000-BAJA-OPERADOR.
           DISPLAY "ID DEL OPERADOR A DAR DE BAJA: ".
               DISPLAY "OPERADOR " ID-ENTRADA " YA ESTA INACTIVO"
               GO TO 4000-EXIT
           END-IF.
           MOVE "B" TO CAMBIO-ACCION.
           MOVE SPACE TO CAMBIO-NIVEL.
           PERFORM 4900-SOLICITAR-SOBRE-EXISTENTE THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * REACTIVAR - SOLICITA VOLVER A PONER ACTIVO UN OPERADOR DADO DE
      * BAJA.
      ******************************************************************
       4500-REACTIVAR-OPERADOR.
           DISPLAY "ID DEL OPERADOR A REACTIVAR: ".
               DISPLAY "OPERADOR " ID-ENTRADA " YA ESTA ACTIVO"
               GO TO 4500-EXIT
           END-IF.
           MOVE "R" TO CAMBIO-ACCION.
           MOVE SPACE TO CAMBIO-NIVEL.
           PERFORM 4900-SOLICITAR-SOBRE-EXISTENTE THRU 4900-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * NIVEL - SOLICITA CAMBIAR EL NIVEL DE AUTORIDAD DE UN OPERADOR
      * EXISTENTE, IGUAL QUE EL MOVIMIENTO "N" DE LA CARGA POR LOTE.
      ******************************************************************
       4700-CAMBIAR-NIVEL.
           DISPLAY "ID DEL OPERADOR A CAMBIAR DE NIVEL: ".
           ACCEPT ID-ENTRADA.
           MOVE ID-ENTRADA TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR " ID-ENTRADA " NO EXISTE"
                   GO TO 4700-EXIT
           END-READ.
           DISPLAY "NIVEL ACTUAL: " OM-NIVEL
               " - NIVEL NUEVO (1, 2 O 3): ".
           ACCEPT NIVEL-ENTRADA.
           IF NIVEL-ENTRADA NOT = "1" AND NIVEL-ENTRADA NOT = "2"
            AND NIVEL-ENTRADA NOT = "3"
               DISPLAY "NIVEL INVALIDO - CAMBIO CANCELADO"
               GO TO 4700-EXIT
           END-IF.
           IF NIVEL-ENTRADA = OM-NIVEL
               DISPLAY "EL OPERADOR " ID-ENTRADA " YA TIENE ESE NIVEL"
               GO TO 4700-EXIT
           END-IF.
           MOVE "N" TO CAMBIO-ACCION.
           MOVE NIVEL-ENTRADA TO CAMBIO-NIVEL.
           PERFORM 4900-SOLICITAR-SOBRE-EXISTENTE THRU 4900-EXIT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * CLAVE - SOLICITA UNA CLAVE INICIAL NUEVA PARA UN OPERADOR
      * ACTIVO (NUNCA TUVO UNA, O LA OLVIDO). LA TECLEA QUIEN APRUEBA
      * EL CAMBIO. UN ID BLOQUEADO O INACTIVO SE REACTIVA, Y LA
      * REACTIVACION YA LLEVA SU CLAVE INICIAL.
      ******************************************************************
       4800-CLAVE-INICIAL.
           DISPLAY "ID DEL OPERADOR QUE RECIBE CLAVE INICIAL: ".
           ACCEPT ID-ENTRADA.
           MOVE ID-ENTRADA TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERADOR " ID-ENTRADA " NO EXISTE"
                   GO TO 4800-EXIT
           END-READ.
           IF NOT OM-ACTIVO
               DISPLAY "OPERADOR " ID-ENTRADA " NO ESTA ACTIVO - "
                   "USE REACTIVAR"
               GO TO 4800-EXIT
           END-IF.
           MOVE "K" TO CAMBIO-ACCION.
           MOVE SPACE TO CAMBIO-NIVEL.
           PERFORM 4900-SOLICITAR-SOBRE-EXISTENTE THRU 4900-EXIT.
       4800-EXIT.
           EXIT.

      * BAJA, REACTIVACION, CAMBIO DE NIVEL Y CLAVE DESDE EL MENU: EL
      * REGISTRO DEL MAESTRO YA ESTA LEIDO; SE RECHAZA SI EL ID TIENE
      * OTRO CAMBIO EN CURSO Y SI NO SE REGISTRA EL PEDIDO.
       4900-SOLICITAR-SOBRE-EXISTENTE.
           MOVE ID-ENTRADA TO CAMBIO-OPERADOR.
           MOVE OM-NOMBRE TO CAMBIO-NOMBRE.
           MOVE "I" TO CAMBIO-ORIGEN.
           PERFORM 7100-BUSCAR-CAMBIO-EN-CURSO THRU 7100-EXIT.
           IF HAY-CAMBIO-EN-CURSO
               DISPLAY "EL OPERADOR " ID-ENTRADA " YA TIENE UN CAMBIO "
                   "PENDIENTE DE APROBACION"
               GO TO 4900-EXIT
           END-IF.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR - RECORRE EL MAESTRO COMPLETO EN ORDEN DE CLAVE.
      ******************************************************************
       5100-EXIT.
           EXIT.

      ******************************************************************
      * ESCRITURA EN EL ARCHIVO DE AUDITORIA (AUDITFILE), COMPARTIDO
      * POR TODOS LOS PROGRAMAS DE ESTE SISTEMA.
      ******************************************************************
       5300-ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE RUN-TIME-HHMM RUN-TIME-SS
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           END-STRING.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "Mantiene-Operadores" TO AUD-PROGRAM-NAME.
           MOVE ZERO TO AUD-NUM1.
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
               DISPLAY "MANTIENE-OPERADORES - ERROR ABRIENDO AUDITFILE "
                   "- FILE STATUS " FS-AUDITORIA
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
               DISPLAY "MANTIENE-OPERADORES - ERROR ABRIENDO AUDITCTL "
                   "- FILE STATUS " FS-AUDITCTL
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
               DISPLAY "MANTIENE-OPERADORES - ERROR GRABANDO AUDITCTL "
                   "- FILE STATUS " FS-AUDITCTL
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
      * PROCESO POR LOTE DE MOVIMIENTOS - LEE EL ARCHIVO DE ALTAS,
      * BAJAS, REACTIVACIONES Y CAMBIOS DE NIVEL QUE MANDA RECURSOS
      * HUMANOS Y REGISTRA CADA UNO COMO CAMBIO PENDIENTE DE
      * APROBACION SIN TECLEAR NADA A MANO. CADA MOVIMIENTO QUEDA EN
      * EL REPORTE COMO PENDIENTE (CON SU NUMERO DE CAMBIO) O
      * RECHAZADO CON SU MOTIVO.
      ******************************************************************
       6000-PROCESO-LOTE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTO-FILE.
           EXIT.

      ******************************************************************
      * VALIDA EL MOVIMIENTO EN CURSO CONTRA EL MAESTRO Y, SI PASA, LO
      * REGISTRA COMO CAMBIO PENDIENTE. SE QUEDA CON EL PRIMER MOTIVO
      * DE RECHAZO ENCONTRADO: ACCION DESCONOCIDA, ID EN BLANCO, NIVEL
      * INVALIDO, ID CON OTRO CAMBIO EN CURSO, ID DUPLICADO EN UN
      * ALTA, ID DESCONOCIDO EN UNA BAJA, REACTIVACION O CAMBIO DE
      * NIVEL, O ESTADO QUE YA ERA EL PEDIDO.
      ******************************************************************
       6200-APLICAR-MOVIMIENTO.
           SET MOVIMIENTO-ACEPTADO TO TRUE.
           IF NOT MV-ACCION-VALIDA
               SET MOV-ACCION-INVALIDA TO TRUE
               GO TO 6200-EXIT
               SET MOV-NIVEL-INVALIDO TO TRUE
               GO TO 6200-EXIT
           END-IF.
           MOVE MV-OPERADOR TO CAMBIO-OPERADOR.
           PERFORM 7100-BUSCAR-CAMBIO-EN-CURSO THRU 7100-EXIT.
           IF HAY-CAMBIO-EN-CURSO
               SET MOV-CAMBIO-PENDIENTE TO TRUE
               GO TO 6200-EXIT
           END-IF.
           MOVE MV-ACCION TO CAMBIO-ACCION.
           MOVE MV-NIVEL TO CAMBIO-NIVEL.
           MOVE MV-NOMBRE TO CAMBIO-NOMBRE.
           MOVE "L" TO CAMBIO-ORIGEN.
           IF MV-ALTA
               PERFORM 6210-MOVIMIENTO-ALTA THRU 6210-EXIT
               GO TO 6200-EXIT
                   SET MOV-ID-DESCONOCIDO TO TRUE
                   GO TO 6200-EXIT
           END-READ.
           MOVE OM-NOMBRE TO CAMBIO-NOMBRE.
           EVALUATE TRUE
               WHEN MV-BAJA
                   PERFORM 6220-MOVIMIENTO-BAJA THRU 6220-EXIT
           EXIT.

       6210-MOVIMIENTO-ALTA.
           MOVE MV-OPERADOR TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               NOT INVALID KEY
                   SET MOV-ID-DUPLICADO TO TRUE
                   GO TO 6210-EXIT
           END-READ.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       6210-EXIT.
           EXIT.

               SET MOV-YA-INACTIVO TO TRUE
               GO TO 6220-EXIT
           END-IF.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       6220-EXIT.
           EXIT.

               SET MOV-YA-ACTIVO TO TRUE
               GO TO 6230-EXIT
           END-IF.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       6230-EXIT.
           EXIT.

       6240-MOVIMIENTO-NIVEL.
           PERFORM 7000-REGISTRAR-CAMBIO THRU 7000-EXIT.
       6240-EXIT.
           EXIT.

      ******************************************************************
      * ESCRIBE LA LINEA DEL MOVIMIENTO EN EL REPORTE DE ACCIONES, CON
      * EL NUMERO DE CAMBIO CUANDO SE ACEPTO O LA DESCRIPCION DEL
      * MOTIVO CUANDO SE RECHAZO.
      ******************************************************************
       6400-REPORTAR-MOVIMIENTO.
           MOVE SPACES TO MOV-DETALLE-LINEA.
           MOVE MV-ACCION TO MDL-ACCION.
           MOVE MV-OPERADOR TO MDL-OPERADOR.
           MOVE MV-NIVEL TO MDL-NIVEL.
           IF MOVIMIENTO-ACEPTADO
               ADD 1 TO MOVIMIENTOS-ACEPTADOS
               IF MODO-ARRANQUE
                   MOVE "APLICADO" TO MDL-RESULTADO
               ELSE
                   MOVE "PENDIENTE" TO MDL-RESULTADO
               END-IF
               MOVE ULTIMO-NUMERO-CAMBIO TO MCD-NUMERO
               MOVE MOV-CAMBIO-DESCRIPCION TO MDL-DESCRIPCION
           ELSE
               ADD 1 TO MOVIMIENTOS-RECHAZADOS
               MOVE "RECHAZADO" TO MDL-RESULTADO
                       MOVE "YA ESTABA INACTIVO" TO MDL-DESCRIPCION
                   WHEN MOV-YA-ACTIVO
                       MOVE "YA ESTABA ACTIVO" TO MDL-DESCRIPCION
                   WHEN MOV-CAMBIO-PENDIENTE
                       MOVE "ID CON OTRO CAMBIO PENDIENTE"
                           TO MDL-DESCRIPCION
                   WHEN MOV-ERROR-GRABACION
                       MOVE "ERROR GRABANDO EL CAMBIO"
                           TO MDL-DESCRIPCION
                   WHEN MOV-NO-ACTIVO
                       MOVE "NO ESTABA ACTIVO" TO MDL-DESCRIPCION
                   WHEN MOV-SIN-REVISOR
                       MOVE "SIN OTRO ADMIN QUE LO REVISE"
                           TO MDL-DESCRIPCION
                   WHEN OTHER
                       MOVE "MOTIVO NO CLASIFICADO"
                           TO MDL-DESCRIPCION
           MOVE MOVIMIENTOS-LEIDOS TO MTL-CANTIDAD.
           MOVE MOV-TOTAL-LINEA TO MOVIMIENTO-REPORT-RECORD.
           WRITE MOVIMIENTO-REPORT-RECORD.
           IF MODO-ARRANQUE
               MOVE "APLICADOS (MODO ARRANQUE):" TO MTL-TEXTO
           ELSE
               MOVE "PENDIENTES DE APROBACION:" TO MTL-TEXTO
           END-IF.
           MOVE MOVIMIENTOS-ACEPTADOS TO MTL-CANTIDAD.
           MOVE MOV-TOTAL-LINEA TO MOVIMIENTO-REPORT-RECORD.
           WRITE MOVIMIENTO-REPORT-RECORD.
           MOVE "MOVIMIENTOS RECHAZADOS:" TO MTL-TEXTO.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRA EL CAMBIO SOLICITADO (CAMBIO-SOLICITADO) COMO
      * PENDIENTE EN PENDOPER CON EL NUMERO SIGUIENTE Y LO ASIENTA EN
      * LA AUDITORIA ("MS"). EN MODO ARRANQUE SE APLICA EN EL ACTO,
      * PIDIENDO ANTES LA CLAVE INICIAL DE UN ALTA, REACTIVACION O
      * CLAVE NUEVA DESDE EL MENU. NO SE REGISTRA UN CAMBIO QUE NO
      * TENGA QUIEN LO APRUEBE.
      ******************************************************************
       7000-REGISTRAR-CAMBIO.
           IF MODO-CONTROLADO
               PERFORM 7050-CONTAR-REVISORES THRU 7050-EXIT
               IF REVISORES-POSIBLES = ZERO
                   SET MOV-SIN-REVISOR TO TRUE
                   DISPLAY "CAMBIO NO REGISTRADO - NO HAY OTRO "
                       "ADMINISTRADOR ACTIVO QUE PUEDA APROBARLO"
                   DISPLAY "(NO LO REVISA QUIEN LO PIDE NI EL ID "
                       CAMBIO-OPERADOR ")"
                   GO TO 7000-EXIT
               END-IF
           END-IF.
           SET NO-HAY-CLAVE-INICIAL TO TRUE.
           IF MODO-ARRANQUE AND NOT MODO-BATCH AND CAMBIO-PIDE-CLAVE
               MOVE CAMBIO-OPERADOR TO CP-OPERADOR
               PERFORM 7360-PEDIR-CLAVE-INICIAL THRU 7360-EXIT
               IF NO-HAY-CLAVE-INICIAL
                   DISPLAY "SIN CLAVE INICIAL - CAMBIO CANCELADO"
                   GO TO 7000-EXIT
               END-IF
           END-IF.
           ADD 1 TO ULTIMO-NUMERO-CAMBIO.
           MOVE SPACES TO PENDIENTE-OPER-RECORD.
           MOVE ULTIMO-NUMERO-CAMBIO TO PO-NUMERO.
           SET PO-PENDIENTE TO TRUE.
           MOVE CAMBIO-ACCION TO PO-ACCION.
           MOVE CAMBIO-OPERADOR TO PO-OPERADOR.
           MOVE CAMBIO-NIVEL TO PO-NIVEL.
           MOVE CAMBIO-NOMBRE TO PO-NOMBRE.
           MOVE CAMBIO-ORIGEN TO PO-ORIGEN.
           MOVE OPERATOR-ID TO PO-SOLICITANTE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME-HHMM TO HC-HHMM.
           MOVE RUN-TIME-SS TO HC-SS.
           MOVE RUN-DATE TO PO-FECHA-SOLICITUD.
           MOVE HORA-CAMBIO TO PO-HORA-SOLICITUD.
           MOVE ZERO TO PO-FECHA-REVISION.
           MOVE ZERO TO PO-HORA-REVISION.
           WRITE PENDIENTE-OPER-RECORD
               INVALID KEY
                   DISPLAY "MANTIENE-OPERADORES - ERROR GRABANDO EL "
                       "CAMBIO " ULTIMO-NUMERO-CAMBIO
                       " - FILE STATUS " FS-PENDOPER
                   SET MOV-ERROR-GRABACION TO TRUE
                   GO TO 7000-EXIT
           END-WRITE.
           MOVE "MS" TO ACCION-AUDITORIA.
           PERFORM 7500-DATOS-AUDITORIA THRU 7500-EXIT.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           IF MODO-ARRANQUE
               MOVE "ARRANQUE" TO REVISOR-CAMBIO
               PERFORM 7300-APLICAR-CAMBIO THRU 7300-EXIT
           ELSE
               DISPLAY "CAMBIO " PO-NUMERO " REGISTRADO - PENDIENTE "
                   "DE APROBACION POR OTRO ADMINISTRADOR"
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * CUENTA LOS ADMINISTRADORES ACTIVOS QUE PODRIAN REVISAR EL
      * CAMBIO SOLICITADO: TODOS MENOS EL QUE LO PIDE Y EL ID AFECTADO.
      * CON DOS ADMINISTRADORES, UN CAMBIO QUE UNO PIDE SOBRE EL OTRO
      * NO LO PODRIA APROBAR NADIE.
      ******************************************************************
       7050-CONTAR-REVISORES.
           MOVE ZERO TO REVISORES-POSIBLES.
           MOVE SPACES TO OM-OPERATOR-ID.
           MOVE "N" TO FIN-MAESTRO-SW.
           START OPERATOR-MASTER KEY IS >= OM-OPERATOR-ID
               INVALID KEY
                   MOVE "S" TO FIN-MAESTRO-SW
           END-START.
           PERFORM 7060-CONTAR-SIGUIENTE THRU 7060-EXIT
               UNTIL FIN-MAESTRO.
       7050-EXIT.
           EXIT.

       7060-CONTAR-SIGUIENTE.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO FIN-MAESTRO-SW
                   GO TO 7060-EXIT
           END-READ.
           IF OM-ACTIVO AND OM-NIVEL-ADMIN
            AND OM-OPERATOR-ID NOT = OPERATOR-ID
            AND OM-OPERATOR-ID NOT = CAMBIO-OPERADOR
               ADD 1 TO REVISORES-POSIBLES
           END-IF.
       7060-EXIT.
           EXIT.

      ******************************************************************
      * BUSCA SI EL ID CAMBIO-OPERADOR YA TIENE UN CAMBIO PENDIENTE:
      * DOS CAMBIOS EN VUELO SOBRE EL MISMO ID NO SE ADMITEN.
      ******************************************************************
       7100-BUSCAR-CAMBIO-EN-CURSO.
           SET NO-HAY-CAMBIO-EN-CURSO TO TRUE.
           MOVE ZERO TO PO-NUMERO.
           MOVE "N" TO FIN-PENDIENTES-SW.
           START PENDIENTE-OPER-FILE KEY IS >= PO-NUMERO
               INVALID KEY
                   MOVE "S" TO FIN-PENDIENTES-SW
           END-START.
           PERFORM 7110-BUSCAR-SIGUIENTE THRU 7110-EXIT
               UNTIL FIN-PENDIENTES OR HAY-CAMBIO-EN-CURSO.
       7100-EXIT.
           EXIT.

       7110-BUSCAR-SIGUIENTE.
           READ PENDIENTE-OPER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PENDIENTES-SW
                   GO TO 7110-EXIT
           END-READ.
           IF PO-PENDIENTE AND PO-OPERADOR = CAMBIO-OPERADOR
               SET HAY-CAMBIO-EN-CURSO TO TRUE
           END-IF.
       7110-EXIT.
           EXIT.

      ******************************************************************
      * APLICA AL MAESTRO EL CAMBIO APROBADO QUE ESTA EN
      * PENDIENTE-OPER-RECORD, REVALIDANDOLO CONTRA EL MAESTRO TAL
      * COMO ESTA AHORA. SI PASA, DEJA LA IMAGEN ANTES/DESPUES EN
      * OPERHIST, MARCA EL CAMBIO APLICADO Y LO ASIENTA ("MA"); SI NO,
      * LO MARCA FALLIDO CON EL MOTIVO Y LO ASIENTA ("MR").
      ******************************************************************
       7300-APLICAR-CAMBIO.
           SET MOVIMIENTO-ACEPTADO TO TRUE.
           MOVE SPACES TO HISTORIA-OPER-RECORD.
           MOVE PO-OPERADOR TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "N" TO OH-ANTES-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO OH-ANTES-EXISTE
                   MOVE OM-NOMBRE TO OH-ANTES-NOMBRE
                   MOVE OM-ESTADO TO OH-ANTES-ESTADO
                   MOVE OM-NIVEL TO OH-ANTES-NIVEL
           END-READ.
           EVALUATE TRUE
               WHEN PO-ALTA
                   PERFORM 7310-APLICAR-ALTA THRU 7310-EXIT
               WHEN PO-BAJA
                   PERFORM 7320-APLICAR-BAJA THRU 7320-EXIT
               WHEN PO-REACTIVAR
                   PERFORM 7330-APLICAR-REACTIVACION THRU 7330-EXIT
               WHEN PO-CAMBIO-NIVEL
                   PERFORM 7340-APLICAR-NIVEL THRU 7340-EXIT
               WHEN PO-CLAVE-INICIAL
                   PERFORM 7350-APLICAR-CLAVE THRU 7350-EXIT
               WHEN OTHER
                   SET MOV-ACCION-INVALIDA TO TRUE
           END-EVALUATE.
           PERFORM 7400-FECHAR-REVISION THRU 7400-EXIT.
           IF NOT MOVIMIENTO-ACEPTADO
               SET PO-FALLIDO TO TRUE
               MOVE MOTIVO-MOVIMIENTO TO PO-MOTIVO
               REWRITE PENDIENTE-OPER-RECORD
                   INVALID KEY
                       DISPLAY "MANTIENE-OPERADORES - ERROR "
                           "REESCRIBIENDO EL CAMBIO " PO-NUMERO
               END-REWRITE
               MOVE "MR" TO ACCION-AUDITORIA
               PERFORM 7500-DATOS-AUDITORIA THRU 7500-EXIT
               PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT
               DISPLAY "CAMBIO " PO-NUMERO " YA NO SE PUEDE APLICAR - "
                   "MOTIVO " MOTIVO-MOVIMIENTO
               GO TO 7300-EXIT
           END-IF.
           MOVE PO-FECHA-REVISION TO OH-FECHA-APLICACION.
           MOVE PO-HORA-REVISION TO OH-HORA-APLICACION.
           MOVE PO-NUMERO TO OH-NUMERO.
           MOVE PO-ACCION TO OH-ACCION.
           MOVE PO-OPERADOR TO OH-OPERADOR.
           MOVE OM-NOMBRE TO OH-DESPUES-NOMBRE.
           MOVE OM-ESTADO TO OH-DESPUES-ESTADO.
           MOVE OM-NIVEL TO OH-DESPUES-NIVEL.
           MOVE PO-SOLICITANTE TO OH-SOLICITANTE.
           MOVE PO-FECHA-SOLICITUD TO OH-FECHA-SOLICITUD.
           MOVE PO-HORA-SOLICITUD TO OH-HORA-SOLICITUD.
           MOVE PO-REVISOR TO OH-REVISOR.
           MOVE PO-ORIGEN TO OH-ORIGEN.
           WRITE HISTORIA-OPER-RECORD.
           IF FS-OPERHIST NOT = "00"
               DISPLAY "MANTIENE-OPERADORES - ERROR GRABANDO OPERHIST "
                   "- FILE STATUS " FS-OPERHIST
           END-IF.
           SET PO-APLICADO TO TRUE.
           REWRITE PENDIENTE-OPER-RECORD
               INVALID KEY
                   DISPLAY "MANTIENE-OPERADORES - ERROR REESCRIBIENDO "
                       "EL CAMBIO " PO-NUMERO
           END-REWRITE.
           MOVE "MA" TO ACCION-AUDITORIA.
           PERFORM 7500-DATOS-AUDITORIA THRU 7500-EXIT.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           DISPLAY "CAMBIO " PO-NUMERO " APLICADO - OPERADOR "
               PO-OPERADOR.
       7300-EXIT.
           EXIT.

       7310-APLICAR-ALTA.
           IF OH-ANTES-EXISTE = "S"
               SET MOV-ID-DUPLICADO TO TRUE
               GO TO 7310-EXIT
           END-IF.
           MOVE SPACES TO OPERATOR-MASTER-RECORD.
           MOVE PO-OPERADOR TO OM-OPERATOR-ID.
           MOVE PO-NOMBRE TO OM-NOMBRE.
           SET OM-ACTIVO TO TRUE.
           MOVE PO-NIVEL TO OM-NIVEL.
           PERFORM 7390-PONER-CLAVE-INICIAL THRU 7390-EXIT.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET MOV-ID-DUPLICADO TO TRUE
           END-WRITE.
       7310-EXIT.
           EXIT.

       7320-APLICAR-BAJA.
           IF OH-ANTES-EXISTE NOT = "S"
               SET MOV-ID-DESCONOCIDO TO TRUE
               GO TO 7320-EXIT
           END-IF.
           IF OM-INACTIVO
               SET MOV-YA-INACTIVO TO TRUE
               GO TO 7320-EXIT
           END-IF.
           SET OM-INACTIVO TO TRUE.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET MOV-ID-DESCONOCIDO TO TRUE
           END-REWRITE.
       7320-EXIT.
           EXIT.

       7330-APLICAR-REACTIVACION.
           IF OH-ANTES-EXISTE NOT = "S"
               SET MOV-ID-DESCONOCIDO TO TRUE
               GO TO 7330-EXIT
           END-IF.
           IF OM-ACTIVO
               SET MOV-YA-ACTIVO TO TRUE
               GO TO 7330-EXIT
           END-IF.
      * LA REACTIVACION LEVANTA TAMBIEN UN BLOQUEO POR CLAVE: EL ID
      * RECIBE LA CLAVE INICIAL QUE TECLEO QUIEN LA APROBO Y LA CAMBIA
      * AL IDENTIFICARSE EN EL MENU-OPERADOR.
           SET OM-ACTIVO TO TRUE.
           PERFORM 7390-PONER-CLAVE-INICIAL THRU 7390-EXIT.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET MOV-ID-DESCONOCIDO TO TRUE
           END-REWRITE.
       7330-EXIT.
           EXIT.

       7340-APLICAR-NIVEL.
           IF OH-ANTES-EXISTE NOT = "S"
               SET MOV-ID-DESCONOCIDO TO TRUE
               GO TO 7340-EXIT
           END-IF.
           MOVE PO-NIVEL TO OM-NIVEL.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET MOV-ID-DESCONOCIDO TO TRUE
           END-REWRITE.
       7340-EXIT.
           EXIT.

       7350-APLICAR-CLAVE.
           IF OH-ANTES-EXISTE NOT = "S"
               SET MOV-ID-DESCONOCIDO TO TRUE
               GO TO 7350-EXIT
           END-IF.
           IF NOT OM-ACTIVO
               SET MOV-NO-ACTIVO TO TRUE
               GO TO 7350-EXIT
           END-IF.
           PERFORM 7390-PONER-CLAVE-INICIAL THRU 7390-EXIT.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET MOV-ID-DESCONOCIDO TO TRUE
           END-REWRITE.
       7350-EXIT.
           EXIT.

      ******************************************************************
      * PIDE DOS VECES LA CLAVE INICIAL DEL ID QUE ESTA EN CP-OPERADOR
      * Y DEJA SU VALOR DE CONTROL EN CLAVE-CALCULADA. EN BLANCO O SI
      * LAS DOS NO COINCIDEN NO HAY CLAVE INICIAL. LA CLAVE TECLEADA
      * NO QUEDA EN MEMORIA.
      ******************************************************************
       7360-PEDIR-CLAVE-INICIAL.
           SET NO-HAY-CLAVE-INICIAL TO TRUE.
           DISPLAY "CLAVE INICIAL PARA " CP-OPERADOR ": ".
           ACCEPT CLAVE-ENTRADA.
           IF CLAVE-ENTRADA = SPACES
               DISPLAY "LA CLAVE INICIAL NO PUEDE QUEDAR EN BLANCO"
               GO TO 7360-EXIT
           END-IF.
           DISPLAY "REPITA LA CLAVE: ".
           ACCEPT CLAVE-REPETIDA.
           IF CLAVE-REPETIDA NOT = CLAVE-ENTRADA
               DISPLAY "LAS CLAVES NO COINCIDEN"
               MOVE SPACES TO CLAVE-ENTRADA
               MOVE SPACES TO CLAVE-REPETIDA
               GO TO 7360-EXIT
           END-IF.
           MOVE CLAVE-ENTRADA TO CP-CLAVE.
           MOVE ZERO TO SELLO-CONTROL.
           PERFORM 7370-PLEGAR-CLAVE THRU 7370-EXIT
               VARYING SELLO-POSICION FROM 1 BY 1
               UNTIL SELLO-POSICION > CLAVE-LARGO.
           MOVE SELLO-CONTROL TO CLAVE-CALCULADA.
           MOVE SPACES TO CLAVE-ENTRADA.
           MOVE SPACES TO CLAVE-REPETIDA.
           MOVE SPACES TO CP-CLAVE.
           SET HAY-CLAVE-INICIAL TO TRUE.
       7360-EXIT.
           EXIT.

       7370-PLEGAR-CLAVE.
           MOVE CP-BYTE (SELLO-POSICION) TO SELLO-BYTE.
           COMPUTE SELLO-ACUMULADO = SELLO-CONTROL * 257
               + SELLO-BYTE-VALOR.
           DIVIDE SELLO-ACUMULADO BY SELLO-MODULO
               GIVING SELLO-COCIENTE REMAINDER SELLO-CONTROL.
       7370-EXIT.
           EXIT.

      * CON CLAVE INICIAL EL ID QUEDA OBLIGADO A CAMBIARLA EN SU
      * PRIMERA IDENTIFICACION. SIN ELLA (ALTA O REACTIVACION DE LA
      * CARGA POR LOTE EN MODO ARRANQUE) QUEDA SIN CLAVE Y EL MENU-
      * OPERADOR LO RECHAZA HASTA QUE SE LE DE UNA CON (C)LAVE.
       7390-PONER-CLAVE-INICIAL.
           IF HAY-CLAVE-INICIAL
               MOVE CLAVE-CALCULADA TO OM-CLAVE-CONTROL
               SET OM-CLAVE-PROVISORIA TO TRUE
           ELSE
               MOVE SPACES TO OM-CLAVE-CONTROL
               SET OM-CLAVE-DEFINITIVA TO TRUE
           END-IF.
           MOVE ZERO TO OM-FALLOS.
       7390-EXIT.
           EXIT.

       7400-FECHAR-REVISION.
           MOVE REVISOR-CAMBIO TO PO-REVISOR.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME-HHMM TO HC-HHMM.
           MOVE RUN-TIME-SS TO HC-SS.
           MOVE RUN-DATE TO PO-FECHA-REVISION.
           MOVE HORA-CAMBIO TO PO-HORA-REVISION.
       7400-EXIT.
           EXIT.

       7500-DATOS-AUDITORIA.
           MOVE PO-NUMERO TO AUDITORIA-NUMERO.
           IF PO-NIVEL NUMERIC
               MOVE PO-NIVEL TO AUDITORIA-NIVEL
           ELSE
               MOVE ZERO TO AUDITORIA-NIVEL
           END-IF.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * REVISION DE CAMBIOS PENDIENTES - RECORRE PENDOPER EN ORDEN DE
      * NUMERO Y OFRECE CADA CAMBIO PENDIENTE PARA APROBAR, RECHAZAR O
      * SALTAR. NADIE APRUEBA UN CAMBIO QUE PIDIO EL MISMO NI UN
      * CAMBIO SOBRE SU PROPIO ID: ESOS SE MUESTRAN PERO SE SALTAN,
      * SALVO QUE QUIEN LO PIDIO PUEDE RETIRARLO.
      ******************************************************************
       8000-REVISAR-PENDIENTES.
           MOVE ZERO TO CAMBIOS-MOSTRADOS.
           MOVE "N" TO REVISION-CORTADA-SW.
           MOVE ZERO TO PO-NUMERO.
           MOVE "N" TO FIN-PENDIENTES-SW.
           START PENDIENTE-OPER-FILE KEY IS >= PO-NUMERO
               INVALID KEY
                   MOVE "S" TO FIN-PENDIENTES-SW
           END-START.
           PERFORM 8100-REVISAR-SIGUIENTE THRU 8100-EXIT
               UNTIL FIN-PENDIENTES OR REVISION-CORTADA.
           IF CAMBIOS-MOSTRADOS = ZERO
               DISPLAY "NO HAY CAMBIOS PENDIENTES DE APROBACION"
           END-IF.
       8000-EXIT.
           EXIT.

       8100-REVISAR-SIGUIENTE.
           READ PENDIENTE-OPER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PENDIENTES-SW
                   GO TO 8100-EXIT
           END-READ.
           IF NOT PO-PENDIENTE
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO CAMBIOS-MOSTRADOS.
           DISPLAY " ".
           DISPLAY "CAMBIO " PO-NUMERO "  ACCION: " PO-ACCION
               "  ID: " PO-OPERADOR "  NIVEL: " PO-NIVEL.
           DISPLAY "NOMBRE: " PO-NOMBRE.
           DISPLAY "SOLICITADO POR " PO-SOLICITANTE " EL "
               PO-FECHA-SOLICITUD " A LAS " PO-HORA-SOLICITUD.
           IF PO-SOLICITANTE = OPERATOR-ID
               PERFORM 8150-OFRECER-RETIRO THRU 8150-EXIT
               GO TO 8100-EXIT
           END-IF.
           IF PO-OPERADOR = OPERATOR-ID
               DISPLAY "ES UN CAMBIO SOBRE SU PROPIO ID - DEBE "
                   "REVISARLO OTRO ADMINISTRADOR"
               GO TO 8100-EXIT
           END-IF.
           DISPLAY "(A)PROBAR (R)ECHAZAR (S)ALTAR (F)INALIZAR: ".
           ACCEPT OPCION-REVISION.
           EVALUATE TRUE
               WHEN OPCION-APROBAR
                   PERFORM 8300-APROBAR-CAMBIO THRU 8300-EXIT
               WHEN OPCION-RECHAZAR
                   PERFORM 8200-RECHAZAR-CAMBIO THRU 8200-EXIT
               WHEN OPCION-FINALIZAR
                   MOVE "S" TO REVISION-CORTADA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       8100-EXIT.
           EXIT.

      * UN CAMBIO PROPIO NO SE APRUEBA, PERO SE PUEDE RETIRAR: QUEDA
      * RECHAZADO CON EL MISMO SOLICITANTE COMO REVISOR. ASI NO QUEDA
      * TRABADO UN CAMBIO QUE YA NADIE PUEDE APROBAR.
       8150-OFRECER-RETIRO.
           DISPLAY "LO SOLICITO USTED - LO DEBE APROBAR OTRO "
               "ADMINISTRADOR, PERO PUEDE RETIRARLO".
           DISPLAY "(R)ETIRAR (S)ALTAR (F)INALIZAR: ".
           ACCEPT OPCION-REVISION.
           EVALUATE TRUE
               WHEN OPCION-RECHAZAR
                   PERFORM 8200-RECHAZAR-CAMBIO THRU 8200-EXIT
               WHEN OPCION-FINALIZAR
                   MOVE "S" TO REVISION-CORTADA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       8150-EXIT.
           EXIT.

       8200-RECHAZAR-CAMBIO.
           MOVE OPERATOR-ID TO REVISOR-CAMBIO.
           PERFORM 7400-FECHAR-REVISION THRU 7400-EXIT.
           SET PO-RECHAZADO TO TRUE.
           REWRITE PENDIENTE-OPER-RECORD
               INVALID KEY
                   DISPLAY "MANTIENE-OPERADORES - ERROR REESCRIBIENDO "
                       "EL CAMBIO " PO-NUMERO
                   GO TO 8200-EXIT
           END-REWRITE.
           MOVE "MR" TO ACCION-AUDITORIA.
           PERFORM 7500-DATOS-AUDITORIA THRU 7500-EXIT.
           PERFORM 5300-ESCRIBIR-AUDITORIA THRU 5300-EXIT.
           IF PO-SOLICITANTE = OPERATOR-ID
               DISPLAY "CAMBIO " PO-NUMERO " RETIRADO"
           ELSE
               DISPLAY "CAMBIO " PO-NUMERO " RECHAZADO"
           END-IF.
       8200-EXIT.
           EXIT.

      * UN ALTA, UNA REACTIVACION O UNA CLAVE NUEVA SOLO SE APRUEBAN
      * CON LA CLAVE INICIAL QUE TECLEA EL REVISOR; SIN ELLA EL CAMBIO
      * SIGUE PENDIENTE.
       8300-APROBAR-CAMBIO.
           SET NO-HAY-CLAVE-INICIAL TO TRUE.
           IF PO-ALTA OR PO-REACTIVAR OR PO-CLAVE-INICIAL
               MOVE PO-OPERADOR TO CP-OPERADOR
               PERFORM 7360-PEDIR-CLAVE-INICIAL THRU 7360-EXIT
               IF NO-HAY-CLAVE-INICIAL
                   DISPLAY "CAMBIO " PO-NUMERO " NO APROBADO - SIGUE "
                       "PENDIENTE"
                   GO TO 8300-EXIT
               END-IF
           END-IF.
           MOVE OPERATOR-ID TO REVISOR-CAMBIO.
           PERFORM 7300-APLICAR-CAMBIO THRU 7300-EXIT.
       8300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE OPERATOR-MASTER.
           CLOSE PENDIENTE-OPER-FILE.
           CLOSE HISTORIA-OPER-FILE.
       9000-EXIT.
           EXIT.

