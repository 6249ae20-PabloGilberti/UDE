      *             instead: every reject still unrepaired after the
      *             configurable number of cycles in REJAGELIM
      *             (default 3), so nothing gets forgotten.
      * 2026-10-15  Can be called from the Menu-Operador front door:
      *             the mainline ends with GOBACK instead of STOP RUN,
      *             which behaves the same when the program is run on
      *             its own.
      * 2026-10-15  A repaired record goes to RECYCFILE with the
      *             department it was rejected from (RJP-DEPTO, see
      *             REJPEND) behind the 30-byte image, so the recycled
      *             calculation is charged to that department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Repara-Rechazos.
           ==RJP-MOTIVO== BY ==RJN-MOTIVO==
           ==RJP-IMAGEN== BY ==RJN-IMAGEN==
           ==RJP-FECHA-RECHAZO== BY ==RJN-FECHA-RECHAZO==
           ==RJP-CICLOS== BY ==RJN-CICLOS==
           ==RJP-DEPTO== BY ==RJN-DEPTO==.

       FD  RECICLO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01  RECICLO-RECORD.
           05  RCL-IMAGEN               PIC X(30).
           05  RCL-DEPTO                PIC X(03).

       FD  REPARACION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           ELSE
               PERFORM 2000-SESION-REPARACION THRU 2000-EXIT
           END-IF.
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT RUN-MODE-SW FROM ENVIRONMENT "RUNMODE".
           END-IF.
           PERFORM 2300-REVALIDAR-IMAGEN THRU 2300-EXIT.
           IF REGISTRO-VALIDO
               MOVE IMAGEN-TRABAJO TO RCL-IMAGEN
               MOVE RJP-DEPTO TO RCL-DEPTO
               WRITE RECICLO-RECORD
               ADD 1 TO PENDIENTES-REPARADOS
               DISPLAY "REGISTRO REPARADO - VA AL RECICLAJE"
