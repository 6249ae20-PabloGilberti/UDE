      *             skips), one register record, one audit entry;
      *             the superseded original is rewritten in place,
      *             never added or deleted.
      * 2026-10-15  The transaction record grew to 33 bytes with the
      *             submitting department (see TRANREC); the counts
      *             are unchanged.
      * 2026-10-15  The batch CALCREG records are counted in two
      *             buckets: the ones going out in tonight's extract
      *             and the ones held for supervisor review (see
      *             CR-RETENCION in CALCREG; a hold already released
      *             or rejected is still counted as held, because it
      *             does not go out with its own cycle). The two add
      *             up to the register figure that balances against
      *             the transactions, the report lines and the audit
      *             entries, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Concilia-Corrida.
       FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       COPY TRANREC.

       FD  REPORT-FILE
       77  CONTADOR-TRANSACCIONES       PIC 9(07) COMP VALUE ZERO.
       77  CONTADOR-DETALLES            PIC 9(07) COMP VALUE ZERO.
       77  CONTADOR-CALCREG             PIC 9(07) COMP VALUE ZERO.
       77  CONTADOR-PARA-EXTRACTO       PIC 9(07) COMP VALUE ZERO.
       77  CONTADOR-RETENIDOS           PIC 9(07) COMP VALUE ZERO.
       77  CONTADOR-AUDITORIA           PIC 9(07) COMP VALUE ZERO.

       01  FUERA-DE-BALANCE-SW          PIC X(01).
      * CUENTA LOS REGISTROS DE CALCREG ESCRITOS BAJO LA FECHA DE LA
      * CORRIDA POR EL MODO DE LOTE (CR-SEQ-MODO = 1); LOS CALCULOS
      * INTERACTIVOS DEL MISMO DIA NO FORMAN PARTE DE LA CORRIDA
      * NOCTURNA Y NO ENTRAN EN LA CONCILIACION. LOS RETENIDOS PARA
      * REVISION VAN EN SU PROPIA CUENTA; EL TOTAL ES LA SUMA.
      ******************************************************************
       4000-CONTAR-CALCREG.
           OPEN INPUT CALC-REGISTER.
               NOT AT END
                   IF CR-CALC-DATE = FECHA-NEGOCIO
                       IF CR-SEQ-MODO = 1
                           PERFORM 4200-CLASIFICAR-CALCREG
                               THRU 4200-EXIT
                       END-IF
                   ELSE
                       MOVE "S" TO FIN-ARCHIVO-SW
       4100-EXIT.
           EXIT.

       4200-CLASIFICAR-CALCREG.
           IF CR-NO-RETENIDO
               ADD 1 TO CONTADOR-PARA-EXTRACTO
           ELSE
               ADD 1 TO CONTADOR-RETENIDOS
           END-IF.
           ADD CONTADOR-PARA-EXTRACTO CONTADOR-RETENIDOS
               GIVING CONTADOR-CALCREG.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * CUENTA LAS ENTRADAS DE AUDITFILE DE LA CORRIDA: LAS QUE DEJO
      * CURSO-DE-COBOL EN LA FECHA DE LA CORRIDA BAJO EL OPERADOR DEL
           MOVE CONTADOR-DETALLES TO CTL-CANTIDAD.
           MOVE CONCILIA-TOTAL-LINEA TO CONCILIA-REPORT-RECORD.
           WRITE CONCILIA-REPORT-RECORD.
           MOVE "  PARA EL EXTRACTO (CALCREG):" TO CTL-TEXTO.
           MOVE CONTADOR-PARA-EXTRACTO TO CTL-CANTIDAD.
           MOVE CONCILIA-TOTAL-LINEA TO CONCILIA-REPORT-RECORD.
           WRITE CONCILIA-REPORT-RECORD.
           MOVE "  RETENIDOS PARA REVISION (CALCREG):" TO CTL-TEXTO.
           MOVE CONTADOR-RETENIDOS TO CTL-CANTIDAD.
           MOVE CONCILIA-TOTAL-LINEA TO CONCILIA-REPORT-RECORD.
           WRITE CONCILIA-REPORT-RECORD.
           MOVE "REGISTROS DEL DIA EN LOTE (CALCREG):" TO CTL-TEXTO.
           MOVE CONTADOR-CALCREG TO CTL-CANTIDAD.
           MOVE CONCILIA-TOTAL-LINEA TO CONCILIA-REPORT-RECORD.
