      *             together with the correction chain: the one
      *             Convierte-Calcreg-2 pass takes the 89-byte
      *             register straight to this layout.
      * 2026-10-15  Added CR-DEPTO, the department whose submission
      *             the calculation came in (TR-DEPTO, see TRANREC),
      *             for the monthly chargeback (Cobra-Departamentos).
      *             It is taken from the trailing FILLER, so the
      *             record length does not change and no conversion
      *             is needed: records posted before the change and
      *             interactive calculations carry it blank.
      * 2026-10-15  Added the supervisor review of high-value
      *             calculations, again out of the trailing FILLER:
      *             CR-RETENCION is "H" when Curso-de-Cobol found the
      *             calculation over a limit of the LIMFILE table (see
      *             LIMITES) and held it back from the Extrae-Ciclo
      *             extract, "L" once a level-3 operator released it
      *             from the review queue (Cola-Retenidos) for the next
      *             extract and "X" when it was rejected there into
      *             the correction workflow. CR-MOTIVO-RETENCION names
      *             the limit that held it: "N1"/"N2" an operand, "R"
      *             plus the operation type a result ("RM" the product,
      *             "RP" the porcentaje). Blank on everything never
      *             held, including every record posted before the
      *             change.
      * 2026-10-15  Motive "CO": a correction of a calculation that is
      *             still held is held with it, so Finance never gets
      *             a correction of something it has not received.
      ******************************************************************
       FD  CALC-REGISTER
           LABEL RECORDS ARE STANDARD.
               88  CR-CORR-SIN-ORIGINAL VALUE "CN".
           05  CR-CORRIGE-RUN-ID        PIC 9(15).
           05  CR-SUPERSEDIDO-POR       PIC 9(15).
           05  CR-DEPTO                 PIC X(03).
           05  CR-RETENCION             PIC X(01).
               88  CR-NO-RETENIDO       VALUE SPACE.
               88  CR-RETENIDO          VALUE "H".
               88  CR-LIBERADO          VALUE "L".
               88  CR-RECHAZADO-REVISION VALUE "X".
           05  CR-MOTIVO-RETENCION      PIC X(02).
           05  FILLER                   PIC X(04).
