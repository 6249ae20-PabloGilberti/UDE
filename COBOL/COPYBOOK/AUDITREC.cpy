      * 2026-09-01  Added accion "BJ": an automatic deactivation of a
      *             dormant operator id by Revisa-Operadores, recorded
      *             under the id that was deactivated.
      * 2026-10-15  The trailing FILLER now carries the seal of the
      *             entry: AUD-SECUENCIA, a running sequence number
      *             over the whole file, and AUD-CONTROL, a check
      *             value chained from the previous entry's AUD-CONTROL
      *             over the first 72 bytes of this one. Every writer
      *             takes the last sequence and check value from the
      *             AUDITCTL control record (see AUDITCTL and the work
      *             fields in AUDSELLO) and Verifica-Auditoria walks the
      *             file to prove nothing was removed, moved, edited or
      *             cut off the end. AUDIT-BYTES is the byte-by-byte
      *             view the check value is folded over. Entries
      *             written before the change carry blanks here and
      *             show up as unsealed; rotate AUDITFILE and AUDITCTL
      *             together at cutover.
      * 2026-10-15  Added acciones for operator-master maintenance by
      *             Mantiene-Operadores: "MS" a change was requested
      *             and held for approval, "MA" a change was approved
      *             and applied, "MR" a change was rejected by the
      *             reviewer or could no longer be applied. The entry
      *             carries the acting operator; AUD-RESULTADO holds
      *             the change number (see OPERPEND) and AUD-NUM2 the
      *             requested level when there is one.
      * 2026-10-15  Added acciones for the Menu-Operador front door:
      *             "SI" sign-on, "SO" sign-off (AUD-RESULTADO holds
      *             the number of functions called in the session) and
      *             "BL" an id locked out after repeated failed
      *             sign-ons. A failed sign-on is an "RF" entry from
      *             Menu-Operador; on "RF" and "BL" entries AUD-NUM1
      *             holds the consecutive failures so far. AUD-NUM2
      *             carries the operator's authority level.
      * 2026-10-15  Added acciones for the review queue of held
      *             calculations, written by Cola-Retenidos under the
      *             level-3 operator who decided: "LB" a held
      *             calculation released to the next extract, "RV" a
      *             held calculation rejected into the correction
      *             workflow. AUD-NUM1 and AUD-NUM2 carry the operands
      *             of the calculation and AUD-RESULTADO its sequence
      *             within the run id; the full run id is on the
      *             CALCJRNL record written at the same moment.
      ******************************************************************
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
               88  AUD-CORRIDA-NORMAL   VALUE "OK".
               88  AUD-CORRIDA-RECHAZADA VALUE "RF".
               88  AUD-BAJA-AUTOMATICA  VALUE "BJ".
               88  AUD-CAMBIO-SOLICITADO VALUE "MS".
               88  AUD-CAMBIO-APLICADO  VALUE "MA".
               88  AUD-CAMBIO-RECHAZADO VALUE "MR".
               88  AUD-INICIO-SESION    VALUE "SI".
               88  AUD-FIN-SESION       VALUE "SO".
               88  AUD-BLOQUEO          VALUE "BL".
               88  AUD-RETENIDO-LIBERADO VALUE "LB".
               88  AUD-RETENIDO-RECHAZADO VALUE "RV".
           05  AUD-SECUENCIA            PIC 9(07).
           05  AUD-CONTROL              PIC 9(08).
       01  AUDIT-BYTES.
           05  AUD-BYTE                 PIC X(01) OCCURS 80 TIMES.
