      ******************************************************************
      * Copybook: OPERPEND
      * Purpose:  Indexed file of pending operator-master changes,
      *           shared by Mantiene-Operadores (writer: every alta,
      *           baja, reactivacion and cambio de nivel, keyed by a
      *           running change number, is held here until a second,
      *           different level-3 operator approves or rejects it)
      *           and Historia-Operadores (the change report). A
      *           change is never deleted: it ends approved and
      *           applied, rejected by the reviewer, or failed when
      *           the master no longer allowed it at approval time
      *           (PO-MOTIVO then carries the Mantiene-Operadores
      *           reason code).
      * 2026-10-15  Written.
      * 2026-10-15  New action "K": give an active operator a new
      *             initial sign-on key, typed by the approver. The
      *             key itself is never kept here. A change withdrawn
      *             by its own requester ends rejected, with the
      *             requester as PO-REVISOR.
      ******************************************************************
       FD  PENDIENTE-OPER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDIENTE-OPER-RECORD.
           05  PO-NUMERO                PIC 9(07).
           05  PO-ESTADO                PIC X(01).
               88  PO-PENDIENTE         VALUE "P".
               88  PO-APLICADO          VALUE "A".
               88  PO-RECHAZADO         VALUE "R".
               88  PO-FALLIDO           VALUE "F".
           05  PO-ACCION                PIC X(01).
               88  PO-ALTA              VALUE "A".
               88  PO-BAJA              VALUE "B".
               88  PO-REACTIVAR         VALUE "R".
               88  PO-CAMBIO-NIVEL      VALUE "N".
               88  PO-CLAVE-INICIAL     VALUE "K".
           05  PO-OPERADOR              PIC X(08).
           05  PO-NIVEL                 PIC X(01).
           05  PO-NOMBRE                PIC X(30).
           05  PO-ORIGEN                PIC X(01).
               88  PO-ORIGEN-INTERACTIVO VALUE "I".
               88  PO-ORIGEN-LOTE       VALUE "L".
           05  PO-SOLICITANTE           PIC X(08).
           05  PO-FECHA-SOLICITUD       PIC 9(08).
           05  PO-HORA-SOLICITUD        PIC 9(06).
           05  PO-REVISOR               PIC X(08).
           05  PO-FECHA-REVISION        PIC 9(08).
           05  PO-HORA-REVISION         PIC 9(06).
           05  PO-MOTIVO                PIC X(02).
           05  FILLER                   PIC X(25).
