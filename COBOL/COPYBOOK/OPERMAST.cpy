      *           also permits batch processing (Curso-de-Cobol in
      *           BATCH mode), 3 is reserved for administration.
      * 2026-08-22  Written.
      * 2026-10-15  Sign-on key and lockout for Menu-Operador, carved
      *             out of the trailing FILLER: OM-CLAVE-CONTROL holds
      *             the check value of the operator's sign-on key (the
      *             key itself is never stored; blanks mean no key has
      *             been set yet and the operator defines one at the
      *             next sign-on), OM-FALLOS counts consecutive failed
      *             sign-ons, and estado "B" marks an id locked out
      *             after too many of them. A locked id is not active,
      *             so every program refuses it until a reactivation
      *             through Mantiene-Operadores, which also clears the
      *             key and the failure count.
      * 2026-10-15  No id is left to define its own first key: the
      *             administrator who approves an alta, a reactivation
      *             or a new initial key in Mantiene-Operadores types
      *             an initial key, and OM-CLAVE-ESTADO "P" marks it as
      *             one the operator must replace at the next sign-on.
      *             An id with a blank OM-CLAVE-CONTROL cannot sign on
      *             to Menu-Operador at all until it is given one.
      ******************************************************************
       FD  OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD.
           05  OM-ESTADO                PIC X(01).
               88  OM-ACTIVO            VALUE "A".
               88  OM-INACTIVO          VALUE "I".
               88  OM-BLOQUEADO         VALUE "B".
           05  OM-NIVEL                 PIC 9(01).
               88  OM-NIVEL-CONSULTA    VALUE 1 THRU 9.
               88  OM-NIVEL-LOTE        VALUE 2 THRU 9.
               88  OM-NIVEL-ADMIN       VALUE 3 THRU 9.
           05  OM-CLAVE-CONTROL         PIC X(08).
               88  OM-SIN-CLAVE         VALUE SPACES.
           05  OM-FALLOS                PIC 9(01).
           05  OM-CLAVE-ESTADO          PIC X(01).
               88  OM-CLAVE-PROVISORIA  VALUE "P".
               88  OM-CLAVE-DEFINITIVA  VALUE SPACE.
