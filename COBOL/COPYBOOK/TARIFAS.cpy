      ******************************************************************
      * Copybook: TARIFAS
      * Purpose:  Rate table of the calculation service, read by
      *           Cobra-Departamentos for the monthly chargeback: one
      *           record per operation type (S R M D E P A T, see
      *           TRANREC) plus one for the corrections ("C"), each
      *           with the charge for one calculation of that type
      *           in pesos with two implied decimal places (0000150
      *           is 1.50). A correction is charged at the "C" rate
      *           instead of the rate of the type it recalculates.
      *           Records with a blank or "*" in the type position
      *           are comments. The rest of the record is free text
      *           for whoever keeps the table.
      * 2026-10-15  Written.
      ******************************************************************
       01  TARIFA-RECORD.
           05  TF-TIPO-OPERACION        PIC X(01).
               88  TF-COMENTARIO        VALUE SPACE "*".
               88  TF-TIPO-VALIDO       VALUE "S" "R" "M" "D"
                                              "E" "P" "A" "T" "C".
           05  FILLER                   PIC X(01).
           05  TF-IMPORTE               PIC 9(05)V99.
           05  FILLER                   PIC X(01).
           05  TF-TEXTO                 PIC X(30).
           05  FILLER                   PIC X(40).
