      *           record cannot drift between them.
      * 2026-09-01  Written, replacing the record layouts each program
      *             declared on its own.
      * 2026-10-15  Added RJP-DEPTO, the department of the submission
      *             the record was rejected from, taken from the
      *             trailing FILLER. Repara-Rechazos sends it to
      *             RECYCFILE with the repaired image so the recycled
      *             calculation is still charged to that department.
      * 2026-10-15  Cola-Retenidos appends a record here for every held
      *             calculation the supervisor rejects: reason "RV",
      *             a correction image ("C" over the run id of the held
      *             record, with its operands) and the business date of
      *             the rejection, so the department fixes it at the
      *             repair desk like any other reject.
      * 2026-10-15  Cola-Retenidos writes those records to HOLDREJ, in
      *             this layout, instead of appending to the master;
      *             Edita-Transacciones adds them to the carried-
      *             forward master the next night (third file over
      *             this layout, taken with COPY REPLACING).
      ******************************************************************
       01  PENDIENTE-RECORD.
           05  RJP-MOTIVO               PIC X(02).
           05  RJP-FECHA-RECHAZO        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  RJP-CICLOS               PIC 9(03).
           05  FILLER                   PIC X(01).
           05  RJP-DEPTO                PIC X(03).
           05  FILLER                   PIC X(30).
