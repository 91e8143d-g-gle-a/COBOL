      ******************************************************************
      * Copybook: KALXRUN
      * Purpose:  Record layout for KALXRUN.DAT, the extract run
      *           detail register.  KalXtrct appends one record per
      *           run-id an extract shipped rows for, under the
      *           extract-id on KALXMIT.DAT, so the extracts that
      *           carried a given run to the historian can be named
      *           later (KalBkOut uses it to correct a backed-out
      *           run).  The register is append-only in extract-id
      *           order.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-XRUN-RECORD.
           05  KAL-XU-EXTRACT-ID       PIC X(14).
           05  KAL-XU-RUN-ID           PIC X(10).
           05  KAL-XU-ROW-COUNT        PIC 9(07).
