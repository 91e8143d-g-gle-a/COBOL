      *           disposition) and the analyst's initials and note.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : record widened from 76 to 84
      *     bytes for the date an entry was closed, stamped by KalXMnt
      *     and KalBkOut and read by KalKpi.  Entries closed before
      *     the field existed read back with it blank.
      ******************************************************************
       01  KAL-XREG-RECORD.
           05  KAL-XR-RUN-ID           PIC X(10).
               88  KAL-XR-RECURRING            VALUE "Y".
           05  KAL-XR-INITIALS         PIC X(03).
           05  KAL-XR-COMMENT          PIC X(30).
           05  KAL-XR-DATE-CLOSED      PIC X(08).
