      *           is the record key.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : added the KALCAL calibration
      *     version each channel's readings were corrected with, as
      *     last stamped on the run's Data1.DAT rows (zero when the
      *     channel ran uncalibrated).
      *   - Gerardo Gonzalez Aguila : added the KALPVER.DAT parameter
      *     version the run's weight was taken from, as logged on its
      *     START/END events (zero when none was in force).
      *   - Gerardo Gonzalez Aguila : added each channel's row count
      *     and variance reduction, worked out from the run's
      *     Data1.DAT rows for that channel alone (zero when the
      *     channel had no rows).
      ******************************************************************
       01  KAL-RUNMAST-RECORD.
           05  KAL-RM-RUN-ID           PIC X(10).
           05  KAL-RM-SM-AVG           PIC 9(02)V9(03).
           05  KAL-RM-SM-VARIANCE     PIC S9(04)V9(06).
           05  KAL-RM-VAR-REDUCTION   PIC S9(04)V9(06).
           05  KAL-RM-CAL-VERSIONS.
               10  KAL-RM-CAL-VERSION  PIC 9(04) OCCURS 3 TIMES.
           05  KAL-RM-PARM-VERSION     PIC 9(04).
           05  KAL-RM-CHANNEL-STATS OCCURS 3 TIMES.
               10  KAL-RM-CH-RECCNT    PIC 9(06).
               10  KAL-RM-CH-VAR-REDUCTION
                                       PIC S9(04)V9(06).
