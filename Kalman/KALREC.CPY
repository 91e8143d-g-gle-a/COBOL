      *     reading came from, appended at the end so rows written
      *     before the field existed keep every column in place
      *     (they read back with a blank channel).
      *   - Gerardo Gonzalez Aguila : added the KALCAL calibration
      *     version the reading was corrected with (zero when no
      *     calibration applied), appended at the end like the
      *     channel so older rows read back with it blank.
      *   - Gerardo Gonzalez Aguila : added the filter gain the pass
      *     smoothed with -- the computed gain in adaptive mode, the
      *     fixed raw weight in smoothing mode.
      ******************************************************************
       01  KAL-DATA1-RECORD.
           05  KAL-D1-RUN-ID           PIC X(10).
               10  KAL-D1-TS-MI        PIC X(02).
               10  KAL-D1-TS-SS        PIC X(02).
           05  KAL-D1-CHANNEL          PIC X(02).
           05  KAL-D1-CAL-VERSION      PIC 9(04).
           05  KAL-D1-GAIN             PIC 9(01)V9(04).
