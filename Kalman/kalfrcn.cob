      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : checkpoint record widened to the
      *     Kalman layout carrying the filter mode, covariance and
      *     gain per channel.
      *   - Gerardo Gonzalez Aguila : checkpoint record widened to the
      *     Kalman layout carrying the parameter version, weight and
      *     calibration entries the run started under.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalFRcn.
               05  KAL-CKPT-SEED        PIC 9(04).
               05  KAL-CKPT-DATA2-READ  PIC 9(04).
               05  KAL-CKPT-RECCNT      PIC 9(04).
               05  FILLER               PIC X(419).
        FD KalEdCtl.
           01  KAL-EDCTL-RECORD.
               05  KAL-EC-DATE          PIC X(08).
