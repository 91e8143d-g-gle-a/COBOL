      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : run profile shows the KALCAL
      *     calibration version each channel ran under.
      *   - Gerardo Gonzalez Aguila : run profile shows the KALPVER
      *     parameter version the run used.
      *   - Gerardo Gonzalez Aguila : run profile shows each
      *     channel's variance reduction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalRMInq.
           DISPLAY "Raw variance       : " KAL-RM-RAW-VARIANCE
           DISPLAY "Kalman variance    : " KAL-RM-SM-VARIANCE
           DISPLAY "Variance reduction : " KAL-RM-VAR-REDUCTION
           DISPLAY "Calibration ch1/2/3: " KAL-RM-CAL-VERSION(1) "/"
               KAL-RM-CAL-VERSION(2) "/" KAL-RM-CAL-VERSION(3)
           DISPLAY "Parameter version  : " KAL-RM-PARM-VERSION
           DISPLAY "Var reduction ch1  : " KAL-RM-CH-VAR-REDUCTION(1)
           DISPLAY "Var reduction ch2  : " KAL-RM-CH-VAR-REDUCTION(2)
           DISPLAY "Var reduction ch3  : " KAL-RM-CH-VAR-REDUCTION(3)
           DISPLAY "----------------------------------------------".
       4000-EXIT.
           EXIT.
