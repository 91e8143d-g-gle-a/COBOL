      * Purpose:  Record layout for KALRLOG.DAT, the run audit log.
      *           One record per run event (START / END), carrying the
      *           run-id, who ran it, the seed, the input mode and the
      *           event timestamp.  The nightly driver's STEP events
      *           reuse the fields (step name, outcome, return code)
      *           and stamp the step's end; its start and elapsed
      *           time ride in KAL-RL-STEP-TIMING.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : hoisted out of the Kalman FD so
      *     the run-master build reads the same layout.
      *   - Gerardo Gonzalez Aguila : added the KALPVER.DAT parameter
      *     version the run used (zero when none was in force; blank
      *     on events written by anything other than Kalman).
      *   - Gerardo Gonzalez Aguila : a STEP event now carries the
      *     step's start timestamp and elapsed seconds in the profile
      *     field (blank on STEP events written before then).
      ******************************************************************
       01  KAL-RUNLOG-RECORD.
           05  KAL-RL-RUN-ID        PIC X(10).
           05  KAL-RL-USERNAME      PIC X(24).
           05  KAL-RL-USERDOMAIN    PIC X(24).
           05  KAL-RL-USERPROFILE   PIC X(24).
           05  KAL-RL-STEP-TIMING REDEFINES KAL-RL-USERPROFILE.
               10  KAL-RL-STEP-START    PIC X(14).
               10  KAL-RL-STEP-ELAPSED  PIC 9(06).
               10  FILLER               PIC X(04).
           05  KAL-RL-SEED          PIC 9(04).
           05  KAL-RL-TIMESTAMP.
               10  KAL-RL-TS-YYYY   PIC X(04).
               10  KAL-RL-TS-MI     PIC X(02).
               10  KAL-RL-TS-SS     PIC X(02).
           05  KAL-RL-INPUT-MODE    PIC X(01).
           05  KAL-RL-PARM-VERSION  PIC 9(04).
