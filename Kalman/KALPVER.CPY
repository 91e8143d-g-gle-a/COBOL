      ******************************************************************
      * Copybook: KALPVER
      * Purpose:  Record layout for KALPVER.DAT, the controlled
      *           parameter master.  Every version is a complete set
      *           of the tuning parameters -- Kalman's history weight
      *           and KalExcp's base and per-sensor thresholds -- so
      *           the figures any run used can be read back from one
      *           record.  Versions are numbered 0001 upward across
      *           the whole file.  A version is raised PENDING by its
      *           requester and only an approver other than the
      *           requester can make it APPROVED (or REJECTED); the
      *           version in force on a date is the approved version
      *           with the latest effective date not after it (a later
      *           version breaks a tie).  KAL-PV-BASE-VERSION names the
      *           version the change was drafted from (zero when it was
      *           seeded from KALPARM.DAT and TABLE.DAT), so the
      *           history report can show what each change replaced.
      *           Versions are never deleted.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-PARMVER-RECORD.
           05  KAL-PV-VERSION          PIC 9(04).
           05  KAL-PV-EFF-DATE         PIC X(08).
           05  KAL-PV-WEIGHT           PIC 9(01)V9(03).
           05  KAL-PV-THRESHOLD        PIC 9(02)V9(03).
           05  KAL-PV-CHANNEL-THRESHOLD
                                       PIC 9(02)V9(03) OCCURS 3 TIMES.
           05  KAL-PV-STATUS           PIC X(01).
               88  KAL-PV-IS-PENDING           VALUE "P".
               88  KAL-PV-IS-APPROVED          VALUE "A".
               88  KAL-PV-IS-REJECTED          VALUE "R".
           05  KAL-PV-BASE-VERSION     PIC 9(04).
           05  KAL-PV-REQUESTER        PIC X(24).
           05  KAL-PV-REQUEST-DATE     PIC X(08).
           05  KAL-PV-APPROVER         PIC X(24).
           05  KAL-PV-DECISION-DATE    PIC X(08).
           05  KAL-PV-REASON           PIC X(60).
