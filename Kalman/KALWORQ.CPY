      ******************************************************************
      * Copybook: KALWORQ
      * Purpose:  Record layout for KALWORQ.DAT, the outbound
      *           work-order request interface to the plant
      *           maintenance system.  KalHlth appends one request
      *           per probe whose nightly health score crossed the
      *           threshold and has no order still open on the
      *           KALWOREG.DAT register.  The work-order id is the
      *           raising timestamp plus the channel, and plant
      *           maintenance quotes it back when it closes the order.
      *           The score and its four components travel with the
      *           request so the planner can see why it was raised.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-WORQ-RECORD.
           05  KAL-WQ-RECORD-TYPE      PIC X(04).
           05  KAL-WQ-WO-ID            PIC X(16).
           05  KAL-WQ-ORIGIN           PIC X(08).
           05  KAL-WQ-CHANNEL          PIC X(02).
           05  KAL-WQ-PROBE            PIC X(10).
           05  KAL-WQ-DATE             PIC X(08).
           05  KAL-WQ-TIME             PIC X(06).
           05  KAL-WQ-PRIORITY         PIC X(01).
               88  KAL-WQ-URGENT               VALUE "1".
               88  KAL-WQ-ROUTINE              VALUE "2".
           05  KAL-WQ-SCORE            PIC 9(03).
           05  KAL-WQ-REJECT-PCT       PIC 9(03)V9(01).
           05  KAL-WQ-OPEN-EXCP        PIC 9(04).
           05  KAL-WQ-SPC-HITS         PIC 9(04).
           05  KAL-WQ-STUCK-LEN        PIC 9(04).
           05  KAL-WQ-PROBLEM          PIC X(40).
