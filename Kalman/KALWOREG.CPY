      ******************************************************************
      * Copybook: KALWOREG
      * Purpose:  Record layout for KALWOREG.DAT, the maintenance
      *           work-order register.  KalHlth adds one record for
      *           every work-order request it sends plant maintenance
      *           for an unhealthy probe, and while a probe's order is
      *           still OPEN no second request goes out for it -- the
      *           night's score is only noted against the open order.
      *           Plant maintenance closes the order through its
      *           return file: DONE when the work was carried out,
      *           CANC when the order was cancelled.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : date the held-nights count was
      *     last aged, so a second run on the same day does not count
      *     the night twice.  A new order carries the date it was
      *     raised; entries written before the field existed read
      *     back with it blank and are aged on their next night.
      ******************************************************************
       01  KAL-WOREG-RECORD.
           05  KAL-WO-ID               PIC X(16).
           05  KAL-WO-CHANNEL          PIC X(02).
           05  KAL-WO-PROBE            PIC X(10).
           05  KAL-WO-DATE-RAISED      PIC X(08).
           05  KAL-WO-SCORE            PIC 9(03).
           05  KAL-WO-STATUS           PIC X(04).
               88  KAL-WO-IS-OPEN              VALUE "OPEN".
               88  KAL-WO-IS-DONE              VALUE "DONE".
               88  KAL-WO-IS-CANCELLED         VALUE "CANC".
           05  KAL-WO-DATE-CLOSED      PIC X(08).
           05  KAL-WO-MAINT-REF        PIC X(10).
           05  KAL-WO-LAST-SCORE       PIC 9(03).
           05  KAL-WO-HELD-NIGHTS      PIC 9(04).
           05  KAL-WO-DATE-AGED        PIC X(08).
