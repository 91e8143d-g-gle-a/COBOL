      ******************************************************************
      * Copybook: KALCAL
      * Purpose:  Record layout for KALCAL.DAT, the sensor calibration
      *           master.  One record per calibration entry, effective-
      *           dated per channel: the offset and gain instrumentation
      *           set on the probe, when it was calibrated, when the
      *           next calibration is due and who did it.  Versions
      *           number each channel's entries 0001 upward; the entry
      *           in force on a date is the channel's active entry with
      *           the latest effective date not after it.  A retired
      *           entry stops applying from its retirement date on, so
      *           readings dated earlier still resolve to it.
      *           Calibrated reading = raw reading * gain + offset.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-CALIB-RECORD.
           05  KAL-CB-CHANNEL          PIC X(02).
           05  KAL-CB-VERSION          PIC 9(04).
           05  KAL-CB-EFF-DATE         PIC X(08).
           05  KAL-CB-OFFSET           PIC S9(02)V9(03)
                                       SIGN IS LEADING SEPARATE.
           05  KAL-CB-GAIN             PIC 9(01)V9(04).
           05  KAL-CB-CAL-DATE         PIC X(08).
           05  KAL-CB-DUE-DATE         PIC X(08).
           05  KAL-CB-TECHNICIAN       PIC X(24).
           05  KAL-CB-STATUS           PIC X(01).
               88  KAL-CB-IS-ACTIVE            VALUE "A".
               88  KAL-CB-IS-RETIRED           VALUE "R".
           05  KAL-CB-RETIRED-DATE     PIC X(08).
