      ******************************************************************
      * Copybook: KALKPI
      * Purpose:  Record layout for KALKPI.DAT, the monthly operations
      *           summary kept by KalKpi.  One record per calendar
      *           month (yyyymm), in month order, holding the month's
      *           figures as last worked out from the run log, the
      *           feed edit control, the exception register, the
      *           transmission register and the run master.  The
      *           year-to-date columns are summed from these records,
      *           so they survive KalArch and KalXAck purging the
      *           history behind them.  The feed edit figures can
      *           only be collected night by night (KALEDCTL.DAT
      *           holds the last edit run alone): each night's
      *           control record is added once, into the month of
      *           its date, and KAL-KP-FEED-THRU is the last edit
      *           date added.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-KPI-RECORD.
           05  KAL-KP-MONTH            PIC X(06).
           05  KAL-KP-AS-OF            PIC X(08).
           05  KAL-KP-FEED-THRU        PIC X(08).
           05  KAL-KP-NIGHTS.
               10  KAL-KP-NT-PLANNED   PIC 9(03).
               10  KAL-KP-NT-COMPLETED PIC 9(03).
               10  KAL-KP-NT-RESTARTED PIC 9(03).
               10  KAL-KP-NT-STOPPED   PIC 9(03).
               10  KAL-KP-NT-RUNS-ENDED
                                       PIC 9(05).
           05  KAL-KP-FEED.
               10  KAL-KP-FD-NIGHTS    PIC 9(03).
               10  KAL-KP-FD-READ      PIC 9(08).
               10  KAL-KP-FD-RECYCLED  PIC 9(08).
               10  KAL-KP-FD-ACCEPTED  PIC 9(08).
               10  KAL-KP-FD-REJECTED  PIC 9(08).
               10  KAL-KP-FD-CHANNEL OCCURS 3 TIMES.
                   15  KAL-KP-FD-CH-ACCEPTED
                                       PIC 9(08).
                   15  KAL-KP-FD-CH-REJECTED
                                       PIC 9(08).
           05  KAL-KP-EXCEPTIONS.
               10  KAL-KP-EX-RAISED    PIC 9(05).
               10  KAL-KP-EX-RECURRING PIC 9(05).
               10  KAL-KP-EX-CLOSED    PIC 9(05).
               10  KAL-KP-EX-CLOSE-DAYS
                                       PIC 9(07).
               10  KAL-KP-EX-CHANNEL OCCURS 3 TIMES.
                   15  KAL-KP-EX-CH-RAISED
                                       PIC 9(05).
                   15  KAL-KP-EX-CH-RECURRING
                                       PIC 9(05).
                   15  KAL-KP-EX-CH-CLOSED
                                       PIC 9(05).
                   15  KAL-KP-EX-CH-CLOSE-DAYS
                                       PIC 9(07).
           05  KAL-KP-EXTRACTS.
               10  KAL-KP-XM-SHIPPED   PIC 9(05).
               10  KAL-KP-XM-ACKED     PIC 9(05).
               10  KAL-KP-XM-FAILED    PIC 9(05).
               10  KAL-KP-XM-LATE      PIC 9(05).
               10  KAL-KP-XM-SENT      PIC 9(05).
           05  KAL-KP-VARIANCE.
               10  KAL-KP-VR-RUNS      PIC 9(05).
               10  KAL-KP-VR-SUM       PIC S9(07)V9(06).
               10  KAL-KP-VR-CHANNEL OCCURS 3 TIMES.
                   15  KAL-KP-VR-CH-RUNS
                                       PIC 9(05).
                   15  KAL-KP-VR-CH-SUM
                                       PIC S9(07)V9(06).
