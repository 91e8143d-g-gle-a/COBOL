      *     truncate the live checkpoint log and interleave on
      *     Data1.DAT; now it reports who holds the lock and ends
      *     with a non-zero return code.
      *   - Gerardo Gonzalez Aguila : Data2 readings are now corrected
      *     with the probe's KALCAL.DAT calibration in force on the
      *     reading's date (raw * gain + offset); the calibration
      *     version used is stamped on every Data1 row, and KALMAN.RPT
      *     shows each channel's calibration, flagging a lapsed one.
      *   - Gerardo Gonzalez Aguila : added an adaptive-gain filter
      *     mode (KALMAN_FILTER_MODE=A) beside the fixed-weight
      *     smoother: a per-channel error covariance, with process-
      *     and measurement-noise variances from the reference table
      *     (PNV-nn / MNV-nn), sets the gain each pass.  Covariance,
      *     gain and filter mode ride in the checkpoint, the gain is
      *     stamped on every Data1 row, and KALMAN.RPT shows each
      *     channel's average and final gain.
      *   - Gerardo Gonzalez Aguila : the history weight now comes
      *     from the KALPVER.DAT parameter version in force on the run
      *     date, approved through KalPrmMt; KALPARM.DAT and
      *     KALMAN_WEIGHT apply only while no version is in force.
      *     The version is logged on the START/END run-log events for
      *     the run master and printed in the KALMAN.RPT heading.
      *   - Gerardo Gonzalez Aguila : the checkpoint now carries the
      *     parameter version and history weight, and each channel's
      *     calibration entry, the run started under; a resumed run
      *     takes them back instead of what is in force on the day it
      *     resumes, so it continues exactly as it began.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kalman.
       SELECT OPTIONAL KalParm ASSIGN TO "KALPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARM-STATUS.
       SELECT OPTIONAL KalParmVer ASSIGN TO "KALPVER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARMVER-STATUS.
       SELECT OPTIONAL KalCkpt ASSIGN TO "KALCKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-CKPT-STATUS.
       SELECT OPTIONAL KalCalib ASSIGN TO "KALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-CALIB-STATUS.
       SELECT KalRunLog ASSIGN TO "KALRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RUNLOG-STATUS.
               05  FILLER           PIC X(05).
        FD KalParm.
           01  KAL-PARM-RECORD      PIC 9V999.
        FD KalParmVer.
           COPY "KALPVER.CPY".
      *---------------------------------------------------------------*
      * KALCKPT.DAT: one record per pass, the whole restartable state
      * of the run -- loop position, seed, feed position, the overall
      * row count, and the smoothing value plus running statistics of
      * every sensor channel.  The filter mode and each channel's
      * error covariance, gain and gain total follow at the end, so a
      * checkpoint from before them reads back blank there.  After
      * them come the parameter version and history weight, and each
      * channel's calibration entry, that the run started under.
      *---------------------------------------------------------------*
        FD KalCkpt.
           01  KAL-CKPT-RECORD.
                   10  KAL-CKPT-SM-SUM      PIC 9(08)V9(03).
                   10  KAL-CKPT-SM-SUMSQ    PIC 9(09)V9(03).
                   10  KAL-CKPT-CH-RECCNT   PIC 9(04).
               05  KAL-CKPT-FILTER-MODE PIC X(01).
               05  KAL-CKPT-FILTER OCCURS 3 TIMES.
                   10  KAL-CKPT-COVAR       PIC 9(04)V9(06).
                   10  KAL-CKPT-GAIN        PIC 9(01)V9(06).
                   10  KAL-CKPT-GAIN-SUM    PIC 9(05)V9(06).
               05  KAL-CKPT-PARM-VERSION    PIC 9(04).
               05  KAL-CKPT-PARM-EFF-DATE   PIC X(08).
               05  KAL-CKPT-WEIGHT-HISTORY  PIC 9V999.
               05  KAL-CKPT-CALIB OCCURS 3 TIMES.
                   10  KAL-CKPT-CAL-VERSION     PIC 9(04).
                   10  KAL-CKPT-CAL-EFF-DATE    PIC X(08).
                   10  KAL-CKPT-CAL-OFFSET      PIC S9(02)V9(03)
                                            SIGN IS LEADING SEPARATE.
                   10  KAL-CKPT-CAL-GAIN        PIC 9(01)V9(04).
                   10  KAL-CKPT-CAL-DUE-DATE    PIC X(08).
        FD KalCalib.
           COPY "KALCAL.CPY".
        FD KalRunLog.
           COPY "KALRLOG.CPY".
        FD KalReport.
       01  KAL-DATA1-STATUS                PIC X(02)   VALUE "00".
       01  KAL-DATA2-STATUS                PIC X(02)   VALUE "00".
       01  KAL-PARM-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-PARMVER-STATUS              PIC X(02)   VALUE "00".
       01  KAL-CKPT-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-RUNLOG-STATUS               PIC X(02)   VALUE "00".
       01  KAL-CALIB-STATUS                PIC X(02)   VALUE "00".

      *---------------------------------------------------------------*
      * Run identity, seed and restart control.
       01  KAL-WEIGHT-RAW                   PIC 9V999  VALUE 0.300.
       01  KAL-WEIGHT-ENV-TEXT              PIC X(10)  VALUE SPACES.

      *---------------------------------------------------------------*
      * Controlled parameter version in force on the run date (zero
      * when KALPVER.DAT has none): once one is, its weight is the
      * only one a run may use.
      *---------------------------------------------------------------*
       01  KAL-PARM-RUN-DATE                PIC X(08)  VALUE SPACES.
       01  KAL-PARM-VERSION                 PIC 9(04)  VALUE ZERO.
       01  KAL-PARM-EFF-DATE                PIC X(08)  VALUE SPACES.
       01  KAL-PARM-VER-WEIGHT              PIC 9V999  VALUE ZERO.
       01  KAL-PARMVER-EOF-SW               PIC X(01)  VALUE "N".
           88  KAL-PARMVER-AT-EOF                   VALUE "Y".

      *---------------------------------------------------------------*
      * Input-source mode: R-andom, F-ile (from Data2.DAT), B-lend.
      *---------------------------------------------------------------*
       01  KAL-DATA2-EOF-SW                 PIC X(01)  VALUE "N".
           88  KAL-DATA2-AT-EOF                     VALUE "Y".

      *---------------------------------------------------------------*
      * Filter mode: S-moothing at the fixed history/raw weights, or
      * A-daptive, where each channel's error covariance sets the
      * gain every pass.  KALMAN_FILTER_MODE selects it per run; a
      * resumed run keeps the mode it started in.
      *---------------------------------------------------------------*
       01  KAL-FILTER-MODE                  PIC X(01)  VALUE "S".
           88  KAL-FILTER-SMOOTHING                 VALUE "S".
           88  KAL-FILTER-ADAPTIVE                  VALUE "A".
       01  KAL-FILTER-ENV-TEXT              PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      * Sensor channels.  Every pass belongs to one of the three
      * probes: File/Blend mode takes the channel stamped on the
               10  KAL-CH-SM-SUM        PIC 9(08)V9(03).
               10  KAL-CH-SM-SUMSQ      PIC 9(09)V9(03).
               10  KAL-CH-RECCNT        PIC 9(04) COMP.
               10  KAL-CH-COVAR         PIC 9(04)V9(06).
               10  KAL-CH-GAIN          PIC 9(01)V9(06).
               10  KAL-CH-GAIN-SUM      PIC 9(05)V9(06).

      *---------------------------------------------------------------*
      * Adaptive-mode tuning per channel from the reference table:
      * PNV-nn is the process-noise variance (how far the true value
      * may drift between passes), MNV-nn the measurement-noise
      * variance of the probe.  The defaults apply to any channel the
      * table does not tune.
      *---------------------------------------------------------------*
       01  KAL-DEFAULT-PROC-VAR        PIC 9(02)V9(04) VALUE 0.0500.
       01  KAL-DEFAULT-MEAS-VAR        PIC 9(02)V9(04) VALUE 4.0000.
       01  KAL-FILTER-TUNING.
           05  KAL-FT-ENTRY OCCURS 3 TIMES.
               10  KAL-FT-PROC-VAR      PIC 9(02)V9(04).
               10  KAL-FT-MEAS-VAR      PIC 9(02)V9(04).
       01  KAL-PRED-COVAR              PIC 9(04)V9(06) VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Probe calibration in force, one entry per channel, resolved
      * from KALCAL.DAT for the reading date.  Every row this process
      * writes carries the process date (see 2300-WRITE-DATA1-RECORD),
      * so the entry in force is settled once per channel at start-up
      * rather than per pass.  Version zero means no entry is in
      * force and readings go through uncorrected.
      *---------------------------------------------------------------*
       01  KAL-READING-DATE                 PIC X(08)   VALUE SPACES.
       01  KAL-CALIB-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-CALIB-AT-EOF                     VALUE "Y".
       01  KAL-CB-CHAN-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-CALIB-IN-FORCE.
           05  KAL-CAL-ENTRY OCCURS 3 TIMES.
               10  KAL-CAL-VERSION      PIC 9(04).
               10  KAL-CAL-EFF-DATE     PIC X(08).
               10  KAL-CAL-OFFSET       PIC S9(02)V9(03).
               10  KAL-CAL-GAIN         PIC 9(01)V9(04).
               10  KAL-CAL-DUE-DATE     PIC X(08).
               10  KAL-CAL-LAPSED-SW    PIC X(01).
       01  KAL-PASS-CAL-VERSION             PIC 9(04)   VALUE ZERO.
       01  KAL-CALIBRATED-VALUE        PIC S9(04)V9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      * Scratch fields for the end-of-run summary report.
       01  KAL-ED-CHANNEL                   PIC 9(01)   VALUE ZERO.
       01  KAL-ED-WEIGHT-1                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-WEIGHT-2                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-OFFSET                    PIC -Z9.999 VALUE ZERO.
       01  KAL-ED-GAIN                      PIC 9.9999  VALUE ZERO.
       01  KAL-ED-FILTER-GAIN-1             PIC 9.9(06) VALUE ZERO.
       01  KAL-ED-FILTER-GAIN-2             PIC 9.9(06) VALUE ZERO.
       01  KAL-ED-COVAR                     PIC Z(03)9.9(06) VALUE ZERO.
       01  KAL-ED-VARIANCE-1                PIC Z9.9(04) VALUE ZERO.
       01  KAL-ED-VARIANCE-2                PIC Z9.9(04) VALUE ZERO.
       01  KAL-ED-FILTER-NAME               PIC X(09)   VALUE SPACES.
       01  KAL-GAIN-AVG                PIC 9(01)V9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * Reference-table service: adaptive-mode noise variances.
      *---------------------------------------------------------------*
           COPY "KALTBL.CPY".

      *---------------------------------------------------------------*
      * Run-lock interlock: the DATA1 lock is taken before any file
           PERFORM 1200-GET-SEED THRU 1200-EXIT
           PERFORM 1300-GET-WEIGHT THRU 1300-EXIT
           PERFORM 1400-GET-INPUT-MODE THRU 1400-EXIT
           PERFORM 1420-GET-FILTER-MODE THRU 1420-EXIT
           PERFORM 1450-INIT-CHANNEL-STATE THRU 1450-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 1480-LOAD-CALIBRATION THRU 1480-EXIT
           PERFORM 1500-CHECK-RESTART THRU 1500-EXIT
           PERFORM 1530-LOAD-FILTER-TUNING THRU 1530-EXIT
           PERFORM 1550-SEED-GENERATOR THRU 1550-EXIT
           PERFORM 1600-OPEN-FILES THRU 1600-EXIT
           PERFORM 1700-WRITE-RUNLOG-START THRU 1700-EXIT
      *---------------------------------------------------------------*
      * 1050-WARM-UP-CHANNEL -- prime one channel's smoothing value
      * from a first random draw, exactly as the single-channel code
      * always warmed up before its first pass.  In adaptive mode the
      * draw becomes the starting estimate outright, trusted as much
      * as one probe reading (covariance = measurement variance).
      *---------------------------------------------------------------*
       1050-WARM-UP-CHANNEL.
           COMPUTE Raw-value = FUNCTION RANDOM () * Random-base
           IF KAL-FILTER-ADAPTIVE
               MOVE Raw-value TO KAL-CH-KALMAN(KAL-CURR-CHANNEL)
               MOVE KAL-FT-MEAS-VAR(KAL-CURR-CHANNEL)
                   TO KAL-CH-COVAR(KAL-CURR-CHANNEL)
           ELSE
               COMPUTE KAL-CH-KALMAN(KAL-CURR-CHANNEL) =
                   KAL-CH-KALMAN(KAL-CURR-CHANNEL) * KAL-WEIGHT-HISTORY
                   + Raw-value * KAL-WEIGHT-RAW
           END-IF.
       1050-EXIT.
           EXIT.

           EXIT.

      *---------------------------------------------------------------*
      * 1300-GET-WEIGHT -- the parameter version in force on the run
      * date supplies the history-weight split; without one the
      * uncontrolled sources do (1350).  Once a version is in force
      * a KALMAN_WEIGHT override is refused, so every run's weight
      * can be traced to an approved change.
      *---------------------------------------------------------------*
       1300-GET-WEIGHT.
           PERFORM 1310-LOAD-PARM-VERSION THRU 1310-EXIT
           IF KAL-PARM-VERSION > 0
               MOVE KAL-PARM-VER-WEIGHT TO KAL-WEIGHT-HISTORY
               DISPLAY "Parameter version " KAL-PARM-VERSION
                   " effective " KAL-PARM-EFF-DATE " in force"
               ACCEPT KAL-WEIGHT-ENV-TEXT FROM ENVIRONMENT
                   "KALMAN_WEIGHT"
               IF KAL-WEIGHT-ENV-TEXT NOT = SPACES
                   DISPLAY "KALMAN_WEIGHT '" KAL-WEIGHT-ENV-TEXT
                       "' ignored -- the weight is under change "
                       "control"
               END-IF
           ELSE
               PERFORM 1350-GET-UNCONTROLLED-WEIGHT THRU 1350-EXIT
           END-IF

           COMPUTE KAL-WEIGHT-RAW = 1 - KAL-WEIGHT-HISTORY
           DISPLAY "Smoothing weight (history/raw) : "
               KAL-WEIGHT-HISTORY " / " KAL-WEIGHT-RAW.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1310-LOAD-PARM-VERSION -- resolve the parameter version in
      * force on the run date from KALPVER.DAT: the approved version
      * with the latest effective date not after it, a later version
      * breaking a tie.  No master on file, or nothing approved yet,
      * leaves the version at zero.
      *---------------------------------------------------------------*
       1310-LOAD-PARM-VERSION.
           MOVE 800-CURRENT-DATE-YYYY TO KAL-PARM-RUN-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-PARM-RUN-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-PARM-RUN-DATE(7:2)
           MOVE ZERO TO KAL-PARM-VERSION
           MOVE SPACES TO KAL-PARM-EFF-DATE
           OPEN INPUT KalParmVer
           IF KAL-PARMVER-STATUS = "00"
               PERFORM 1320-READ-PARM-VERSION THRU 1320-EXIT
                   UNTIL KAL-PARMVER-AT-EOF
               CLOSE KalParmVer
           ELSE
               IF KAL-PARMVER-STATUS = "05"
                   CLOSE KalParmVer
               END-IF
           END-IF
           IF KAL-PARM-VERSION = 0
               DISPLAY "No controlled parameter version in force -- "
                   "weight from KALPARM.DAT / KALMAN_WEIGHT"
           END-IF.
       1310-EXIT.
           EXIT.

       1320-READ-PARM-VERSION.
           READ KalParmVer
               AT END
                   MOVE "Y" TO KAL-PARMVER-EOF-SW
               NOT AT END
                   PERFORM 1330-CONSIDER-PARM-VERSION THRU 1330-EXIT
           END-READ.
       1320-EXIT.
           EXIT.

       1330-CONSIDER-PARM-VERSION.
           IF NOT KAL-PV-IS-APPROVED
               OR KAL-PV-VERSION IS NOT NUMERIC
               OR KAL-PV-WEIGHT IS NOT NUMERIC
               OR KAL-PV-EFF-DATE > KAL-PARM-RUN-DATE
               GO TO 1330-EXIT
           END-IF
           IF KAL-PARM-VERSION > 0
               IF KAL-PV-EFF-DATE < KAL-PARM-EFF-DATE
                   GO TO 1330-EXIT
               END-IF
               IF KAL-PV-EFF-DATE = KAL-PARM-EFF-DATE
                   AND KAL-PV-VERSION < KAL-PARM-VERSION
                   GO TO 1330-EXIT
               END-IF
           END-IF
           MOVE KAL-PV-VERSION  TO KAL-PARM-VERSION
           MOVE KAL-PV-EFF-DATE TO KAL-PARM-EFF-DATE
           MOVE KAL-PV-WEIGHT   TO KAL-PARM-VER-WEIGHT.
       1330-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1350-GET-UNCONTROLLED-WEIGHT -- KALPARM.DAT (if present)
      * supplies the history weight; KALMAN_WEIGHT in the
      * environment, when set, overrides it for a single run.
      *---------------------------------------------------------------*
       1350-GET-UNCONTROLLED-WEIGHT.
           OPEN INPUT KalParm
           IF KAL-PARM-STATUS = "00"
               READ KalParm
                       "' is not a valid decimal value, keeping "
                       KAL-WEIGHT-HISTORY
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1420-GET-FILTER-MODE -- KALMAN_FILTER_MODE selects S(moothing
      * at the fixed weights, the default) or A(daptive gain).
      *---------------------------------------------------------------*
       1420-GET-FILTER-MODE.
           ACCEPT KAL-FILTER-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_FILTER_MODE"
           IF KAL-FILTER-ENV-TEXT = "A" OR KAL-FILTER-ENV-TEXT = "a"
               MOVE "A" TO KAL-FILTER-MODE
           ELSE
               MOVE "S" TO KAL-FILTER-MODE
           END-IF
           DISPLAY "Filter mode (S/A) : " KAL-FILTER-MODE.
       1420-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1450-INIT-CHANNEL-STATE -- zero one channel's smoothing value
      * and running statistics; the min fields start high so the
                        KAL-CH-SM-SUM(KAL-CHAN-SUB)
                        KAL-CH-SM-SUMSQ(KAL-CHAN-SUB)
                        KAL-CH-RECCNT(KAL-CHAN-SUB)
                        KAL-CH-COVAR(KAL-CHAN-SUB)
                        KAL-CH-GAIN-SUM(KAL-CHAN-SUB)
           MOVE KAL-WEIGHT-RAW TO KAL-CH-GAIN(KAL-CHAN-SUB)
           MOVE 99.999 TO KAL-CH-RAW-MIN(KAL-CHAN-SUB)
                          KAL-CH-SM-MIN(KAL-CHAN-SUB).
       1450-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1480-LOAD-CALIBRATION -- resolve each channel's calibration in
      * force on the reading date from KALCAL.DAT: the channel's
      * entry with the latest effective date not after the reading
      * date, skipping entries retired on or before it.  No master
      * on file simply leaves every channel uncorrected, exactly as
      * readings were taken before calibration was tracked.
      *---------------------------------------------------------------*
       1480-LOAD-CALIBRATION.
           MOVE 800-CURRENT-DATE-YYYY TO KAL-READING-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-READING-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-READING-DATE(7:2)
           PERFORM 1481-CLEAR-CALIBRATION THRU 1481-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           OPEN INPUT KalCalib
           IF KAL-CALIB-STATUS = "00"
               PERFORM 1482-READ-CALIBRATION-ENTRY THRU 1482-EXIT
                   UNTIL KAL-CALIB-AT-EOF
               CLOSE KalCalib
           ELSE
               IF KAL-CALIB-STATUS = "05"
                   CLOSE KalCalib
               END-IF
               DISPLAY "KALCAL.DAT not available -- readings taken "
                   "uncalibrated"
           END-IF
           PERFORM 1485-SHOW-CALIBRATION THRU 1485-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1480-EXIT.
           EXIT.

       1481-CLEAR-CALIBRATION.
           MOVE ZERO TO KAL-CAL-VERSION(KAL-CHAN-SUB)
                        KAL-CAL-OFFSET(KAL-CHAN-SUB)
           MOVE 1 TO KAL-CAL-GAIN(KAL-CHAN-SUB)
           MOVE SPACES TO KAL-CAL-EFF-DATE(KAL-CHAN-SUB)
                          KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
           MOVE "N" TO KAL-CAL-LAPSED-SW(KAL-CHAN-SUB).
       1481-EXIT.
           EXIT.

       1482-READ-CALIBRATION-ENTRY.
           READ KalCalib
               AT END
                   MOVE "Y" TO KAL-CALIB-EOF-SW
               NOT AT END
                   PERFORM 1483-CONSIDER-CALIBRATION THRU 1483-EXIT
           END-READ.
       1482-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1483-CONSIDER-CALIBRATION -- take the entry in hand for its
      * channel when it is in force on the reading date and newer
      * than what the channel holds so far (a later version breaks a
      * tie on the effective date).
      *---------------------------------------------------------------*
       1483-CONSIDER-CALIBRATION.
           EVALUATE KAL-CB-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-CB-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-CB-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-CB-CHAN-SUB
               WHEN OTHER
                   GO TO 1483-EXIT
           END-EVALUATE
           IF KAL-CB-VERSION IS NOT NUMERIC
               OR KAL-CB-GAIN IS NOT NUMERIC
               OR KAL-CB-OFFSET IS NOT NUMERIC
               OR KAL-CB-EFF-DATE > KAL-READING-DATE
               GO TO 1483-EXIT
           END-IF
           IF KAL-CB-IS-RETIRED
               AND KAL-CB-RETIRED-DATE NOT > KAL-READING-DATE
               GO TO 1483-EXIT
           END-IF
           IF KAL-CAL-VERSION(KAL-CB-CHAN-SUB) > 0
               IF KAL-CB-EFF-DATE < KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
                   GO TO 1483-EXIT
               END-IF
               IF KAL-CB-EFF-DATE = KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
                   AND KAL-CB-VERSION
                       < KAL-CAL-VERSION(KAL-CB-CHAN-SUB)
                   GO TO 1483-EXIT
               END-IF
           END-IF
           MOVE KAL-CB-VERSION  TO KAL-CAL-VERSION(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-EFF-DATE TO KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-OFFSET   TO KAL-CAL-OFFSET(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-GAIN     TO KAL-CAL-GAIN(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-DUE-DATE TO KAL-CAL-DUE-DATE(KAL-CB-CHAN-SUB).
       1483-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1485-SHOW-CALIBRATION -- one channel's calibration on the
      * console.  A calibration past its next-due date still applies
      * (it is the best correction on record) but is flagged lapsed
      * here and on the summary report so it cannot pass unnoticed.
      *---------------------------------------------------------------*
       1485-SHOW-CALIBRATION.
           IF KAL-CAL-VERSION(KAL-CHAN-SUB) = 0
               DISPLAY "Channel " KAL-CHAN-SUB
                   " calibration : none in force, readings uncorrected"
               GO TO 1485-EXIT
           END-IF
           IF KAL-CAL-DUE-DATE(KAL-CHAN-SUB) < KAL-READING-DATE
               MOVE "Y" TO KAL-CAL-LAPSED-SW(KAL-CHAN-SUB)
           END-IF
           DISPLAY "Channel " KAL-CHAN-SUB " calibration : version "
               KAL-CAL-VERSION(KAL-CHAN-SUB) " effective "
               KAL-CAL-EFF-DATE(KAL-CHAN-SUB) " due "
               KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
           IF KAL-CAL-LAPSED-SW(KAL-CHAN-SUB) = "Y"
               DISPLAY "WARNING: channel " KAL-CHAN-SUB
                   " calibration lapsed on "
                   KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
                   " -- applying it anyway, recalibrate the probe"
           END-IF.
       1485-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1500-CHECK-RESTART -- look for a checkpoint left by a prior,
      * incomplete run of this same batch and resume from it.
                   MOVE KAL-CKPT-SEED TO KAL-SEED-USED
                   MOVE KAL-CKPT-DATA2-READ TO KAL-DATA2-SKIP-COUNT
                   MOVE KAL-CKPT-RECCNT TO KAL-RECORD-COUNT
                   IF KAL-CKPT-FILTER-MODE = "A"
                       OR KAL-CKPT-FILTER-MODE = "S"
                       MOVE KAL-CKPT-FILTER-MODE TO KAL-FILTER-MODE
                   ELSE
                       MOVE "S" TO KAL-FILTER-MODE
                   END-IF
                   PERFORM 1515-RESTORE-PARAMETERS THRU 1515-EXIT
                   PERFORM 1520-RESTORE-CHANNEL THRU 1520-EXIT
                       VARYING KAL-CHAN-SUB FROM 1 BY 1
                       UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
       1510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1515-RESTORE-PARAMETERS -- a resumed run keeps the parameter
      * version and weight it started under, whatever is in force on
      * the day it resumes.  A checkpoint from before they were
      * carried reads back blank there and keeps today's.
      *---------------------------------------------------------------*
       1515-RESTORE-PARAMETERS.
           IF KAL-CKPT-PARM-VERSION IS NOT NUMERIC
               OR KAL-CKPT-WEIGHT-HISTORY IS NOT NUMERIC
               GO TO 1515-EXIT
           END-IF
           MOVE KAL-CKPT-PARM-VERSION   TO KAL-PARM-VERSION
           MOVE KAL-CKPT-PARM-EFF-DATE  TO KAL-PARM-EFF-DATE
           MOVE KAL-CKPT-WEIGHT-HISTORY TO KAL-WEIGHT-HISTORY
           COMPUTE KAL-WEIGHT-RAW = 1 - KAL-WEIGHT-HISTORY
           DISPLAY "Resumed under parameter version " KAL-PARM-VERSION
               ", weight (history/raw) : "
               KAL-WEIGHT-HISTORY " / " KAL-WEIGHT-RAW.
       1515-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1520-RESTORE-CHANNEL -- carry one channel's smoothing value
      * and running statistics over from the checkpoint record.
           MOVE KAL-CKPT-SM-SUMSQ(KAL-CHAN-SUB)
               TO KAL-CH-SM-SUMSQ(KAL-CHAN-SUB)
           MOVE KAL-CKPT-CH-RECCNT(KAL-CHAN-SUB)
               TO KAL-CH-RECCNT(KAL-CHAN-SUB)
      *---------------------------------------------------------------*
      * A checkpoint from before the filter state was carried can
      * only be a smoothing run: every one of its passes used the
      * fixed raw weight as its gain.
      *---------------------------------------------------------------*
           IF KAL-CKPT-COVAR(KAL-CHAN-SUB) IS NUMERIC
               AND KAL-CKPT-GAIN(KAL-CHAN-SUB) IS NUMERIC
               AND KAL-CKPT-GAIN-SUM(KAL-CHAN-SUB) IS NUMERIC
               MOVE KAL-CKPT-COVAR(KAL-CHAN-SUB)
                   TO KAL-CH-COVAR(KAL-CHAN-SUB)
               MOVE KAL-CKPT-GAIN(KAL-CHAN-SUB)
                   TO KAL-CH-GAIN(KAL-CHAN-SUB)
               MOVE KAL-CKPT-GAIN-SUM(KAL-CHAN-SUB)
                   TO KAL-CH-GAIN-SUM(KAL-CHAN-SUB)
           ELSE
               COMPUTE KAL-CH-GAIN-SUM(KAL-CHAN-SUB) =
                   KAL-CH-RECCNT(KAL-CHAN-SUB) * KAL-WEIGHT-RAW
           END-IF
      *---------------------------------------------------------------*
      * The channel's calibration goes back to the entry the run
      * started under; an older checkpoint without one keeps today's.
      *---------------------------------------------------------------*
           IF KAL-CKPT-CAL-VERSION(KAL-CHAN-SUB) IS NUMERIC
               AND KAL-CKPT-CAL-OFFSET(KAL-CHAN-SUB) IS NUMERIC
               AND KAL-CKPT-CAL-GAIN(KAL-CHAN-SUB) IS NUMERIC
               MOVE KAL-CKPT-CAL-VERSION(KAL-CHAN-SUB)
                   TO KAL-CAL-VERSION(KAL-CHAN-SUB)
               MOVE KAL-CKPT-CAL-EFF-DATE(KAL-CHAN-SUB)
                   TO KAL-CAL-EFF-DATE(KAL-CHAN-SUB)
               MOVE KAL-CKPT-CAL-OFFSET(KAL-CHAN-SUB)
                   TO KAL-CAL-OFFSET(KAL-CHAN-SUB)
               MOVE KAL-CKPT-CAL-GAIN(KAL-CHAN-SUB)
                   TO KAL-CAL-GAIN(KAL-CHAN-SUB)
               MOVE KAL-CKPT-CAL-DUE-DATE(KAL-CHAN-SUB)
                   TO KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
               MOVE "N" TO KAL-CAL-LAPSED-SW(KAL-CHAN-SUB)
               PERFORM 1485-SHOW-CALIBRATION THRU 1485-EXIT
           END-IF.
       1520-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1530-LOAD-FILTER-TUNING -- adaptive mode only: each channel's
      * process- and measurement-noise variances from the HELLO
      * reference table (PNV-01..03, MNV-01..03).  A missing service,
      * table or row leaves the channel on the defaults; a zero
      * measurement variance would let the filter trust the probe
      * blindly and is refused the same way.
      *---------------------------------------------------------------*
       1530-LOAD-FILTER-TUNING.
           PERFORM 1535-DEFAULT-FILTER-TUNING THRU 1535-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           IF NOT KAL-FILTER-ADAPTIVE
               GO TO 1530-EXIT
           END-IF
           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   DISPLAY "Table service not available, default "
                       "noise variances in use"
                   GO TO 1530-EXIT
           END-CALL
           IF KAL-TBL-STATUS NOT = "00"
               DISPLAY "TABLE.DAT not available (status "
                   KAL-TBL-STATUS "), default noise variances in use"
               GO TO 1530-EXIT
           END-IF
           PERFORM 1540-LOOK-UP-FILTER-TUNING THRU 1540-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1530-EXIT.
           EXIT.

       1535-DEFAULT-FILTER-TUNING.
           MOVE KAL-DEFAULT-PROC-VAR TO KAL-FT-PROC-VAR(KAL-CHAN-SUB)
           MOVE KAL-DEFAULT-MEAS-VAR TO KAL-FT-MEAS-VAR(KAL-CHAN-SUB).
       1535-EXIT.
           EXIT.

       1540-LOOK-UP-FILTER-TUNING.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "PNV-0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
               COMPUTE KAL-FT-PROC-VAR(KAL-CHAN-SUB) =
                   FUNCTION NUMVAL(KAL-TBL-VALUE)
           END-IF
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "MNV-0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
               IF FUNCTION NUMVAL(KAL-TBL-VALUE) > 0
                   COMPUTE KAL-FT-MEAS-VAR(KAL-CHAN-SUB) =
                       FUNCTION NUMVAL(KAL-TBL-VALUE)
               ELSE
                   DISPLAY "MNV-0" KAL-CHAN-DIGIT " must be above "
                       "zero, keeping " KAL-FT-MEAS-VAR(KAL-CHAN-SUB)
               END-IF
           END-IF
           DISPLAY "Channel " KAL-CHAN-SUB " noise variance "
               "(process/measurement) : " KAL-FT-PROC-VAR(KAL-CHAN-SUB)
               " / " KAL-FT-MEAS-VAR(KAL-CHAN-SUB).
       1540-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1550-SEED-GENERATOR -- seed FUNCTION RANDOM exactly once so
      * the rest of the run (or a later replay with the same
           MOVE 800-CURRENT-TIME-MM   TO KAL-RL-TS-MI
           MOVE 800-CURRENT-TIME-SS   TO KAL-RL-TS-SS
           MOVE KAL-INPUT-MODE        TO KAL-RL-INPUT-MODE
           MOVE KAL-PARM-VERSION      TO KAL-RL-PARM-VERSION
           WRITE KAL-RUNLOG-RECORD
           CLOSE KalRunLog.
       1700-EXIT.
       2000-PROCESS-RECORD.
           PERFORM 2050-SELECT-CHANNEL THRU 2050-EXIT
           PERFORM 2100-GET-RAW-VALUE THRU 2100-EXIT
           PERFORM 2180-FILTER-READING THRU 2180-EXIT
           PERFORM 2200-ACCUMULATE-STATS THRU 2200-EXIT
           PERFORM 2300-WRITE-DATA1-RECORD THRU 2300-EXIT
           DISPLAY "Generated and Calculated Values " Raw-value
      * Random once Data2.DAT runs dry.
      *---------------------------------------------------------------*
       2100-GET-RAW-VALUE.
           MOVE ZERO TO KAL-PASS-CAL-VERSION
           IF KAL-MODE-RANDOM OR NOT KAL-DATA2-IS-OPEN
               COMPUTE Raw-value = FUNCTION RANDOM () * Random-base
           ELSE
                               MOVE KAL-D2-RAW-NUM TO Raw-value
                               PERFORM 2150-SET-FILE-CHANNEL
                                   THRU 2150-EXIT
                               PERFORM 2170-APPLY-CALIBRATION
                                   THRU 2170-EXIT
                           ELSE
                               DISPLAY "Data2.DAT record "
                                   KAL-DATA2-READ-COUNT
       2150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2170-APPLY-CALIBRATION -- correct a probe reading with its
      * channel's calibration in force (raw * gain + offset) and note
      * the version for the Data1 row.  Random draws stand in for no
      * probe and are never corrected.  A correction that would leave
      * the reading's 0-99.999 range is held at the limit and said so.
      *---------------------------------------------------------------*
       2170-APPLY-CALIBRATION.
           IF KAL-CAL-VERSION(KAL-CURR-CHANNEL) = 0
               GO TO 2170-EXIT
           END-IF
           COMPUTE KAL-CALIBRATED-VALUE ROUNDED =
               Raw-value * KAL-CAL-GAIN(KAL-CURR-CHANNEL)
               + KAL-CAL-OFFSET(KAL-CURR-CHANNEL)
           EVALUATE TRUE
               WHEN KAL-CALIBRATED-VALUE < 0
                   DISPLAY "Data2.DAT record " KAL-DATA2-READ-COUNT
                       " calibrates below zero, held at 00.000"
                   MOVE ZERO TO Raw-value
               WHEN KAL-CALIBRATED-VALUE > 99.999
                   DISPLAY "Data2.DAT record " KAL-DATA2-READ-COUNT
                       " calibrates above range, held at 99.999"
                   MOVE 99.999 TO Raw-value
               WHEN OTHER
                   MOVE KAL-CALIBRATED-VALUE TO Raw-value
           END-EVALUATE
           MOVE KAL-CAL-VERSION(KAL-CURR-CHANNEL)
               TO KAL-PASS-CAL-VERSION.
       2170-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2180-FILTER-READING -- fold the reading into its channel's
      * estimate.  Smoothing mode blends at the fixed weights, so its
      * gain is simply the raw weight.  Adaptive mode predicts the
      * error covariance forward by the process noise, takes the gain
      * as predicted / (predicted + measurement noise), moves the
      * estimate that fraction of the way to the reading and shrinks
      * the covariance by (1 - gain): quick to follow a genuine step
      * while the covariance is high, steady once it has settled.
      *---------------------------------------------------------------*
       2180-FILTER-READING.
           IF KAL-FILTER-SMOOTHING
               COMPUTE KAL-CH-KALMAN(KAL-CURR-CHANNEL) =
                   KAL-CH-KALMAN(KAL-CURR-CHANNEL) * KAL-WEIGHT-HISTORY
                   + Raw-value * KAL-WEIGHT-RAW
               MOVE KAL-WEIGHT-RAW TO KAL-CH-GAIN(KAL-CURR-CHANNEL)
           ELSE
               COMPUTE KAL-PRED-COVAR =
                   KAL-CH-COVAR(KAL-CURR-CHANNEL)
                   + KAL-FT-PROC-VAR(KAL-CURR-CHANNEL)
               COMPUTE KAL-CH-GAIN(KAL-CURR-CHANNEL) ROUNDED =
                   KAL-PRED-COVAR /
                   (KAL-PRED-COVAR + KAL-FT-MEAS-VAR(KAL-CURR-CHANNEL))
               COMPUTE KAL-CH-KALMAN(KAL-CURR-CHANNEL) =
                   KAL-CH-KALMAN(KAL-CURR-CHANNEL)
                   + KAL-CH-GAIN(KAL-CURR-CHANNEL)
                   * (Raw-value - KAL-CH-KALMAN(KAL-CURR-CHANNEL))
               COMPUTE KAL-CH-COVAR(KAL-CURR-CHANNEL) ROUNDED =
                   (1 - KAL-CH-GAIN(KAL-CURR-CHANNEL)) * KAL-PRED-COVAR
           END-IF
           ADD KAL-CH-GAIN(KAL-CURR-CHANNEL)
               TO KAL-CH-GAIN-SUM(KAL-CURR-CHANNEL).
       2180-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2200-ACCUMULATE-STATS -- running min/max/sum/sum-of-squares
      * for both the raw and the smoothed series of the channel this
           MOVE 800-CURRENT-TIME-HH   TO KAL-D1-TS-HH
           MOVE 800-CURRENT-TIME-MM   TO KAL-D1-TS-MI
           MOVE 800-CURRENT-TIME-SS   TO KAL-D1-TS-SS
           MOVE KAL-PASS-CAL-VERSION  TO KAL-D1-CAL-VERSION
           MOVE KAL-CH-GAIN(KAL-CURR-CHANNEL) TO KAL-D1-GAIN
           WRITE KAL-DATA1-RECORD.
       2300-EXIT.
           EXIT.
           MOVE KAL-SEED-USED      TO KAL-CKPT-SEED
           MOVE KAL-DATA2-READ-COUNT TO KAL-CKPT-DATA2-READ
           MOVE KAL-RECORD-COUNT   TO KAL-CKPT-RECCNT
           MOVE KAL-FILTER-MODE    TO KAL-CKPT-FILTER-MODE
           MOVE KAL-PARM-VERSION   TO KAL-CKPT-PARM-VERSION
           MOVE KAL-PARM-EFF-DATE  TO KAL-CKPT-PARM-EFF-DATE
           MOVE KAL-WEIGHT-HISTORY TO KAL-CKPT-WEIGHT-HISTORY
           PERFORM 2460-CHECKPOINT-CHANNEL THRU 2460-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
           MOVE KAL-CH-SM-SUMSQ(KAL-CHAN-SUB)
               TO KAL-CKPT-SM-SUMSQ(KAL-CHAN-SUB)
           MOVE KAL-CH-RECCNT(KAL-CHAN-SUB)
               TO KAL-CKPT-CH-RECCNT(KAL-CHAN-SUB)
           MOVE KAL-CH-COVAR(KAL-CHAN-SUB)
               TO KAL-CKPT-COVAR(KAL-CHAN-SUB)
           MOVE KAL-CH-GAIN(KAL-CHAN-SUB)
               TO KAL-CKPT-GAIN(KAL-CHAN-SUB)
           MOVE KAL-CH-GAIN-SUM(KAL-CHAN-SUB)
               TO KAL-CKPT-GAIN-SUM(KAL-CHAN-SUB)
           MOVE KAL-CAL-VERSION(KAL-CHAN-SUB)
               TO KAL-CKPT-CAL-VERSION(KAL-CHAN-SUB)
           MOVE KAL-CAL-EFF-DATE(KAL-CHAN-SUB)
               TO KAL-CKPT-CAL-EFF-DATE(KAL-CHAN-SUB)
           MOVE KAL-CAL-OFFSET(KAL-CHAN-SUB)
               TO KAL-CKPT-CAL-OFFSET(KAL-CHAN-SUB)
           MOVE KAL-CAL-GAIN(KAL-CHAN-SUB)
               TO KAL-CKPT-CAL-GAIN(KAL-CHAN-SUB)
           MOVE KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
               TO KAL-CKPT-CAL-DUE-DATE(KAL-CHAN-SUB).
       2460-EXIT.
           EXIT.

               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-WEIGHT-HISTORY TO KAL-ED-WEIGHT-1
               MOVE KAL-WEIGHT-RAW     TO KAL-ED-WEIGHT-2
               IF KAL-FILTER-ADAPTIVE
                   MOVE "ADAPTIVE" TO KAL-ED-FILTER-NAME
               ELSE
                   MOVE "SMOOTHING" TO KAL-ED-FILTER-NAME
               END-IF
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "RUN-ID " KAL-RUN-ID
                      "   SEED " KAL-SEED-USED
                      "   INPUT MODE " KAL-INPUT-MODE
                      "   WEIGHTS (HISTORY/RAW) " KAL-ED-WEIGHT-1
                      " / " KAL-ED-WEIGHT-2
                      "   FILTER " KAL-ED-FILTER-NAME
                      "   PARM VERSION " KAL-PARM-VERSION
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALMAN.RPT could not be created, status "
           STRING "CHANNEL " KAL-ED-CHANNEL " :"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 8200-REPORT-CALIBRATION THRU 8200-EXIT
           IF KAL-CH-RECCNT(KAL-CHAN-SUB) = 0
               MOVE "  (NO READINGS THIS RUN)" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-VARIANCE-REDUCTION TO KAL-ED-SIGNED-1
           STRING "  VARIANCE REDUCTION : " KAL-ED-SIGNED-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 8150-REPORT-FILTER-GAIN THRU 8150-EXIT.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8150-REPORT-FILTER-GAIN -- average and final gain over the
      * channel's passes, so a smoothing run and an adaptive run on
      * the same feed can be laid side by side; adaptive runs add the
      * error covariance the channel finished on and its tuning.
      *---------------------------------------------------------------*
       8150-REPORT-FILTER-GAIN.
           DIVIDE KAL-CH-GAIN-SUM(KAL-CHAN-SUB)
               BY KAL-CH-RECCNT(KAL-CHAN-SUB)
               GIVING KAL-GAIN-AVG ROUNDED
           MOVE KAL-GAIN-AVG                TO KAL-ED-FILTER-GAIN-1
           MOVE KAL-CH-GAIN(KAL-CHAN-SUB)   TO KAL-ED-FILTER-GAIN-2
           STRING "  FILTER GAIN AVG/FINAL : " KAL-ED-FILTER-GAIN-1
                  " / " KAL-ED-FILTER-GAIN-2
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF NOT KAL-FILTER-ADAPTIVE
               GO TO 8150-EXIT
           END-IF
           MOVE KAL-CH-COVAR(KAL-CHAN-SUB)    TO KAL-ED-COVAR
           MOVE KAL-FT-PROC-VAR(KAL-CHAN-SUB) TO KAL-ED-VARIANCE-1
           MOVE KAL-FT-MEAS-VAR(KAL-CHAN-SUB) TO KAL-ED-VARIANCE-2
           STRING "  ERROR COVARIANCE (FINAL) : " KAL-ED-COVAR
                  "   NOISE VARIANCE PROCESS/MEASUREMENT : "
                  KAL-ED-VARIANCE-1 " / " KAL-ED-VARIANCE-2
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8200-REPORT-CALIBRATION -- the calibration the channel's
      * probe readings were corrected with, lapsed ones flagged.
      *---------------------------------------------------------------*
       8200-REPORT-CALIBRATION.
           IF KAL-CAL-VERSION(KAL-CHAN-SUB) = 0
               STRING "  CALIBRATION : NONE IN FORCE -- "
                      "READINGS UNCORRECTED"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 8200-EXIT
           END-IF
           MOVE KAL-CAL-OFFSET(KAL-CHAN-SUB) TO KAL-ED-OFFSET
           MOVE KAL-CAL-GAIN(KAL-CHAN-SUB)   TO KAL-ED-GAIN
           STRING "  CALIBRATION : VERSION "
                  KAL-CAL-VERSION(KAL-CHAN-SUB)
                  "  EFFECTIVE " KAL-CAL-EFF-DATE(KAL-CHAN-SUB)
                  "  GAIN " KAL-ED-GAIN
                  "  OFFSET " KAL-ED-OFFSET
                  "  DUE " KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           IF KAL-CAL-LAPSED-SW(KAL-CHAN-SUB) = "Y"
               MOVE "*** LAPSED ***" TO KAL-RPT-LINE(100:14)
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE -- close up, mark the checkpoint complete (so
      * the next run starts a fresh batch) and write the run-log
           MOVE 800-CURRENT-TIME-MM   TO KAL-RL-TS-MI
           MOVE 800-CURRENT-TIME-SS   TO KAL-RL-TS-SS
           MOVE KAL-INPUT-MODE        TO KAL-RL-INPUT-MODE
           MOVE KAL-PARM-VERSION      TO KAL-RL-PARM-VERSION
           WRITE KAL-RUNLOG-RECORD
           CLOSE KalRunLog.
       9000-EXIT.
