      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Nightly probe-health scoring and the outbound
      *          work-order interface to plant maintenance.  A
      *          failing probe shows up in several places nobody
      *          joins together: KalEdit rejects its readings into
      *          KALREJ.DAT, KalExcp piles exceptions for its channel
      *          onto KALXREG.DAT, its run means drift out of
      *          statistical control, and a probe stuck on one value
      *          passes every range test.  Each channel is scored
      *          here from its reject rate, its open exceptions, the
      *          KalSPC control-chart rules applied to its own run
      *          means in Data1.DAT, and its longest stuck-value
      *          streak.  A probe whose score reaches the threshold
      *          gets a work-order request on KALWORQ.DAT for the
      *          plant maintenance system, recorded on the
      *          KALWOREG.DAT register; while that order is open the
      *          probe is not requested again.  Closures come back
      *          from plant maintenance on KALWOCLS.DAT and are
      *          applied before the night is scored.  The scores,
      *          the register and the totals go to KALHLTH.RPT.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : a held night is counted once per
      *     day, so a rerun does not age an open order twice; work
      *     orders are sent on KALWORQ.DAT only once the register
      *     holding them has been saved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalHlth.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Data1 ASSIGN TO "Data1.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-DATA1-STATUS.
       SELECT OPTIONAL Data2 ASSIGN TO "Data2.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-DATA2-STATUS.
       SELECT OPTIONAL KalReject ASSIGN TO "KALREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-REJ-STATUS.
       SELECT OPTIONAL KalXReg ASSIGN TO "KALXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XREG-STATUS.
       SELECT OPTIONAL KalWoReg ASSIGN TO "KALWOREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-WOREG-STATUS.
      *---------------------------------------------------------------*
      * KALWOCLS.DAT: plant maintenance's return file, one line per
      * work order closed --
      *   cols  1-16  work-order id, as sent on KALWORQ.DAT
      *   col   18    disposition: C = work completed,
      *                            X = order cancelled
      *   cols 20-27  date closed (yyyymmdd)
      *   cols 29-38  maintenance system's own order reference
      *---------------------------------------------------------------*
       SELECT OPTIONAL KalWoCls ASSIGN TO "KALWOCLS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-WOCLS-STATUS.
       SELECT KalWoReq ASSIGN TO "KALWORQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-WORQ-STATUS.
       SELECT KalReport ASSIGN TO "KALHLTH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD Data1.
           COPY "KALREC.CPY".
        FD Data2.
           01  KAL-DATA2-RECORD.
               05  KAL-D2-RAW-TEXT      PIC X(05).
               05  KAL-D2-CHANNEL       PIC X(02).
               05  FILLER               PIC X(05).
        FD KalReject.
           01  KAL-REJ-RECORD.
               05  KAL-REJ-REASON       PIC X(06).
               05  FILLER               PIC X(01).
               05  KAL-REJ-LINE-NO      PIC 9(06).
               05  FILLER               PIC X(01).
               05  KAL-REJ-IMAGE        PIC X(12).
        FD KalXReg.
           COPY "KALXREG.CPY".
        FD KalWoReg.
           COPY "KALWOREG.CPY".
        FD KalWoCls.
           01  KAL-CLS-RECORD.
               05  KAL-CLS-WO-ID        PIC X(16).
               05  FILLER               PIC X(01).
               05  KAL-CLS-DISPOSITION  PIC X(01).
               05  FILLER               PIC X(01).
               05  KAL-CLS-DATE         PIC X(08).
               05  FILLER               PIC X(01).
               05  KAL-CLS-MAINT-REF    PIC X(10).
        FD KalWoReq.
           COPY "KALWORQ.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-DATA1-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-DATA2-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-REJ-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-XREG-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-WOREG-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-WOCLS-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-WORQ-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-DATA1-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA1-AT-EOF                     VALUE "Y".
       01  KAL-DATA2-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA2-AT-EOF                     VALUE "Y".
       01  KAL-REJ-EOF-SW                   PIC X(01)   VALUE "N".
           88  KAL-REJ-AT-EOF                       VALUE "Y".
       01  KAL-XREG-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XREG-AT-EOF                      VALUE "Y".
       01  KAL-WOREG-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-WOREG-AT-EOF                     VALUE "Y".
       01  KAL-WOCLS-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-WOCLS-AT-EOF                     VALUE "Y".
       01  KAL-WOREG-BAD-SW                 PIC X(01)   VALUE "N".
           88  KAL-WOREG-UNREADABLE                 VALUE "Y".
       01  KAL-WOREG-SAVED-SW               PIC X(01)   VALUE "N".
           88  KAL-WOREG-SAVED                      VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
       01  KAL-CLOSED-INT                   PIC 9(08) COMP VALUE ZERO.
       01  KAL-CLOSED-AGE-DAYS              PIC S9(05) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Work-order threshold: a probe scoring this much or more is
      * requested; twice the threshold makes the request urgent.
      * KALMAN_HEALTH_THRESHOLD overrides the default.
      *---------------------------------------------------------------*
       01  KAL-THRESHOLD                    PIC 9(03)   VALUE 40.
       01  KAL-THRESHOLD-ENV-TEXT           PIC X(10)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Stuck-value limit: this many consecutive readings of one
      * probe within a run carrying the identical raw value is a
      * flatline.  KALMAN_HEALTH_STUCK overrides the default.
      *---------------------------------------------------------------*
       01  KAL-STUCK-LIMIT                  PIC 9(04)   VALUE 12.
       01  KAL-STUCK-ENV-TEXT               PIC X(10)   VALUE SPACES.

      *---------------------------------------------------------------*
      * SPC baseline window: that many of a probe's oldest runs set
      * its center line and limits -- KalSPC's rule, and the same
      * KALMAN_SPC_BASELINE override.
      *---------------------------------------------------------------*
       01  KAL-BASELINE-SIZE                PIC 9(03)   VALUE 10.
       01  KAL-BASELINE-ENV-TEXT            PIC X(10)   VALUE SPACES.
       01  KAL-BASELINE-USED                PIC 9(03)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Register retention in days: DONE and CANC orders closed
      * longer ago than this are purged when the register is
      * rewritten.  KALMAN_WOREG_RETAIN overrides the default.
      *---------------------------------------------------------------*
       01  KAL-RETAIN-DAYS                  PIC 9(04)   VALUE 90.
       01  KAL-RETAIN-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-PURGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-KEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-PURGE-THIS-SW                PIC X(01)   VALUE "N".

      *---------------------------------------------------------------*
      * Score weights: points per whole percent of readings
      * rejected, per open exception, per SPC rule violation, and
      * for a stuck streak at the limit (plus one point for every
      * reading the streak runs past it).  The total is held to
      * 999.
      *---------------------------------------------------------------*
       01  KAL-PTS-REJECT-PCT               PIC 9(02)   VALUE 1.
       01  KAL-PTS-EXCEPTION                PIC 9(02)   VALUE 5.
       01  KAL-PTS-SPC-HIT                  PIC 9(02)   VALUE 10.
       01  KAL-PTS-STUCK                    PIC 9(02)   VALUE 30.
       01  KAL-SCORE-WORK                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-PART-REJECT                  PIC 9(07) COMP VALUE ZERO.
       01  KAL-PART-EXCEPTION               PIC 9(07) COMP VALUE ZERO.
       01  KAL-PART-SPC                     PIC 9(07) COMP VALUE ZERO.
       01  KAL-PART-STUCK                   PIC 9(07) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Print-file control: every report line goes through
      * 6000-WRITE-REPORT-LINE, which starts a fresh titled page --
      * run date/time, the parameters in effect, the section and
      * its column headings, and a page number -- whenever the page
      * fills.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-SECTION-LINE             PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE              PIC X(132)  VALUE SPACES.
       01  KAL-RPT-SCORE-COLUMNS.
           05  FILLER                       PIC X(41)   VALUE
               "CH   PROBE     ACCEPTED  REJECTED   REJ %".
           05  FILLER                       PIC X(42)   VALUE
               "  OPEN EXC  SPC HITS  STUCK  SCORE  ACTION".
       01  KAL-RPT-REGISTER-COLUMNS.
           05  FILLER                       PIC X(41)   VALUE
               "WORK-ORDER ID     CH  PROBE       RAISED ".
           05  FILLER                       PIC X(48)   VALUE
               "  SCORE  STATUS  CLOSED    MAINT REF  LAST  HELD".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-3                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-4                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-5                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-PERCENT                   PIC ZZ9.9   VALUE ZERO.
       01  KAL-ED-SCORE                     PIC ZZ9     VALUE ZERO.
       01  KAL-ED-SCORE-2                   PIC ZZ9     VALUE ZERO.
       01  KAL-ED-HELD                      PIC Z(03)9  VALUE ZERO.
       01  KAL-ED-VALUE-1                   PIC Z9.999  VALUE ZERO.

      *---------------------------------------------------------------*
      * Per-probe health: the reference description from the table,
      * the four score inputs, the stuck-streak state while Data1
      * is walked, the run-mean accumulators, and the verdict.
      *---------------------------------------------------------------*
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-REC-CHAN-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.
       01  KAL-PROBE-HEALTH.
           05  KAL-PROBE OCCURS 3 TIMES.
               10  KAL-PR-DESC         PIC X(10).
               10  KAL-PR-ACCEPTED     PIC 9(07) COMP.
               10  KAL-PR-REJECTED     PIC 9(07) COMP.
               10  KAL-PR-REJECT-PCT   PIC 9(03)V9(01).
               10  KAL-PR-OPEN-EXCP    PIC 9(06) COMP.
               10  KAL-PR-SPC-HITS     PIC 9(04) COMP.
               10  KAL-PR-LAST-RAW     PIC 9(02)V9(03).
               10  KAL-PR-HAVE-LAST-SW PIC X(01).
                   88  KAL-PR-HAVE-LAST        VALUE "Y".
               10  KAL-PR-STUCK-NOW    PIC 9(06) COMP.
               10  KAL-PR-STUCK-MAX    PIC 9(06) COMP.
               10  KAL-PR-STUCK-VALUE  PIC 9(02)V9(03).
               10  KAL-PR-RUN-SUM      PIC 9(07)V9(03).
               10  KAL-PR-RUN-ROWS     PIC 9(06) COMP.
               10  KAL-PR-RUN-DATE     PIC X(08).
               10  KAL-PR-SCORE        PIC 9(03).
               10  KAL-PR-ACTION       PIC X(40).

           COPY "KALTBL.CPY".

      *---------------------------------------------------------------*
      * Each probe's run means in Data1 order (Data1 is appended a
      * run at a time, so that is chronological), with the date the
      * run's rows carry.  The mean is of the probe's RAW readings:
      * the smoothed value blends all three probes and would hide
      * the one going bad.
      *---------------------------------------------------------------*
       01  KAL-SPC-TABLE-MAX                PIC 9(04) COMP VALUE 500.
       01  KAL-RUN-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  KAL-SPC-DROPPED-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  KAL-SPC-TABLE.
           05  KAL-SPC-CHANNEL OCCURS 3 TIMES.
               10  KAL-SPC-COUNT       PIC 9(04) COMP.
               10  KAL-SPC-ENTRY OCCURS 500 TIMES.
                   15  KAL-SPC-RUN-ID  PIC X(10).
                   15  KAL-SPC-DATE    PIC X(08).
                   15  KAL-SPC-MEAN    PIC 9(02)V9(03).

      *---------------------------------------------------------------*
      * The control-limit math and the rule streaks for the probe
      * in hand -- KalSPC's three rules: a point outside the limits,
      * eight runs on one side of the center line, six climbing or
      * falling.  A run is charged for every rule its point trips
      * while the streak lasts, not only the run that completes it,
      * so a probe that stays out of control keeps scoring.
      *---------------------------------------------------------------*
       01  KAL-BASE-SUM                PIC 9(06)V9(03) VALUE ZERO.
       01  KAL-BASE-SUMSQ              PIC 9(09)V9(06) VALUE ZERO.
       01  KAL-CENTER-LINE             PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-BASE-VARIANCE           PIC S9(06)V9(06) VALUE ZERO.
       01  KAL-SIGMA                   PIC 9(03)V9(06) VALUE ZERO.
       01  KAL-UCL                     PIC S9(04)V9(03) VALUE ZERO.
       01  KAL-LCL                     PIC S9(04)V9(03) VALUE ZERO.
       01  KAL-SIDE-RULE-LEN                PIC 9(02) COMP VALUE 8.
       01  KAL-TREND-RULE-LEN               PIC 9(02) COMP VALUE 6.
       01  KAL-SIDE-NOW                     PIC X(01)   VALUE SPACE.
       01  KAL-SIDE-STREAK                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-TREND-NOW                    PIC X(01)   VALUE SPACE.
       01  KAL-TREND-STREAK                 PIC 9(04) COMP VALUE 1.
       01  KAL-PRIOR-MEAN              PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-PRIOR-VALID-SW               PIC X(01)   VALUE "N".
       01  KAL-THIS-MEAN               PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-THIS-HITS                    PIC 9(02) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Data1 walk state: the run in hand and the scoring date --
      * the newest date on Data1.DAT, i.e. the night being scored.
      * Older rows feed the SPC baseline only.
      *---------------------------------------------------------------*
       01  KAL-CUR-RUN-ID                   PIC X(10)   VALUE SPACES.
       01  KAL-ROW-DATE                     PIC X(08)   VALUE SPACES.
       01  KAL-SCORE-DATE                   PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      * The work-order register in memory, and the hit found by the
      * searches over it.
      *---------------------------------------------------------------*
       01  KAL-WOREG-TABLE-MAX              PIC 9(04) COMP VALUE 500.
       01  KAL-WOREG-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-WOREG-SUB                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-WOREG-HIT-SUB                PIC 9(04) COMP VALUE ZERO.
       01  KAL-WOREG-DROPPED-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  KAL-WOREG-TABLE.
           05  KAL-WOR-RECORD-IMAGE OCCURS 500 TIMES
                                            PIC X(80).
       01  KAL-WANT-WO-ID                   PIC X(16)   VALUE SPACES.

      *---------------------------------------------------------------*
      * The night's work-order requests, held until the register
      * that records them has been saved -- at most one per probe.
      *---------------------------------------------------------------*
       01  KAL-WORQ-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  KAL-WORQ-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-WORQ-TABLE.
           05  KAL-WORQ-RECORD-IMAGE OCCURS 3 TIMES
                                            PIC X(114).
       01  KAL-WANT-CHANNEL                 PIC X(02)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Counts for the totals.
      *---------------------------------------------------------------*
       01  KAL-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-NO-CHANNEL-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  KAL-SCORED-ROWS                  PIC 9(07) COMP VALUE ZERO.
       01  KAL-REJ-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  KAL-REJ-NO-CHANNEL               PIC 9(07) COMP VALUE ZERO.
       01  KAL-XREG-OPEN-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  KAL-OVER-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-RAISED-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-HELD-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-CLS-READ-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-DONE-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-CANC-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-ORPHAN-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-OPEN-ORDER-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
           PERFORM 2500-APPLY-CLOSURES THRU 2500-EXIT
           PERFORM 3000-COUNT-REJECTS THRU 3000-EXIT
           PERFORM 3200-COUNT-ACCEPTED THRU 3200-EXIT
           PERFORM 3400-COUNT-EXCEPTIONS THRU 3400-EXIT
           PERFORM 4000-SCAN-DATA1 THRU 4000-EXIT
           PERFORM 4500-JUDGE-PROBE-SPC THRU 4500-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE "NIGHTLY PROBE HEALTH SCORES" TO KAL-RPT-SECTION-LINE
           MOVE KAL-RPT-SCORE-COLUMNS TO KAL-RPT-COLUMN-LINE
           MOVE 99 TO KAL-RPT-LINE-COUNT
           PERFORM 5000-SCORE-PROBE THRU 5000-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 7000-REPORT-REGISTER THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 9200-SEND-WORK-ORDERS THRU 9200-EXIT
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF KAL-RAISED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the threshold, stuck limit,
      * SPC baseline and register retention, the probe names, and
      * the print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman probe health scoring by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           COMPUTE KAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(800-CURRENT-DATE(1:8)))
           ACCEPT KAL-THRESHOLD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_HEALTH_THRESHOLD"
           IF KAL-THRESHOLD-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-THRESHOLD-ENV-TEXT) = 0
                   COMPUTE KAL-THRESHOLD =
                       FUNCTION NUMVAL(KAL-THRESHOLD-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_HEALTH_THRESHOLD '"
                       KAL-THRESHOLD-ENV-TEXT
                       "' is not a valid score, keeping "
                       KAL-THRESHOLD
               END-IF
           END-IF
           IF KAL-THRESHOLD = 0
               DISPLAY "Health threshold must be at least 1, using 1"
               MOVE 1 TO KAL-THRESHOLD
           END-IF
           DISPLAY "Work-order threshold (score) : " KAL-THRESHOLD
           ACCEPT KAL-STUCK-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_HEALTH_STUCK"
           IF KAL-STUCK-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-STUCK-ENV-TEXT) = 0
                   COMPUTE KAL-STUCK-LIMIT =
                       FUNCTION NUMVAL(KAL-STUCK-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_HEALTH_STUCK '"
                       KAL-STUCK-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-STUCK-LIMIT
               END-IF
           END-IF
           IF KAL-STUCK-LIMIT < 2
               DISPLAY "Stuck limit must be at least 2, using 2"
               MOVE 2 TO KAL-STUCK-LIMIT
           END-IF
           DISPLAY "Stuck-value limit (readings) : " KAL-STUCK-LIMIT
           ACCEPT KAL-BASELINE-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_SPC_BASELINE"
           IF KAL-BASELINE-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-BASELINE-ENV-TEXT) = 0
                   COMPUTE KAL-BASELINE-SIZE =
                       FUNCTION NUMVAL(KAL-BASELINE-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_SPC_BASELINE '"
                       KAL-BASELINE-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-BASELINE-SIZE
               END-IF
           END-IF
           IF KAL-BASELINE-SIZE < 2
               DISPLAY "Baseline window must be at least 2, using 2"
               MOVE 2 TO KAL-BASELINE-SIZE
           END-IF
           DISPLAY "SPC baseline window (runs)   : " KAL-BASELINE-SIZE
           ACCEPT KAL-RETAIN-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_WOREG_RETAIN"
           IF KAL-RETAIN-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-RETAIN-ENV-TEXT) = 0
                   COMPUTE KAL-RETAIN-DAYS =
                       FUNCTION NUMVAL(KAL-RETAIN-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_WOREG_RETAIN '"
                       KAL-RETAIN-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-RETAIN-DAYS
               END-IF
           END-IF
           DISPLAY "Register retention (days)    : " KAL-RETAIN-DAYS
           PERFORM 1100-LOAD-REFERENCE-TABLE THRU 1100-EXIT

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-THRESHOLD TO KAL-ED-SCORE
               MOVE KAL-STUCK-LIMIT TO KAL-ED-HELD
               MOVE KAL-BASELINE-SIZE TO KAL-ED-SCORE-2
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- THRESHOLD " KAL-ED-SCORE
                      "  STUCK AFTER" KAL-ED-HELD " READINGS"
                      "  SPC BASELINE " KAL-ED-SCORE-2 " RUNS"
                      "  POINTS 1/REJ PCT 5/EXC 10/SPC 30/STUCK"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALHLTH.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-LOAD-REFERENCE-TABLE -- CALL the HELLO table service
      * for the CH01/02/03 probe names that go on the report and
      * the work orders.  With no service module or no TABLE.DAT
      * every probe keeps a plain "CHANNEL n".
      *---------------------------------------------------------------*
       1100-LOAD-REFERENCE-TABLE.
           PERFORM 1150-DEFAULT-CHANNEL-REF THRU 1150-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   DISPLAY "Table service not available, probes "
                       "named by channel"
                   GO TO 1100-EXIT
           END-CALL
           IF KAL-TBL-STATUS NOT = "00"
               DISPLAY "TABLE.DAT not available (status "
                   KAL-TBL-STATUS "), probes named by channel"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1200-LOOK-UP-CHANNEL-REF THRU 1200-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1100-EXIT.
           EXIT.

       1150-DEFAULT-CHANNEL-REF.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE SPACES TO KAL-PR-DESC(KAL-CHAN-SUB)
                          KAL-PR-ACTION(KAL-CHAN-SUB)
                          KAL-PR-RUN-DATE(KAL-CHAN-SUB)
           STRING "CHANNEL " KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-PR-DESC(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-PR-ACCEPTED(KAL-CHAN-SUB)
                        KAL-PR-REJECTED(KAL-CHAN-SUB)
                        KAL-PR-REJECT-PCT(KAL-CHAN-SUB)
                        KAL-PR-OPEN-EXCP(KAL-CHAN-SUB)
                        KAL-PR-SPC-HITS(KAL-CHAN-SUB)
                        KAL-PR-LAST-RAW(KAL-CHAN-SUB)
                        KAL-PR-STUCK-NOW(KAL-CHAN-SUB)
                        KAL-PR-STUCK-MAX(KAL-CHAN-SUB)
                        KAL-PR-STUCK-VALUE(KAL-CHAN-SUB)
                        KAL-PR-RUN-SUM(KAL-CHAN-SUB)
                        KAL-PR-RUN-ROWS(KAL-CHAN-SUB)
                        KAL-PR-SCORE(KAL-CHAN-SUB)
                        KAL-SPC-COUNT(KAL-CHAN-SUB)
           MOVE "N" TO KAL-PR-HAVE-LAST-SW(KAL-CHAN-SUB).
       1150-EXIT.
           EXIT.

       1200-LOOK-UP-CHANNEL-REF.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "CH0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND KAL-TBL-VALUE NOT = SPACES
               MOVE KAL-TBL-VALUE TO KAL-PR-DESC(KAL-CHAN-SUB)
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-REGISTER -- the work-order register into memory;
      * no register simply means no order has ever been raised.
      ******************************************************************
       2000-LOAD-REGISTER.
           OPEN INPUT KalWoReg
           IF KAL-WOREG-STATUS NOT = "00"
               AND KAL-WOREG-STATUS NOT = "05"
               DISPLAY "KALWOREG.DAT not readable, status "
                   KAL-WOREG-STATUS " -- no work orders can be raised"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "Y" TO KAL-WOREG-BAD-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-REGISTER-ENTRY THRU 2100-EXIT
               UNTIL KAL-WOREG-AT-EOF
           CLOSE KalWoReg
           DISPLAY "Register entries loaded : " KAL-WOREG-COUNT
           IF KAL-WOREG-DROPPED-COUNT > 0
               DISPLAY "Register larger than workspace, "
                   KAL-WOREG-DROPPED-COUNT " entries left untouched"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-REGISTER-ENTRY.
           READ KalWoReg
               AT END
                   MOVE "Y" TO KAL-WOREG-EOF-SW
               NOT AT END
                   IF KAL-WOREG-COUNT < KAL-WOREG-TABLE-MAX
                       ADD 1 TO KAL-WOREG-COUNT
                       MOVE KAL-WOREG-RECORD
                           TO KAL-WOR-RECORD-IMAGE(KAL-WOREG-COUNT)
                   ELSE
                       ADD 1 TO KAL-WOREG-DROPPED-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-CLOSURES -- one pass over plant maintenance's
      * return file, closing each order it names before tonight's
      * scores decide what to request.  A missing return file only
      * means nothing has been closed since last night.
      ******************************************************************
       2500-APPLY-CLOSURES.
           IF KAL-WOREG-DROPPED-COUNT > 0
               OR KAL-WOREG-UNREADABLE
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT KalWoCls
           IF KAL-WOCLS-STATUS NOT = "00"
               AND KAL-WOCLS-STATUS NOT = "05"
               DISPLAY "KALWOCLS.DAT not on hand, status "
                   KAL-WOCLS-STATUS " -- no closures applied"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-READ-CLOSURE THRU 2600-EXIT
               UNTIL KAL-WOCLS-AT-EOF
           CLOSE KalWoCls.
       2500-EXIT.
           EXIT.

       2600-READ-CLOSURE.
           READ KalWoCls
               AT END
                   MOVE "Y" TO KAL-WOCLS-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-CLS-READ-COUNT
                   PERFORM 2700-SETTLE-ONE-CLOSURE THRU 2700-EXIT
           END-READ.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2700-SETTLE-ONE-CLOSURE -- match the closure in hand against
      * its register entry: C closes the order DONE, X closes it
      * CANC.  An order already closed, an unknown order or an
      * unknown disposition is reported and left alone.
      *---------------------------------------------------------------*
       2700-SETTLE-ONE-CLOSURE.
           MOVE KAL-CLS-WO-ID TO KAL-WANT-WO-ID
           MOVE ZERO TO KAL-WOREG-HIT-SUB
           PERFORM 2750-MATCH-WORK-ORDER THRU 2750-EXIT
               VARYING KAL-WOREG-SUB FROM 1 BY 1
               UNTIL KAL-WOREG-SUB > KAL-WOREG-COUNT
               OR KAL-WOREG-HIT-SUB > 0
           IF KAL-WOREG-HIT-SUB = 0
               DISPLAY "Closure for unknown work order "
                   KAL-CLS-WO-ID " ignored"
               ADD 1 TO KAL-ORPHAN-COUNT
               GO TO 2700-EXIT
           END-IF
           MOVE KAL-WOR-RECORD-IMAGE(KAL-WOREG-HIT-SUB)
               TO KAL-WOREG-RECORD
           IF NOT KAL-WO-IS-OPEN
               GO TO 2700-EXIT
           END-IF
           EVALUATE KAL-CLS-DISPOSITION
               WHEN "C"
                   MOVE "DONE" TO KAL-WO-STATUS
                   ADD 1 TO KAL-DONE-COUNT
               WHEN "X"
                   MOVE "CANC" TO KAL-WO-STATUS
                   ADD 1 TO KAL-CANC-COUNT
               WHEN OTHER
                   DISPLAY "Closure for work order " KAL-CLS-WO-ID
                       " has unknown disposition '"
                       KAL-CLS-DISPOSITION "' -- ignored"
                   ADD 1 TO KAL-ORPHAN-COUNT
                   GO TO 2700-EXIT
           END-EVALUATE
           IF KAL-CLS-DATE IS NUMERIC
               MOVE KAL-CLS-DATE TO KAL-WO-DATE-CLOSED
           ELSE
               MOVE 800-CURRENT-DATE(1:8) TO KAL-WO-DATE-CLOSED
           END-IF
           MOVE KAL-CLS-MAINT-REF TO KAL-WO-MAINT-REF
           DISPLAY "Work order " KAL-WO-ID " closed " KAL-WO-STATUS
               " by plant maintenance (" KAL-WO-MAINT-REF ")"
           MOVE KAL-WOREG-RECORD
               TO KAL-WOR-RECORD-IMAGE(KAL-WOREG-HIT-SUB).
       2700-EXIT.
           EXIT.

       2750-MATCH-WORK-ORDER.
           IF KAL-WOR-RECORD-IMAGE(KAL-WOREG-SUB)(1:16)
               = KAL-WANT-WO-ID
               MOVE KAL-WOREG-SUB TO KAL-WOREG-HIT-SUB
           END-IF.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COUNT-REJECTS -- KalEdit's reject file for the night,
      * charged to the channel in the rejected raw image (columns
      * 6-7).  A reject too mangled to carry a known channel is
      * only counted.
      ******************************************************************
       3000-COUNT-REJECTS.
           OPEN INPUT KalReject
           IF KAL-REJ-STATUS NOT = "00"
               AND KAL-REJ-STATUS NOT = "05"
               DISPLAY "KALREJ.DAT not available, status "
                   KAL-REJ-STATUS " -- reject rates taken as zero"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-REJECT THRU 3100-EXIT
               UNTIL KAL-REJ-AT-EOF
           CLOSE KalReject.
       3000-EXIT.
           EXIT.

       3100-READ-REJECT.
           READ KalReject
               AT END
                   MOVE "Y" TO KAL-REJ-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-REJ-READ-COUNT
                   EVALUATE KAL-REJ-IMAGE(6:2)
                       WHEN "01"
                           ADD 1 TO KAL-PR-REJECTED(1)
                       WHEN "02"
                           ADD 1 TO KAL-PR-REJECTED(2)
                       WHEN "03"
                           ADD 1 TO KAL-PR-REJECTED(3)
                       WHEN OTHER
                           ADD 1 TO KAL-REJ-NO-CHANNEL
                   END-EVALUATE
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COUNT-ACCEPTED -- the readings KalEdit passed on to
      * Data2.DAT the same night, the other half of each channel's
      * reject rate.
      ******************************************************************
       3200-COUNT-ACCEPTED.
           OPEN INPUT Data2
           IF KAL-DATA2-STATUS NOT = "00"
               AND KAL-DATA2-STATUS NOT = "05"
               DISPLAY "Data2.DAT not available, status "
                   KAL-DATA2-STATUS " -- accepted counts taken as zero"
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-READ-ACCEPTED THRU 3300-EXIT
               UNTIL KAL-DATA2-AT-EOF
           CLOSE Data2.
       3200-EXIT.
           EXIT.

       3300-READ-ACCEPTED.
           READ Data2
               AT END
                   MOVE "Y" TO KAL-DATA2-EOF-SW
               NOT AT END
                   EVALUATE KAL-D2-CHANNEL
                       WHEN "01"
                           ADD 1 TO KAL-PR-ACCEPTED(1)
                       WHEN "02"
                           ADD 1 TO KAL-PR-ACCEPTED(2)
                       WHEN "03"
                           ADD 1 TO KAL-PR-ACCEPTED(3)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-COUNT-EXCEPTIONS -- every exception still open on the
      * register (NEW or ACK) counts against its channel.
      ******************************************************************
       3400-COUNT-EXCEPTIONS.
           OPEN INPUT KalXReg
           IF KAL-XREG-STATUS NOT = "00"
               AND KAL-XREG-STATUS NOT = "05"
               DISPLAY "KALXREG.DAT not available, status "
                   KAL-XREG-STATUS " -- exception counts taken as zero"
               GO TO 3400-EXIT
           END-IF
           PERFORM 3500-READ-EXCEPTION THRU 3500-EXIT
               UNTIL KAL-XREG-AT-EOF
           CLOSE KalXReg.
       3400-EXIT.
           EXIT.

       3500-READ-EXCEPTION.
           READ KalXReg
               AT END
                   MOVE "Y" TO KAL-XREG-EOF-SW
               NOT AT END
                   IF NOT KAL-XR-IS-CLOSED
                       ADD 1 TO KAL-XREG-OPEN-COUNT
                       EVALUATE KAL-XR-CHANNEL
                           WHEN "01"
                               ADD 1 TO KAL-PR-OPEN-EXCP(1)
                           WHEN "02"
                               ADD 1 TO KAL-PR-OPEN-EXCP(2)
                           WHEN "03"
                               ADD 1 TO KAL-PR-OPEN-EXCP(3)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-DATA1 -- one pass over the filter history.  Each
      * probe's readings are followed for repeats of the identical
      * raw value (a streak never spans two runs), and each run's
      * raw mean per probe is filed for the control chart.  Only
      * streaks on the scoring date count; a newer date turning up
      * starts the longest-streak bookkeeping over.
      ******************************************************************
       4000-SCAN-DATA1.
           OPEN INPUT Data1
           IF KAL-DATA1-STATUS NOT = "00"
               DISPLAY "Data1.DAT not available, status "
                   KAL-DATA1-STATUS
                   " -- SPC and stuck-value checks not made"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4400-READ-DATA1 THRU 4400-EXIT
           PERFORM 4100-TAKE-DATA1-ROW THRU 4100-EXIT
               UNTIL KAL-DATA1-AT-EOF
           PERFORM 4300-CLOSE-RUN THRU 4300-EXIT
           CLOSE Data1
           DISPLAY "Data1 rows read : " KAL-READ-COUNT
               "  scoring date " KAL-SCORE-DATE
           IF KAL-SPC-DROPPED-COUNT > 0
               DISPLAY "Run means beyond the chart workspace : "
                   KAL-SPC-DROPPED-COUNT " (left off the chart)"
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TAKE-DATA1-ROW.
           IF KAL-D1-RUN-ID NOT = KAL-CUR-RUN-ID
               PERFORM 4300-CLOSE-RUN THRU 4300-EXIT
               MOVE KAL-D1-RUN-ID TO KAL-CUR-RUN-ID
           END-IF
           EVALUATE KAL-D1-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-REC-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-REC-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-REC-CHAN-SUB
               WHEN OTHER
                   MOVE ZERO TO KAL-REC-CHAN-SUB
           END-EVALUATE
           IF KAL-REC-CHAN-SUB = 0
               ADD 1 TO KAL-NO-CHANNEL-COUNT
               PERFORM 4400-READ-DATA1 THRU 4400-EXIT
               GO TO 4100-EXIT
           END-IF
           STRING KAL-D1-TS-YYYY KAL-D1-TS-MM KAL-D1-TS-DD
               DELIMITED BY SIZE INTO KAL-ROW-DATE
           IF KAL-ROW-DATE > KAL-SCORE-DATE
               MOVE KAL-ROW-DATE TO KAL-SCORE-DATE
               PERFORM 4200-CLEAR-STUCK-MAX THRU 4200-EXIT
                   VARYING KAL-CHAN-SUB FROM 1 BY 1
                   UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
               MOVE ZERO TO KAL-SCORED-ROWS
           END-IF
           IF KAL-ROW-DATE = KAL-SCORE-DATE
               ADD 1 TO KAL-SCORED-ROWS
           END-IF

           IF KAL-PR-HAVE-LAST(KAL-REC-CHAN-SUB)
               AND KAL-D1-RAW-VALUE = KAL-PR-LAST-RAW(KAL-REC-CHAN-SUB)
               ADD 1 TO KAL-PR-STUCK-NOW(KAL-REC-CHAN-SUB)
           ELSE
               MOVE 1 TO KAL-PR-STUCK-NOW(KAL-REC-CHAN-SUB)
           END-IF
           MOVE KAL-D1-RAW-VALUE TO KAL-PR-LAST-RAW(KAL-REC-CHAN-SUB)
           MOVE "Y" TO KAL-PR-HAVE-LAST-SW(KAL-REC-CHAN-SUB)
           IF KAL-ROW-DATE = KAL-SCORE-DATE
               AND KAL-PR-STUCK-NOW(KAL-REC-CHAN-SUB)
                   > KAL-PR-STUCK-MAX(KAL-REC-CHAN-SUB)
               MOVE KAL-PR-STUCK-NOW(KAL-REC-CHAN-SUB)
                   TO KAL-PR-STUCK-MAX(KAL-REC-CHAN-SUB)
               MOVE KAL-D1-RAW-VALUE
                   TO KAL-PR-STUCK-VALUE(KAL-REC-CHAN-SUB)
           END-IF

           IF KAL-PR-RUN-ROWS(KAL-REC-CHAN-SUB) = 0
               MOVE KAL-ROW-DATE TO KAL-PR-RUN-DATE(KAL-REC-CHAN-SUB)
           END-IF
           ADD KAL-D1-RAW-VALUE TO KAL-PR-RUN-SUM(KAL-REC-CHAN-SUB)
           ADD 1 TO KAL-PR-RUN-ROWS(KAL-REC-CHAN-SUB)
           PERFORM 4400-READ-DATA1 THRU 4400-EXIT.
       4100-EXIT.
           EXIT.

       4200-CLEAR-STUCK-MAX.
           MOVE ZERO TO KAL-PR-STUCK-MAX(KAL-CHAN-SUB)
                        KAL-PR-STUCK-VALUE(KAL-CHAN-SUB).
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4300-CLOSE-RUN -- the run in hand is finished: file each
      * probe's raw mean for the chart and break its streak.
      *---------------------------------------------------------------*
       4300-CLOSE-RUN.
           PERFORM 4350-FILE-PROBE-RUN-MEAN THRU 4350-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       4300-EXIT.
           EXIT.

       4350-FILE-PROBE-RUN-MEAN.
           MOVE "N" TO KAL-PR-HAVE-LAST-SW(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-PR-STUCK-NOW(KAL-CHAN-SUB)
           IF KAL-PR-RUN-ROWS(KAL-CHAN-SUB) = 0
               GO TO 4350-EXIT
           END-IF
           IF KAL-SPC-COUNT(KAL-CHAN-SUB) < KAL-SPC-TABLE-MAX
               ADD 1 TO KAL-SPC-COUNT(KAL-CHAN-SUB)
               MOVE KAL-SPC-COUNT(KAL-CHAN-SUB) TO KAL-RUN-SUB
               MOVE KAL-CUR-RUN-ID
                   TO KAL-SPC-RUN-ID(KAL-CHAN-SUB, KAL-RUN-SUB)
               MOVE KAL-PR-RUN-DATE(KAL-CHAN-SUB)
                   TO KAL-SPC-DATE(KAL-CHAN-SUB, KAL-RUN-SUB)
               DIVIDE KAL-PR-RUN-SUM(KAL-CHAN-SUB)
                   BY KAL-PR-RUN-ROWS(KAL-CHAN-SUB)
                   GIVING KAL-SPC-MEAN(KAL-CHAN-SUB, KAL-RUN-SUB)
           ELSE
               ADD 1 TO KAL-SPC-DROPPED-COUNT
           END-IF
           MOVE ZERO TO KAL-PR-RUN-SUM(KAL-CHAN-SUB)
                        KAL-PR-RUN-ROWS(KAL-CHAN-SUB).
       4350-EXIT.
           EXIT.

       4400-READ-DATA1.
           READ Data1
               AT END
                   MOVE "Y" TO KAL-DATA1-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-READ-COUNT
           END-READ.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-JUDGE-PROBE-SPC -- the probe's control chart: center
      * line and three-sigma limits from its baseline window, then
      * every run walked through the three rules; only runs on the
      * scoring date are charged to tonight's score.
      ******************************************************************
       4500-JUDGE-PROBE-SPC.
           IF KAL-SPC-COUNT(KAL-CHAN-SUB) < 2
               GO TO 4500-EXIT
           END-IF
           MOVE KAL-BASELINE-SIZE TO KAL-BASELINE-USED
           IF KAL-BASELINE-USED > KAL-SPC-COUNT(KAL-CHAN-SUB)
               MOVE KAL-SPC-COUNT(KAL-CHAN-SUB) TO KAL-BASELINE-USED
           END-IF
           MOVE ZERO TO KAL-BASE-SUM
                        KAL-BASE-SUMSQ
           PERFORM 4550-SUM-BASELINE-RUN THRU 4550-EXIT
               VARYING KAL-RUN-SUB FROM 1 BY 1
               UNTIL KAL-RUN-SUB > KAL-BASELINE-USED
           DIVIDE KAL-BASE-SUM BY KAL-BASELINE-USED
               GIVING KAL-CENTER-LINE
           COMPUTE KAL-BASE-VARIANCE =
               (KAL-BASE-SUMSQ / KAL-BASELINE-USED)
               - (KAL-CENTER-LINE * KAL-CENTER-LINE)
           IF KAL-BASE-VARIANCE < 0
               MOVE ZERO TO KAL-BASE-VARIANCE
           END-IF
           COMPUTE KAL-SIGMA = FUNCTION SQRT(KAL-BASE-VARIANCE)
           COMPUTE KAL-UCL = KAL-CENTER-LINE + (3 * KAL-SIGMA)
           COMPUTE KAL-LCL = KAL-CENTER-LINE - (3 * KAL-SIGMA)

           MOVE SPACE TO KAL-SIDE-NOW
                         KAL-TREND-NOW
           MOVE ZERO TO KAL-SIDE-STREAK
           MOVE 1 TO KAL-TREND-STREAK
           MOVE "N" TO KAL-PRIOR-VALID-SW
           PERFORM 4600-JUDGE-RULES THRU 4600-EXIT
               VARYING KAL-RUN-SUB FROM 1 BY 1
               UNTIL KAL-RUN-SUB > KAL-SPC-COUNT(KAL-CHAN-SUB).
       4500-EXIT.
           EXIT.

       4550-SUM-BASELINE-RUN.
           ADD KAL-SPC-MEAN(KAL-CHAN-SUB, KAL-RUN-SUB) TO KAL-BASE-SUM
           COMPUTE KAL-BASE-SUMSQ = KAL-BASE-SUMSQ
               + (KAL-SPC-MEAN(KAL-CHAN-SUB, KAL-RUN-SUB)
                   * KAL-SPC-MEAN(KAL-CHAN-SUB, KAL-RUN-SUB)).
       4550-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4600-JUDGE-RULES -- the three rule checks for one run mean,
      * rolling the side and trend streaks forward as KalSPC does.
      *---------------------------------------------------------------*
       4600-JUDGE-RULES.
           MOVE KAL-SPC-MEAN(KAL-CHAN-SUB, KAL-RUN-SUB)
               TO KAL-THIS-MEAN
           MOVE ZERO TO KAL-THIS-HITS
           IF KAL-THIS-MEAN > KAL-UCL
               OR KAL-THIS-MEAN < KAL-LCL
               ADD 1 TO KAL-THIS-HITS
           END-IF

           EVALUATE TRUE
               WHEN KAL-THIS-MEAN > KAL-CENTER-LINE
                   IF KAL-SIDE-NOW = "A"
                       ADD 1 TO KAL-SIDE-STREAK
                   ELSE
                       MOVE "A" TO KAL-SIDE-NOW
                       MOVE 1 TO KAL-SIDE-STREAK
                   END-IF
               WHEN KAL-THIS-MEAN < KAL-CENTER-LINE
                   IF KAL-SIDE-NOW = "B"
                       ADD 1 TO KAL-SIDE-STREAK
                   ELSE
                       MOVE "B" TO KAL-SIDE-NOW
                       MOVE 1 TO KAL-SIDE-STREAK
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO KAL-SIDE-NOW
                   MOVE ZERO TO KAL-SIDE-STREAK
           END-EVALUATE
           IF KAL-SIDE-STREAK NOT < KAL-SIDE-RULE-LEN
               ADD 1 TO KAL-THIS-HITS
           END-IF

           IF KAL-PRIOR-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN KAL-THIS-MEAN > KAL-PRIOR-MEAN
                       IF KAL-TREND-NOW = "U"
                           ADD 1 TO KAL-TREND-STREAK
                       ELSE
                           MOVE "U" TO KAL-TREND-NOW
                           MOVE 2 TO KAL-TREND-STREAK
                       END-IF
                   WHEN KAL-THIS-MEAN < KAL-PRIOR-MEAN
                       IF KAL-TREND-NOW = "D"
                           ADD 1 TO KAL-TREND-STREAK
                       ELSE
                           MOVE "D" TO KAL-TREND-NOW
                           MOVE 2 TO KAL-TREND-STREAK
                       END-IF
                   WHEN OTHER
                       MOVE SPACE TO KAL-TREND-NOW
                       MOVE 1 TO KAL-TREND-STREAK
               END-EVALUATE
               IF KAL-TREND-STREAK NOT < KAL-TREND-RULE-LEN
                   ADD 1 TO KAL-THIS-HITS
               END-IF
           END-IF
           MOVE KAL-THIS-MEAN TO KAL-PRIOR-MEAN
           MOVE "Y" TO KAL-PRIOR-VALID-SW
           IF KAL-SPC-DATE(KAL-CHAN-SUB, KAL-RUN-SUB) = KAL-SCORE-DATE
               ADD KAL-THIS-HITS TO KAL-PR-SPC-HITS(KAL-CHAN-SUB)
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SCORE-PROBE -- add up the probe's score, then settle
      * it against the register: a probe at or over the threshold
      * with no open order gets one; a probe with an open order is
      * only noted against it, however it scores tonight.
      ******************************************************************
       5000-SCORE-PROBE.
           IF KAL-PR-ACCEPTED(KAL-CHAN-SUB)
               + KAL-PR-REJECTED(KAL-CHAN-SUB) > 0
               COMPUTE KAL-PR-REJECT-PCT(KAL-CHAN-SUB) ROUNDED =
                   KAL-PR-REJECTED(KAL-CHAN-SUB) * 100
                   / (KAL-PR-ACCEPTED(KAL-CHAN-SUB)
                      + KAL-PR-REJECTED(KAL-CHAN-SUB))
           END-IF
           COMPUTE KAL-PART-REJECT =
               KAL-PR-REJECT-PCT(KAL-CHAN-SUB) * KAL-PTS-REJECT-PCT
           COMPUTE KAL-PART-EXCEPTION =
               KAL-PR-OPEN-EXCP(KAL-CHAN-SUB) * KAL-PTS-EXCEPTION
           COMPUTE KAL-PART-SPC =
               KAL-PR-SPC-HITS(KAL-CHAN-SUB) * KAL-PTS-SPC-HIT
           MOVE ZERO TO KAL-PART-STUCK
           IF KAL-PR-STUCK-MAX(KAL-CHAN-SUB) NOT < KAL-STUCK-LIMIT
               COMPUTE KAL-PART-STUCK = KAL-PTS-STUCK
                   + KAL-PR-STUCK-MAX(KAL-CHAN-SUB) - KAL-STUCK-LIMIT
           END-IF
           COMPUTE KAL-SCORE-WORK = KAL-PART-REJECT
               + KAL-PART-EXCEPTION + KAL-PART-SPC + KAL-PART-STUCK
           IF KAL-SCORE-WORK > 999
               MOVE 999 TO KAL-SCORE-WORK
           END-IF
           MOVE KAL-SCORE-WORK TO KAL-PR-SCORE(KAL-CHAN-SUB)
           IF KAL-PR-SCORE(KAL-CHAN-SUB) NOT < KAL-THRESHOLD
               ADD 1 TO KAL-OVER-COUNT
           END-IF

           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE SPACES TO KAL-WANT-CHANNEL
           STRING "0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-WANT-CHANNEL
           MOVE ZERO TO KAL-WOREG-HIT-SUB
           PERFORM 5100-MATCH-OPEN-ORDER THRU 5100-EXIT
               VARYING KAL-WOREG-SUB FROM 1 BY 1
               UNTIL KAL-WOREG-SUB > KAL-WOREG-COUNT
               OR KAL-WOREG-HIT-SUB > 0
           EVALUATE TRUE
               WHEN KAL-WOREG-HIT-SUB > 0
                   PERFORM 5300-NOTE-OPEN-ORDER THRU 5300-EXIT
               WHEN KAL-PR-SCORE(KAL-CHAN-SUB) NOT < KAL-THRESHOLD
                   PERFORM 5200-RAISE-WORK-ORDER THRU 5200-EXIT
               WHEN KAL-PR-ACCEPTED(KAL-CHAN-SUB)
                   + KAL-PR-REJECTED(KAL-CHAN-SUB) = 0
                   AND KAL-PR-STUCK-MAX(KAL-CHAN-SUB) = 0
                   MOVE "NO READINGS TONIGHT"
                       TO KAL-PR-ACTION(KAL-CHAN-SUB)
               WHEN OTHER
                   MOVE "HEALTHY" TO KAL-PR-ACTION(KAL-CHAN-SUB)
           END-EVALUATE
           PERFORM 5400-REPORT-PROBE THRU 5400-EXIT.
       5000-EXIT.
           EXIT.

       5100-MATCH-OPEN-ORDER.
           MOVE KAL-WOR-RECORD-IMAGE(KAL-WOREG-SUB)
               TO KAL-WOREG-RECORD
           IF KAL-WO-CHANNEL = KAL-WANT-CHANNEL
               AND KAL-WO-IS-OPEN
               MOVE KAL-WOREG-SUB TO KAL-WOREG-HIT-SUB
           END-IF.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5200-RAISE-WORK-ORDER -- a new request for the interface file
      * and a new OPEN entry on the register.  The request is only
      * held here; 9200 sends it once the register is saved.  When
      * the register cannot take the order, nothing is recorded, so
      * the probe is simply requested again tomorrow.
      *---------------------------------------------------------------*
       5200-RAISE-WORK-ORDER.
           IF KAL-WOREG-UNREADABLE
               MOVE "OVER THRESHOLD -- ORDER NOT SENT"
                   TO KAL-PR-ACTION(KAL-CHAN-SUB)
               GO TO 5200-EXIT
           END-IF
           IF KAL-WOREG-COUNT NOT < KAL-WOREG-TABLE-MAX
               DISPLAY "Work-order register full -- CH"
                   KAL-WANT-CHANNEL " not requested"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "OVER THRESHOLD -- REGISTER FULL"
                   TO KAL-PR-ACTION(KAL-CHAN-SUB)
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO KAL-WORQ-RECORD
           MOVE "WREQ" TO KAL-WQ-RECORD-TYPE
           STRING 800-CURRENT-DATE(1:14) KAL-WANT-CHANNEL
               DELIMITED BY SIZE INTO KAL-WQ-WO-ID
           MOVE "KALMAN" TO KAL-WQ-ORIGIN
           MOVE KAL-WANT-CHANNEL TO KAL-WQ-CHANNEL
           MOVE KAL-PR-DESC(KAL-CHAN-SUB) TO KAL-WQ-PROBE
           MOVE 800-CURRENT-DATE(1:8) TO KAL-WQ-DATE
           MOVE 800-CURRENT-DATE(9:6) TO KAL-WQ-TIME
           IF KAL-SCORE-WORK NOT < KAL-THRESHOLD * 2
               MOVE "1" TO KAL-WQ-PRIORITY
           ELSE
               MOVE "2" TO KAL-WQ-PRIORITY
           END-IF
           MOVE KAL-PR-SCORE(KAL-CHAN-SUB) TO KAL-WQ-SCORE
           MOVE KAL-PR-REJECT-PCT(KAL-CHAN-SUB) TO KAL-WQ-REJECT-PCT
           MOVE KAL-PR-OPEN-EXCP(KAL-CHAN-SUB) TO KAL-WQ-OPEN-EXCP
           MOVE KAL-PR-SPC-HITS(KAL-CHAN-SUB) TO KAL-WQ-SPC-HITS
           MOVE KAL-PR-STUCK-MAX(KAL-CHAN-SUB) TO KAL-WQ-STUCK-LEN
      *---------------------------------------------------------------*
      * The problem text names the component that scored most, so
      * the planner knows what to send the technician out for.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN KAL-PART-STUCK NOT < KAL-PART-REJECT
                   AND KAL-PART-STUCK NOT < KAL-PART-EXCEPTION
                   AND KAL-PART-STUCK NOT < KAL-PART-SPC
                   MOVE "PROBE STUCK -- FLATLINED READINGS"
                       TO KAL-WQ-PROBLEM
               WHEN KAL-PART-REJECT NOT < KAL-PART-EXCEPTION
                   AND KAL-PART-REJECT NOT < KAL-PART-SPC
                   MOVE "HIGH RATE OF REJECTED READINGS"
                       TO KAL-WQ-PROBLEM
               WHEN KAL-PART-EXCEPTION NOT < KAL-PART-SPC
                   MOVE "REPEATED THRESHOLD EXCEPTIONS"
                       TO KAL-WQ-PROBLEM
               WHEN OTHER
                   MOVE "READINGS OUT OF STATISTICAL CONTROL"
                       TO KAL-WQ-PROBLEM
           END-EVALUATE
           ADD 1 TO KAL-WORQ-COUNT
           MOVE KAL-WORQ-RECORD
               TO KAL-WORQ-RECORD-IMAGE(KAL-WORQ-COUNT)

           MOVE SPACES TO KAL-WOREG-RECORD
           MOVE KAL-WQ-WO-ID TO KAL-WO-ID
           MOVE KAL-WANT-CHANNEL TO KAL-WO-CHANNEL
           MOVE KAL-PR-DESC(KAL-CHAN-SUB) TO KAL-WO-PROBE
           MOVE KAL-WQ-DATE TO KAL-WO-DATE-RAISED
           MOVE KAL-PR-SCORE(KAL-CHAN-SUB) TO KAL-WO-SCORE
                                              KAL-WO-LAST-SCORE
           MOVE "OPEN" TO KAL-WO-STATUS
           MOVE ZERO TO KAL-WO-HELD-NIGHTS
           MOVE KAL-WQ-DATE TO KAL-WO-DATE-AGED
           ADD 1 TO KAL-WOREG-COUNT
           MOVE KAL-WOREG-RECORD
               TO KAL-WOR-RECORD-IMAGE(KAL-WOREG-COUNT)
           ADD 1 TO KAL-RAISED-COUNT
           MOVE SPACES TO KAL-PR-ACTION(KAL-CHAN-SUB)
           STRING "ORDER RAISED " KAL-WO-ID
               DELIMITED BY SIZE INTO KAL-PR-ACTION(KAL-CHAN-SUB)
           DISPLAY "Work order " KAL-WO-ID " raised for CH"
               KAL-WANT-CHANNEL " (" KAL-PR-DESC(KAL-CHAN-SUB)
               "), score " KAL-WO-SCORE.
       5200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5300-NOTE-OPEN-ORDER -- the probe already has an order open:
      * tonight's score is kept on it, and a night over the
      * threshold is counted as a request held back.  The order
      * carries the date it was last aged, so a second run on the
      * same day does not count the night again.
      *---------------------------------------------------------------*
       5300-NOTE-OPEN-ORDER.
           MOVE KAL-PR-SCORE(KAL-CHAN-SUB) TO KAL-WO-LAST-SCORE
           MOVE SPACES TO KAL-PR-ACTION(KAL-CHAN-SUB)
           IF KAL-PR-SCORE(KAL-CHAN-SUB) NOT < KAL-THRESHOLD
               IF KAL-WO-DATE-AGED NOT = 800-CURRENT-DATE(1:8)
                   ADD 1 TO KAL-WO-HELD-NIGHTS
                   MOVE 800-CURRENT-DATE(1:8) TO KAL-WO-DATE-AGED
               END-IF
               ADD 1 TO KAL-HELD-COUNT
               STRING "HELD -- ORDER " KAL-WO-ID " OPEN"
                   DELIMITED BY SIZE INTO KAL-PR-ACTION(KAL-CHAN-SUB)
           ELSE
               STRING "ORDER " KAL-WO-ID " OPEN"
                   DELIMITED BY SIZE INTO KAL-PR-ACTION(KAL-CHAN-SUB)
           END-IF
           MOVE KAL-WOREG-RECORD
               TO KAL-WOR-RECORD-IMAGE(KAL-WOREG-HIT-SUB).
       5300-EXIT.
           EXIT.

       5400-REPORT-PROBE.
           MOVE KAL-PR-ACCEPTED(KAL-CHAN-SUB) TO KAL-ED-COUNT-1
           MOVE KAL-PR-REJECTED(KAL-CHAN-SUB) TO KAL-ED-COUNT-2
           MOVE KAL-PR-REJECT-PCT(KAL-CHAN-SUB) TO KAL-ED-PERCENT
           MOVE KAL-PR-OPEN-EXCP(KAL-CHAN-SUB) TO KAL-ED-COUNT-3
           MOVE KAL-PR-SPC-HITS(KAL-CHAN-SUB) TO KAL-ED-COUNT-4
           MOVE KAL-PR-STUCK-MAX(KAL-CHAN-SUB) TO KAL-ED-COUNT-5
           MOVE KAL-PR-SCORE(KAL-CHAN-SUB) TO KAL-ED-SCORE
           STRING "CH0" KAL-CHAN-DIGIT " "
                  KAL-PR-DESC(KAL-CHAN-SUB) "  "
                  KAL-ED-COUNT-1 "    " KAL-ED-COUNT-2 "   "
                  KAL-ED-PERCENT "    " KAL-ED-COUNT-3 "    "
                  KAL-ED-COUNT-4 " " KAL-ED-COUNT-5 "   "
                  KAL-ED-SCORE "   " KAL-PR-ACTION(KAL-CHAN-SUB)
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-PR-STUCK-MAX(KAL-CHAN-SUB) NOT < KAL-STUCK-LIMIT
               MOVE KAL-PR-STUCK-VALUE(KAL-CHAN-SUB) TO KAL-ED-VALUE-1
               STRING "       LONGEST STREAK HELD AT RAW VALUE "
                      KAL-ED-VALUE-1
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE -- one line of the print file, starting
      * a fresh titled page whenever the current one fills.  With no
      * print file open the line is simply dropped; the console has
      * already said why.
      *---------------------------------------------------------------*
       6000-WRITE-REPORT-LINE.
           IF NOT KAL-RPT-IS-OPEN
               MOVE SPACES TO KAL-RPT-LINE
               GO TO 6000-EXIT
           END-IF
           IF KAL-RPT-LINE-COUNT > KAL-RPT-PAGE-LIMIT
               PERFORM 6100-START-REPORT-PAGE THRU 6100-EXIT
           END-IF
           WRITE KAL-RPT-RECORD FROM KAL-RPT-LINE
           ADD 1 TO KAL-RPT-LINE-COUNT
           MOVE SPACES TO KAL-RPT-LINE.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6100-START-REPORT-PAGE -- title line with the run date/time
      * and page number, the parameters in effect, then the section
      * and its column headings in front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALHLTH -- PROBE HEALTH AND WORK-ORDER REPORT"
                  "         RUN DATE " 800-CURRENT-DATE-YYYY
                  "/" 800-CURRENT-DATE-MM "/" 800-CURRENT-DATE-DD
                  "  " 800-CURRENT-TIME-HH ":" 800-CURRENT-TIME-MM
                  ":" 800-CURRENT-TIME-SS
                  "   PAGE " KAL-RPT-PAGE-EDIT
               DELIMITED BY SIZE INTO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-PARM-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-SECTION-LINE
           WRITE KAL-RPT-RECORD FROM KAL-RPT-COLUMN-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           MOVE ALL "-" TO KAL-RPT-RECORD(1:60)
           WRITE KAL-RPT-RECORD
           MOVE 7 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REPORT-REGISTER -- the whole work-order register as it
      * will be written back, tonight's closures and new orders
      * included, on a page of its own.
      ******************************************************************
       7000-REPORT-REGISTER.
           MOVE "WORK-ORDER REGISTER" TO KAL-RPT-SECTION-LINE
           MOVE KAL-RPT-REGISTER-COLUMNS TO KAL-RPT-COLUMN-LINE
           MOVE 99 TO KAL-RPT-LINE-COUNT
           IF KAL-WOREG-COUNT = 0
               MOVE "  NO WORK ORDERS ON THE REGISTER" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-REPORT-REGISTER-ENTRY THRU 7100-EXIT
               VARYING KAL-WOREG-SUB FROM 1 BY 1
               UNTIL KAL-WOREG-SUB > KAL-WOREG-COUNT.
       7000-EXIT.
           EXIT.

       7100-REPORT-REGISTER-ENTRY.
           MOVE KAL-WOR-RECORD-IMAGE(KAL-WOREG-SUB)
               TO KAL-WOREG-RECORD
           IF KAL-WO-IS-OPEN
               ADD 1 TO KAL-OPEN-ORDER-COUNT
           END-IF
           MOVE KAL-WO-SCORE TO KAL-ED-SCORE
           MOVE KAL-WO-LAST-SCORE TO KAL-ED-SCORE-2
           MOVE KAL-WO-HELD-NIGHTS TO KAL-ED-HELD
           STRING KAL-WO-ID "  " KAL-WO-CHANNEL "  "
                  KAL-WO-PROBE "  " KAL-WO-DATE-RAISED "   "
                  KAL-ED-SCORE "  " KAL-WO-STATUS "    "
                  KAL-WO-DATE-CLOSED "  " KAL-WO-MAINT-REF "  "
                  KAL-ED-SCORE-2 "  " KAL-ED-HELD
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       7100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8000-WRITE-SUMMARY -- totals page: what was read, what was
      * scored, and what went to plant maintenance.
      *---------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE "CONTROL TOTALS" TO KAL-RPT-SECTION-LINE
           MOVE SPACES TO KAL-RPT-COLUMN-LINE
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE KAL-READ-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-SCORED-ROWS TO KAL-ED-COUNT-2
           STRING "DATA1 ROWS READ               " KAL-ED-COUNT-1
                  "   ON THE SCORING DATE " KAL-SCORE-DATE
                  " " KAL-ED-COUNT-2
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-NO-CHANNEL-COUNT TO KAL-ED-COUNT-1
           STRING "DATA1 ROWS WITHOUT A CHANNEL  " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REJ-READ-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-REJ-NO-CHANNEL TO KAL-ED-COUNT-2
           STRING "REJECTS READ                  " KAL-ED-COUNT-1
                  "   WITHOUT A KNOWN CHANNEL " KAL-ED-COUNT-2
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-XREG-OPEN-COUNT TO KAL-ED-COUNT-1
           STRING "OPEN EXCEPTIONS ON KALXREG    " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-CLS-READ-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-DONE-COUNT TO KAL-ED-COUNT-2
           MOVE KAL-CANC-COUNT TO KAL-ED-COUNT-3
           MOVE KAL-ORPHAN-COUNT TO KAL-ED-COUNT-4
           STRING "CLOSURES READ                 " KAL-ED-COUNT-1
                  "   DONE " KAL-ED-COUNT-2
                  "   CANCELLED " KAL-ED-COUNT-3
                  "   IGNORED " KAL-ED-COUNT-4
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-OVER-COUNT TO KAL-ED-COUNT-1
           STRING "PROBES AT OR OVER THRESHOLD   " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RAISED-COUNT TO KAL-ED-COUNT-1
           STRING "WORK ORDERS REQUESTED         " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-HELD-COUNT TO KAL-ED-COUNT-1
           STRING "REQUESTS HELD -- ORDER OPEN   " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-OPEN-ORDER-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-PURGE-COUNT TO KAL-ED-COUNT-2
           STRING "ORDERS OPEN ON THE REGISTER   " KAL-ED-COUNT-1
                  "   CLOSED ORDERS PURGED " KAL-ED-COUNT-2
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-ERROR-COUNT > 0
               MOVE "*** ERRORS -- SEE THE CONSOLE LOG ***"
                   TO KAL-RPT-LINE
           ELSE
               IF KAL-RAISED-COUNT > 0
                   MOVE "*** WORK ORDERS SENT TO PLANT MAINTENANCE ***"
                       TO KAL-RPT-LINE
               ELSE
                   MOVE "NO NEW WORK ORDERS" TO KAL-RPT-LINE
               END-IF
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalHlth: " KAL-OVER-COUNT " probes over threshold, "
               KAL-RAISED-COUNT " work orders requested, "
               KAL-HELD-COUNT " held -- report on KALHLTH.RPT".
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9000-TERMINATE -- write the register back, dropping closed
      * orders past the retention age.  A register that could not
      * be read whole is never rewritten.  Only a register saved
      * here lets 9200 send the night's work orders.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF KAL-WOREG-DROPPED-COUNT > 0
               DISPLAY "Register larger than workspace -- "
                   "register NOT rewritten, nothing lost"
               GO TO 9000-EXIT
           END-IF
           IF KAL-WOREG-UNREADABLE
               GO TO 9000-EXIT
           END-IF
           IF KAL-WOREG-COUNT = 0
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT KalWoReg
           IF KAL-WOREG-STATUS NOT = "00"
               AND KAL-WOREG-STATUS NOT = "05"
               DISPLAY "KALWOREG.DAT could not be rewritten, status "
                   KAL-WOREG-STATUS " -- register NOT saved"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 9000-EXIT
           END-IF
           MOVE ZERO TO KAL-KEPT-COUNT
                        KAL-PURGE-COUNT
           PERFORM 9100-WRITE-REGISTER-ENTRY THRU 9100-EXIT
               VARYING KAL-WOREG-SUB FROM 1 BY 1
               UNTIL KAL-WOREG-SUB > KAL-WOREG-COUNT
           CLOSE KalWoReg
           MOVE "Y" TO KAL-WOREG-SAVED-SW
           DISPLAY "Register rewritten, " KAL-KEPT-COUNT
               " entries kept, " KAL-PURGE-COUNT
               " closed orders purged".
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9050-JUDGE-PURGEABLE -- an order leaves the register once it
      * is closed and its closing date is past the retention age.
      * An OPEN order is never purged: it is what holds back the
      * next request for its probe.
      *---------------------------------------------------------------*
       9050-JUDGE-PURGEABLE.
           MOVE "N" TO KAL-PURGE-THIS-SW
           MOVE KAL-WOR-RECORD-IMAGE(KAL-WOREG-SUB)
               TO KAL-WOREG-RECORD
           IF KAL-WO-IS-OPEN
               GO TO 9050-EXIT
           END-IF
           IF KAL-WO-DATE-CLOSED IS NOT NUMERIC
               GO TO 9050-EXIT
           END-IF
           COMPUTE KAL-CLOSED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KAL-WO-DATE-CLOSED))
           COMPUTE KAL-CLOSED-AGE-DAYS = KAL-TODAY-INT - KAL-CLOSED-INT
           IF KAL-CLOSED-AGE-DAYS > KAL-RETAIN-DAYS
               MOVE "Y" TO KAL-PURGE-THIS-SW
           END-IF.
       9050-EXIT.
           EXIT.

       9100-WRITE-REGISTER-ENTRY.
           PERFORM 9050-JUDGE-PURGEABLE THRU 9050-EXIT
           IF KAL-PURGE-THIS-SW = "Y"
               ADD 1 TO KAL-PURGE-COUNT
               GO TO 9100-EXIT
           END-IF
           WRITE KAL-WOREG-RECORD
           ADD 1 TO KAL-KEPT-COUNT.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9200-SEND-WORK-ORDERS -- the night's requests go out on
      * KALWORQ.DAT only once the register holding them is saved:
      * an order plant maintenance receives is always one the next
      * night knows is open.  With the register unsaved nothing is
      * sent, and the probes are requested again tomorrow.  Should
      * the request file then fail, the orders stand OPEN on the
      * register unsent, and each is named on the console so it can
      * be passed on by hand or cancelled.
      *---------------------------------------------------------------*
       9200-SEND-WORK-ORDERS.
           IF KAL-WORQ-COUNT = 0
               GO TO 9200-EXIT
           END-IF
           IF NOT KAL-WOREG-SAVED
               DISPLAY "Register not saved -- " KAL-WORQ-COUNT
                   " work orders NOT sent, requested again tomorrow"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE ZERO TO KAL-RAISED-COUNT
               GO TO 9200-EXIT
           END-IF
           OPEN EXTEND KalWoReq
           IF KAL-WORQ-STATUS NOT = "00"
               AND KAL-WORQ-STATUS NOT = "05"
               OPEN OUTPUT KalWoReq
           END-IF
           IF KAL-WORQ-STATUS NOT = "00"
               DISPLAY "KALWORQ.DAT could not be opened, status "
                   KAL-WORQ-STATUS " -- no work orders sent"
               ADD 1 TO KAL-ERROR-COUNT
               PERFORM 9220-NAME-UNSENT-ORDER THRU 9220-EXIT
                   VARYING KAL-WORQ-SUB FROM 1 BY 1
                   UNTIL KAL-WORQ-SUB > KAL-WORQ-COUNT
               MOVE ZERO TO KAL-RAISED-COUNT
               GO TO 9200-EXIT
           END-IF
           PERFORM 9210-WRITE-WORK-ORDER THRU 9210-EXIT
               VARYING KAL-WORQ-SUB FROM 1 BY 1
               UNTIL KAL-WORQ-SUB > KAL-WORQ-COUNT
           CLOSE KalWoReq
           DISPLAY KAL-RAISED-COUNT " work orders sent on KALWORQ.DAT".
       9200-EXIT.
           EXIT.

       9210-WRITE-WORK-ORDER.
           MOVE KAL-WORQ-RECORD-IMAGE(KAL-WORQ-SUB) TO KAL-WORQ-RECORD
           WRITE KAL-WORQ-RECORD
           IF KAL-WORQ-STATUS NOT = "00"
               DISPLAY "KALWORQ.DAT write failed, status "
                   KAL-WORQ-STATUS
               ADD 1 TO KAL-ERROR-COUNT
               SUBTRACT 1 FROM KAL-RAISED-COUNT
               PERFORM 9220-NAME-UNSENT-ORDER THRU 9220-EXIT
           END-IF.
       9210-EXIT.
           EXIT.

       9220-NAME-UNSENT-ORDER.
           DISPLAY "Work order "
               KAL-WORQ-RECORD-IMAGE(KAL-WORQ-SUB)(5:16)
               " is OPEN on the register but was NOT sent".
       9220-EXIT.
           EXIT.

       END PROGRAM KalHlth.
