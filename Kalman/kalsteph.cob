      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Step elapsed-time history and batch-window forecast
      *          for the nightly chain.  KalNight stamps every STEP
      *          event on KALRLOG.DAT with the step's start and
      *          elapsed seconds; this report folds each new timing
      *          into a rolling history per step name (the last ten
      *          nights the step ran) kept as history cards at the
      *          foot of the KALPLAN.DAT job plan, beside the step
      *          cards they belong to.  For every planned step it
      *          shows the average, worst and latest duration and the
      *          trend per night, flagging a step whose latest run is
      *          well above its own average.  The step time of the
      *          whole night is kept the same way, and its trend
      *          projected against the morning shift's cut-off to say
      *          how many nights remain before the chain no longer
      *          finishes in time.  The latest night on the run log
      *          is checked against its own window.  Meant to run as
      *          a step of the night plan, ahead of the digest; the
      *          report goes to the KALSTEPH.RPT print file.
      *          KALMAN_CUTOFF (hhmm, default 0600) is the cut-off,
      *          KALMAN_STEP_FACTOR (default 1.50) how far above its
      *          average a step must run to be flagged, and
      *          KALMAN_WINDOW_WARN (default 30) how many nights of
      *          warning the forecast gives before it raises RC 4.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalStepH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      * KALPLAN.DAT: KalNight's job plan.  Its step cards and comment
      * cards are copied back untouched; the history cards at its
      * foot start with "*" so the driver reads them as comments --
      *   cols  1-2   "*H" one step's history, "*W" the whole night
      *   cols  4-11  step name (NIGHT on the "*W" card)
      *   cols 13-26  start stamp of the newest timing folded in
      *               (yyyymmddhhmmss)
      *   cols 28-29  timings held (up to 10)
      *   cols 31-80  the timings in seconds, 5 digits each, newest
      *               first
      *---------------------------------------------------------------*
       SELECT KalPlan ASSIGN TO "KALPLAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PLAN-STATUS.
       SELECT OPTIONAL KalRunLog ASSIGN TO "KALRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RUNLOG-STATUS.
       SELECT KalReport ASSIGN TO "KALSTEPH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalPlan.
           01  KAL-PLAN-LINE            PIC X(80).
        FD KalRunLog.
           COPY "KALRLOG.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-PLAN-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-RUNLOG-STATUS                PIC X(02)   VALUE "00".
       01  KAL-PLAN-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-PLAN-AT-EOF                      VALUE "Y".
       01  KAL-RUNLOG-EOF-SW                PIC X(01)   VALUE "N".
           88  KAL-RUNLOG-AT-EOF                    VALUE "Y".
       01  KAL-PLAN-LOADED-SW               PIC X(01)   VALUE "N".
           88  KAL-PLAN-LOADED                      VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Cut-off, flag factor and forecast horizon.  A step is flagged
      * when its latest run is more than the factor times its own
      * average AND at least KAL-FLAG-FLOOR-SECS over it, so a step
      * of a few seconds is not flagged for a few seconds' jitter.
      *---------------------------------------------------------------*
       01  KAL-CUTOFF-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-CUTOFF-HHMM.
           05  KAL-CUTOFF-HH                PIC 9(02)   VALUE 06.
           05  KAL-CUTOFF-MI                PIC 9(02)   VALUE 00.
       01  KAL-CUTOFF-SECS                  PIC 9(05) COMP VALUE ZERO.
       01  KAL-FACTOR-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-FLAG-FACTOR                  PIC 9(02)V9(02) VALUE 1.50.
       01  KAL-FLAG-FLOOR-SECS              PIC 9(05) COMP VALUE 60.
       01  KAL-WARN-ENV-TEXT                PIC X(10)   VALUE SPACES.
       01  KAL-WARN-NIGHTS                  PIC 9(04)   VALUE 30.

      *---------------------------------------------------------------*
      * The plan itself, every line but the history block, in order,
      * so it can be written back exactly as it was read.
      *---------------------------------------------------------------*
       01  KAL-PLAN-TABLE-MAX               PIC 9(04) COMP VALUE 200.
       01  KAL-PLAN-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-PLAN-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-PLAN-DROPPED-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-PLAN-TABLE.
           05  KAL-PLAN-SLOT OCCURS 200 TIMES
                                            PIC X(80).
       01  KAL-HIST-HEADER                  PIC X(80)   VALUE
           "* Step elapsed-time history -- kept by KalStepH".

      *---------------------------------------------------------------*
      * One history card, as it sits on the plan.
      *---------------------------------------------------------------*
       01  KAL-HIST-CARD.
           05  KAL-HC-MARKER                PIC X(02).
               88  KAL-HC-IS-STEP                   VALUE "*H".
               88  KAL-HC-IS-NIGHT                  VALUE "*W".
           05  FILLER                       PIC X(01).
           05  KAL-HC-NAME                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  KAL-HC-STAMP                 PIC X(14).
           05  FILLER                       PIC X(01).
           05  KAL-HC-COUNT                 PIC 9(02).
           05  FILLER                       PIC X(01).
           05  KAL-HC-SECONDS               PIC 9(05) OCCURS 10 TIMES.

      *---------------------------------------------------------------*
      * The histories in memory: one entry per step name on the plan
      * (kind H) in plan order, plus the whole night (kind W).  An
      * entry from a history card whose step has left the plan is
      * not planned and is dropped when the plan is written back.
      *---------------------------------------------------------------*
       01  KAL-HIST-DEPTH                   PIC 9(02) COMP VALUE 10.
       01  KAL-HIST-TABLE-MAX               PIC 9(02) COMP VALUE 40.
       01  KAL-HIST-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  KAL-HIST-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-HIST-HIT-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  KAL-NIGHT-SUB                    PIC 9(02) COMP VALUE ZERO.
       01  KAL-SECS-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-WANTED-NAME                  PIC X(08)   VALUE SPACES.
       01  KAL-WANTED-KIND                  PIC X(01)   VALUE SPACE.
       01  KAL-HIST-TABLE.
           05  KAL-HIST-ENTRY OCCURS 40 TIMES.
               10  KAL-HI-KIND              PIC X(01).
               10  KAL-HI-NAME              PIC X(08).
               10  KAL-HI-PLANNED-SW        PIC X(01).
               10  KAL-HI-STAMP             PIC X(14).
               10  KAL-HI-COUNT             PIC 9(02).
               10  KAL-HI-SECONDS           PIC 9(05) OCCURS 10 TIMES.

      *---------------------------------------------------------------*
      * Timing folded in from the run log.  The STEP events of one
      * night arrive together, so the night in hand is collected as
      * a group and folded when the night-id changes.  Only steps
      * that ran count towards the night (calendar skips do not);
      * only steps that ended OK go into a history, since a failed
      * step's time says nothing about its norm.  A night already
      * folded comes round again while it is still running (this
      * report is one of its steps): the same start stamp replaces
      * the newest timing instead of adding another.
      *---------------------------------------------------------------*
       01  KAL-PUSH-SECS                    PIC 9(06)   VALUE ZERO.
       01  KAL-PUSH-STAMP                   PIC X(14)   VALUE SPACES.
       01  KAL-GROUP-NIGHT-ID               PIC X(10)   VALUE SPACES.
       01  KAL-GROUP-START                  PIC X(14)   VALUE SPACES.
       01  KAL-GROUP-END                    PIC X(14)   VALUE SPACES.
       01  KAL-GROUP-BUSY-SECS              PIC 9(07)   VALUE ZERO.
       01  KAL-GROUP-RAN-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  KAL-EVENT-END                    PIC X(14)   VALUE SPACES.
       01  KAL-LATEST-FOUND-SW              PIC X(01)   VALUE "N".
           88  KAL-LATEST-FOUND                     VALUE "Y".
       01  KAL-LATEST-NIGHT-ID              PIC X(10)   VALUE SPACES.
       01  KAL-LATEST-START                 PIC X(14)   VALUE SPACES.
       01  KAL-LATEST-END                   PIC X(14)   VALUE SPACES.
       01  KAL-LATEST-BUSY-SECS             PIC 9(07)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Figures worked out for one history: average, worst, latest
      * and the least-squares trend in seconds per night (oldest
      * timing at x = 0), with the trend line's value for the latest
      * night.  A trend needs at least three timings.
      *---------------------------------------------------------------*
       01  KAL-ST-COUNT                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-ST-SUM                       PIC 9(07)   VALUE ZERO.
       01  KAL-ST-AVERAGE                   PIC 9(06)   VALUE ZERO.
       01  KAL-ST-WORST                     PIC 9(06)   VALUE ZERO.
       01  KAL-ST-LATEST                    PIC 9(06)   VALUE ZERO.
       01  KAL-ST-SLOPE                     PIC S9(06)V9(02) VALUE ZERO.
       01  KAL-ST-LIFT                      PIC S9(07)V9(02) VALUE ZERO.
       01  KAL-ST-FITTED                    PIC S9(07)  VALUE ZERO.
       01  KAL-ST-X                         PIC 9(02)   VALUE ZERO.
       01  KAL-ST-SUM-X                     PIC S9(09) COMP VALUE ZERO.
       01  KAL-ST-SUM-XX                    PIC S9(09) COMP VALUE ZERO.
       01  KAL-ST-SUM-XY                    PIC S9(11) COMP VALUE ZERO.
       01  KAL-ST-NUMERATOR                 PIC S9(13) COMP VALUE ZERO.
       01  KAL-ST-DIVISOR                   PIC S9(09) COMP VALUE ZERO.
       01  KAL-ST-FLAG-SW                   PIC X(01)   VALUE "N".
           88  KAL-ST-FLAGGED                       VALUE "Y".

      *---------------------------------------------------------------*
      * The batch window: from a night's start to the first cut-off
      * after it, in day-integer seconds.
      *---------------------------------------------------------------*
       01  KAL-STAMP-WORK.
           05  KAL-STAMP-DATE               PIC 9(08).
           05  KAL-STAMP-HH                 PIC 9(02).
           05  KAL-STAMP-MI                 PIC 9(02).
           05  KAL-STAMP-SS                 PIC 9(02).
       01  KAL-STAMP-SECS                   PIC 9(12) COMP VALUE ZERO.
       01  KAL-STAMP-CLOCK-SECS             PIC 9(05) COMP VALUE ZERO.
       01  KAL-WIN-START-SECS               PIC 9(12) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-SECS              PIC 9(12) COMP VALUE ZERO.
       01  KAL-WIN-END-SECS                 PIC 9(12) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-INT               PIC 9(08) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-DATE              PIC 9(08)   VALUE ZERO.
       01  KAL-WIN-SECS                     PIC 9(07)   VALUE ZERO.
       01  KAL-MARGIN-SECS                  PIC S9(07)  VALUE ZERO.
       01  KAL-NIGHTS-LEFT                  PIC 9(05)   VALUE ZERO.
       01  KAL-OVERRUN-DATE                 PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Verdict counters.
      *---------------------------------------------------------------*
       01  KAL-PLANNED-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-TIMED-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-FLAGGED-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-STEP-FOLD-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  KAL-NIGHT-FOLD-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  KAL-STALE-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-UNTIMED-COUNT                PIC 9(06) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-WINDOW-SW                    PIC X(01)   VALUE "N".
           88  KAL-WINDOW-AT-RISK                   VALUE "Y".
       01  KAL-OVERRUN-SW                   PIC X(01)   VALUE "N".
           88  KAL-LATEST-OVERRAN                   VALUE "Y".
       01  KAL-REWRITTEN-SW                 PIC X(01)   VALUE "N".
           88  KAL-PLAN-REWRITTEN                   VALUE "Y".

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(36)   VALUE
               "STEP      NIGHTS    LATEST   AVERAGE".
           05  FILLER                       PIC X(27)   VALUE
               "     WORST TREND S/NT  FLAG".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-FACTOR                    PIC Z9.99   VALUE ZERO.
       01  KAL-ED-SLOPE                     PIC +(06)9.9 VALUE ZERO.
       01  KAL-DUR-SECS                     PIC 9(07)   VALUE ZERO.
       01  KAL-DUR-HH                       PIC 9(03)   VALUE ZERO.
       01  KAL-DUR-MI                       PIC 9(02)   VALUE ZERO.
       01  KAL-DUR-SS                       PIC 9(02)   VALUE ZERO.
       01  KAL-DUR-REST                     PIC 9(04)   VALUE ZERO.
       01  KAL-ED-DURATION                  PIC X(08)   VALUE SPACES.
       01  KAL-ED-LATEST                    PIC X(08)   VALUE SPACES.
       01  KAL-ED-AVERAGE                   PIC X(08)   VALUE SPACES.
       01  KAL-ED-WORST                     PIC X(08)   VALUE SPACES.
       01  KAL-ED-STAMP                     PIC X(19)   VALUE SPACES.
       01  KAL-ED-STAMP-2                   PIC X(19)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-PLAN THRU 1100-EXIT
           IF KAL-PLAN-LOADED
               PERFORM 2000-SCAN-RUN-LOG THRU 2000-EXIT
               PERFORM 3000-REPORT-STEPS THRU 3000-EXIT
               PERFORM 4000-REPORT-NIGHT THRU 4000-EXIT
               PERFORM 4500-REPORT-LATEST-NIGHT THRU 4500-EXIT
               PERFORM 9000-REWRITE-PLAN THRU 9000-EXIT
           END-IF
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF KAL-FLAGGED-COUNT > 0
                   OR KAL-WINDOW-AT-RISK
                   OR KAL-LATEST-OVERRAN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the cut-off, flag factor and
      * forecast horizon, and the print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman step elapsed-time history by Gerardo "
               "Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           COMPUTE KAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(800-CURRENT-DATE(1:8)))
           ACCEPT KAL-CUTOFF-ENV-TEXT FROM ENVIRONMENT "KALMAN_CUTOFF"
           IF KAL-CUTOFF-ENV-TEXT NOT = SPACES
               IF KAL-CUTOFF-ENV-TEXT(1:4) IS NUMERIC
                   AND KAL-CUTOFF-ENV-TEXT(5:6) = SPACES
                   AND KAL-CUTOFF-ENV-TEXT(1:2) <= "23"
                   AND KAL-CUTOFF-ENV-TEXT(3:2) <= "59"
                   MOVE KAL-CUTOFF-ENV-TEXT(1:4) TO KAL-CUTOFF-HHMM
               ELSE
                   DISPLAY "KALMAN_CUTOFF '" KAL-CUTOFF-ENV-TEXT
                       "' is not a valid hhmm, keeping "
                       KAL-CUTOFF-HHMM
               END-IF
           END-IF
           COMPUTE KAL-CUTOFF-SECS =
               KAL-CUTOFF-HH * 3600 + KAL-CUTOFF-MI * 60
           DISPLAY "Morning cut-off (hhmm)       : " KAL-CUTOFF-HHMM
           ACCEPT KAL-FACTOR-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_STEP_FACTOR"
           IF KAL-FACTOR-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-FACTOR-ENV-TEXT) = 0
                   COMPUTE KAL-FLAG-FACTOR =
                       FUNCTION NUMVAL(KAL-FACTOR-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_STEP_FACTOR '"
                       KAL-FACTOR-ENV-TEXT
                       "' is not a valid factor, keeping "
                       KAL-FLAG-FACTOR
               END-IF
           END-IF
           IF KAL-FLAG-FACTOR NOT > 1
               DISPLAY "Flag factor must be over 1, using 1.50"
               MOVE 1.50 TO KAL-FLAG-FACTOR
           END-IF
           MOVE KAL-FLAG-FACTOR TO KAL-ED-FACTOR
           DISPLAY "Flag factor (x own average)  : " KAL-ED-FACTOR
           ACCEPT KAL-WARN-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_WINDOW_WARN"
           IF KAL-WARN-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-WARN-ENV-TEXT) = 0
                   COMPUTE KAL-WARN-NIGHTS =
                       FUNCTION NUMVAL(KAL-WARN-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_WINDOW_WARN '"
                       KAL-WARN-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-WARN-NIGHTS
               END-IF
           END-IF
           DISPLAY "Forecast warning (nights)    : " KAL-WARN-NIGHTS

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-WARN-NIGHTS TO KAL-ED-COUNT-1
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- CUT-OFF "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      "  FLAG OVER " KAL-ED-FACTOR
                      " X OWN AVERAGE (AND 60 S OVER)"
                      "  HISTORY 10 NIGHTS"
                      "  WARN WITHIN" KAL-ED-COUNT-1 " NIGHTS"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALSTEPH.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PLAN -- the job plan into memory: plan and comment
      * cards into the plan table, history cards into the history
      * table.  A plan that cannot be read, or holds more lines than
      * the workspace, is never written back.
      ******************************************************************
       1100-LOAD-PLAN.
           OPEN INPUT KalPlan
           IF KAL-PLAN-STATUS NOT = "00"
               DISPLAY "KALPLAN.DAT not available, status "
                   KAL-PLAN-STATUS " -- no history kept"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-PLAN-LINE THRU 1110-EXIT
               UNTIL KAL-PLAN-AT-EOF
           CLOSE KalPlan
           MOVE "Y" TO KAL-PLAN-LOADED-SW
      *---------------------------------------------------------------*
      * The whole night's history always has an entry, after the
      * steps, whether or not a "*W" card was on the plan.
      *---------------------------------------------------------------*
           MOVE "NIGHT" TO KAL-WANTED-NAME
           MOVE "W" TO KAL-WANTED-KIND
           PERFORM 1400-FIND-HISTORY THRU 1400-EXIT
           MOVE KAL-HIST-HIT-SUB TO KAL-NIGHT-SUB
           IF KAL-NIGHT-SUB > 0
               MOVE "Y" TO KAL-HI-PLANNED-SW(KAL-NIGHT-SUB)
           END-IF
           IF KAL-PLAN-DROPPED-COUNT > 0
               DISPLAY "KALPLAN.DAT larger than workspace, "
                   KAL-PLAN-DROPPED-COUNT " lines not held -- "
                   "plan will NOT be rewritten"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-PLAN-LINE.
           READ KalPlan
               AT END
                   MOVE "Y" TO KAL-PLAN-EOF-SW
               NOT AT END
                   PERFORM 1200-POST-PLAN-LINE THRU 1200-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1200-POST-PLAN-LINE -- one plan line.  The history header and
      * the history cards are set aside (they are written back fresh
      * at the foot); everything else is kept in place, and a step
      * card (column 1 neither blank-line nor "*") makes its step
      * name a planned history entry.
      *---------------------------------------------------------------*
       1200-POST-PLAN-LINE.
           IF KAL-PLAN-LINE = KAL-HIST-HEADER
               GO TO 1200-EXIT
           END-IF
           MOVE KAL-PLAN-LINE TO KAL-HIST-CARD
           IF (KAL-HC-IS-STEP OR KAL-HC-IS-NIGHT)
               AND KAL-HC-NAME NOT = SPACES
               AND KAL-HC-COUNT IS NUMERIC
               PERFORM 1300-LOAD-HISTORY-CARD THRU 1300-EXIT
               GO TO 1200-EXIT
           END-IF
           IF KAL-PLAN-COUNT = KAL-PLAN-TABLE-MAX
               ADD 1 TO KAL-PLAN-DROPPED-COUNT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO KAL-PLAN-COUNT
           MOVE KAL-PLAN-LINE TO KAL-PLAN-SLOT(KAL-PLAN-COUNT)
           IF KAL-PLAN-LINE = SPACES
               OR KAL-PLAN-LINE(1:1) = "*"
               GO TO 1200-EXIT
           END-IF
           MOVE KAL-PLAN-LINE(1:8) TO KAL-WANTED-NAME
           MOVE "H" TO KAL-WANTED-KIND
           PERFORM 1400-FIND-HISTORY THRU 1400-EXIT
           IF KAL-HIST-HIT-SUB > 0
               IF KAL-HI-PLANNED-SW(KAL-HIST-HIT-SUB) NOT = "Y"
                   MOVE "Y" TO KAL-HI-PLANNED-SW(KAL-HIST-HIT-SUB)
                   ADD 1 TO KAL-PLANNED-COUNT
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1300-LOAD-HISTORY-CARD -- one "*H" / "*W" card into its
      * history entry.  Timings that are not numeric end the list.
      *---------------------------------------------------------------*
       1300-LOAD-HISTORY-CARD.
           MOVE KAL-HC-NAME TO KAL-WANTED-NAME
           IF KAL-HC-IS-NIGHT
               MOVE "W" TO KAL-WANTED-KIND
           ELSE
               MOVE "H" TO KAL-WANTED-KIND
           END-IF
           PERFORM 1400-FIND-HISTORY THRU 1400-EXIT
           IF KAL-HIST-HIT-SUB = 0
               GO TO 1300-EXIT
           END-IF
           MOVE KAL-HC-STAMP TO KAL-HI-STAMP(KAL-HIST-HIT-SUB)
           MOVE ZERO TO KAL-HI-COUNT(KAL-HIST-HIT-SUB)
           PERFORM 1310-LOAD-ONE-TIMING THRU 1310-EXIT
               VARYING KAL-SECS-SUB FROM 1 BY 1
               UNTIL KAL-SECS-SUB > KAL-HC-COUNT
               OR KAL-SECS-SUB > KAL-HIST-DEPTH.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-TIMING.
           IF KAL-HC-SECONDS(KAL-SECS-SUB) IS NOT NUMERIC
               MOVE KAL-HIST-DEPTH TO KAL-SECS-SUB
               GO TO 1310-EXIT
           END-IF
           MOVE KAL-HC-SECONDS(KAL-SECS-SUB)
               TO KAL-HI-SECONDS(KAL-HIST-HIT-SUB, KAL-SECS-SUB)
           MOVE KAL-SECS-SUB TO KAL-HI-COUNT(KAL-HIST-HIT-SUB).
       1310-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1400-FIND-HISTORY -- the history entry for KAL-WANTED-NAME of
      * KAL-WANTED-KIND, added empty when there is none yet.
      * KAL-HIST-HIT-SUB comes back zero only when the table is full.
      *---------------------------------------------------------------*
       1400-FIND-HISTORY.
           MOVE ZERO TO KAL-HIST-HIT-SUB
           PERFORM 1410-MATCH-HISTORY THRU 1410-EXIT
               VARYING KAL-HIST-SUB FROM 1 BY 1
               UNTIL KAL-HIST-SUB > KAL-HIST-COUNT
               OR KAL-HIST-HIT-SUB > 0
           IF KAL-HIST-HIT-SUB > 0
               GO TO 1400-EXIT
           END-IF
           IF KAL-HIST-COUNT = KAL-HIST-TABLE-MAX
               DISPLAY "History table full, step ignored: "
                   KAL-WANTED-NAME
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO KAL-HIST-COUNT
           MOVE KAL-HIST-COUNT TO KAL-HIST-HIT-SUB
           MOVE KAL-WANTED-KIND TO KAL-HI-KIND(KAL-HIST-HIT-SUB)
           MOVE KAL-WANTED-NAME TO KAL-HI-NAME(KAL-HIST-HIT-SUB)
           MOVE "N" TO KAL-HI-PLANNED-SW(KAL-HIST-HIT-SUB)
           MOVE LOW-VALUES TO KAL-HI-STAMP(KAL-HIST-HIT-SUB)
           MOVE ZERO TO KAL-HI-COUNT(KAL-HIST-HIT-SUB)
           PERFORM 1420-CLEAR-ONE-TIMING THRU 1420-EXIT
               VARYING KAL-SECS-SUB FROM 1 BY 1
               UNTIL KAL-SECS-SUB > KAL-HIST-DEPTH.
       1400-EXIT.
           EXIT.

       1410-MATCH-HISTORY.
           IF KAL-HI-NAME(KAL-HIST-SUB) = KAL-WANTED-NAME
               AND KAL-HI-KIND(KAL-HIST-SUB) = KAL-WANTED-KIND
               MOVE KAL-HIST-SUB TO KAL-HIST-HIT-SUB
           END-IF.
       1410-EXIT.
           EXIT.

       1420-CLEAR-ONE-TIMING.
           MOVE ZERO TO KAL-HI-SECONDS(KAL-HIST-HIT-SUB, KAL-SECS-SUB).
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-RUN-LOG -- fold every timed STEP event newer than
      * its history into the step and night histories.  STEP events
      * from before KalNight stamped a start carry no timing and are
      * only counted.
      ******************************************************************
       2000-SCAN-RUN-LOG.
           OPEN INPUT KalRunLog
           IF KAL-RUNLOG-STATUS NOT = "00"
               AND KAL-RUNLOG-STATUS NOT = "05"
               DISPLAY "KALRLOG.DAT not available, status "
                   KAL-RUNLOG-STATUS " -- nothing new to fold in"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-RUNLOG-EVENT THRU 2100-EXIT
               UNTIL KAL-RUNLOG-AT-EOF
           CLOSE KalRunLog
           PERFORM 2500-CLOSE-NIGHT-GROUP THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-RUNLOG-EVENT.
           READ KalRunLog
               AT END
                   MOVE "Y" TO KAL-RUNLOG-EOF-SW
               NOT AT END
                   IF KAL-RL-EVENT = "STEP "
                       PERFORM 2200-POST-STEP-EVENT THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2200-POST-STEP-EVENT -- one timed STEP event.  A new night-id
      * closes the night in hand first.  A step that ran widens the
      * night's span and, when it ended OK, adds its time to the
      * night and folds it into the step's own history.
      *---------------------------------------------------------------*
       2200-POST-STEP-EVENT.
           IF KAL-RL-STEP-START IS NOT NUMERIC
               OR KAL-RL-STEP-ELAPSED IS NOT NUMERIC
               ADD 1 TO KAL-UNTIMED-COUNT
               GO TO 2200-EXIT
           END-IF
           IF KAL-RL-RUN-ID NOT = KAL-GROUP-NIGHT-ID
               PERFORM 2500-CLOSE-NIGHT-GROUP THRU 2500-EXIT
               MOVE KAL-RL-RUN-ID TO KAL-GROUP-NIGHT-ID
               MOVE SPACES TO KAL-GROUP-START
                              KAL-GROUP-END
               MOVE ZERO TO KAL-GROUP-BUSY-SECS
                            KAL-GROUP-RAN-COUNT
           END-IF
           IF KAL-RL-USERDOMAIN(1:7) = "SKIPPED"
               GO TO 2200-EXIT
           END-IF
           MOVE KAL-RL-TIMESTAMP TO KAL-EVENT-END
           IF KAL-GROUP-RAN-COUNT = 0
               OR KAL-RL-STEP-START < KAL-GROUP-START
               MOVE KAL-RL-STEP-START TO KAL-GROUP-START
           END-IF
           IF KAL-GROUP-RAN-COUNT = 0
               OR KAL-EVENT-END > KAL-GROUP-END
               MOVE KAL-EVENT-END TO KAL-GROUP-END
           END-IF
           ADD 1 TO KAL-GROUP-RAN-COUNT
           IF KAL-RL-USERDOMAIN NOT = "OK"
               GO TO 2200-EXIT
           END-IF
           ADD KAL-RL-STEP-ELAPSED TO KAL-GROUP-BUSY-SECS
           PERFORM 2300-FOLD-STEP-TIMING THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-FOLD-STEP-TIMING -- a step that is on the plan and ran
      * after the newest timing in its history gets this timing
      * pushed on.  A step not on the plan (retired, or run by hand
      * under another name) keeps no history.
      *---------------------------------------------------------------*
       2300-FOLD-STEP-TIMING.
           MOVE ZERO TO KAL-HIST-HIT-SUB
           MOVE KAL-RL-USERNAME(1:8) TO KAL-WANTED-NAME
           MOVE "H" TO KAL-WANTED-KIND
           PERFORM 1410-MATCH-HISTORY THRU 1410-EXIT
               VARYING KAL-HIST-SUB FROM 1 BY 1
               UNTIL KAL-HIST-SUB > KAL-HIST-COUNT
               OR KAL-HIST-HIT-SUB > 0
           IF KAL-HIST-HIT-SUB = 0
               GO TO 2300-EXIT
           END-IF
           IF KAL-HI-PLANNED-SW(KAL-HIST-HIT-SUB) NOT = "Y"
               GO TO 2300-EXIT
           END-IF
           IF KAL-RL-STEP-START NOT > KAL-HI-STAMP(KAL-HIST-HIT-SUB)
               GO TO 2300-EXIT
           END-IF
           MOVE KAL-RL-STEP-ELAPSED TO KAL-PUSH-SECS
           MOVE KAL-RL-STEP-START TO KAL-PUSH-STAMP
           MOVE KAL-HIST-HIT-SUB TO KAL-HIST-SUB
           PERFORM 2600-PUSH-TIMING THRU 2600-EXIT
           ADD 1 TO KAL-STEP-FOLD-COUNT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2500-CLOSE-NIGHT-GROUP -- the night in hand is complete (as
      * far as the log goes): it becomes the latest night seen, and
      * its step time goes on the night history -- replacing the
      * newest timing when it is the same night folded before, added
      * when it started after it, ignored when it is older.  A night
      * on which nothing ran (a holiday) is not a night's work.
      *---------------------------------------------------------------*
       2500-CLOSE-NIGHT-GROUP.
           IF KAL-GROUP-RAN-COUNT = 0
               GO TO 2500-EXIT
           END-IF
           MOVE "Y" TO KAL-LATEST-FOUND-SW
           MOVE KAL-GROUP-NIGHT-ID TO KAL-LATEST-NIGHT-ID
           MOVE KAL-GROUP-START TO KAL-LATEST-START
           MOVE KAL-GROUP-END TO KAL-LATEST-END
           MOVE KAL-GROUP-BUSY-SECS TO KAL-LATEST-BUSY-SECS
           MOVE ZERO TO KAL-GROUP-RAN-COUNT
           IF KAL-NIGHT-SUB = 0
               GO TO 2500-EXIT
           END-IF
           IF KAL-GROUP-BUSY-SECS > 999999
               MOVE 999999 TO KAL-PUSH-SECS
           ELSE
               MOVE KAL-GROUP-BUSY-SECS TO KAL-PUSH-SECS
           END-IF
           IF KAL-GROUP-START = KAL-HI-STAMP(KAL-NIGHT-SUB)
               AND KAL-HI-COUNT(KAL-NIGHT-SUB) > 0
               IF KAL-PUSH-SECS > 99999
                   MOVE 99999 TO KAL-HI-SECONDS(KAL-NIGHT-SUB, 1)
               ELSE
                   MOVE KAL-PUSH-SECS
                       TO KAL-HI-SECONDS(KAL-NIGHT-SUB, 1)
               END-IF
               ADD 1 TO KAL-NIGHT-FOLD-COUNT
               GO TO 2500-EXIT
           END-IF
           IF KAL-GROUP-START > KAL-HI-STAMP(KAL-NIGHT-SUB)
               MOVE KAL-GROUP-START TO KAL-PUSH-STAMP
               MOVE KAL-NIGHT-SUB TO KAL-HIST-SUB
               PERFORM 2600-PUSH-TIMING THRU 2600-EXIT
               ADD 1 TO KAL-NIGHT-FOLD-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2600-PUSH-TIMING -- KAL-PUSH-SECS on as the newest timing of
      * history KAL-HIST-SUB, the oldest falling off once ten are
      * held.  A timing too long for the card is held at 99999.
      *---------------------------------------------------------------*
       2600-PUSH-TIMING.
           PERFORM 2610-SHIFT-ONE-TIMING THRU 2610-EXIT
               VARYING KAL-SECS-SUB FROM KAL-HIST-DEPTH BY -1
               UNTIL KAL-SECS-SUB < 2
           IF KAL-PUSH-SECS > 99999
               MOVE 99999 TO KAL-HI-SECONDS(KAL-HIST-SUB, 1)
           ELSE
               MOVE KAL-PUSH-SECS TO KAL-HI-SECONDS(KAL-HIST-SUB, 1)
           END-IF
           MOVE KAL-PUSH-STAMP TO KAL-HI-STAMP(KAL-HIST-SUB)
           IF KAL-HI-COUNT(KAL-HIST-SUB) < KAL-HIST-DEPTH
               ADD 1 TO KAL-HI-COUNT(KAL-HIST-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

       2610-SHIFT-ONE-TIMING.
           MOVE KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB - 1)
               TO KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB).
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-STEPS -- one line per planned step, in plan order.
      ******************************************************************
       3000-REPORT-STEPS.
           MOVE "STEP ELAPSED TIMES -- THE LAST 10 NIGHTS EACH STEP RAN"
               TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
           PERFORM 3050-REPORT-ONE-STEP THRU 3050-EXIT
               VARYING KAL-HIST-SUB FROM 1 BY 1
               UNTIL KAL-HIST-SUB > KAL-HIST-COUNT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3050-REPORT-ONE-STEP.
           IF KAL-HI-KIND(KAL-HIST-SUB) NOT = "H"
               GO TO 3050-EXIT
           END-IF
           IF KAL-HI-PLANNED-SW(KAL-HIST-SUB) NOT = "Y"
               ADD 1 TO KAL-STALE-COUNT
               DISPLAY "Step " KAL-HI-NAME(KAL-HIST-SUB)
                   " is no longer on the plan -- history dropped"
               GO TO 3050-EXIT
           END-IF
           PERFORM 3100-WORK-OUT-FIGURES THRU 3100-EXIT
           IF KAL-ST-COUNT > 0
               ADD 1 TO KAL-TIMED-COUNT
           END-IF
           IF KAL-ST-FLAGGED
               ADD 1 TO KAL-FLAGGED-COUNT
               DISPLAY "Step " KAL-HI-NAME(KAL-HIST-SUB)
                   " ran " KAL-ST-LATEST " s against an average of "
                   KAL-ST-AVERAGE " s"
           END-IF
           PERFORM 3200-PRINT-HISTORY-LINE THRU 3200-EXIT.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3100-WORK-OUT-FIGURES -- average, worst, latest and trend of
      * history KAL-HIST-SUB; the newest timing is x = count - 1.
      *---------------------------------------------------------------*
       3100-WORK-OUT-FIGURES.
           MOVE KAL-HI-COUNT(KAL-HIST-SUB) TO KAL-ST-COUNT
           MOVE ZERO TO KAL-ST-SUM
                        KAL-ST-AVERAGE
                        KAL-ST-WORST
                        KAL-ST-LATEST
                        KAL-ST-SLOPE
                        KAL-ST-FITTED
                        KAL-ST-SUM-X
                        KAL-ST-SUM-XX
                        KAL-ST-SUM-XY
                        KAL-ST-NUMERATOR
                        KAL-ST-LIFT
           MOVE "N" TO KAL-ST-FLAG-SW
           IF KAL-ST-COUNT = 0
               GO TO 3100-EXIT
           END-IF
           MOVE KAL-HI-SECONDS(KAL-HIST-SUB, 1) TO KAL-ST-LATEST
           PERFORM 3110-TAKE-ONE-TIMING THRU 3110-EXIT
               VARYING KAL-SECS-SUB FROM 1 BY 1
               UNTIL KAL-SECS-SUB > KAL-ST-COUNT
           COMPUTE KAL-ST-AVERAGE ROUNDED = KAL-ST-SUM / KAL-ST-COUNT
           MOVE KAL-ST-LATEST TO KAL-ST-FITTED
           IF KAL-ST-COUNT < 3
               GO TO 3100-EXIT
           END-IF
           COMPUTE KAL-ST-DIVISOR =
               KAL-ST-COUNT * KAL-ST-SUM-XX
               - KAL-ST-SUM-X * KAL-ST-SUM-X
           COMPUTE KAL-ST-NUMERATOR =
               KAL-ST-COUNT * KAL-ST-SUM-XY
               - KAL-ST-SUM-X * KAL-ST-SUM
           IF KAL-ST-DIVISOR > 0
               COMPUTE KAL-ST-SLOPE ROUNDED =
                   KAL-ST-NUMERATOR / KAL-ST-DIVISOR
           END-IF
           COMPUTE KAL-ST-X = KAL-ST-COUNT - 1
           MULTIPLY KAL-ST-SLOPE BY KAL-ST-X GIVING KAL-ST-LIFT
           DIVIDE 2 INTO KAL-ST-LIFT ROUNDED
           COMPUTE KAL-ST-FITTED ROUNDED =
               KAL-ST-AVERAGE + KAL-ST-LIFT
           IF KAL-ST-FITTED < 0
               MOVE ZERO TO KAL-ST-FITTED
           END-IF
           IF KAL-ST-LATEST > KAL-ST-AVERAGE * KAL-FLAG-FACTOR
               AND KAL-ST-LATEST - KAL-ST-AVERAGE
                   NOT < KAL-FLAG-FLOOR-SECS
               MOVE "Y" TO KAL-ST-FLAG-SW
           END-IF.
       3100-EXIT.
           EXIT.

       3110-TAKE-ONE-TIMING.
           COMPUTE KAL-ST-X = KAL-ST-COUNT - KAL-SECS-SUB
           ADD KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB)
               TO KAL-ST-SUM
           IF KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB)
               > KAL-ST-WORST
               MOVE KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB)
                   TO KAL-ST-WORST
           END-IF
           ADD KAL-ST-X TO KAL-ST-SUM-X
           COMPUTE KAL-ST-SUM-XX = KAL-ST-SUM-XX + KAL-ST-X * KAL-ST-X
           COMPUTE KAL-ST-SUM-XY = KAL-ST-SUM-XY
               + KAL-ST-X * KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB).
       3110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3200-PRINT-HISTORY-LINE -- the figures of history
      * KAL-HIST-SUB under the column heading.
      *---------------------------------------------------------------*
       3200-PRINT-HISTORY-LINE.
           IF KAL-ST-COUNT = 0
               STRING KAL-HI-NAME(KAL-HIST-SUB)
                      "       0  (NO TIMED RUN YET)"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE KAL-ST-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-ST-LATEST TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-LATEST
           MOVE KAL-ST-AVERAGE TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-AVERAGE
           MOVE KAL-ST-WORST TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-WORST
           MOVE KAL-ST-SLOPE TO KAL-ED-SLOPE
           STRING KAL-HI-NAME(KAL-HIST-SUB) "  " KAL-ED-COUNT-1
                  "  " KAL-ED-LATEST "  " KAL-ED-AVERAGE
                  "  " KAL-ED-WORST "  " KAL-ED-SLOPE
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           IF KAL-ST-COUNT < 3
               MOVE "(TOO FEW NIGHTS TO JUDGE)" TO KAL-RPT-LINE(60:25)
           END-IF
           IF KAL-ST-FLAGGED
               MOVE "*** WELL ABOVE ITS OWN AVERAGE ***"
                   TO KAL-RPT-LINE(60:34)
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-NIGHT -- the whole night's step time, its trend,
      * and the forecast against the cut-off.  The window runs from
      * the latest night's start to the first cut-off after it; the
      * trend line's value for the latest night is the starting
      * point, so one unusual night does not swing the forecast.
      ******************************************************************
       4000-REPORT-NIGHT.
           MOVE "WHOLE NIGHT -- STEP TIME ADDED UP, AND THE FORECAST"
               TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
           IF KAL-NIGHT-SUB = 0
               GO TO 4000-EXIT
           END-IF
           MOVE KAL-NIGHT-SUB TO KAL-HIST-SUB
           PERFORM 3100-WORK-OUT-FIGURES THRU 3100-EXIT
           MOVE "N" TO KAL-ST-FLAG-SW
           PERFORM 3200-PRINT-HISTORY-LINE THRU 3200-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-ST-COUNT = 0
               MOVE "NO TIMED NIGHT YET -- NOTHING TO FORECAST"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE KAL-HI-STAMP(KAL-NIGHT-SUB) TO KAL-STAMP-WORK
           PERFORM 6700-SET-WINDOW THRU 6700-EXIT
           COMPUTE KAL-MARGIN-SECS = KAL-WIN-SECS - KAL-ST-FITTED
           MOVE KAL-WIN-SECS TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-LATEST
           MOVE KAL-ST-FITTED TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-AVERAGE
           STRING "LATEST NIGHT STARTED " KAL-STAMP-HH ":"
                  KAL-STAMP-MI ":" KAL-STAMP-SS
                  "   CUT-OFF " KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                  "   WINDOW " KAL-ED-LATEST
                  "   STEP TIME ON THE TREND LINE " KAL-ED-AVERAGE
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 4100-FORECAST-OVERRUN THRU 4100-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4100-FORECAST-OVERRUN -- nights until the trend line crosses
      * the window: the margin left divided by the growth per night,
      * rounded up.  With no growth (or too few nights for a trend)
      * there is no crossing to forecast.
      *---------------------------------------------------------------*
       4100-FORECAST-OVERRUN.
           IF KAL-MARGIN-SECS NOT > 0
               MOVE "Y" TO KAL-WINDOW-SW
               STRING "*** AT THE CURRENT TREND THE NIGHT NO LONGER "
                      "FINISHES BEFORE THE " KAL-CUTOFF-HH ":"
                      KAL-CUTOFF-MI " CUT-OFF ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "KalStepH: the night no longer fits before "
                   "the cut-off"
               GO TO 4100-EXIT
           END-IF
           MOVE KAL-MARGIN-SECS TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           IF KAL-ST-COUNT < 3
               OR KAL-ST-SLOPE NOT > 0
               STRING "MARGIN TO THE CUT-OFF " KAL-ED-DURATION
                      " -- STEP TIME NOT GROWING, NO OVERRUN IN SIGHT"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 4100-EXIT
           END-IF
           COMPUTE KAL-NIGHTS-LEFT = KAL-MARGIN-SECS / KAL-ST-SLOPE
           IF KAL-NIGHTS-LEFT * KAL-ST-SLOPE < KAL-MARGIN-SECS
               ADD 1 TO KAL-NIGHTS-LEFT
           END-IF
           COMPUTE KAL-OVERRUN-DATE = FUNCTION DATE-OF-INTEGER(
               KAL-TODAY-INT + KAL-NIGHTS-LEFT)
           MOVE KAL-NIGHTS-LEFT TO KAL-ED-COUNT-1
           STRING "MARGIN TO THE CUT-OFF " KAL-ED-DURATION
                  " -- AT THE CURRENT TREND THE NIGHT OVERRUNS IT IN"
                  KAL-ED-COUNT-1 " NIGHTS, AROUND "
                  KAL-OVERRUN-DATE(1:4) "/" KAL-OVERRUN-DATE(5:2) "/"
                  KAL-OVERRUN-DATE(7:2)
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-NIGHTS-LEFT NOT > KAL-WARN-NIGHTS
               MOVE "Y" TO KAL-WINDOW-SW
               MOVE "*** INSIDE THE WARNING HORIZON -- PLAN THE FIX ***"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "KalStepH: night forecast to overrun the "
                   "cut-off in " KAL-NIGHTS-LEFT " nights"
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-REPORT-LATEST-NIGHT -- the newest night on the run log
      * against its own window: from its first step's start to the
      * end of its last step so far.
      ******************************************************************
       4500-REPORT-LATEST-NIGHT.
           MOVE "LATEST NIGHT ON THE RUN LOG" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:60)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF NOT KAL-LATEST-FOUND
               MOVE "NO TIMED STEP EVENTS ON THE RUN LOG"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 4500-EXIT
           END-IF
           MOVE KAL-LATEST-END TO KAL-STAMP-WORK
           PERFORM 6400-EDIT-STAMP THRU 6400-EXIT
           MOVE KAL-ED-STAMP TO KAL-ED-STAMP-2
           PERFORM 6600-STAMP-TO-SECONDS THRU 6600-EXIT
           MOVE KAL-STAMP-SECS TO KAL-WIN-END-SECS
           MOVE KAL-LATEST-START TO KAL-STAMP-WORK
           PERFORM 6400-EDIT-STAMP THRU 6400-EXIT
           PERFORM 6700-SET-WINDOW THRU 6700-EXIT
           MOVE KAL-LATEST-BUSY-SECS TO KAL-DUR-SECS
           PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
           STRING "NIGHT " KAL-LATEST-NIGHT-ID
                  "   STARTED " KAL-ED-STAMP
                  "   LAST STEP ENDED " KAL-ED-STAMP-2
                  "   STEP TIME " KAL-ED-DURATION
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-WIN-END-SECS > KAL-WIN-CUTOFF-SECS
               MOVE "Y" TO KAL-OVERRUN-SW
               COMPUTE KAL-DUR-SECS =
                   KAL-WIN-END-SECS - KAL-WIN-CUTOFF-SECS
               PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
               STRING "*** RAN PAST ITS WINDOW -- CUT-OFF "
                      KAL-WIN-CUTOFF-DATE(1:4) "/"
                      KAL-WIN-CUTOFF-DATE(5:2) "/"
                      KAL-WIN-CUTOFF-DATE(7:2) " "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      ", OVER BY " KAL-ED-DURATION " ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               DISPLAY "KalStepH: night " KAL-LATEST-NIGHT-ID
                   " ran past its window by " KAL-ED-DURATION
           ELSE
               COMPUTE KAL-DUR-SECS =
                   KAL-WIN-CUTOFF-SECS - KAL-WIN-END-SECS
               PERFORM 6500-EDIT-DURATION THRU 6500-EXIT
               STRING "WITHIN ITS WINDOW -- CUT-OFF "
                      KAL-WIN-CUTOFF-DATE(1:4) "/"
                      KAL-WIN-CUTOFF-DATE(5:2) "/"
                      KAL-WIN-CUTOFF-DATE(7:2) " "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      ", " KAL-ED-DURATION " TO SPARE"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       4500-EXIT.
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
      * and page number, the parameters, and a blank line in front
      * of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALSTEPH -- STEP ELAPSED-TIME HISTORY"
                  "                 RUN DATE " 800-CURRENT-DATE-YYYY
                  "/" 800-CURRENT-DATE-MM "/" 800-CURRENT-DATE-DD
                  "  " 800-CURRENT-TIME-HH ":" 800-CURRENT-TIME-MM
                  ":" 800-CURRENT-TIME-SS
                  "   PAGE " KAL-RPT-PAGE-EDIT
               DELIMITED BY SIZE INTO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-PARM-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           MOVE 3 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

       6200-WRITE-COLUMN-HEADING.
           MOVE KAL-RPT-COLUMN-LINE TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:60)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6400-EDIT-STAMP -- KAL-STAMP-WORK as yyyy/mm/dd hh:mm:ss.
      *---------------------------------------------------------------*
       6400-EDIT-STAMP.
           MOVE SPACES TO KAL-ED-STAMP
           STRING KAL-STAMP-WORK(1:4) "/" KAL-STAMP-WORK(5:2) "/"
                  KAL-STAMP-WORK(7:2) " " KAL-STAMP-HH ":"
                  KAL-STAMP-MI ":" KAL-STAMP-SS
               DELIMITED BY SIZE INTO KAL-ED-STAMP.
       6400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6500-EDIT-DURATION -- KAL-DUR-SECS as hh:mm:ss; a duration of
      * a hundred hours or more cannot be shown and prints as stars.
      *---------------------------------------------------------------*
       6500-EDIT-DURATION.
           IF KAL-DUR-SECS > 359999
               MOVE "**:**:**" TO KAL-ED-DURATION
               GO TO 6500-EXIT
           END-IF
           DIVIDE KAL-DUR-SECS BY 3600
               GIVING KAL-DUR-HH REMAINDER KAL-DUR-REST
           DIVIDE KAL-DUR-REST BY 60
               GIVING KAL-DUR-MI REMAINDER KAL-DUR-SS
           MOVE SPACES TO KAL-ED-DURATION
           STRING KAL-DUR-HH(2:2) ":" KAL-DUR-MI ":" KAL-DUR-SS
               DELIMITED BY SIZE INTO KAL-ED-DURATION.
       6500-EXIT.
           EXIT.

       6600-STAMP-TO-SECONDS.
           COMPUTE KAL-STAMP-CLOCK-SECS =
               KAL-STAMP-HH * 3600 + KAL-STAMP-MI * 60 + KAL-STAMP-SS
           COMPUTE KAL-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(KAL-STAMP-DATE) * 86400
               + KAL-STAMP-CLOCK-SECS.
       6600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6700-SET-WINDOW -- for a night starting at KAL-STAMP-WORK:
      * the first cut-off after the start (the same day when the
      * night starts after midnight, else the next), and the window
      * length in seconds.
      *---------------------------------------------------------------*
       6700-SET-WINDOW.
           PERFORM 6600-STAMP-TO-SECONDS THRU 6600-EXIT
           MOVE KAL-STAMP-SECS TO KAL-WIN-START-SECS
           COMPUTE KAL-WIN-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(KAL-STAMP-DATE)
           IF KAL-STAMP-CLOCK-SECS NOT < KAL-CUTOFF-SECS
               ADD 1 TO KAL-WIN-CUTOFF-INT
           END-IF
           COMPUTE KAL-WIN-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(KAL-WIN-CUTOFF-INT)
           COMPUTE KAL-WIN-CUTOFF-SECS =
               KAL-WIN-CUTOFF-INT * 86400 + KAL-CUTOFF-SECS
           COMPUTE KAL-WIN-SECS =
               KAL-WIN-CUTOFF-SECS - KAL-WIN-START-SECS.
       6700-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY -- totals and a one-line console verdict.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE "HISTORY TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-PLANNED-COUNT TO KAL-ED-COUNT-1
           STRING "STEPS ON THE PLAN          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TIMED-COUNT TO KAL-ED-COUNT-1
           STRING "  WITH A TIMED HISTORY     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-FLAGGED-COUNT TO KAL-ED-COUNT-1
           STRING "  WELL ABOVE THEIR AVERAGE : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-STEP-FOLD-COUNT TO KAL-ED-COUNT-1
           STRING "STEP TIMINGS FOLDED IN     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-NIGHT-FOLD-COUNT TO KAL-ED-COUNT-1
           STRING "NIGHTS FOLDED IN           : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-UNTIMED-COUNT TO KAL-ED-COUNT-1
           STRING "STEP EVENTS WITHOUT TIMING : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-STALE-COUNT TO KAL-ED-COUNT-1
           STRING "RETIRED STEP HISTORIES     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-PLAN-REWRITTEN
               MOVE "HISTORY SAVED ON KALPLAN.DAT" TO KAL-RPT-LINE
           ELSE
               MOVE "KALPLAN.DAT NOT REWRITTEN" TO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           EVALUATE TRUE
               WHEN KAL-ERROR-COUNT > 0
                   MOVE "*** ERRORS -- SEE THE CONSOLE LOG ***"
                       TO KAL-RPT-LINE
               WHEN KAL-LATEST-OVERRAN OR KAL-WINDOW-AT-RISK
                   MOVE "*** BATCH WINDOW AT RISK -- SEE ABOVE ***"
                       TO KAL-RPT-LINE
               WHEN KAL-FLAGGED-COUNT > 0
                   MOVE "*** STEPS RUNNING ABOVE THEIR NORM ***"
                       TO KAL-RPT-LINE
               WHEN OTHER
                   MOVE "ALL STEPS WITHIN THEIR NORM" TO KAL-RPT-LINE
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalStepH: " KAL-STEP-FOLD-COUNT
               " step timings folded in, " KAL-FLAGGED-COUNT
               " steps flagged -- report on KALSTEPH.RPT".
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-REWRITE-PLAN -- the plan written back only when a history
      * changed: every plan and comment line as it was read, then the
      * history header and one card per planned step with a timing,
      * and the night's card.  A plan not read whole is never
      * rewritten.
      ******************************************************************
       9000-REWRITE-PLAN.
           IF KAL-PLAN-DROPPED-COUNT > 0
               GO TO 9000-EXIT
           END-IF
           IF KAL-STEP-FOLD-COUNT = 0
               AND KAL-NIGHT-FOLD-COUNT = 0
               AND KAL-STALE-COUNT = 0
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT KalPlan
           IF KAL-PLAN-STATUS NOT = "00"
               DISPLAY "KALPLAN.DAT could not be rewritten, status "
                   KAL-PLAN-STATUS " -- history NOT saved"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-WRITE-PLAN-LINE THRU 9100-EXIT
               VARYING KAL-PLAN-SUB FROM 1 BY 1
               UNTIL KAL-PLAN-SUB > KAL-PLAN-COUNT
           WRITE KAL-PLAN-LINE FROM KAL-HIST-HEADER
           PERFORM 9200-WRITE-HISTORY-CARD THRU 9200-EXIT
               VARYING KAL-HIST-SUB FROM 1 BY 1
               UNTIL KAL-HIST-SUB > KAL-HIST-COUNT
           CLOSE KalPlan
           MOVE "Y" TO KAL-REWRITTEN-SW
           DISPLAY "KALPLAN.DAT rewritten with the step histories".
       9000-EXIT.
           EXIT.

       9100-WRITE-PLAN-LINE.
           WRITE KAL-PLAN-LINE FROM KAL-PLAN-SLOT(KAL-PLAN-SUB).
       9100-EXIT.
           EXIT.

       9200-WRITE-HISTORY-CARD.
           IF KAL-HI-PLANNED-SW(KAL-HIST-SUB) NOT = "Y"
               OR KAL-HI-COUNT(KAL-HIST-SUB) = 0
               GO TO 9200-EXIT
           END-IF
           MOVE SPACES TO KAL-HIST-CARD
           IF KAL-HI-KIND(KAL-HIST-SUB) = "W"
               MOVE "*W" TO KAL-HC-MARKER
           ELSE
               MOVE "*H" TO KAL-HC-MARKER
           END-IF
           MOVE KAL-HI-NAME(KAL-HIST-SUB) TO KAL-HC-NAME
           MOVE KAL-HI-STAMP(KAL-HIST-SUB) TO KAL-HC-STAMP
           MOVE KAL-HI-COUNT(KAL-HIST-SUB) TO KAL-HC-COUNT
           PERFORM 9210-MOVE-ONE-TIMING THRU 9210-EXIT
               VARYING KAL-SECS-SUB FROM 1 BY 1
               UNTIL KAL-SECS-SUB > KAL-HI-COUNT(KAL-HIST-SUB)
           WRITE KAL-PLAN-LINE FROM KAL-HIST-CARD.
       9200-EXIT.
           EXIT.

       9210-MOVE-ONE-TIMING.
           MOVE KAL-HI-SECONDS(KAL-HIST-SUB, KAL-SECS-SUB)
               TO KAL-HC-SECONDS(KAL-SECS-SUB).
       9210-EXIT.
           EXIT.

       END PROGRAM KalStepH.
