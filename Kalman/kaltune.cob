      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Smoothing-weight tuning study.  A parameter card
      *          file names the candidate history weights to try and
      *          the runs to try them on -- a run-id list or a date
      *          range on the row timestamp, picked the same way
      *          KalXtrct picks its rows -- read from Data1.DAT or
      *          from a KalRstr restore on KALRSTR.DAT.  Each
      *          selected run's raw values are smoothed over again
      *          under every candidate weight, with exactly the
      *          arithmetic Kalman uses, and KALTUNE.RPT shows per
      *          channel and weight the variance reduction, the
      *          average raw-vs-smoothed gap and how many passes
      *          would have tripped the KalExcp thresholds, then
      *          recommends a weight per channel.  The weight in
      *          force today is always studied alongside the
      *          candidates as the yardstick.  Every input is
      *          opened INPUT only; nothing live is touched.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : the live weight and the
      *     thresholds now come from the KALPVER.DAT parameter version
      *     in force today, as Kalman and KalExcp take them;
      *     KALPARM.DAT, TABLE.DAT and KALMAN_THRESHOLD apply only
      *     while no version is in force.  A recommended weight is
      *     adopted by raising a change through KalPrmMt.
      *   - Gerardo Gonzalez Aguila : a negative WEIGHT card is
      *     rejected instead of being studied without its sign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalTune.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      * KALTPARM.DAT: one card per line --
      *   WEIGHT n.nnn              (candidate history weight, the
      *                              KALPARM.DAT value; repeatable,
      *                              up to 10)
      *   RUNID  nnnnnnnnnn         (repeatable, up to 50)
      *   DATE   yyyymmdd yyyymmdd  (from/to on the row timestamp)
      *   SOURCE DATA1 | RSTR       (history to replay: Data1.DAT,
      *                              the default, or KALRSTR.DAT)
      * "*" in column 1 comments a card out.  A row is replayed when
      * it matches ANY RUNID card or falls inside the DATE range.
      *---------------------------------------------------------------*
       SELECT KalTParm ASSIGN TO "KALTPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-TPARM-STATUS.
       SELECT History ASSIGN USING KAL-HISTORY-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-HISTORY-STATUS.
       SELECT OPTIONAL KalParm ASSIGN TO "KALPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARM-STATUS.
       SELECT OPTIONAL KalParmVer ASSIGN TO "KALPVER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARMVER-STATUS.
       SELECT KalReport ASSIGN TO "KALTUNE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalTParm.
           01  KAL-TPARM-CARD           PIC X(80).
        FD History.
           COPY "KALREC.CPY".
        FD KalParm.
           01  KAL-PARM-RECORD          PIC 9V999.
        FD KalParmVer.
           COPY "KALPVER.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-TPARM-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-HISTORY-STATUS               PIC X(02)   VALUE "00".
       01  KAL-PARM-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-PARMVER-STATUS               PIC X(02)   VALUE "00".
       01  KAL-TPARM-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-TPARM-AT-EOF                     VALUE "Y".
       01  KAL-HISTORY-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-HISTORY-AT-EOF                   VALUE "Y".
       01  KAL-HISTORY-FILENAME             PIC X(12)
                                            VALUE "Data1.DAT".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Parsed parameter cards.
      *---------------------------------------------------------------*
       01  KAL-CARD-KEYWORD                 PIC X(08)   VALUE SPACES.
       01  KAL-CARD-OP1                     PIC X(16)   VALUE SPACES.
       01  KAL-CARD-OP2                     PIC X(16)   VALUE SPACES.
       01  KAL-RUNID-LIST-MAX               PIC 9(02) COMP VALUE 50.
       01  KAL-RUNID-COUNT                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-RUNID-SUB                    PIC 9(02) COMP VALUE ZERO.
       01  KAL-RUNID-HIT-SW                 PIC X(01)   VALUE "N".
       01  KAL-RUNID-LIST.
           05  KAL-SEL-RUN-ID OCCURS 50 TIMES
                                            PIC X(10).
       01  KAL-DATE-RANGE-SW                PIC X(01)   VALUE "N".
           88  KAL-DATE-RANGE-WANTED                VALUE "Y".
       01  KAL-DATE-FROM                    PIC X(08)   VALUE SPACES.
       01  KAL-DATE-TO                      PIC X(08)   VALUE SPACES.
       01  KAL-SOURCE-SW                    PIC X(01)   VALUE "D".
           88  KAL-SOURCE-DATA1                     VALUE "D".
           88  KAL-SOURCE-RESTORE                   VALUE "R".
       01  KAL-CARD-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-BAD-CARD-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-SELECTED-SW                  PIC X(01)   VALUE "N".
       01  KAL-D1-ROW-TS                    PIC X(14)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Candidate weights.  Ten may be named on cards; the eleventh
      * slot is for the live weight when no card already names it,
      * so the study always measures today's setting too.
      *---------------------------------------------------------------*
       01  KAL-CAND-CARD-MAX                PIC 9(02) COMP VALUE 10.
       01  KAL-CAND-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  KAL-CAND-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-CAND-FOUND-SUB               PIC 9(02) COMP VALUE ZERO.
       01  KAL-CAND-WEIGHT-IN               PIC 9V999   VALUE ZERO.
       01  KAL-CANDIDATES.
           05  KAL-CAND-ENTRY OCCURS 11 TIMES.
               10  KAL-CAND-HISTORY         PIC 9V999.
               10  KAL-CAND-RAW             PIC 9V999.
       01  KAL-LIVE-WEIGHT                  PIC 9V999   VALUE 0.700.
       01  KAL-LIVE-SUB                     PIC 9(02) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Exception thresholds, resolved the way KalExcp resolves them:
      * KALMAN_THRESHOLD (default 5.000), then THRESHOLD and the
      * per-sensor THR-01/02/03 from the HELLO reference table, all
      * of them replaced by the parameter version in force when
      * there is one.
      *---------------------------------------------------------------*
       01  KAL-THRESHOLD                    PIC 9(02)V9(03) VALUE 5.000.
       01  KAL-THRESHOLD-ENV-TEXT           PIC X(10)   VALUE SPACES.
       COPY "KALTBL.CPY".

      *---------------------------------------------------------------*
      * Controlled parameter version in force today (zero when
      * KALPVER.DAT has none): once one is, its weight and thresholds
      * are the ones production runs with.
      *---------------------------------------------------------------*
       01  KAL-PARM-RUN-DATE                PIC X(08)   VALUE SPACES.
       01  KAL-PARM-VERSION                 PIC 9(04)   VALUE ZERO.
       01  KAL-PARM-EFF-DATE                PIC X(08)   VALUE SPACES.
       01  KAL-PARM-VER-WEIGHT              PIC 9V999   VALUE ZERO.
       01  KAL-PARM-VER-THRESHOLD      PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-PARM-VER-CHANNEL-THRESHOLDS.
           05  KAL-PARM-VER-CHANNEL-THRESHOLD
                                       PIC 9(02)V9(03) OCCURS 3 TIMES.
       01  KAL-PARMVER-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-PARMVER-AT-EOF                   VALUE "Y".

      *---------------------------------------------------------------*
      * Replay state and accumulators per channel, and under each
      * channel per candidate weight.  The smoothed value is held at
      * Kalman's own precision so the replay truncates exactly as the
      * live filter does.  Sums run over every selected run, so the
      * variances are those of the whole study period.
      *---------------------------------------------------------------*
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-REC-CHAN-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.
       01  KAL-TUNE-TABLE.
           05  KAL-TC-ENTRY OCCURS 3 TIMES.
               10  KAL-TC-DESC              PIC X(10).
               10  KAL-TC-THRESHOLD         PIC 9(02)V9(03).
               10  KAL-TC-PRIMED-SW         PIC X(01).
               10  KAL-TC-PASSES            PIC 9(07) COMP.
               10  KAL-TC-RAW-SUM           PIC 9(09)V9(03).
               10  KAL-TC-RAW-SUMSQ         PIC 9(11)V9(03).
               10  KAL-TC-BEST-SUB          PIC 9(02) COMP.
               10  KAL-TC-CAND OCCURS 11 TIMES.
                   15  KAL-TC-SMOOTHED      PIC 9(02)V9(03).
                   15  KAL-TC-SM-SUM        PIC 9(09)V9(03).
                   15  KAL-TC-SM-SUMSQ      PIC 9(11)V9(03).
                   15  KAL-TC-GAP-SUM       PIC 9(09)V9(03).
                   15  KAL-TC-TRIPS         PIC 9(07) COMP.
                   15  KAL-TC-REDUCTION     PIC S9(04)V9(06).
                   15  KAL-TC-AVG-GAP       PIC 9(02)V9(04).

       01  KAL-LAST-RUN-ID                  PIC X(10)   VALUE SPACES.
       01  KAL-GAP                          PIC S9(02)V9(03) VALUE ZERO.
       01  KAL-ABS-GAP                      PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-RAW-AVG                 PIC 9(02)V9(06) VALUE ZERO.
       01  KAL-RAW-VARIANCE            PIC S9(04)V9(06) VALUE ZERO.
       01  KAL-SM-AVG                  PIC 9(02)V9(06) VALUE ZERO.
       01  KAL-SM-VARIANCE             PIC S9(04)V9(06) VALUE ZERO.
       01  KAL-BEST-SUB                     PIC 9(02) COMP VALUE ZERO.

       01  KAL-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-SELECT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  KAL-RUN-COUNT                    PIC 9(05) COMP VALUE ZERO.
       01  KAL-NO-CHANNEL-COUNT             PIC 9(07) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(38)   VALUE
               "CH  HIST/RAW      PASSES RAW VARIANCE ".
           05  FILLER                       PIC X(94)   VALUE
               "SMOOTH VARIANCE   REDUCTION  AVG GAP    TRIPS".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-WEIGHT-1                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-WEIGHT-2                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-SIGNED-1            PIC -(04)9.9(06) VALUE ZERO.
       01  KAL-ED-SIGNED-2            PIC -(04)9.9(06) VALUE ZERO.
       01  KAL-ED-SIGNED-3            PIC -(04)9.9(06) VALUE ZERO.
       01  KAL-ED-GAP                       PIC Z9.9(04) VALUE ZERO.
       01  KAL-ED-THRESHOLD                 PIC Z9.999  VALUE ZERO.
       01  KAL-ED-COUNT-1                   PIC Z(06)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(06)9  VALUE ZERO.
       01  KAL-ED-SOURCE                    PIC X(12)   VALUE SPACES.
       01  KAL-ED-SELECTION                 PIC X(40)   VALUE SPACES.
       01  KAL-ED-NOTE                      PIC X(12)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF KAL-ERROR-COUNT = 0
               PERFORM 2000-REPLAY-RECORD THRU 2000-EXIT
                   UNTIL KAL-HISTORY-AT-EOF
               PERFORM 8000-WRITE-STUDY THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- read the parameter cards, add the live
      * weight to the candidates, resolve the exception thresholds
      * and open the history and the report.  A study with no
      * candidate weight or no run selection is an error: there
      * would be nothing to compare, or nothing to compare it on.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Smoothing-weight tuning study by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           OPEN INPUT KalTParm
           IF KAL-TPARM-STATUS NOT = "00"
               DISPLAY "KALTPARM.DAT not available, status "
                   KAL-TPARM-STATUS " -- nothing studied"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL KAL-TPARM-AT-EOF
           CLOSE KalTParm
           IF KAL-CAND-COUNT = 0
               DISPLAY "KALTPARM.DAT holds no usable WEIGHT card"
                   " -- nothing studied"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF
           IF KAL-RUNID-COUNT = 0
               AND NOT KAL-DATE-RANGE-WANTED
               DISPLAY "KALTPARM.DAT holds no usable RUNID or DATE"
                   " card -- nothing studied"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF
           IF KAL-ERROR-COUNT > 0
               GO TO 1000-EXIT
           END-IF

           PERFORM 1280-LOAD-PARM-VERSION THRU 1280-EXIT
           PERFORM 1300-GET-LIVE-WEIGHT THRU 1300-EXIT
           PERFORM 1400-INIT-CHANNEL THRU 1400-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 1500-GET-THRESHOLDS THRU 1500-EXIT

           IF KAL-SOURCE-RESTORE
               MOVE "KALRSTR.DAT" TO KAL-HISTORY-FILENAME
           END-IF
           OPEN INPUT History
           IF KAL-HISTORY-STATUS NOT = "00"
               DISPLAY KAL-HISTORY-FILENAME " not available, status "
                   KAL-HISTORY-STATUS " -- nothing studied"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Replaying history from " KAL-HISTORY-FILENAME

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               PERFORM 1700-BUILD-PARM-LINE THRU 1700-EXIT
           ELSE
               DISPLAY "KALTUNE.RPT could not be created, status "
                   KAL-RPT-STATUS " -- study not produced"
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE History
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-READ-PARM-CARD -- one parameter card: parse it and fold
      * it into the study's settings.
      *---------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ KalTParm
               AT END
                   MOVE "Y" TO KAL-TPARM-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-CARD-COUNT
                   PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1200-APPLY-PARM-CARD.
           IF KAL-TPARM-CARD = SPACES
               OR KAL-TPARM-CARD(1:1) = "*"
               GO TO 1200-EXIT
           END-IF
           MOVE SPACES TO KAL-CARD-KEYWORD
                          KAL-CARD-OP1
                          KAL-CARD-OP2
           UNSTRING KAL-TPARM-CARD DELIMITED BY ALL SPACES
               INTO KAL-CARD-KEYWORD
                    KAL-CARD-OP1
                    KAL-CARD-OP2
           EVALUATE KAL-CARD-KEYWORD
               WHEN "WEIGHT"
                   PERFORM 1250-ADD-CANDIDATE THRU 1250-EXIT
               WHEN "RUNID"
                   IF KAL-CARD-OP1 = SPACES
                       OR KAL-RUNID-COUNT = KAL-RUNID-LIST-MAX
                       DISPLAY "RUNID card ignored: " KAL-TPARM-CARD
                       ADD 1 TO KAL-BAD-CARD-COUNT
                   ELSE
                       ADD 1 TO KAL-RUNID-COUNT
                       MOVE KAL-CARD-OP1
                           TO KAL-SEL-RUN-ID(KAL-RUNID-COUNT)
                   END-IF
               WHEN "DATE"
                   IF KAL-CARD-OP1(1:8) IS NUMERIC
                       AND KAL-CARD-OP2(1:8) IS NUMERIC
                       MOVE "Y" TO KAL-DATE-RANGE-SW
                       MOVE KAL-CARD-OP1(1:8) TO KAL-DATE-FROM
                       MOVE KAL-CARD-OP2(1:8) TO KAL-DATE-TO
                   ELSE
                       DISPLAY "DATE card ignored: " KAL-TPARM-CARD
                       ADD 1 TO KAL-BAD-CARD-COUNT
                   END-IF
               WHEN "SOURCE"
                   EVALUATE KAL-CARD-OP1
                       WHEN "DATA1"
                           MOVE "D" TO KAL-SOURCE-SW
                       WHEN "RSTR"
                           MOVE "R" TO KAL-SOURCE-SW
                       WHEN OTHER
                           DISPLAY "SOURCE card ignored: "
                               KAL-TPARM-CARD
                           ADD 1 TO KAL-BAD-CARD-COUNT
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Unknown card ignored: " KAL-TPARM-CARD
                   ADD 1 TO KAL-BAD-CARD-COUNT
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1250-ADD-CANDIDATE -- a WEIGHT card: a history weight from
      * 0.000 up to 0.999, the range KALPARM.DAT can hold.  The same
      * weight named twice is studied once.
      *---------------------------------------------------------------*
       1250-ADD-CANDIDATE.
           IF KAL-CARD-OP1 = SPACES
               OR FUNCTION TEST-NUMVAL(KAL-CARD-OP1) NOT = 0
               DISPLAY "WEIGHT card ignored: " KAL-TPARM-CARD
               ADD 1 TO KAL-BAD-CARD-COUNT
               GO TO 1250-EXIT
           END-IF
           IF FUNCTION NUMVAL(KAL-CARD-OP1) < 0
               DISPLAY "WEIGHT card ignored, weight must not be "
                   "negative: " KAL-TPARM-CARD
               ADD 1 TO KAL-BAD-CARD-COUNT
               GO TO 1250-EXIT
           END-IF
           IF FUNCTION NUMVAL(KAL-CARD-OP1) NOT < 1
               DISPLAY "WEIGHT card ignored, weight must be below "
                   "1.000: " KAL-TPARM-CARD
               ADD 1 TO KAL-BAD-CARD-COUNT
               GO TO 1250-EXIT
           END-IF
           COMPUTE KAL-CAND-WEIGHT-IN = FUNCTION NUMVAL(KAL-CARD-OP1)
           PERFORM 1260-FIND-CANDIDATE THRU 1260-EXIT
           IF KAL-CAND-FOUND-SUB > 0
               GO TO 1250-EXIT
           END-IF
           IF KAL-CAND-COUNT = KAL-CAND-CARD-MAX
               DISPLAY "WEIGHT card ignored, candidate list full: "
                   KAL-TPARM-CARD
               ADD 1 TO KAL-BAD-CARD-COUNT
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO KAL-CAND-COUNT
           MOVE KAL-CAND-WEIGHT-IN TO KAL-CAND-HISTORY(KAL-CAND-COUNT)
           COMPUTE KAL-CAND-RAW(KAL-CAND-COUNT) =
               1 - KAL-CAND-WEIGHT-IN.
       1250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1260-FIND-CANDIDATE -- the slot already holding the weight in
      * KAL-CAND-WEIGHT-IN, or zero.
      *---------------------------------------------------------------*
       1260-FIND-CANDIDATE.
           MOVE ZERO TO KAL-CAND-FOUND-SUB
           PERFORM 1270-MATCH-CANDIDATE THRU 1270-EXIT
               VARYING KAL-CAND-SUB FROM 1 BY 1
               UNTIL KAL-CAND-SUB > KAL-CAND-COUNT
               OR KAL-CAND-FOUND-SUB > 0.
       1260-EXIT.
           EXIT.

       1270-MATCH-CANDIDATE.
           IF KAL-CAND-HISTORY(KAL-CAND-SUB) = KAL-CAND-WEIGHT-IN
               MOVE KAL-CAND-SUB TO KAL-CAND-FOUND-SUB
           END-IF.
       1270-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1280-LOAD-PARM-VERSION -- resolve the parameter version in
      * force today from KALPVER.DAT, as Kalman and KalExcp do: the
      * approved version with the latest effective date not after
      * today, a later version breaking a tie.  No master on file,
      * or nothing approved yet, leaves the version at zero.
      *---------------------------------------------------------------*
       1280-LOAD-PARM-VERSION.
           MOVE 800-CURRENT-DATE-YYYY TO KAL-PARM-RUN-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-PARM-RUN-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-PARM-RUN-DATE(7:2)
           OPEN INPUT KalParmVer
           IF KAL-PARMVER-STATUS = "00"
               PERFORM 1285-READ-PARM-VERSION THRU 1285-EXIT
                   UNTIL KAL-PARMVER-AT-EOF
               CLOSE KalParmVer
           ELSE
               IF KAL-PARMVER-STATUS = "05"
                   CLOSE KalParmVer
               END-IF
           END-IF
           IF KAL-PARM-VERSION = 0
               DISPLAY "No controlled parameter version in force -- "
                   "live weight from KALPARM.DAT, thresholds from "
                   "TABLE.DAT / KALMAN_THRESHOLD"
           ELSE
               DISPLAY "Parameter version " KAL-PARM-VERSION
                   " effective " KAL-PARM-EFF-DATE " in force"
           END-IF.
       1280-EXIT.
           EXIT.

       1285-READ-PARM-VERSION.
           READ KalParmVer
               AT END
                   MOVE "Y" TO KAL-PARMVER-EOF-SW
               NOT AT END
                   PERFORM 1290-CONSIDER-PARM-VERSION THRU 1290-EXIT
           END-READ.
       1285-EXIT.
           EXIT.

       1290-CONSIDER-PARM-VERSION.
           IF NOT KAL-PV-IS-APPROVED
               OR KAL-PV-VERSION IS NOT NUMERIC
               OR KAL-PV-WEIGHT IS NOT NUMERIC
               OR KAL-PV-THRESHOLD IS NOT NUMERIC
               OR KAL-PV-EFF-DATE > KAL-PARM-RUN-DATE
               GO TO 1290-EXIT
           END-IF
           IF KAL-PARM-VERSION > 0
               IF KAL-PV-EFF-DATE < KAL-PARM-EFF-DATE
                   GO TO 1290-EXIT
               END-IF
               IF KAL-PV-EFF-DATE = KAL-PARM-EFF-DATE
                   AND KAL-PV-VERSION < KAL-PARM-VERSION
                   GO TO 1290-EXIT
               END-IF
           END-IF
           MOVE KAL-PV-VERSION   TO KAL-PARM-VERSION
           MOVE KAL-PV-EFF-DATE  TO KAL-PARM-EFF-DATE
           MOVE KAL-PV-WEIGHT    TO KAL-PARM-VER-WEIGHT
           MOVE KAL-PV-THRESHOLD TO KAL-PARM-VER-THRESHOLD
           MOVE KAL-PV-CHANNEL-THRESHOLD(1)
               TO KAL-PARM-VER-CHANNEL-THRESHOLD(1)
           MOVE KAL-PV-CHANNEL-THRESHOLD(2)
               TO KAL-PARM-VER-CHANNEL-THRESHOLD(2)
           MOVE KAL-PV-CHANNEL-THRESHOLD(3)
               TO KAL-PARM-VER-CHANNEL-THRESHOLD(3).
       1290-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1300-GET-LIVE-WEIGHT -- the history weight Kalman runs with
      * today (the parameter version in force, else KALPARM.DAT,
      * else Kalman's own 0.700 default), added to the candidates
      * when no card names it.
      *---------------------------------------------------------------*
       1300-GET-LIVE-WEIGHT.
           IF KAL-PARM-VERSION > 0
               MOVE KAL-PARM-VER-WEIGHT TO KAL-LIVE-WEIGHT
           ELSE
               OPEN INPUT KalParm
               IF KAL-PARM-STATUS = "00"
                   READ KalParm
                   IF KAL-PARM-STATUS = "00"
                       AND KAL-PARM-RECORD IS NUMERIC
                       MOVE KAL-PARM-RECORD TO KAL-LIVE-WEIGHT
                   END-IF
                   CLOSE KalParm
               END-IF
           END-IF
           MOVE KAL-LIVE-WEIGHT TO KAL-CAND-WEIGHT-IN
           PERFORM 1260-FIND-CANDIDATE THRU 1260-EXIT
           IF KAL-CAND-FOUND-SUB > 0
               MOVE KAL-CAND-FOUND-SUB TO KAL-LIVE-SUB
           ELSE
               ADD 1 TO KAL-CAND-COUNT
               MOVE KAL-CAND-COUNT TO KAL-LIVE-SUB
               MOVE KAL-LIVE-WEIGHT
                   TO KAL-CAND-HISTORY(KAL-CAND-COUNT)
               COMPUTE KAL-CAND-RAW(KAL-CAND-COUNT) =
                   1 - KAL-LIVE-WEIGHT
           END-IF
           DISPLAY "Live history weight : " KAL-LIVE-WEIGHT
           DISPLAY "Weights studied     : " KAL-CAND-COUNT.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1400-INIT-CHANNEL -- zero one channel's replay state and its
      * accumulators under every candidate weight.
      *---------------------------------------------------------------*
       1400-INIT-CHANNEL.
           MOVE "N" TO KAL-TC-PRIMED-SW(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-TC-PASSES(KAL-CHAN-SUB)
                        KAL-TC-RAW-SUM(KAL-CHAN-SUB)
                        KAL-TC-RAW-SUMSQ(KAL-CHAN-SUB)
                        KAL-TC-BEST-SUB(KAL-CHAN-SUB)
           PERFORM 1410-INIT-CANDIDATE THRU 1410-EXIT
               VARYING KAL-CAND-SUB FROM 1 BY 1
               UNTIL KAL-CAND-SUB > 11.
       1400-EXIT.
           EXIT.

       1410-INIT-CANDIDATE.
           MOVE ZERO TO KAL-TC-SMOOTHED(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-SM-SUM(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-SM-SUMSQ(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-GAP-SUM(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-TRIPS(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-CAND-SUB)
                        KAL-TC-AVG-GAP(KAL-CHAN-SUB KAL-CAND-SUB).
       1410-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1500-GET-THRESHOLDS -- the exception thresholds KalExcp would
      * hold each channel to: KALMAN_THRESHOLD, then the reference
      * table's THRESHOLD and THR-nn, with CHnn naming the channels;
      * the parameter version in force, when there is one, has the
      * last word on every threshold.
      *---------------------------------------------------------------*
       1500-GET-THRESHOLDS.
           ACCEPT KAL-THRESHOLD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_THRESHOLD"
           IF KAL-THRESHOLD-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-THRESHOLD-ENV-TEXT) = 0
                   COMPUTE KAL-THRESHOLD =
                       FUNCTION NUMVAL(KAL-THRESHOLD-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_THRESHOLD '" KAL-THRESHOLD-ENV-TEXT
                       "' is not a valid decimal value, keeping "
                       KAL-THRESHOLD
               END-IF
           END-IF
           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   DISPLAY "Table service not available, keeping "
                       "threshold " KAL-THRESHOLD
                   MOVE "35" TO KAL-TBL-STATUS
           END-CALL
           IF KAL-TBL-STATUS = "00"
               MOVE "FIND" TO KAL-TBL-FUNCTION
               MOVE "THRESHOLD" TO KAL-TBL-KEY
               CALL "HELLO" USING KAL-TABLE-REQUEST
               IF KAL-TBL-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
                   COMPUTE KAL-THRESHOLD =
                       FUNCTION NUMVAL(KAL-TBL-VALUE)
               END-IF
               MOVE "00" TO KAL-TBL-STATUS
           END-IF
           PERFORM 1550-CHANNEL-THRESHOLD THRU 1550-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           IF KAL-PARM-VERSION = 0
               GO TO 1500-EXIT
           END-IF
           MOVE KAL-PARM-VER-THRESHOLD TO KAL-THRESHOLD
           IF KAL-THRESHOLD-ENV-TEXT NOT = SPACES
               DISPLAY "KALMAN_THRESHOLD '" KAL-THRESHOLD-ENV-TEXT
                   "' ignored -- thresholds are under change control"
           END-IF
           DISPLAY "Version threshold   : " KAL-THRESHOLD
           PERFORM 1560-APPLY-VERSION-THRESHOLD THRU 1560-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1550-CHANNEL-THRESHOLD -- one channel's threshold and name,
      * the base threshold and "CHANNEL n" when the table has none.
      * KAL-TBL-STATUS still says whether the table loaded.
      *---------------------------------------------------------------*
       1550-CHANNEL-THRESHOLD.
           MOVE KAL-THRESHOLD TO KAL-TC-THRESHOLD(KAL-CHAN-SUB)
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE SPACES TO KAL-TC-DESC(KAL-CHAN-SUB)
           STRING "CHANNEL " KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TC-DESC(KAL-CHAN-SUB)
           IF KAL-TBL-STATUS NOT = "00"
               GO TO 1550-EXIT
           END-IF
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "THR-0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
               COMPUTE KAL-TC-THRESHOLD(KAL-CHAN-SUB) =
                   FUNCTION NUMVAL(KAL-TBL-VALUE)
           END-IF
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "CH0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND KAL-TBL-VALUE NOT = SPACES
               MOVE KAL-TBL-VALUE TO KAL-TC-DESC(KAL-CHAN-SUB)
           END-IF
           MOVE "00" TO KAL-TBL-STATUS
           DISPLAY "Channel " KAL-CHAN-SUB " ("
               KAL-TC-DESC(KAL-CHAN-SUB) ") threshold : "
               KAL-TC-THRESHOLD(KAL-CHAN-SUB).
       1550-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1560-APPLY-VERSION-THRESHOLD -- one channel's threshold from
      * the version in force; its name stays as the table gave it.
      *---------------------------------------------------------------*
       1560-APPLY-VERSION-THRESHOLD.
           MOVE KAL-PARM-VER-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
               TO KAL-TC-THRESHOLD(KAL-CHAN-SUB)
           DISPLAY "Channel " KAL-CHAN-SUB " ("
               KAL-TC-DESC(KAL-CHAN-SUB) ") threshold : "
               KAL-TC-THRESHOLD(KAL-CHAN-SUB).
       1560-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1700-BUILD-PARM-LINE -- the history replayed, the parameter
      * version in force, the live weight and the selection, repeated
      * at the top of every page.
      *---------------------------------------------------------------*
       1700-BUILD-PARM-LINE.
           MOVE KAL-HISTORY-FILENAME TO KAL-ED-SOURCE
           MOVE KAL-LIVE-WEIGHT TO KAL-ED-WEIGHT-1
           MOVE SPACES TO KAL-ED-SELECTION
           IF KAL-DATE-RANGE-WANTED
               STRING "DATE " KAL-DATE-FROM "-" KAL-DATE-TO
                   DELIMITED BY SIZE INTO KAL-ED-SELECTION
           END-IF
           IF KAL-RUNID-COUNT > 0
               MOVE KAL-RUNID-COUNT TO KAL-ED-COUNT-1
               IF KAL-DATE-RANGE-WANTED
                   STRING "DATE " KAL-DATE-FROM "-" KAL-DATE-TO
                          " +RUNIDS" KAL-ED-COUNT-1
                       DELIMITED BY SIZE INTO KAL-ED-SELECTION
               ELSE
                   STRING "RUNIDS" KAL-ED-COUNT-1
                       DELIMITED BY SIZE INTO KAL-ED-SELECTION
               END-IF
           END-IF
           MOVE SPACES TO KAL-RPT-PARM-LINE
           IF KAL-PARM-VERSION > 0
               STRING "PARAMETERS IN EFFECT -- HISTORY " KAL-ED-SOURCE
                      " VERSION " KAL-PARM-VERSION
                      " LIVE WEIGHT " KAL-ED-WEIGHT-1
                      "  SELECTION " KAL-ED-SELECTION
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               STRING "PARAMETERS IN EFFECT -- HISTORY " KAL-ED-SOURCE
                      " VERSION NONE LIVE WEIGHT " KAL-ED-WEIGHT-1
                      "  SELECTION " KAL-ED-SELECTION
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPLAY-RECORD -- put a selected row through every
      * candidate weight, then read the next row.  Rows without a
      * channel (history older than the multi-probe feed) are counted
      * but not replayed: they cannot be held to a sensor threshold.
      ******************************************************************
       2000-REPLAY-RECORD.
           MOVE KAL-D1-TIMESTAMP TO KAL-D1-ROW-TS
           PERFORM 2200-SELECT-ROW THRU 2200-EXIT
           IF KAL-SELECTED-SW = "Y"
               ADD 1 TO KAL-SELECT-COUNT
               PERFORM 2050-SET-RECORD-CHANNEL THRU 2050-EXIT
               IF KAL-REC-CHAN-SUB = 0
                   ADD 1 TO KAL-NO-CHANNEL-COUNT
               ELSE
                   PERFORM 2300-CHECK-NEW-RUN THRU 2300-EXIT
                   PERFORM 2400-REPLAY-PASS THRU 2400-EXIT
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2050-SET-RECORD-CHANNEL.
           EVALUATE KAL-D1-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-REC-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-REC-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-REC-CHAN-SUB
               WHEN OTHER
                   MOVE ZERO TO KAL-REC-CHAN-SUB
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ History
               AT END
                   MOVE "Y" TO KAL-HISTORY-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2200-SELECT-ROW -- a row is replayed when it matches any
      * RUNID card or falls inside the DATE range.
      *---------------------------------------------------------------*
       2200-SELECT-ROW.
           MOVE "N" TO KAL-SELECTED-SW
           IF KAL-RUNID-COUNT > 0
               MOVE "N" TO KAL-RUNID-HIT-SW
               PERFORM 2250-MATCH-RUNID THRU 2250-EXIT
                   VARYING KAL-RUNID-SUB FROM 1 BY 1
                   UNTIL KAL-RUNID-SUB > KAL-RUNID-COUNT
                   OR KAL-RUNID-HIT-SW = "Y"
               IF KAL-RUNID-HIT-SW = "Y"
                   MOVE "Y" TO KAL-SELECTED-SW
               END-IF
           END-IF
           IF KAL-SELECTED-SW = "N"
               AND KAL-DATE-RANGE-WANTED
               AND KAL-D1-ROW-TS(1:8) NOT < KAL-DATE-FROM
               AND KAL-D1-ROW-TS(1:8) NOT > KAL-DATE-TO
               MOVE "Y" TO KAL-SELECTED-SW
           END-IF.
       2200-EXIT.
           EXIT.

       2250-MATCH-RUNID.
           IF KAL-SEL-RUN-ID(KAL-RUNID-SUB) = KAL-D1-RUN-ID
               MOVE "Y" TO KAL-RUNID-HIT-SW
           END-IF.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-CHECK-NEW-RUN -- Kalman writes a run's rows together and
      * in pass order, and KalRstr restores them the same way, so a
      * change of run-id starts a fresh replay on every channel.
      *---------------------------------------------------------------*
       2300-CHECK-NEW-RUN.
           IF KAL-D1-RUN-ID NOT = KAL-LAST-RUN-ID
               MOVE KAL-D1-RUN-ID TO KAL-LAST-RUN-ID
               ADD 1 TO KAL-RUN-COUNT
               PERFORM 2350-RESET-PRIMED THRU 2350-EXIT
                   VARYING KAL-CHAN-SUB FROM 1 BY 1
                   UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           END-IF.
       2300-EXIT.
           EXIT.

       2350-RESET-PRIMED.
           MOVE "N" TO KAL-TC-PRIMED-SW(KAL-CHAN-SUB).
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2400-REPLAY-PASS -- the raw value once into the channel's raw
      * statistics, then through each candidate weight.  A channel's
      * first pass in a run starts every weight from the raw value
      * itself, so each candidate begins on the same footing.
      *---------------------------------------------------------------*
       2400-REPLAY-PASS.
           ADD 1 TO KAL-TC-PASSES(KAL-REC-CHAN-SUB)
           ADD KAL-D1-RAW-VALUE TO KAL-TC-RAW-SUM(KAL-REC-CHAN-SUB)
           COMPUTE KAL-TC-RAW-SUMSQ(KAL-REC-CHAN-SUB) =
               KAL-TC-RAW-SUMSQ(KAL-REC-CHAN-SUB)
               + KAL-D1-RAW-VALUE * KAL-D1-RAW-VALUE
           PERFORM 2450-REPLAY-WEIGHT THRU 2450-EXIT
               VARYING KAL-CAND-SUB FROM 1 BY 1
               UNTIL KAL-CAND-SUB > KAL-CAND-COUNT
           MOVE "Y" TO KAL-TC-PRIMED-SW(KAL-REC-CHAN-SUB).
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2450-REPLAY-WEIGHT -- one pass under one candidate: Kalman's
      * blend, KalExcp's gap test against the channel's threshold.
      *---------------------------------------------------------------*
       2450-REPLAY-WEIGHT.
           IF KAL-TC-PRIMED-SW(KAL-REC-CHAN-SUB) = "Y"
               COMPUTE KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB) =
                   KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB)
                       * KAL-CAND-HISTORY(KAL-CAND-SUB)
                   + KAL-D1-RAW-VALUE * KAL-CAND-RAW(KAL-CAND-SUB)
           ELSE
               MOVE KAL-D1-RAW-VALUE
                   TO KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB)
           END-IF
           COMPUTE KAL-GAP = KAL-D1-RAW-VALUE
               - KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB)
           IF KAL-GAP < 0
               COMPUTE KAL-ABS-GAP = KAL-GAP * -1
           ELSE
               MOVE KAL-GAP TO KAL-ABS-GAP
           END-IF
           ADD KAL-ABS-GAP
               TO KAL-TC-GAP-SUM(KAL-REC-CHAN-SUB KAL-CAND-SUB)
           IF KAL-ABS-GAP > KAL-TC-THRESHOLD(KAL-REC-CHAN-SUB)
               ADD 1 TO KAL-TC-TRIPS(KAL-REC-CHAN-SUB KAL-CAND-SUB)
           END-IF
           ADD KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB)
               TO KAL-TC-SM-SUM(KAL-REC-CHAN-SUB KAL-CAND-SUB)
           COMPUTE KAL-TC-SM-SUMSQ(KAL-REC-CHAN-SUB KAL-CAND-SUB) =
               KAL-TC-SM-SUMSQ(KAL-REC-CHAN-SUB KAL-CAND-SUB)
               + KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB)
               * KAL-TC-SMOOTHED(KAL-REC-CHAN-SUB KAL-CAND-SUB).
       2450-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE -- every report line goes through here
      * so the page breaks and headings are handled in one place.
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
      * and page number, the parameters in effect, and the column
      * headings in front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALTUNE -- SMOOTHING-WEIGHT TUNING STUDY"
                  "              RUN DATE " 800-CURRENT-DATE-YYYY
                  "/" 800-CURRENT-DATE-MM "/" 800-CURRENT-DATE-DD
                  "  " 800-CURRENT-TIME-HH ":" 800-CURRENT-TIME-MM
                  ":" 800-CURRENT-TIME-SS
                  "   PAGE " KAL-RPT-PAGE-EDIT
               DELIMITED BY SIZE INTO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-PARM-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-COLUMN-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           MOVE ALL "-" TO KAL-RPT-RECORD(1:60)
           WRITE KAL-RPT-RECORD
           MOVE 6 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-STUDY -- the per-channel, per-weight figures, the
      * recommendation page and the control totals.
      ******************************************************************
       8000-WRITE-STUDY.
           PERFORM 8100-STUDY-CHANNEL THRU 8100-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 8300-WRITE-RECOMMENDATIONS THRU 8300-EXIT
           PERFORM 8400-WRITE-TOTALS THRU 8400-EXIT.
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8100-STUDY-CHANNEL -- one channel's raw variance, then a line
      * per candidate weight.  A channel with no selected passes says
      * so instead of printing zero statistics.
      *---------------------------------------------------------------*
       8100-STUDY-CHANNEL.
           IF KAL-TC-PASSES(KAL-CHAN-SUB) = 0
               MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
               STRING "0" KAL-CHAN-DIGIT "  (NO READINGS SELECTED)"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 8100-EXIT
           END-IF
           DIVIDE KAL-TC-RAW-SUM(KAL-CHAN-SUB)
               BY KAL-TC-PASSES(KAL-CHAN-SUB)
               GIVING KAL-RAW-AVG
           COMPUTE KAL-RAW-VARIANCE =
               (KAL-TC-RAW-SUMSQ(KAL-CHAN-SUB)
                   / KAL-TC-PASSES(KAL-CHAN-SUB))
               - (KAL-RAW-AVG * KAL-RAW-AVG)
           PERFORM 8150-STUDY-WEIGHT THRU 8150-EXIT
               VARYING KAL-CAND-SUB FROM 1 BY 1
               UNTIL KAL-CAND-SUB > KAL-CAND-COUNT
           PERFORM 8200-CHOOSE-WEIGHT THRU 8200-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8150-STUDY-WEIGHT -- the smoothed variance, the reduction it
      * gives over the raw variance, the average gap and the trips
      * for one candidate, printed as one line.
      *---------------------------------------------------------------*
       8150-STUDY-WEIGHT.
           DIVIDE KAL-TC-SM-SUM(KAL-CHAN-SUB KAL-CAND-SUB)
               BY KAL-TC-PASSES(KAL-CHAN-SUB)
               GIVING KAL-SM-AVG
           COMPUTE KAL-SM-VARIANCE =
               (KAL-TC-SM-SUMSQ(KAL-CHAN-SUB KAL-CAND-SUB)
                   / KAL-TC-PASSES(KAL-CHAN-SUB))
               - (KAL-SM-AVG * KAL-SM-AVG)
           COMPUTE KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-CAND-SUB) =
               KAL-RAW-VARIANCE - KAL-SM-VARIANCE
           DIVIDE KAL-TC-GAP-SUM(KAL-CHAN-SUB KAL-CAND-SUB)
               BY KAL-TC-PASSES(KAL-CHAN-SUB)
               GIVING KAL-TC-AVG-GAP(KAL-CHAN-SUB KAL-CAND-SUB)

           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE KAL-CAND-HISTORY(KAL-CAND-SUB) TO KAL-ED-WEIGHT-1
           MOVE KAL-CAND-RAW(KAL-CAND-SUB)     TO KAL-ED-WEIGHT-2
           MOVE KAL-TC-PASSES(KAL-CHAN-SUB)    TO KAL-ED-COUNT-1
           MOVE KAL-RAW-VARIANCE               TO KAL-ED-SIGNED-1
           MOVE KAL-SM-VARIANCE                TO KAL-ED-SIGNED-2
           MOVE KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-CAND-SUB)
               TO KAL-ED-SIGNED-3
           MOVE KAL-TC-AVG-GAP(KAL-CHAN-SUB KAL-CAND-SUB)
               TO KAL-ED-GAP
           MOVE KAL-TC-TRIPS(KAL-CHAN-SUB KAL-CAND-SUB)
               TO KAL-ED-COUNT-2
           MOVE SPACES TO KAL-ED-NOTE
           IF KAL-CAND-SUB = KAL-LIVE-SUB
               MOVE "LIVE" TO KAL-ED-NOTE
           END-IF
           STRING "0" KAL-CHAN-DIGIT "  " KAL-ED-WEIGHT-1 "/"
                  KAL-ED-WEIGHT-2 "  " KAL-ED-COUNT-1
                  "  " KAL-ED-SIGNED-1 "     " KAL-ED-SIGNED-2
                  " " KAL-ED-SIGNED-3 "  " KAL-ED-GAP
                  "  " KAL-ED-COUNT-2 "  " KAL-ED-NOTE
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8200-CHOOSE-WEIGHT -- the recommendation: of the weights that
      * would trip KalExcp no more often than the live weight does,
      * the one giving the largest variance reduction.  The live
      * weight is where the search starts, so a candidate has to do
      * strictly better to displace it.
      *---------------------------------------------------------------*
       8200-CHOOSE-WEIGHT.
           MOVE KAL-LIVE-SUB TO KAL-BEST-SUB
           PERFORM 8250-COMPARE-WEIGHT THRU 8250-EXIT
               VARYING KAL-CAND-SUB FROM 1 BY 1
               UNTIL KAL-CAND-SUB > KAL-CAND-COUNT
           MOVE KAL-BEST-SUB TO KAL-TC-BEST-SUB(KAL-CHAN-SUB).
       8200-EXIT.
           EXIT.

       8250-COMPARE-WEIGHT.
           IF KAL-TC-TRIPS(KAL-CHAN-SUB KAL-CAND-SUB)
                   NOT > KAL-TC-TRIPS(KAL-CHAN-SUB KAL-LIVE-SUB)
               AND KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-CAND-SUB)
                   > KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-BEST-SUB)
               MOVE KAL-CAND-SUB TO KAL-BEST-SUB
           END-IF.
       8250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8300-WRITE-RECOMMENDATIONS -- one block per channel: the
      * weight to propose and what it buys over today's.  Parameters
      * are under change control, so a new weight is adopted by
      * raising a parameter change through KalPrmMt.
      *---------------------------------------------------------------*
       8300-WRITE-RECOMMENDATIONS.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "RECOMMENDED HISTORY WEIGHT PER CHANNEL" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 8350-RECOMMEND-CHANNEL THRU 8350-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE "TO ADOPT A RECOMMENDED WEIGHT, RAISE A PARAMETER "
               TO KAL-RPT-LINE
           MOVE "CHANGE THROUGH KALPRMMT FOR APPROVAL" TO
               KAL-RPT-LINE(50:36)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8300-EXIT.
           EXIT.

       8350-RECOMMEND-CHANNEL.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE KAL-TC-THRESHOLD(KAL-CHAN-SUB) TO KAL-ED-THRESHOLD
           STRING "CHANNEL " KAL-CHAN-DIGIT " ("
                  KAL-TC-DESC(KAL-CHAN-SUB) ")  THRESHOLD "
                  KAL-ED-THRESHOLD
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-TC-PASSES(KAL-CHAN-SUB) = 0
               MOVE "  NO READINGS SELECTED -- NO RECOMMENDATION"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 8350-EXIT
           END-IF
           MOVE KAL-TC-BEST-SUB(KAL-CHAN-SUB) TO KAL-BEST-SUB
           MOVE KAL-CAND-HISTORY(KAL-BEST-SUB) TO KAL-ED-WEIGHT-1
           IF KAL-BEST-SUB = KAL-LIVE-SUB
               STRING "  RECOMMENDED WEIGHT : " KAL-ED-WEIGHT-1
                      "  (KEEP THE LIVE WEIGHT)"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           ELSE
               MOVE KAL-LIVE-WEIGHT TO KAL-ED-WEIGHT-2
               STRING "  RECOMMENDED WEIGHT : " KAL-ED-WEIGHT-1
                      "  (LIVE WEIGHT " KAL-ED-WEIGHT-2 ")"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-BEST-SUB)
               TO KAL-ED-SIGNED-1
           MOVE KAL-TC-REDUCTION(KAL-CHAN-SUB KAL-LIVE-SUB)
               TO KAL-ED-SIGNED-2
           STRING "  VARIANCE REDUCTION : " KAL-ED-SIGNED-1
                  "  (LIVE " KAL-ED-SIGNED-2 ")"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TC-TRIPS(KAL-CHAN-SUB KAL-BEST-SUB)
               TO KAL-ED-COUNT-1
           MOVE KAL-TC-TRIPS(KAL-CHAN-SUB KAL-LIVE-SUB)
               TO KAL-ED-COUNT-2
           STRING "  THRESHOLD TRIPS    : " KAL-ED-COUNT-1
                  "  (LIVE " KAL-ED-COUNT-2 ")"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "Channel " KAL-CHAN-SUB " recommended weight "
               KAL-CAND-HISTORY(KAL-BEST-SUB).
       8350-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8400-WRITE-TOTALS -- what was read, replayed and passed over.
      *---------------------------------------------------------------*
       8400-WRITE-TOTALS.
           MOVE "STUDY CONTROL TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-READ-COUNT TO KAL-ED-COUNT-1
           STRING "ROWS READ              : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-SELECT-COUNT TO KAL-ED-COUNT-1
           STRING "ROWS SELECTED          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-NO-CHANNEL-COUNT TO KAL-ED-COUNT-1
           STRING "ROWS WITHOUT A CHANNEL : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RUN-COUNT TO KAL-ED-COUNT-1
           STRING "RUNS REPLAYED          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-CAND-COUNT TO KAL-ED-COUNT-1
           STRING "WEIGHTS STUDIED        : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-BAD-CARD-COUNT TO KAL-ED-COUNT-1
           STRING "CARDS IGNORED          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "----------------------------------------------"
           DISPLAY "Rows read      : " KAL-READ-COUNT
           DISPLAY "Rows selected  : " KAL-SELECT-COUNT
           DISPLAY "Runs replayed  : " KAL-RUN-COUNT
           IF KAL-BAD-CARD-COUNT > 0
               DISPLAY "Cards ignored  : " KAL-BAD-CARD-COUNT
           END-IF.
       8400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9000-TERMINATE -- close up.  Only the report was written.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE History
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM KalTune.
