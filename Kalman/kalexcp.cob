      *     exception register, so it cannot append to KALXREG.DAT
      *     while KalXMnt is rewriting it; another holder is
      *     reported and the run ends with a non-zero return code.
      *   - Gerardo Gonzalez Aguila : the base and per-sensor
      *     thresholds now come from the KALPVER.DAT parameter version
      *     in force on the run date, approved through KalPrmMt;
      *     TABLE.DAT and KALMAN_THRESHOLD apply only while no version
      *     is in force.  The version is printed in the KALEXCP.RPT
      *     heading.
      *   - Gerardo Gonzalez Aguila : each run on Data1.DAT is now held
      *     to the parameter version in force on its own date, not
      *     on today's, so a rerun reproduces an earlier listing; the
      *     version is printed on every exception line and the
      *     versions used are listed on the totals page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalExcp.
       SELECT OPTIONAL KalXReg ASSIGN TO "KALXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XREG-STATUS.
       SELECT OPTIONAL KalParmVer ASSIGN TO "KALPVER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARMVER-STATUS.
       SELECT KalReport ASSIGN TO "KALEXCP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
           COPY "KALREC.CPY".
        FD KalXReg.
           COPY "KALXREG.CPY".
        FD KalParmVer.
           COPY "KALPVER.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-DATA1-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-XREG-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-PARMVER-STATUS               PIC X(02)   VALUE "00".
       01  KAL-DATA1-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA1-AT-EOF                     VALUE "Y".
       01  KAL-XREG-EOF-SW                  PIC X(01)   VALUE "N".
       01  KAL-THRESHOLD                    PIC 9(02)V9(03) VALUE 5.000.
       01  KAL-THRESHOLD-ENV-TEXT           PIC X(10)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Controlled parameter versions: every approved KALPVER.DAT
      * entry is held here, and each Data1 run is held to the one in
      * force on the run's own date (zero when none is); once one
      * is, its thresholds are the only ones that run may use.  The
      * run's date is taken from its first row, today's standing in
      * when that is not a valid date.  Runs without a version keep
      * the TABLE.DAT / KALMAN_THRESHOLD base thresholds.
      *---------------------------------------------------------------*
       01  KAL-PARM-RUN-DATE                PIC X(08)   VALUE SPACES.
       01  KAL-PARM-TODAY                   PIC X(08)   VALUE SPACES.
       01  KAL-PARM-VERSION                 PIC 9(04)   VALUE ZERO.
       01  KAL-PARM-EFF-DATE                PIC X(08)   VALUE SPACES.
       01  KAL-PARM-PREV-VERSION            PIC 9(04)   VALUE 9999.
       01  KAL-PARMVER-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-PARMVER-AT-EOF                   VALUE "Y".
       01  KAL-ED-EFF-DATE                  PIC X(10)   VALUE SPACES.
       01  KAL-CURR-RUN-ID                  PIC X(10)   VALUE SPACES.
       01  KAL-BASE-THRESHOLD          PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-BASE-CHANNEL-THRESHOLDS.
           05  KAL-BASE-CHANNEL-THRESHOLD
                                       PIC 9(02)V9(03) OCCURS 3 TIMES.
       01  KAL-NO-VERSION-RUN-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  KAL-PVT-MAX                      PIC 9(04) COMP VALUE 200.
       01  KAL-PVT-COUNT                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-PVT-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  KAL-PVT-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-PVT-FULL-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARM-VERSION-TABLE.
           05  KAL-PVT-ENTRY OCCURS 200 TIMES.
               10  KAL-PVT-VERSION          PIC 9(04).
               10  KAL-PVT-EFF-DATE         PIC X(08).
               10  KAL-PVT-THRESHOLD        PIC 9(02)V9(03).
               10  KAL-PVT-CHANNEL-THRESHOLD
                                       PIC 9(02)V9(03) OCCURS 3 TIMES.
               10  KAL-PVT-RUN-COUNT        PIC 9(06) COMP.

      *---------------------------------------------------------------*
      * Run dates already resolved, with the version table entry in
      * force on each (zero for none), so runs of the same day do not
      * search the versions again.  Once it fills, later dates are
      * simply resolved afresh every time.
      *---------------------------------------------------------------*
       01  KAL-DC-MAX                       PIC 9(04) COMP VALUE 100.
       01  KAL-DC-COUNT                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-DC-SUB                       PIC 9(04) COMP VALUE ZERO.
       01  KAL-DC-FOUND-SW                  PIC X(01)   VALUE "N".
           88  KAL-DC-FOUND                         VALUE "Y".
       01  KAL-DATE-CACHE.
           05  KAL-DC-ENTRY OCCURS 100 TIMES.
               10  KAL-DC-DATE              PIC X(08).
               10  KAL-DC-PVT-SUB           PIC 9(04) COMP.

       01  KAL-GAP                          PIC S9(02)V9(03) VALUE ZERO.
       01  KAL-ABS-GAP                      PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-READ-COUNT                   PIC 9(04) COMP VALUE ZERO.
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(40)   VALUE
               "RUN-ID      SEQ   CH   RAW VALUE  KALMAN".
           05  FILLER                       PIC X(92)   VALUE
               " VAL        GAP   VER".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-ED-VALUE-1                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-2                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-3                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-4                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-3                   PIC Z(05)9  VALUE ZERO.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- pick up the exception threshold (defaults
      * to 5.000; the parameter version in force on a run's date,
      * when there is one, has the last word for that run) and open
      * Data1.DAT for reading.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman exception report by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           DISPLAY "Exception threshold : " KAL-THRESHOLD
           PERFORM 1100-LOAD-REFERENCE-TABLE THRU 1100-EXIT
           PERFORM 1300-LOAD-PARM-VERSIONS THRU 1300-EXIT
           PERFORM 1400-LOAD-EXCEPTION-REGISTER THRU 1400-EXIT

           OPEN OUTPUT KalReport
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-THRESHOLD TO KAL-ED-VALUE-1
               MOVE SPACES TO KAL-RPT-PARM-LINE
               IF KAL-PVT-COUNT > 0
                   STRING "PARAMETERS IN EFFECT -- THE VERSION IN "
                          "FORCE ON EACH RUN'S DATE (VER, LISTED ON "
                          "THE TOTALS PAGE); VER 0000 -- BASE "
                          "THRESHOLD " KAL-ED-VALUE-1
                       DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
               ELSE
                   STRING "PARAMETERS IN EFFECT -- NO CONTROLLED "
                          "VERSION -- BASE EXCEPTION THRESHOLD "
                          KAL-ED-VALUE-1
                          " (PER-SENSOR THRESHOLDS FROM TABLE.DAT"
                          " WHERE PRESENT)"
                       DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
               END-IF
           ELSE
               DISPLAY "KALEXCP.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1300-LOAD-PARM-VERSIONS -- keep the thresholds the environment
      * and TABLE.DAT supplied as the base for runs with no version
      * in force, and hold every approved KALPVER.DAT version for
      * 2010-START-RUN to choose from.  No master on file, or nothing
      * approved yet, leaves every run on the base thresholds.
      *---------------------------------------------------------------*
       1300-LOAD-PARM-VERSIONS.
           MOVE KAL-THRESHOLD TO KAL-BASE-THRESHOLD
           PERFORM 1340-SAVE-BASE-THRESHOLD THRU 1340-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE 800-CURRENT-DATE-YYYY TO KAL-PARM-TODAY(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-PARM-TODAY(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-PARM-TODAY(7:2)
           OPEN INPUT KalParmVer
           IF KAL-PARMVER-STATUS = "00"
               PERFORM 1310-READ-PARM-VERSION THRU 1310-EXIT
                   UNTIL KAL-PARMVER-AT-EOF
               CLOSE KalParmVer
           ELSE
               IF KAL-PARMVER-STATUS = "05"
                   CLOSE KalParmVer
               END-IF
           END-IF
           IF KAL-PVT-FULL-COUNT > 0
               DISPLAY "Parameter version table full -- "
                   KAL-PVT-FULL-COUNT " versions not held"
           END-IF
           IF KAL-PVT-COUNT = 0
               DISPLAY "No controlled parameter version on file -- "
                   "thresholds from TABLE.DAT / KALMAN_THRESHOLD"
               GO TO 1300-EXIT
           END-IF
           DISPLAY "Approved parameter versions : " KAL-PVT-COUNT
               " -- each run held to the one in force on its date"
           IF KAL-THRESHOLD-ENV-TEXT NOT = SPACES
               DISPLAY "KALMAN_THRESHOLD '" KAL-THRESHOLD-ENV-TEXT
                   "' applies only to runs with no version in force"
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-PARM-VERSION.
           READ KalParmVer
               AT END
                   MOVE "Y" TO KAL-PARMVER-EOF-SW
               NOT AT END
                   PERFORM 1320-HOLD-PARM-VERSION THRU 1320-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

       1320-HOLD-PARM-VERSION.
           IF NOT KAL-PV-IS-APPROVED
               OR KAL-PV-VERSION IS NOT NUMERIC
               OR KAL-PV-THRESHOLD IS NOT NUMERIC
               GO TO 1320-EXIT
           END-IF
           IF KAL-PVT-COUNT NOT < KAL-PVT-MAX
               ADD 1 TO KAL-PVT-FULL-COUNT
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO KAL-PVT-COUNT
           MOVE KAL-PV-VERSION   TO KAL-PVT-VERSION(KAL-PVT-COUNT)
           MOVE KAL-PV-EFF-DATE  TO KAL-PVT-EFF-DATE(KAL-PVT-COUNT)
           MOVE KAL-PV-THRESHOLD TO KAL-PVT-THRESHOLD(KAL-PVT-COUNT)
           MOVE KAL-PV-CHANNEL-THRESHOLD(1)
               TO KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-COUNT, 1)
           MOVE KAL-PV-CHANNEL-THRESHOLD(2)
               TO KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-COUNT, 2)
           MOVE KAL-PV-CHANNEL-THRESHOLD(3)
               TO KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-COUNT, 3)
           MOVE ZERO TO KAL-PVT-RUN-COUNT(KAL-PVT-COUNT).
       1320-EXIT.
           EXIT.

       1340-SAVE-BASE-THRESHOLD.
           MOVE KAL-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
               TO KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB).
       1340-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1400-LOAD-EXCEPTION-REGISTER -- read what the register
      * already holds into the lookup table, then reopen it EXTEND so
      * read the next one.
      ******************************************************************
       2000-REVIEW-RECORD.
           IF KAL-D1-RUN-ID NOT = KAL-CURR-RUN-ID
               PERFORM 2010-START-RUN THRU 2010-EXIT
           END-IF
           COMPUTE KAL-GAP = KAL-D1-RAW-VALUE - KAL-D1-KALMAN-VALUE
           IF KAL-GAP < 0
               COMPUTE KAL-ABS-GAP = KAL-GAP * -1
                      KAL-D1-CHANNEL "      " KAL-ED-VALUE-1
                      "      " KAL-ED-VALUE-2
                      "     " KAL-ED-VALUE-3
                      "  " KAL-PARM-VERSION
                      "  " KAL-RECUR-FLAG
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2010-START-RUN -- a new run-id on Data1.DAT: find the version
      * in force on the run's date (from the date cache when the day
      * has been seen before) and put its thresholds in place for
      * every row of the run.
      *---------------------------------------------------------------*
       2010-START-RUN.
           MOVE KAL-D1-RUN-ID TO KAL-CURR-RUN-ID
           MOVE KAL-D1-TS-YYYY TO KAL-PARM-RUN-DATE(1:4)
           MOVE KAL-D1-TS-MM   TO KAL-PARM-RUN-DATE(5:2)
           MOVE KAL-D1-TS-DD   TO KAL-PARM-RUN-DATE(7:2)
           IF KAL-PARM-RUN-DATE IS NOT NUMERIC
               MOVE KAL-PARM-TODAY TO KAL-PARM-RUN-DATE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(KAL-PARM-RUN-DATE)) NOT = 0
                   MOVE KAL-PARM-TODAY TO KAL-PARM-RUN-DATE
               END-IF
           END-IF
           MOVE "N" TO KAL-DC-FOUND-SW
           MOVE ZERO TO KAL-PVT-HIT-SUB
           PERFORM 2020-SCAN-DATE-CACHE THRU 2020-EXIT
               VARYING KAL-DC-SUB FROM 1 BY 1
               UNTIL KAL-DC-SUB > KAL-DC-COUNT
                  OR KAL-DC-FOUND
           IF NOT KAL-DC-FOUND
               PERFORM 2030-CONSIDER-PARM-VERSION THRU 2030-EXIT
                   VARYING KAL-PVT-SUB FROM 1 BY 1
                   UNTIL KAL-PVT-SUB > KAL-PVT-COUNT
               IF KAL-DC-COUNT < KAL-DC-MAX
                   ADD 1 TO KAL-DC-COUNT
                   MOVE KAL-PARM-RUN-DATE TO KAL-DC-DATE(KAL-DC-COUNT)
                   MOVE KAL-PVT-HIT-SUB
                       TO KAL-DC-PVT-SUB(KAL-DC-COUNT)
               END-IF
           END-IF

           IF KAL-PVT-HIT-SUB = 0
               MOVE ZERO TO KAL-PARM-VERSION
               MOVE SPACES TO KAL-PARM-EFF-DATE
               MOVE KAL-BASE-THRESHOLD TO KAL-THRESHOLD
               ADD 1 TO KAL-NO-VERSION-RUN-COUNT
           ELSE
               MOVE KAL-PVT-VERSION(KAL-PVT-HIT-SUB)
                   TO KAL-PARM-VERSION
               MOVE KAL-PVT-EFF-DATE(KAL-PVT-HIT-SUB)
                   TO KAL-PARM-EFF-DATE
               MOVE KAL-PVT-THRESHOLD(KAL-PVT-HIT-SUB)
                   TO KAL-THRESHOLD
               ADD 1 TO KAL-PVT-RUN-COUNT(KAL-PVT-HIT-SUB)
           END-IF
           PERFORM 2040-SET-RUN-THRESHOLD THRU 2040-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           IF KAL-PARM-VERSION NOT = KAL-PARM-PREV-VERSION
               IF KAL-PARM-VERSION = 0
                   DISPLAY "Run " KAL-CURR-RUN-ID " of "
                       KAL-PARM-RUN-DATE " : no parameter version in "
                       "force, base threshold " KAL-THRESHOLD
               ELSE
                   DISPLAY "Run " KAL-CURR-RUN-ID " of "
                       KAL-PARM-RUN-DATE " : parameter version "
                       KAL-PARM-VERSION " effective "
                       KAL-PARM-EFF-DATE
               END-IF
               MOVE KAL-PARM-VERSION TO KAL-PARM-PREV-VERSION
           END-IF.
       2010-EXIT.
           EXIT.

       2020-SCAN-DATE-CACHE.
           IF KAL-DC-DATE(KAL-DC-SUB) = KAL-PARM-RUN-DATE
               MOVE "Y" TO KAL-DC-FOUND-SW
               MOVE KAL-DC-PVT-SUB(KAL-DC-SUB) TO KAL-PVT-HIT-SUB
           END-IF.
       2020-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2030-CONSIDER-PARM-VERSION -- the version in force on the run
      * date is the approved one with the latest effective date not
      * after it, a later version breaking a tie.
      *---------------------------------------------------------------*
       2030-CONSIDER-PARM-VERSION.
           IF KAL-PVT-EFF-DATE(KAL-PVT-SUB) > KAL-PARM-RUN-DATE
               GO TO 2030-EXIT
           END-IF
           IF KAL-PVT-HIT-SUB > 0
               IF KAL-PVT-EFF-DATE(KAL-PVT-SUB)
                   < KAL-PVT-EFF-DATE(KAL-PVT-HIT-SUB)
                   GO TO 2030-EXIT
               END-IF
               IF KAL-PVT-EFF-DATE(KAL-PVT-SUB)
                   = KAL-PVT-EFF-DATE(KAL-PVT-HIT-SUB)
                   AND KAL-PVT-VERSION(KAL-PVT-SUB)
                       < KAL-PVT-VERSION(KAL-PVT-HIT-SUB)
                   GO TO 2030-EXIT
               END-IF
           END-IF
           MOVE KAL-PVT-SUB TO KAL-PVT-HIT-SUB.
       2030-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2040-SET-RUN-THRESHOLD -- one sensor's threshold for the run:
      * the version's, or the base one when no version is in force.
      * Its description stays as the table gave it.
      *---------------------------------------------------------------*
       2040-SET-RUN-THRESHOLD.
           IF KAL-PVT-HIT-SUB = 0
               MOVE KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
                   TO KAL-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
           ELSE
               MOVE KAL-PVT-CHANNEL-THRESHOLD
                       (KAL-PVT-HIT-SUB, KAL-CHAN-SUB)
                   TO KAL-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
           END-IF.
       2040-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2100-READ-DATA1 -- one read, shared by the initial priming
      * read and the end of every reviewed record.
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF KAL-PVT-COUNT > 0
               PERFORM 8200-REPORT-VERSIONS-USED THRU 8200-EXIT
           END-IF
           IF KAL-XREG-IS-OPEN
               MOVE SPACES TO KAL-RPT-LINE
               MOVE KAL-REGISTERED-COUNT TO KAL-ED-COUNT-1
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8200-REPORT-VERSIONS-USED -- every parameter version a run on
      * the file was held to, with its thresholds and how many runs
      * used it, so the listing can be traced to approved changes.
      *---------------------------------------------------------------*
       8200-REPORT-VERSIONS-USED.
           MOVE "PARAMETER VERSIONS USED" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 8210-REPORT-VERSION THRU 8210-EXIT
               VARYING KAL-PVT-SUB FROM 1 BY 1
               UNTIL KAL-PVT-SUB > KAL-PVT-COUNT
           IF KAL-NO-VERSION-RUN-COUNT > 0
               MOVE KAL-BASE-THRESHOLD TO KAL-ED-VALUE-1
               MOVE KAL-BASE-CHANNEL-THRESHOLD(1) TO KAL-ED-VALUE-2
               MOVE KAL-BASE-CHANNEL-THRESHOLD(2) TO KAL-ED-VALUE-3
               MOVE KAL-BASE-CHANNEL-THRESHOLD(3) TO KAL-ED-VALUE-4
               MOVE KAL-NO-VERSION-RUN-COUNT TO KAL-ED-COUNT-1
               STRING "  VERSION 0000 NONE IN FORCE    BASE "
                      KAL-ED-VALUE-1 "  PER-SENSOR "
                      KAL-ED-VALUE-2 " /" KAL-ED-VALUE-3 " /"
                      KAL-ED-VALUE-4 "  RUNS " KAL-ED-COUNT-1
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF.
       8200-EXIT.
           EXIT.

       8210-REPORT-VERSION.
           IF KAL-PVT-RUN-COUNT(KAL-PVT-SUB) = 0
               GO TO 8210-EXIT
           END-IF
           MOVE SPACES TO KAL-ED-EFF-DATE
           STRING KAL-PVT-EFF-DATE(KAL-PVT-SUB)(1:4) "/"
                  KAL-PVT-EFF-DATE(KAL-PVT-SUB)(5:2) "/"
                  KAL-PVT-EFF-DATE(KAL-PVT-SUB)(7:2)
               DELIMITED BY SIZE INTO KAL-ED-EFF-DATE
           MOVE KAL-PVT-THRESHOLD(KAL-PVT-SUB) TO KAL-ED-VALUE-1
           MOVE KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-SUB, 1)
               TO KAL-ED-VALUE-2
           MOVE KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-SUB, 2)
               TO KAL-ED-VALUE-3
           MOVE KAL-PVT-CHANNEL-THRESHOLD(KAL-PVT-SUB, 3)
               TO KAL-ED-VALUE-4
           MOVE KAL-PVT-RUN-COUNT(KAL-PVT-SUB) TO KAL-ED-COUNT-1
           STRING "  VERSION " KAL-PVT-VERSION(KAL-PVT-SUB)
                  " OF " KAL-ED-EFF-DATE "    BASE "
                  KAL-ED-VALUE-1 "  PER-SENSOR "
                  KAL-ED-VALUE-2 " /" KAL-ED-VALUE-3 " /"
                  KAL-ED-VALUE-4 "  RUNS " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       8210-EXIT.
           EXIT.

       END PROGRAM KalExcp.
