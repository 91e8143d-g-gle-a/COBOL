      *     with the run date/time, page numbers and a totals page --
      *     so it can be filed as-is; the console keeps only the
      *     operational messages and the audit verdict.
      *   - Gerardo Gonzalez Aguila : checkpoint record widened to the
      *     Kalman layout carrying the filter mode, covariance and
      *     gain per channel.
      *   - Gerardo Gonzalez Aguila : a run with a BKOUT event on the
      *     run log was reversed on purpose by KalBkOut; it is listed
      *     as backed out instead of audited, and only flagged if
      *     rows of it are still on Data1.DAT.
      *   - Gerardo Gonzalez Aguila : checkpoint record widened to the
      *     Kalman layout carrying the parameter version, weight and
      *     calibration entries the run started under.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalAudit.
               05  KAL-CKPT-SEED        PIC 9(04).
               05  KAL-CKPT-DATA2-READ  PIC 9(04).
               05  KAL-CKPT-RECCNT      PIC 9(04).
               05  FILLER               PIC X(419).
        FD KalRunLog.
           COPY "KALRLOG.CPY".
        FD KalReport.
               10  KAL-RUN-SEQ-ERRS         PIC 9(06) COMP.
               10  KAL-RUN-CKPT-SW          PIC X(01).
               10  KAL-RUN-CKPT-RECCNT      PIC 9(04).
               10  KAL-RUN-BACKOUT-SW       PIC X(01).
       01  KAL-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.

       01  KAL-D1-SEQ-NUM                   PIC 9(06) COMP VALUE ZERO.
       01  KAL-DISCREPANCY-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUNS-CLEAN-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUNS-BACKED-OUT-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUN-FLAGGED-SW               PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
      * Only START/END events describe a run; the nightly driver's
      * STEP entries share this log and must not open audit slots,
      * or every night-id counts as a run in the summary.  A BKOUT
      * event marks the run as deliberately reversed.
      *---------------------------------------------------------------*
       3200-POST-EVENT.
           IF KAL-RL-EVENT NOT = "START"
               AND KAL-RL-EVENT NOT = "END  "
               AND KAL-RL-EVENT NOT = "BKOUT"
               GO TO 3200-EXIT
           END-IF
           MOVE KAL-RL-RUN-ID TO KAL-WANTED-RUN-ID
           END-IF
           IF KAL-RL-EVENT = "END  "
               MOVE "Y" TO KAL-RUN-END-SW(KAL-RUN-HIT-SUB)
           END-IF
           IF KAL-RL-EVENT = "BKOUT"
               MOVE "Y" TO KAL-RUN-BACKOUT-SW(KAL-RUN-HIT-SUB)
           END-IF.
       3200-EXIT.
           EXIT.
      * 5000-REPORT-RUN -- the cross-checks for one run, each
      * discrepancy on its own line with the run-id.  Runs that only
      * appear in the run log (their rows archived off Data1.DAT, or
      * never written) are not held to the Data1 checks.  A backed-
      * out run is not audited at all; it is only a discrepancy if
      * the backout left rows of it behind on Data1.DAT.
      ******************************************************************
       5000-REPORT-RUN.
           MOVE "N" TO KAL-RUN-FLAGGED-SW
           IF KAL-RUN-BACKOUT-SW(KAL-RUN-SUB) = "Y"
               IF KAL-RUN-D1-COUNT(KAL-RUN-SUB) > 0
                   MOVE KAL-RUN-D1-COUNT(KAL-RUN-SUB)
                       TO KAL-ED-COUNT-1
                   STRING "RUN " KAL-RUN-ID(KAL-RUN-SUB)
                       " : BACKED OUT BUT " KAL-ED-COUNT-1
                       " ROWS STILL ON DATA1"
                       DELIMITED BY SIZE INTO KAL-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
                   PERFORM 5100-COUNT-DISCREPANCY THRU 5100-EXIT
               ELSE
                   STRING "RUN " KAL-RUN-ID(KAL-RUN-SUB)
                       " : BACKED OUT -- DELIBERATELY REVERSED,"
                       " NOT AUDITED"
                       DELIMITED BY SIZE INTO KAL-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
                   ADD 1 TO KAL-RUNS-BACKED-OUT-COUNT
               END-IF
               GO TO 5000-EXIT
           END-IF
           IF KAL-RUN-D1-COUNT(KAL-RUN-SUB) > 0
               IF KAL-RUN-START-SW(KAL-RUN-SUB) NOT = "Y"
                   STRING "RUN " KAL-RUN-ID(KAL-RUN-SUB)
                   MOVE "N" TO KAL-RUN-START-SW(KAL-RUN-HIT-SUB)
                               KAL-RUN-END-SW(KAL-RUN-HIT-SUB)
                               KAL-RUN-CKPT-SW(KAL-RUN-HIT-SUB)
                               KAL-RUN-BACKOUT-SW(KAL-RUN-HIT-SUB)
                   MOVE ZERO TO KAL-RUN-D1-COUNT(KAL-RUN-HIT-SUB)
                                KAL-RUN-SEQ-ERRS(KAL-RUN-HIT-SUB)
                                KAL-RUN-CKPT-RECCNT(KAL-RUN-HIT-SUB)
           STRING "RUNS CLEAN      : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RUNS-BACKED-OUT-COUNT TO KAL-ED-COUNT-1
           STRING "RUNS BACKED OUT : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-DISCREPANCY-COUNT TO KAL-ED-COUNT-1
           STRING "DISCREPANCIES   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
