      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Run backout -- takes one run back out of the suite
      *          when it should never have been loaded (wrong input
      *          file, bad calibration, operator error).  Removes the
      *          run's rows from Data1.DAT and its KALRMAST.DAT
      *          record, closes its open KALXREG.DAT exceptions with
      *          a BACKED OUT disposition, logs a BKOUT event on
      *          KALRLOG.DAT so KalAudit treats the run as
      *          deliberately reversed, names the KALXMIT.DAT
      *          extracts that already shipped its rows to the
      *          historian with a correction file to send after
      *          them, and prints a control report of exactly what
      *          was removed from each file.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : an exception closed as backed
      *     out is stamped with the date it was closed.
      *   - Gerardo Gonzalez Aguila : the run master, exceptions and
      *     run log are only touched once Data1.DAT has been rewritten
      *     without the run's rows; otherwise the backout is reported
      *     as not applied and ends with return code 8.  A failed open
      *     of the removal files is reported once, not once per row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalBkOut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Data1 ASSIGN TO "Data1.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-DATA1-STATUS.
      *---------------------------------------------------------------*
      * DATA1BKO.DAT is the kept-rows work file: pass 1 splits
      * Data1.DAT into it and the saved rows, pass 2 copies it back
      * over Data1.DAT.  KALBKSAV.DAT holds the rows taken out, in
      * Data1.DAT layout, so a backout made in error can be put back
      * by appending them.  Both are left on disk after the run.
      *---------------------------------------------------------------*
       SELECT KalKept ASSIGN TO "DATA1BKO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-KEPT-STATUS.
       SELECT KalSaved ASSIGN TO "KALBKSAV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-SAVED-STATUS.
       SELECT KalRunMast ASSIGN TO "KALRMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KAL-RM-RUN-ID
        FILE STATUS IS KAL-RUNMAST-STATUS.
       SELECT OPTIONAL KalXReg ASSIGN TO "KALXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XREG-STATUS.
       SELECT KalXRegWork ASSIGN TO "XREGBKO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XWORK-STATUS.
       SELECT KalRunLog ASSIGN TO "KALRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RUNLOG-STATUS.
       SELECT OPTIONAL KalXmit ASSIGN TO "KALXMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XMIT-STATUS.
       SELECT OPTIONAL KalXRun ASSIGN TO "KALXRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XRUN-STATUS.
       SELECT KalCorrect ASSIGN TO "KALBKCOR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-COR-STATUS.
       SELECT KalReport ASSIGN TO "KALBKOUT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD Data1.
           COPY "KALREC.CPY".
        FD KalKept.
           01  KAL-KEPT-RECORD          PIC X(80).
        FD KalSaved.
           01  KAL-SAVED-RECORD         PIC X(80).
        FD KalRunMast.
           COPY "KALRMAST.CPY".
        FD KalXReg.
           COPY "KALXREG.CPY".
        FD KalXRegWork.
           01  KAL-XWORK-RECORD         PIC X(84).
        FD KalRunLog.
           COPY "KALRLOG.CPY".
        FD KalXmit.
           COPY "KALXMIT.CPY".
        FD KalXRun.
           COPY "KALXRUN.CPY".
        FD KalCorrect.
           01  KAL-COR-RECORD           PIC X(80).
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-DATA1-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-KEPT-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-SAVED-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-RUNMAST-STATUS               PIC X(02)   VALUE "00".
       01  KAL-XREG-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XWORK-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-RUNLOG-STATUS                PIC X(02)   VALUE "00".
       01  KAL-XMIT-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XRUN-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-COR-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-DATA1-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA1-AT-EOF                     VALUE "Y".
       01  KAL-KEPT-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-KEPT-AT-EOF                      VALUE "Y".
       01  KAL-XREG-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XREG-AT-EOF                      VALUE "Y".
       01  KAL-XWORK-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-XWORK-AT-EOF                     VALUE "Y".
       01  KAL-XMIT-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XMIT-AT-EOF                      VALUE "Y".
       01  KAL-XRUN-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XRUN-AT-EOF                      VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      *---------------------------------------------------------------*
      * What to back out and why: the run-id from
      * KALMAN_BACKOUT_RUNID and the reason from
      * KALMAN_BACKOUT_REASON.  Both are required -- a backout
      * nobody can explain later is not run.  The backout-id is this
      * run's own timestamp and identifies it on the correction
      * file.
      *---------------------------------------------------------------*
       01  KAL-BKO-RUN-ID                   PIC X(10)   VALUE SPACES.
       01  KAL-BKO-REASON                   PIC X(60)   VALUE SPACES.
       01  KAL-BKO-OPERATOR                 PIC X(24)   VALUE SPACES.
       01  KAL-BKO-ID                       PIC X(14)   VALUE SPACES.
       01  KAL-PARMS-OK-SW                  PIC X(01)   VALUE "N".
           88  KAL-PARMS-OK                         VALUE "Y".
       01  KAL-RUN-FOUND-SW                 PIC X(01)   VALUE "N".
           88  KAL-RUN-FOUND                        VALUE "Y".

      *---------------------------------------------------------------*
      * Print-file control: every report line goes through
      * 6000-WRITE-REPORT-LINE.  Each file's section starts a fresh
      * page under its own section and column headings.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-SECTION-LINE             PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE              PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-RAW                       PIC 99.999  VALUE ZERO.
       01  KAL-ED-KALMAN                    PIC 99.999  VALUE ZERO.

      *---------------------------------------------------------------*
      * Data1.DAT control totals and the removed run's first and
      * last row timestamps, which place it against the SINCE
      * extract windows.
      *---------------------------------------------------------------*
       01  KAL-IN-COUNT                     PIC 9(07) COMP VALUE ZERO.
       01  KAL-KEPT-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-REMOVED-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  KAL-REWRITE-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  KAL-PROOF-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  KAL-RUN-FIRST-TS                 PIC X(14)   VALUE SPACES.
       01  KAL-RUN-LAST-TS                  PIC X(14)   VALUE SPACES.
       01  KAL-DATA1-SPLIT-SW               PIC X(01)   VALUE "N".
           88  KAL-DATA1-SPLIT                      VALUE "Y".
       01  KAL-SAVED-OPEN-SW                PIC X(01)   VALUE "N".
           88  KAL-SAVED-IS-OPEN                    VALUE "Y".
       01  KAL-REMOVAL-OPEN-FAILED-SW       PIC X(01)   VALUE "N".
           88  KAL-REMOVAL-OPEN-FAILED              VALUE "Y".
       01  KAL-DATA1-REWRITTEN-SW           PIC X(01)   VALUE "N".
           88  KAL-DATA1-REWRITTEN                  VALUE "Y".

      *---------------------------------------------------------------*
      * Run-master disposition.
      *---------------------------------------------------------------*
       01  KAL-RUNMAST-OPEN-SW              PIC X(01)   VALUE "N".
           88  KAL-RUNMAST-IS-OPEN                  VALUE "Y".
       01  KAL-RUNMAST-HIT-SW               PIC X(01)   VALUE "N".
           88  KAL-RUNMAST-HIT                      VALUE "Y".
       01  KAL-RUNMAST-DELETED-SW           PIC X(01)   VALUE "N".
           88  KAL-RUNMAST-DELETED                  VALUE "Y".
       01  KAL-ED-RECCNT                    PIC Z(05)9  VALUE ZERO.

      *---------------------------------------------------------------*
      * Exception-register totals.
      *---------------------------------------------------------------*
       01  KAL-XREG-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-RUN-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-CLOSED-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-ALREADY-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-REWRITE-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-WAS-STATUS              PIC X(03)   VALUE SPACES.
       01  KAL-XREG-ACTION                  PIC X(24)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Extracts that shipped the run.  From the point KalXtrct
      * started keeping KALXRUN.DAT every extract names the runs it
      * carried, so the register is exact; for SINCE extracts older
      * than the register the bookmark window they shipped is
      * compared with the run's timestamps instead.  Older RUNID or
      * DATE extracts cannot be traced and are only counted.
      *---------------------------------------------------------------*
       01  KAL-DETAIL-START-ID              PIC X(14)   VALUE SPACES.
       01  KAL-EXT-TABLE-MAX                PIC 9(04) COMP VALUE 200.
       01  KAL-EXT-COUNT                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-EXT-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  KAL-EXT-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-EXT-TABLE.
           05  KAL-EXT-ENTRY OCCURS 200 TIMES.
               10  KAL-EXT-ID               PIC X(14).
               10  KAL-EXT-ROWS             PIC 9(07) COMP.
               10  KAL-EXT-STATUS           PIC X(04).
               10  KAL-EXT-TRACE            PIC X(12).
       01  KAL-EXT-WANT-ID                  PIC X(14)   VALUE SPACES.
       01  KAL-EXT-OVERFLOW-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-UNTRACED-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-ED-ROWS                      PIC Z(06)9  VALUE ZERO.

      *---------------------------------------------------------------*
      * Correction file: one DELETE line per row taken out, then the
      * extracts it corrects and a trailer with the count and value
      * hash totals, laid out like KALXTRCT.DAT so the historian
      * side can check it the same way.
      *---------------------------------------------------------------*
       01  KAL-COR-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-COR-IS-OPEN                      VALUE "Y".
       01  KAL-COR-COUNT                    PIC 9(07) COMP VALUE ZERO.
       01  KAL-RAW-HASH                PIC 9(10)V9(03) VALUE ZERO.
       01  KAL-KALMAN-HASH             PIC 9(10)V9(03) VALUE ZERO.
       01  KAL-OUT-RAW-HASH            PIC 9(10).9(03) VALUE ZERO.
       01  KAL-OUT-KALMAN-HASH         PIC 9(10).9(03) VALUE ZERO.
       01  KAL-OUT-COUNT                    PIC 9(07)   VALUE ZERO.

       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Run-lock interlock: DATA1 and XREG are both taken before any
      * file is touched, so no Kalman run, exception pass or
      * register maintenance can work under the backout.
      *---------------------------------------------------------------*
           COPY "KALLCK.CPY".
       01  KAL-LOCK-REFUSED-SW              PIC X(01)   VALUE "N".
           88  KAL-LOCK-REFUSED                     VALUE "Y".
       01  KAL-DATA1-LOCK-SW                PIC X(01)   VALUE "N".
           88  KAL-DATA1-LOCK-TAKEN                 VALUE "Y".
       01  KAL-XREG-LOCK-SW                 PIC X(01)   VALUE "N".
           88  KAL-XREG-LOCK-TAKEN                  VALUE "Y".
       01  KAL-LOCK-SERVICE-SW              PIC X(01)   VALUE "Y".
           88  KAL-LOCK-SERVICE-UP                  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT KAL-PARMS-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-ACQUIRE-LOCKS THRU 0100-EXIT
           IF KAL-LOCK-REFUSED
               PERFORM 0200-RELEASE-LOCKS THRU 0200-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-OPEN-REPORT THRU 1100-EXIT
           PERFORM 2000-SPLIT-DATA1 THRU 2000-EXIT
           IF KAL-DATA1-SPLIT
               PERFORM 3000-READ-RUN-MASTER THRU 3000-EXIT
           END-IF
           IF KAL-RUN-FOUND
               PERFORM 3100-REWRITE-DATA1 THRU 3100-EXIT
               IF KAL-DATA1-REWRITTEN
                   PERFORM 3200-DELETE-RUN-MASTER THRU 3200-EXIT
                   PERFORM 4000-CLOSE-EXCEPTIONS THRU 4000-EXIT
                   PERFORM 5000-WRITE-BACKOUT-EVENT THRU 5000-EXIT
                   PERFORM 7000-TRACE-EXTRACTS THRU 7000-EXIT
                   PERFORM 7500-FINISH-CORRECTION-FILE THRU 7500-EXIT
                   PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT
               ELSE
                   PERFORM 3900-REPORT-NOT-APPLIED THRU 3900-EXIT
               END-IF
           END-IF
           IF KAL-RUNMAST-IS-OPEN
               CLOSE KalRunMast
           END-IF
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           PERFORM 0200-RELEASE-LOCKS THRU 0200-EXIT
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 0100-ACQUIRE-LOCKS -- DATA1 first, then XREG, in the order
      * every other holder takes them.  Refused on either, whatever
      * was taken is given back and the run stands down.  A build
      * without the lock service runs unprotected.
      *---------------------------------------------------------------*
       0100-ACQUIRE-LOCKS.
           MOVE "DATA1" TO KAL-LCK-NAME
           PERFORM 0110-ACQUIRE-ONE-LOCK THRU 0110-EXIT
           IF KAL-LOCK-REFUSED OR NOT KAL-LOCK-SERVICE-UP
               GO TO 0100-EXIT
           END-IF
           MOVE "Y" TO KAL-DATA1-LOCK-SW
           MOVE "XREG" TO KAL-LCK-NAME
           PERFORM 0110-ACQUIRE-ONE-LOCK THRU 0110-EXIT
           IF NOT KAL-LOCK-REFUSED
               MOVE "Y" TO KAL-XREG-LOCK-SW
           END-IF.
       0100-EXIT.
           EXIT.

       0110-ACQUIRE-ONE-LOCK.
           MOVE "ACQ" TO KAL-LCK-FUNCTION
           MOVE "KALBKOUT" TO KAL-LCK-CALLER
           CALL "KALLOCK" USING KAL-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Lock service not available -- "
                       "running unprotected"
                   MOVE "N" TO KAL-LOCK-SERVICE-SW
                   GO TO 0110-EXIT
           END-CALL
           EVALUATE KAL-LCK-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "91"
                   DISPLAY "Lock " KAL-LCK-NAME " held by "
                       KAL-LCK-HOLDER " (" KAL-LCK-PROGRAM ") since "
                       KAL-LCK-SINCE " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
               WHEN OTHER
                   DISPLAY "Lock " KAL-LCK-NAME " could not be "
                       "taken, status " KAL-LCK-STATUS
                       " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
           END-EVALUATE.
       0110-EXIT.
           EXIT.

       0200-RELEASE-LOCKS.
           IF KAL-XREG-LOCK-TAKEN
               MOVE "XREG" TO KAL-LCK-NAME
               PERFORM 0210-RELEASE-ONE-LOCK THRU 0210-EXIT
               MOVE "N" TO KAL-XREG-LOCK-SW
           END-IF
           IF KAL-DATA1-LOCK-TAKEN
               MOVE "DATA1" TO KAL-LCK-NAME
               PERFORM 0210-RELEASE-ONE-LOCK THRU 0210-EXIT
               MOVE "N" TO KAL-DATA1-LOCK-SW
           END-IF.
       0200-EXIT.
           EXIT.

       0210-RELEASE-ONE-LOCK.
           MOVE "REL" TO KAL-LCK-FUNCTION
           MOVE "KALBKOUT" TO KAL-LCK-CALLER
           CALL "KALLOCK" USING KAL-LOCK-REQUEST
           IF KAL-LCK-STATUS NOT = "00"
               DISPLAY "Lock " KAL-LCK-NAME " could not be released,"
                   " status " KAL-LCK-STATUS
           END-IF.
       0210-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- validate the run-id and the reason.  A
      * backout cannot be taken back by rerunning anything, so a
      * missing either stops the run before any lock or file is
      * touched.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman run backout by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:14) TO KAL-BKO-ID
           ACCEPT KAL-BKO-RUN-ID FROM ENVIRONMENT
               "KALMAN_BACKOUT_RUNID"
           ACCEPT KAL-BKO-REASON FROM ENVIRONMENT
               "KALMAN_BACKOUT_REASON"
           ACCEPT KAL-BKO-OPERATOR FROM ENVIRONMENT "USERNAME"
           IF KAL-BKO-OPERATOR = SPACES
               MOVE "UNKNOWN" TO KAL-BKO-OPERATOR
           END-IF
           IF KAL-BKO-RUN-ID = SPACES
               DISPLAY "KALMAN_BACKOUT_RUNID is not set -- "
                   "nothing done"
               GO TO 1000-EXIT
           END-IF
           IF KAL-BKO-REASON = SPACES
               DISPLAY "KALMAN_BACKOUT_REASON is not set -- a "
                   "backout must say why -- nothing done"
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Run to back out : " KAL-BKO-RUN-ID
           DISPLAY "Reason          : " KAL-BKO-REASON
           DISPLAY "Operator        : " KAL-BKO-OPERATOR
           DISPLAY "Backout-id      : " KAL-BKO-ID
           MOVE "Y" TO KAL-PARMS-OK-SW.
       1000-EXIT.
           EXIT.

       1100-OPEN-REPORT.
           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "RUN " KAL-BKO-RUN-ID
                      " BACKED OUT BY " KAL-BKO-OPERATOR
                      " -- REASON: " KAL-BKO-REASON
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALBKOUT.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SPLIT-DATA1 -- pass 1 over Data1.DAT: the run's rows go
      * to the saved-rows file, the correction file and the report,
      * every other row to the kept-rows work file.
      ******************************************************************
       2000-SPLIT-DATA1.
           MOVE "DATA1.DAT -- ROWS REMOVED" TO KAL-RPT-SECTION-LINE
           MOVE "RUN-ID      SEQ   CH  RAW-VALUE  KALMAN-VALUE"
               TO KAL-RPT-COLUMN-LINE
           MOVE "TIMESTAMP" TO KAL-RPT-COLUMN-LINE(49:9)
           MOVE 99 TO KAL-RPT-LINE-COUNT
           OPEN INPUT Data1
           IF KAL-DATA1-STATUS NOT = "00"
               DISPLAY "Data1.DAT not available, status "
                   KAL-DATA1-STATUS " -- nothing done"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT KalKept
           IF KAL-KEPT-STATUS NOT = "00"
               DISPLAY "DATA1BKO.DAT could not be created, status "
                   KAL-KEPT-STATUS " -- nothing done"
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE Data1
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO KAL-DATA1-SPLIT-SW
           PERFORM 2200-READ-DATA1 THRU 2200-EXIT
           PERFORM 2100-SPLIT-RECORD THRU 2100-EXIT
               UNTIL KAL-DATA1-AT-EOF
           IF KAL-REMOVED-COUNT = 0
               MOVE "NO ROWS FOR THIS RUN ON DATA1.DAT"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF KAL-SAVED-IS-OPEN
               CLOSE KalSaved
               MOVE "N" TO KAL-SAVED-OPEN-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SPLIT-RECORD.
           IF KAL-D1-RUN-ID = KAL-BKO-RUN-ID
               PERFORM 2300-REMOVE-ROW THRU 2300-EXIT
           ELSE
               MOVE SPACES TO KAL-KEPT-RECORD
               MOVE KAL-DATA1-RECORD TO KAL-KEPT-RECORD
               WRITE KAL-KEPT-RECORD
               ADD 1 TO KAL-KEPT-COUNT
           END-IF
           PERFORM 2200-READ-DATA1 THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-READ-DATA1.
           READ Data1
               AT END
                   MOVE "Y" TO KAL-DATA1-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-IN-COUNT
           END-READ.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-REMOVE-ROW -- one of the run's rows: keep a copy on
      * KALBKSAV.DAT, add its DELETE line to the correction file,
      * list it on the report and widen the run's timestamp span.
      * Should either output file fail to open the row is kept
      * instead -- nothing is taken out that is not also saved --
      * and the open is not tried again for the rows that follow.
      *---------------------------------------------------------------*
       2300-REMOVE-ROW.
           IF NOT KAL-SAVED-IS-OPEN
               AND NOT KAL-REMOVAL-OPEN-FAILED
               PERFORM 2400-OPEN-REMOVAL-FILES THRU 2400-EXIT
           END-IF
           IF NOT KAL-SAVED-IS-OPEN OR NOT KAL-COR-IS-OPEN
               MOVE SPACES TO KAL-KEPT-RECORD
               MOVE KAL-DATA1-RECORD TO KAL-KEPT-RECORD
               WRITE KAL-KEPT-RECORD
               ADD 1 TO KAL-KEPT-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO KAL-SAVED-RECORD
           MOVE KAL-DATA1-RECORD TO KAL-SAVED-RECORD
           WRITE KAL-SAVED-RECORD
           ADD 1 TO KAL-REMOVED-COUNT

           MOVE KAL-D1-RAW-VALUE    TO KAL-ED-RAW
           MOVE KAL-D1-KALMAN-VALUE TO KAL-ED-KALMAN
           MOVE SPACES TO KAL-COR-RECORD
           STRING "DELETE,"
                  KAL-D1-RUN-ID ","
                  KAL-D1-SEQ-NO ","
                  KAL-D1-CHANNEL ","
                  KAL-ED-RAW ","
                  KAL-ED-KALMAN ","
                  KAL-D1-TIMESTAMP
               DELIMITED BY SIZE INTO KAL-COR-RECORD
           WRITE KAL-COR-RECORD
           ADD 1 TO KAL-COR-COUNT
           ADD KAL-D1-RAW-VALUE    TO KAL-RAW-HASH
           ADD KAL-D1-KALMAN-VALUE TO KAL-KALMAN-HASH

           STRING KAL-D1-RUN-ID "  " KAL-D1-SEQ-NO "  "
                  KAL-D1-CHANNEL "     " KAL-ED-RAW "        "
                  KAL-ED-KALMAN "  " KAL-D1-TIMESTAMP
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           IF KAL-RUN-FIRST-TS = SPACES
               OR KAL-D1-TIMESTAMP < KAL-RUN-FIRST-TS
               MOVE KAL-D1-TIMESTAMP TO KAL-RUN-FIRST-TS
           END-IF
           IF KAL-D1-TIMESTAMP > KAL-RUN-LAST-TS
               MOVE KAL-D1-TIMESTAMP TO KAL-RUN-LAST-TS
           END-IF.
       2300-EXIT.
           EXIT.

       2400-OPEN-REMOVAL-FILES.
           OPEN OUTPUT KalSaved
           IF KAL-SAVED-STATUS = "00"
               MOVE "Y" TO KAL-SAVED-OPEN-SW
           ELSE
               DISPLAY "KALBKSAV.DAT could not be created, status "
                   KAL-SAVED-STATUS " -- run's rows left on Data1.DAT"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "Y" TO KAL-REMOVAL-OPEN-FAILED-SW
               GO TO 2400-EXIT
           END-IF
           OPEN OUTPUT KalCorrect
           IF KAL-COR-STATUS = "00"
               MOVE "Y" TO KAL-COR-OPEN-SW
               MOVE "ACTION,RUN-ID,SEQ,CHANNEL,RAW-VALUE,KALMAN-VALUE,"
                   TO KAL-COR-RECORD
               MOVE "TIMESTAMP" TO KAL-COR-RECORD(50:9)
               WRITE KAL-COR-RECORD
           ELSE
               DISPLAY "KALBKCOR.DAT could not be created, status "
                   KAL-COR-STATUS " -- run's rows left on Data1.DAT"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "Y" TO KAL-REMOVAL-OPEN-FAILED-SW
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-RUN-MASTER -- fetch the run's KALRMAST.DAT record
      * for the report.  A run with neither rows nor a master record
      * is not a run this suite knows: nothing further is done.
      ******************************************************************
       3000-READ-RUN-MASTER.
           OPEN I-O KalRunMast
           IF KAL-RUNMAST-STATUS = "00"
               MOVE "Y" TO KAL-RUNMAST-OPEN-SW
               MOVE KAL-BKO-RUN-ID TO KAL-RM-RUN-ID
               READ KalRunMast
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO KAL-RUNMAST-HIT-SW
               END-READ
           ELSE
               IF KAL-RUNMAST-STATUS NOT = "35"
                   DISPLAY "KALRMAST.DAT could not be opened, status "
                       KAL-RUNMAST-STATUS
                   ADD 1 TO KAL-ERROR-COUNT
               END-IF
           END-IF
           IF KAL-REMOVED-COUNT > 0 OR KAL-RUNMAST-HIT
               MOVE "Y" TO KAL-RUN-FOUND-SW
           ELSE
               DISPLAY "Run " KAL-BKO-RUN-ID " is neither on "
                   "Data1.DAT nor on the run master -- nothing done"
               MOVE "RUN IS NEITHER ON DATA1.DAT NOR ON THE RUN "
                   TO KAL-RPT-LINE
               MOVE "MASTER -- NOTHING DONE" TO KAL-RPT-LINE(44:22)
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE Data1
               CLOSE KalKept
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3100-REWRITE-DATA1 -- pass 2: copy the kept rows back over
      * Data1.DAT.  With no rows removed Data1.DAT is left exactly
      * as it was.  Data1.DAT counts as clear of the run only once
      * the copy is done, or when the run never had rows there; the
      * rest of the backout waits on that.
      *---------------------------------------------------------------*
       3100-REWRITE-DATA1.
           CLOSE Data1
           CLOSE KalKept
           IF KAL-REMOVED-COUNT = 0
               IF NOT KAL-REMOVAL-OPEN-FAILED
                   MOVE "Y" TO KAL-DATA1-REWRITTEN-SW
               END-IF
               GO TO 3100-EXIT
           END-IF
           OPEN INPUT KalKept
           IF KAL-KEPT-STATUS NOT = "00"
               DISPLAY "DATA1BKO.DAT could not be re-read, status "
                   KAL-KEPT-STATUS " -- Data1.DAT left as it was"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
           OPEN OUTPUT Data1
           IF KAL-DATA1-STATUS NOT = "00"
               DISPLAY "Data1.DAT could not be rewritten, status "
                   KAL-DATA1-STATUS " -- kept rows are on "
                   "DATA1BKO.DAT"
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE KalKept
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-COPY-KEPT-RECORD THRU 3110-EXIT
               UNTIL KAL-KEPT-AT-EOF
           CLOSE KalKept
           CLOSE Data1
           MOVE "Y" TO KAL-DATA1-REWRITTEN-SW.
       3100-EXIT.
           EXIT.

       3110-COPY-KEPT-RECORD.
           READ KalKept
               AT END
                   MOVE "Y" TO KAL-KEPT-EOF-SW
               NOT AT END
                   WRITE KAL-DATA1-RECORD FROM KAL-KEPT-RECORD
                   ADD 1 TO KAL-REWRITE-COUNT
           END-READ.
       3110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3200-DELETE-RUN-MASTER -- drop the run's KALRMAST.DAT record
      * and report what it held.
      *---------------------------------------------------------------*
       3200-DELETE-RUN-MASTER.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "KALRMAST.DAT -- RUN MASTER RECORD REMOVED"
               TO KAL-RPT-SECTION-LINE
           MOVE SPACES TO KAL-RPT-COLUMN-LINE
           IF NOT KAL-RUNMAST-HIT
               MOVE "NO RUN MASTER RECORD ON FILE FOR THIS RUN"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 3200-EXIT
           END-IF
           DELETE KalRunMast RECORD
               INVALID KEY
                   DISPLAY "Run master record could not be deleted, "
                       "status " KAL-RUNMAST-STATUS
                   ADD 1 TO KAL-ERROR-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO KAL-RUNMAST-DELETED-SW
           END-DELETE
           STRING "RUN-ID     : " KAL-RM-RUN-ID
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           STRING "STARTED    : " KAL-RM-START-DATE " "
                  KAL-RM-START-TIME " BY " KAL-RM-USERNAME
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-RM-RUN-ENDED
               STRING "ENDED      : " KAL-RM-END-DATE " "
                      KAL-RM-END-TIME
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           ELSE
               MOVE "ENDED      : NO END EVENT WAS LOGGED"
                   TO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RM-RECCNT TO KAL-ED-RECCNT
           STRING "ROWS       : " KAL-ED-RECCNT
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-RUNMAST-DELETED
               MOVE "DISPOSITION: RECORD DELETED" TO KAL-RPT-LINE
           ELSE
               STRING "DISPOSITION: *** NOT DELETED, STATUS "
                      KAL-RUNMAST-STATUS " ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3900-REPORT-NOT-APPLIED -- the run's rows are still on
      * Data1.DAT, so its master record, exceptions and run log are
      * left alone: a backout is all or nothing.  The correction
      * file, if started, is closed without a trailer and is not to
      * be sent.
      *---------------------------------------------------------------*
       3900-REPORT-NOT-APPLIED.
           IF KAL-COR-IS-OPEN
               CLOSE KalCorrect
               MOVE "N" TO KAL-COR-OPEN-SW
           END-IF
           DISPLAY "Backout of run " KAL-BKO-RUN-ID " not applied -- "
               "its rows are still on Data1.DAT"
           MOVE SPACES TO KAL-RPT-LINE
           STRING "*** BACKOUT NOT APPLIED -- THE RUN'S ROWS ARE STILL"
                  " ON DATA1.DAT; RUN MASTER, EXCEPTIONS AND RUN LOG"
                  " LEFT AS THEY WERE ***"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           ADD 1 TO KAL-ERROR-COUNT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLOSE-EXCEPTIONS -- close the run's open exceptions on
      * KALXREG.DAT with a BACKED OUT disposition.  The register is
      * copied through XREGBKO.DAT and written back only when an
      * entry changed; entries already closed keep the disposition
      * the analyst gave them.
      ******************************************************************
       4000-CLOSE-EXCEPTIONS.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "KALXREG.DAT -- EXCEPTIONS CLOSED AS BACKED OUT"
               TO KAL-RPT-SECTION-LINE
           MOVE "SEQ   CH  RAISED    WAS  NOW  ACTION"
               TO KAL-RPT-COLUMN-LINE
           OPEN INPUT KalXReg
           IF KAL-XREG-STATUS = "05"
               MOVE "NO EXCEPTION REGISTER ON FILE" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               CLOSE KalXReg
               GO TO 4000-EXIT
           END-IF
           IF KAL-XREG-STATUS NOT = "00"
               DISPLAY "KALXREG.DAT not available, status "
                   KAL-XREG-STATUS " -- exceptions NOT closed"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT KalXRegWork
           IF KAL-XWORK-STATUS NOT = "00"
               DISPLAY "XREGBKO.DAT could not be created, status "
                   KAL-XWORK-STATUS " -- exceptions NOT closed"
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE KalXReg
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-SPLIT-XREG-RECORD THRU 4100-EXIT
               UNTIL KAL-XREG-AT-EOF
           CLOSE KalXReg
           CLOSE KalXRegWork
           IF KAL-XREG-RUN-COUNT = 0
               MOVE "NO EXCEPTIONS ON THE REGISTER FOR THIS RUN"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF KAL-XREG-CLOSED-COUNT > 0
               PERFORM 4200-REWRITE-XREG THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SPLIT-XREG-RECORD.
           READ KalXReg
               AT END
                   MOVE "Y" TO KAL-XREG-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO KAL-XREG-READ-COUNT
           IF KAL-XR-RUN-ID = KAL-BKO-RUN-ID
               ADD 1 TO KAL-XREG-RUN-COUNT
               MOVE KAL-XR-STATUS TO KAL-XREG-WAS-STATUS
               IF KAL-XR-IS-CLOSED
                   ADD 1 TO KAL-XREG-ALREADY-COUNT
                   MOVE "ALREADY CLOSED, LEFT" TO KAL-XREG-ACTION
               ELSE
                   MOVE "CLO" TO KAL-XR-STATUS
                   MOVE "BKO" TO KAL-XR-INITIALS
                   MOVE 800-CURRENT-DATE(1:8) TO KAL-XR-DATE-CLOSED
                   MOVE SPACES TO KAL-XR-COMMENT
                   STRING "BACKED OUT " KAL-BKO-REASON
                       DELIMITED BY SIZE INTO KAL-XR-COMMENT
                   ADD 1 TO KAL-XREG-CLOSED-COUNT
                   MOVE "CLOSED -- BACKED OUT" TO KAL-XREG-ACTION
               END-IF
               STRING KAL-XR-SEQ-NO "  " KAL-XR-CHANNEL "  "
                      KAL-XR-DATE-RAISED "  " KAL-XREG-WAS-STATUS
                      "  " KAL-XR-STATUS "  " KAL-XREG-ACTION
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           MOVE SPACES TO KAL-XWORK-RECORD
           MOVE KAL-XREG-RECORD TO KAL-XWORK-RECORD
           WRITE KAL-XWORK-RECORD.
       4100-EXIT.
           EXIT.

       4200-REWRITE-XREG.
           OPEN INPUT KalXRegWork
           IF KAL-XWORK-STATUS NOT = "00"
               DISPLAY "XREGBKO.DAT could not be re-read, status "
                   KAL-XWORK-STATUS " -- KALXREG.DAT left as it was"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
           OPEN OUTPUT KalXReg
           IF KAL-XREG-STATUS NOT = "00"
               DISPLAY "KALXREG.DAT could not be rewritten, status "
                   KAL-XREG-STATUS " -- updated register is on "
                   "XREGBKO.DAT"
               ADD 1 TO KAL-ERROR-COUNT
               CLOSE KalXRegWork
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-COPY-XREG-RECORD THRU 4210-EXIT
               UNTIL KAL-XWORK-AT-EOF
           CLOSE KalXRegWork
           CLOSE KalXReg.
       4200-EXIT.
           EXIT.

       4210-COPY-XREG-RECORD.
           READ KalXRegWork
               AT END
                   MOVE "Y" TO KAL-XWORK-EOF-SW
               NOT AT END
                   WRITE KAL-XREG-RECORD FROM KAL-XWORK-RECORD
                   ADD 1 TO KAL-XREG-REWRITE-COUNT
           END-READ.
       4210-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5000-WRITE-BACKOUT-EVENT -- the BKOUT entry on KALRLOG.DAT
      * under the run's own id: who backed it out and why, so
      * KalAudit reads the run's missing rows as a deliberate
      * reversal rather than a loss.
      *---------------------------------------------------------------*
       5000-WRITE-BACKOUT-EVENT.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "KALRLOG.DAT -- BACKOUT EVENT LOGGED"
               TO KAL-RPT-SECTION-LINE
           MOVE SPACES TO KAL-RPT-COLUMN-LINE
           OPEN EXTEND KalRunLog
           IF KAL-RUNLOG-STATUS NOT = "00"
               AND KAL-RUNLOG-STATUS NOT = "05"
               OPEN OUTPUT KalRunLog
           END-IF
           IF KAL-RUNLOG-STATUS NOT = "00"
               AND KAL-RUNLOG-STATUS NOT = "05"
               DISPLAY "KALRLOG.DAT could not be opened, status "
                   KAL-RUNLOG-STATUS " -- BKOUT event NOT logged"
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "*** BKOUT EVENT NOT LOGGED ***" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO KAL-RUNLOG-RECORD
           MOVE KAL-BKO-RUN-ID          TO KAL-RL-RUN-ID
           MOVE "BKOUT"                 TO KAL-RL-EVENT
           MOVE KAL-BKO-OPERATOR        TO KAL-RL-USERNAME
           MOVE KAL-BKO-REASON(1:24)    TO KAL-RL-USERDOMAIN
           MOVE KAL-BKO-REASON(25:24)   TO KAL-RL-USERPROFILE
           MOVE ZERO                    TO KAL-RL-SEED
           MOVE KAL-BKO-ID              TO KAL-RL-TIMESTAMP
           MOVE SPACE                   TO KAL-RL-INPUT-MODE
           WRITE KAL-RUNLOG-RECORD
           CLOSE KalRunLog
           STRING "EVENT BKOUT FOR RUN " KAL-BKO-RUN-ID
                  " AT " KAL-BKO-ID " BY " KAL-BKO-OPERATOR
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-TRACE-EXTRACTS -- name every extract that shipped the
      * run's rows to the historian, with its transmission status.
      ******************************************************************
       7000-TRACE-EXTRACTS.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "KALXMIT.DAT -- EXTRACTS THAT SHIPPED THE RUN"
               TO KAL-RPT-SECTION-LINE
           MOVE "EXTRACT-ID         ROWS  STATUS  TRACED BY"
               TO KAL-RPT-COLUMN-LINE
           OPEN INPUT KalXRun
           IF KAL-XRUN-STATUS = "00" OR KAL-XRUN-STATUS = "05"
               PERFORM 7100-READ-RUN-DETAIL THRU 7100-EXIT
                   UNTIL KAL-XRUN-AT-EOF
               CLOSE KalXRun
           ELSE
               DISPLAY "KALXRUN.DAT not available, status "
                   KAL-XRUN-STATUS " -- tracing by SINCE window only"
           END-IF
           OPEN INPUT KalXmit
           IF KAL-XMIT-STATUS = "00" OR KAL-XMIT-STATUS = "05"
               PERFORM 7200-READ-TRANSMISSION THRU 7200-EXIT
                   UNTIL KAL-XMIT-AT-EOF
               CLOSE KalXmit
           ELSE
               DISPLAY "KALXMIT.DAT not available, status "
                   KAL-XMIT-STATUS
               ADD 1 TO KAL-ERROR-COUNT
           END-IF
           IF KAL-EXT-COUNT = 0
               MOVE "NO EXTRACT SHIPPED THIS RUN" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 7300-REPORT-EXTRACT-LINE THRU 7300-EXIT
               VARYING KAL-EXT-SUB FROM 1 BY 1
               UNTIL KAL-EXT-SUB > KAL-EXT-COUNT
           IF KAL-UNTRACED-COUNT > 0
               MOVE KAL-UNTRACED-COUNT TO KAL-ED-COUNT-1
               STRING KAL-ED-COUNT-1 " OLDER RUNID/DATE EXTRACT(S) "
                      "PREDATE THE RUN DETAIL AND CANNOT BE TRACED"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF KAL-EXT-OVERFLOW-COUNT > 0
               MOVE KAL-EXT-OVERFLOW-COUNT TO KAL-ED-COUNT-1
               STRING "EXTRACT TABLE FULL -- " KAL-ED-COUNT-1
                      " FURTHER EXTRACT(S) NOT LISTED"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 7100-READ-RUN-DETAIL -- the run detail register: its first
      * extract-id marks where exact tracing begins, and every line
      * for this run names an extract that carried it.
      *---------------------------------------------------------------*
       7100-READ-RUN-DETAIL.
           READ KalXRun
               AT END
                   MOVE "Y" TO KAL-XRUN-EOF-SW
                   GO TO 7100-EXIT
           END-READ
           IF KAL-DETAIL-START-ID = SPACES
               MOVE KAL-XU-EXTRACT-ID TO KAL-DETAIL-START-ID
           END-IF
           IF KAL-XU-RUN-ID = KAL-BKO-RUN-ID
               MOVE KAL-XU-EXTRACT-ID TO KAL-EXT-WANT-ID
               PERFORM 7150-ADD-EXTRACT THRU 7150-EXIT
               IF KAL-EXT-HIT-SUB > 0
                   ADD KAL-XU-ROW-COUNT
                       TO KAL-EXT-ROWS(KAL-EXT-HIT-SUB)
                   MOVE "RUN DETAIL" TO KAL-EXT-TRACE(KAL-EXT-HIT-SUB)
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 7150-ADD-EXTRACT -- find (or add) the extract-id held in
      * KAL-EXT-WANT-ID in the extract table.
      *---------------------------------------------------------------*
       7150-ADD-EXTRACT.
           MOVE ZERO TO KAL-EXT-HIT-SUB
           PERFORM 7160-MATCH-EXTRACT THRU 7160-EXIT
               VARYING KAL-EXT-SUB FROM 1 BY 1
               UNTIL KAL-EXT-SUB > KAL-EXT-COUNT
               OR KAL-EXT-HIT-SUB > 0
           IF KAL-EXT-HIT-SUB > 0
               GO TO 7150-EXIT
           END-IF
           IF KAL-EXT-COUNT < KAL-EXT-TABLE-MAX
               ADD 1 TO KAL-EXT-COUNT
               MOVE KAL-EXT-COUNT TO KAL-EXT-HIT-SUB
               MOVE KAL-EXT-WANT-ID TO KAL-EXT-ID(KAL-EXT-HIT-SUB)
               MOVE ZERO   TO KAL-EXT-ROWS(KAL-EXT-HIT-SUB)
               MOVE SPACES TO KAL-EXT-STATUS(KAL-EXT-HIT-SUB)
                              KAL-EXT-TRACE(KAL-EXT-HIT-SUB)
           ELSE
               ADD 1 TO KAL-EXT-OVERFLOW-COUNT
           END-IF.
       7150-EXIT.
           EXIT.

       7160-MATCH-EXTRACT.
           IF KAL-EXT-ID(KAL-EXT-SUB) = KAL-EXT-WANT-ID
               MOVE KAL-EXT-SUB TO KAL-EXT-HIT-SUB
           END-IF.
       7160-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 7200-READ-TRANSMISSION -- one KALXMIT.DAT entry: a traced
      * extract picks up its status; an extract older than the run
      * detail is traced by its SINCE bookmark window, which shipped
      * every row stamped after BOOK-PREV up to BOOK-NEW.
      *---------------------------------------------------------------*
       7200-READ-TRANSMISSION.
           READ KalXmit
               AT END
                   MOVE "Y" TO KAL-XMIT-EOF-SW
                   GO TO 7200-EXIT
           END-READ
           MOVE KAL-XM-EXTRACT-ID TO KAL-EXT-WANT-ID
           MOVE ZERO TO KAL-EXT-HIT-SUB
           PERFORM 7160-MATCH-EXTRACT THRU 7160-EXIT
               VARYING KAL-EXT-SUB FROM 1 BY 1
               UNTIL KAL-EXT-SUB > KAL-EXT-COUNT
               OR KAL-EXT-HIT-SUB > 0
           IF KAL-EXT-HIT-SUB > 0
               MOVE KAL-XM-STATUS TO KAL-EXT-STATUS(KAL-EXT-HIT-SUB)
               GO TO 7200-EXIT
           END-IF
           IF KAL-DETAIL-START-ID NOT = SPACES
               AND KAL-XM-EXTRACT-ID NOT < KAL-DETAIL-START-ID
               GO TO 7200-EXIT
           END-IF
           IF NOT KAL-XM-SINCE-EXTRACT
               ADD 1 TO KAL-UNTRACED-COUNT
               GO TO 7200-EXIT
           END-IF
           IF KAL-REMOVED-COUNT = 0
               GO TO 7200-EXIT
           END-IF
           IF KAL-XM-BOOK-PREV < KAL-RUN-LAST-TS
               AND KAL-XM-BOOK-NEW NOT < KAL-RUN-FIRST-TS
               PERFORM 7150-ADD-EXTRACT THRU 7150-EXIT
               IF KAL-EXT-HIT-SUB > 0
                   MOVE KAL-XM-STATUS
                       TO KAL-EXT-STATUS(KAL-EXT-HIT-SUB)
                   MOVE "SINCE WINDOW"
                       TO KAL-EXT-TRACE(KAL-EXT-HIT-SUB)
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

       7300-REPORT-EXTRACT-LINE.
           IF KAL-EXT-STATUS(KAL-EXT-SUB) = SPACES
               MOVE "????" TO KAL-EXT-STATUS(KAL-EXT-SUB)
           END-IF
           MOVE KAL-EXT-ROWS(KAL-EXT-SUB) TO KAL-ED-ROWS
           IF KAL-EXT-TRACE(KAL-EXT-SUB) = "SINCE WINDOW"
               STRING KAL-EXT-ID(KAL-EXT-SUB) "        -  "
                      KAL-EXT-STATUS(KAL-EXT-SUB) "    "
                      KAL-EXT-TRACE(KAL-EXT-SUB)
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           ELSE
               STRING KAL-EXT-ID(KAL-EXT-SUB) "  " KAL-ED-ROWS "  "
                      KAL-EXT-STATUS(KAL-EXT-SUB) "    "
                      KAL-EXT-TRACE(KAL-EXT-SUB)
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       7300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 7500-FINISH-CORRECTION-FILE -- the extracts being corrected
      * and the trailer close off the DELETE lines written in pass
      * 1.  With no extract involved the file is still complete,
      * but the report says it need not be sent.
      *---------------------------------------------------------------*
       7500-FINISH-CORRECTION-FILE.
           IF NOT KAL-COR-IS-OPEN
               GO TO 7500-EXIT
           END-IF
           PERFORM 7510-WRITE-EXTRACT-CARD THRU 7510-EXIT
               VARYING KAL-EXT-SUB FROM 1 BY 1
               UNTIL KAL-EXT-SUB > KAL-EXT-COUNT
           MOVE KAL-COR-COUNT     TO KAL-OUT-COUNT
           MOVE KAL-RAW-HASH      TO KAL-OUT-RAW-HASH
           MOVE KAL-KALMAN-HASH   TO KAL-OUT-KALMAN-HASH
           MOVE SPACES TO KAL-COR-RECORD
           STRING "TRAILER,"
                  KAL-BKO-ID ","
                  KAL-OUT-COUNT ","
                  KAL-OUT-RAW-HASH ","
                  KAL-OUT-KALMAN-HASH
               DELIMITED BY SIZE INTO KAL-COR-RECORD
           WRITE KAL-COR-RECORD
           CLOSE KalCorrect
           MOVE "N" TO KAL-COR-OPEN-SW.
       7500-EXIT.
           EXIT.

       7510-WRITE-EXTRACT-CARD.
           MOVE SPACES TO KAL-COR-RECORD
           STRING "EXTRACT,"
                  KAL-EXT-ID(KAL-EXT-SUB) ","
                  KAL-EXT-STATUS(KAL-EXT-SUB)
               DELIMITED BY SIZE INTO KAL-COR-RECORD
           WRITE KAL-COR-RECORD.
       7510-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CONTROL-REPORT -- what was removed from each file, and
      * the Data1.DAT proof rows-in = kept + removed.
      ******************************************************************
       8000-CONTROL-REPORT.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "CONTROL TOTALS" TO KAL-RPT-SECTION-LINE
           MOVE SPACES TO KAL-RPT-COLUMN-LINE
           STRING "BACKOUT-ID            : " KAL-BKO-ID
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-IN-COUNT TO KAL-ED-COUNT-1
           STRING "DATA1 ROWS IN         : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-KEPT-COUNT TO KAL-ED-COUNT-1
           STRING "DATA1 ROWS KEPT       : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REMOVED-COUNT TO KAL-ED-COUNT-1
           STRING "DATA1 ROWS REMOVED    : " KAL-ED-COUNT-1
                  "   (SAVED ON KALBKSAV.DAT)"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REWRITE-COUNT TO KAL-ED-COUNT-1
           STRING "DATA1 ROWS REWRITTEN  : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-RUNMAST-DELETED
               MOVE "RUN MASTER RECORDS    :      1 DELETED"
                   TO KAL-RPT-LINE
           ELSE
               MOVE "RUN MASTER RECORDS    :      0 DELETED"
                   TO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-XREG-CLOSED-COUNT TO KAL-ED-COUNT-1
           MOVE KAL-XREG-ALREADY-COUNT TO KAL-ED-COUNT-2
           STRING "EXCEPTIONS CLOSED     : " KAL-ED-COUNT-1
                  "   (" KAL-ED-COUNT-2 " ALREADY CLOSED)"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-EXT-COUNT TO KAL-ED-COUNT-1
           STRING "EXTRACTS TO CORRECT   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-COR-COUNT = 0
               MOVE "CORRECTION FILE       : NONE -- NO ROWS REMOVED"
                   TO KAL-RPT-LINE
           ELSE
               IF KAL-EXT-COUNT = 0
                   MOVE KAL-COR-COUNT TO KAL-ED-COUNT-1
                   STRING "CORRECTION FILE       : " KAL-ED-COUNT-1
                          " DELETE ROWS ON KALBKCOR.DAT -- NOT TO BE"
                          " SENT, NO EXTRACT SHIPPED THE RUN"
                       DELIMITED BY SIZE INTO KAL-RPT-LINE
               ELSE
                   MOVE KAL-COR-COUNT TO KAL-ED-COUNT-1
                   STRING "CORRECTION FILE       : " KAL-ED-COUNT-1
                          " DELETE ROWS ON KALBKCOR.DAT -- SEND TO "
                          "THE HISTORIAN"
                       DELIMITED BY SIZE INTO KAL-RPT-LINE
               END-IF
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           COMPUTE KAL-PROOF-COUNT = KAL-KEPT-COUNT + KAL-REMOVED-COUNT
           IF KAL-PROOF-COUNT = KAL-IN-COUNT
               AND (KAL-REWRITE-COUNT = KAL-KEPT-COUNT
                    OR KAL-REMOVED-COUNT = 0)
               MOVE "CONTROL PROOF         : IN = KEPT + REMOVED OK"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "Control proof: in = kept + removed OK"
                   " -- report on KALBKOUT.RPT"
           ELSE
               MOVE "CONTROL PROOF         : *** OUT OF BALANCE ***"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "Control proof: *** OUT OF BALANCE ***"
                   " -- see KALBKOUT.RPT"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF
           DISPLAY "Data1 rows removed  : " KAL-REMOVED-COUNT
           DISPLAY "Exceptions closed   : " KAL-XREG-CLOSED-COUNT
           DISPLAY "Extracts to correct : " KAL-EXT-COUNT.
       8000-EXIT.
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
      * and page number, the run and reason, then the section and
      * its column headings in front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALBKOUT -- RUN BACKOUT CONTROL REPORT"
                  "                RUN DATE " 800-CURRENT-DATE-YYYY
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

       END PROGRAM KalBkOut.
