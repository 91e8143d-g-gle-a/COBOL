      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Calibration due list over KALCAL.DAT, the sensor
      *          calibration master.  For each probe channel it finds
      *          the calibration in force today and lists the probe
      *          when that calibration is already past its next-due
      *          date (OVERDUE), falls due inside the warning window
      *          (DUE SOON), or when the channel has no calibration in
      *          force at all -- so instrumentation can book the
      *          recalibration before Kalman starts flagging readings
      *          taken under a lapsed one.  The list goes to the
      *          KALCALDU.RPT print file.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : ends with return code 4 when any
      *     probe is listed overdue, due soon or uncalibrated, and 8
      *     when the master or the print file cannot be opened, so
      *     the nightly digest shows the step without the list being
      *     opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalCalDu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalCalib ASSIGN TO "KALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-CALIB-STATUS.
       SELECT KalReport ASSIGN TO "KALCALDU.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalCalib.
           COPY "KALCAL.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-CALIB-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-CALIB-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-CALIB-AT-EOF                     VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY-DATE                   PIC X(08)   VALUE SPACES.
       01  KAL-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
       01  KAL-DUE-INT                      PIC 9(08) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Warning window in days: a calibration falling due within this
      * many days is listed DUE SOON.  KALMAN_CALDUE_DAYS overrides
      * the default.
      *---------------------------------------------------------------*
       01  KAL-WARN-DAYS                    PIC 9(04)   VALUE 14.
       01  KAL-WARN-ENV-TEXT                PIC X(10)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Calibration in force today, one entry per channel, resolved
      * by the same rule Kalman applies to a reading date: latest
      * effective date not after today, retired entries dropping out
      * from their retirement date, a later version breaking a tie.
      *---------------------------------------------------------------*
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-CB-CHAN-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.
       01  KAL-CALIB-IN-FORCE.
           05  KAL-CAL-ENTRY OCCURS 3 TIMES.
               10  KAL-CAL-VERSION      PIC 9(04).
               10  KAL-CAL-EFF-DATE     PIC X(08).
               10  KAL-CAL-CAL-DATE     PIC X(08).
               10  KAL-CAL-DUE-DATE     PIC X(08).
               10  KAL-CAL-TECHNICIAN   PIC X(24).
               10  KAL-CAL-DESC         PIC X(10).
       01  KAL-DAYS-TO-DUE                  PIC S9(05) COMP VALUE ZERO.
       01  KAL-DUE-FLAG                     PIC X(20)   VALUE SPACES.

       01  KAL-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-OVERDUE-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-DUE-SOON-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-UNCALIBRATED-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-LISTED-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Reference-table service: channel descriptions (CH01..CH03).
      *---------------------------------------------------------------*
           COPY "KALTBL.CPY".
       01  KAL-TABLE-OK-SW                  PIC X(01)   VALUE "N".
           88  KAL-TABLE-OK                         VALUE "Y".

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE              PIC X(132)  VALUE
           "CH  PROBE       VER  EFFECTIVE CALIBRATED DUE        DAYS  T
      -    "ECHNICIAN                STATE".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-DAYS                      PIC Z(03)9  VALUE ZERO.
       01  KAL-ED-SIGNED-DAYS               PIC -(04)9  VALUE ZERO.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CALIBRATION THRU 2000-EXIT
           PERFORM 3000-LIST-CHANNEL THRU 3000-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF KAL-OVERDUE-COUNT > 0
                   OR KAL-DUE-SOON-COUNT > 0
                   OR KAL-UNCALIBRATED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the warning window, channel
      * descriptions and the print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Calibration due list by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE-YYYY TO KAL-TODAY-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-TODAY-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-TODAY-DATE(7:2)
           COMPUTE KAL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   KAL-TODAY-DATE))

           ACCEPT KAL-WARN-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_CALDUE_DAYS"
           IF KAL-WARN-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-WARN-ENV-TEXT) = 0
                   COMPUTE KAL-WARN-DAYS =
                       FUNCTION NUMVAL(KAL-WARN-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_CALDUE_DAYS '"
                       KAL-WARN-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-WARN-DAYS
               END-IF
           END-IF
           DISPLAY "Warning window (days) : " KAL-WARN-DAYS

           PERFORM 1100-CLEAR-CHANNEL THRU 1100-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 1200-LOAD-CHANNEL-NAMES THRU 1200-EXIT

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-WARN-DAYS TO KAL-ED-DAYS
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- AS OF "
                      KAL-TODAY-DATE "; DUE SOON WITHIN "
                      KAL-ED-DAYS " DAYS; DAYS = DAYS TO NEXT-DUE "
                      "DATE (NEGATIVE = PAST DUE)"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALCALDU.RPT could not be created, status "
                   KAL-RPT-STATUS " -- due list not produced"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-CHANNEL.
           MOVE ZERO TO KAL-CAL-VERSION(KAL-CHAN-SUB)
           MOVE SPACES TO KAL-CAL-EFF-DATE(KAL-CHAN-SUB)
                          KAL-CAL-CAL-DATE(KAL-CHAN-SUB)
                          KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
                          KAL-CAL-TECHNICIAN(KAL-CHAN-SUB)
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE SPACES TO KAL-CAL-DESC(KAL-CHAN-SUB)
           STRING "CHANNEL " KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-CAL-DESC(KAL-CHAN-SUB).
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1200-LOAD-CHANNEL-NAMES -- CH01/02/03 from the HELLO table
      * service name the probes; without it they stay "CHANNEL n".
      *---------------------------------------------------------------*
       1200-LOAD-CHANNEL-NAMES.
           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   DISPLAY "Table service not available, channels "
                       "listed by number"
                   GO TO 1200-EXIT
           END-CALL
           IF KAL-TBL-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           MOVE "Y" TO KAL-TABLE-OK-SW
           PERFORM 1210-LOOK-UP-CHANNEL-NAME THRU 1210-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1200-EXIT.
           EXIT.

       1210-LOOK-UP-CHANNEL-NAME.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "CH0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND KAL-TBL-VALUE NOT = SPACES
               MOVE KAL-TBL-VALUE TO KAL-CAL-DESC(KAL-CHAN-SUB)
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-CALIBRATION -- one pass over the master keeping, per
      * channel, the entry in force today.
      ******************************************************************
       2000-LOAD-CALIBRATION.
           OPEN INPUT KalCalib
           IF KAL-CALIB-STATUS NOT = "00"
               IF KAL-CALIB-STATUS = "05"
                   CLOSE KalCalib
               ELSE
                   ADD 1 TO KAL-ERROR-COUNT
               END-IF
               DISPLAY "KALCAL.DAT not available, status "
                   KAL-CALIB-STATUS " -- every probe uncalibrated"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-CALIBRATION-ENTRY THRU 2100-EXIT
               UNTIL KAL-CALIB-AT-EOF
           CLOSE KalCalib.
       2000-EXIT.
           EXIT.

       2100-READ-CALIBRATION-ENTRY.
           READ KalCalib
               AT END
                   MOVE "Y" TO KAL-CALIB-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-ENTRY-COUNT
                   PERFORM 2200-CONSIDER-CALIBRATION THRU 2200-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CONSIDER-CALIBRATION.
           EVALUATE KAL-CB-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-CB-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-CB-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-CB-CHAN-SUB
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE
           IF KAL-CB-VERSION IS NOT NUMERIC
               OR KAL-CB-EFF-DATE > KAL-TODAY-DATE
               GO TO 2200-EXIT
           END-IF
           IF KAL-CB-IS-RETIRED
               AND KAL-CB-RETIRED-DATE NOT > KAL-TODAY-DATE
               GO TO 2200-EXIT
           END-IF
           IF KAL-CAL-VERSION(KAL-CB-CHAN-SUB) > 0
               IF KAL-CB-EFF-DATE < KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
                   GO TO 2200-EXIT
               END-IF
               IF KAL-CB-EFF-DATE = KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
                   AND KAL-CB-VERSION
                       < KAL-CAL-VERSION(KAL-CB-CHAN-SUB)
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE KAL-CB-VERSION    TO KAL-CAL-VERSION(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-EFF-DATE   TO KAL-CAL-EFF-DATE(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-CAL-DATE   TO KAL-CAL-CAL-DATE(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-DUE-DATE   TO KAL-CAL-DUE-DATE(KAL-CB-CHAN-SUB)
           MOVE KAL-CB-TECHNICIAN
               TO KAL-CAL-TECHNICIAN(KAL-CB-CHAN-SUB).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-CHANNEL -- one probe: listed when its calibration is
      * overdue, due inside the window, or missing altogether.  A
      * probe comfortably inside its calibration is not printed.
      ******************************************************************
       3000-LIST-CHANNEL.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           IF KAL-CAL-VERSION(KAL-CHAN-SUB) = 0
               ADD 1 TO KAL-UNCALIBRATED-COUNT
               ADD 1 TO KAL-LISTED-COUNT
               STRING "0" KAL-CHAN-DIGIT "  "
                      KAL-CAL-DESC(KAL-CHAN-SUB) "  "
                      "---- NO CALIBRATION IN FORCE -- READINGS "
                      "UNCORRECTED"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF
           IF KAL-CAL-DUE-DATE(KAL-CHAN-SUB) IS NOT NUMERIC
               MOVE KAL-TODAY-INT TO KAL-DUE-INT
           ELSE
               COMPUTE KAL-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       KAL-CAL-DUE-DATE(KAL-CHAN-SUB)))
           END-IF
           COMPUTE KAL-DAYS-TO-DUE = KAL-DUE-INT - KAL-TODAY-INT
           EVALUATE TRUE
               WHEN KAL-DAYS-TO-DUE < 0
                   MOVE "*** OVERDUE ***" TO KAL-DUE-FLAG
                   ADD 1 TO KAL-OVERDUE-COUNT
               WHEN KAL-DAYS-TO-DUE NOT > KAL-WARN-DAYS
                   MOVE "DUE SOON" TO KAL-DUE-FLAG
                   ADD 1 TO KAL-DUE-SOON-COUNT
               WHEN OTHER
                   DISPLAY "Channel " KAL-CHAN-DIGIT
                       " calibrated, next due "
                       KAL-CAL-DUE-DATE(KAL-CHAN-SUB)
                   GO TO 3000-EXIT
           END-EVALUATE
           ADD 1 TO KAL-LISTED-COUNT
           MOVE KAL-DAYS-TO-DUE TO KAL-ED-SIGNED-DAYS
           STRING "0" KAL-CHAN-DIGIT "  "
                  KAL-CAL-DESC(KAL-CHAN-SUB) "  "
                  KAL-CAL-VERSION(KAL-CHAN-SUB) " "
                  KAL-CAL-EFF-DATE(KAL-CHAN-SUB) "  "
                  KAL-CAL-CAL-DATE(KAL-CHAN-SUB) "   "
                  KAL-CAL-DUE-DATE(KAL-CHAN-SUB) " "
                  KAL-ED-SIGNED-DAYS "  "
                  KAL-CAL-TECHNICIAN(KAL-CHAN-SUB) " "
                  KAL-DUE-FLAG
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3000-EXIT.
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
      * and page number, the parameters in effect, and the column
      * headings in front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALCALDU -- PROBE CALIBRATION DUE LIST"
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
           WRITE KAL-RPT-RECORD FROM KAL-RPT-COLUMN-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           MOVE ALL "-" TO KAL-RPT-RECORD(1:60)
           WRITE KAL-RPT-RECORD
           MOVE 6 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY -- totals and a one-line console verdict.
      * The list is advisory: the night carries on whatever it shows.
      ******************************************************************
       8000-WRITE-SUMMARY.
           IF KAL-LISTED-COUNT = 0
               STRING "EVERY PROBE IS INSIDE ITS CALIBRATION -- "
                      "NOTHING DUE"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "CALIBRATION DUE TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-ENTRY-COUNT TO KAL-ED-COUNT-1
           STRING "MASTER ENTRIES READ        : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-OVERDUE-COUNT TO KAL-ED-COUNT-1
           STRING "PROBES OVERDUE             : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-DUE-SOON-COUNT TO KAL-ED-COUNT-1
           STRING "PROBES DUE SOON            : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-UNCALIBRATED-COUNT TO KAL-ED-COUNT-1
           STRING "PROBES WITH NO CALIBRATION : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalCalDu: " KAL-OVERDUE-COUNT " overdue, "
               KAL-DUE-SOON-COUNT " due soon, "
               KAL-UNCALIBRATED-COUNT " uncalibrated -- "
               "list on KALCALDU.RPT".
       8000-EXIT.
           EXIT.

       END PROGRAM KalCalDu.
