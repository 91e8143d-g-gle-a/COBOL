      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Parameter change history over KALPVER.DAT, the
      *          controlled parameter master, for the auditors.  Every
      *          version requested or decided in the period is listed
      *          with its status, effective date and figures, who
      *          requested it and who approved or rejected it (and
      *          when), the reason given, and the figures it replaced
      *          from the version it was drafted from.  A version
      *          approved by its own requester -- which KalPrmMt does
      *          not allow, so only a hand edit of the master can
      *          produce one -- is flagged.  The version in force
      *          today is marked.  The listing goes to the
      *          KALPRMHS.RPT print file.  KALMAN_PRMHS_FROM and
      *          KALMAN_PRMHS_TO (yyyymmdd) bound the period; without
      *          them the whole history is listed.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalPrmHs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalParmVer ASSIGN TO "KALPVER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARMVER-STATUS.
       SELECT KalReport ASSIGN TO "KALPRMHS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalParmVer.
           COPY "KALPVER.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-PARMVER-STATUS               PIC X(02)   VALUE "00".
       01  KAL-PARMVER-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-PARMVER-AT-EOF                   VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY-DATE                   PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Reporting period: a version is listed when it was requested
      * or decided inside it.  KALMAN_PRMHS_FROM / KALMAN_PRMHS_TO
      * override the open-ended default.
      *---------------------------------------------------------------*
       01  KAL-PERIOD-FROM                  PIC X(08)   VALUE ZEROS.
       01  KAL-PERIOD-TO                    PIC X(08)   VALUE ALL "9".
       01  KAL-PERIOD-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-DATE-CHECK                   PIC X(08)   VALUE SPACES.
       01  KAL-DATE-OK-SW                   PIC X(01)   VALUE "N".
           88  KAL-DATE-OK                          VALUE "Y".
       01  KAL-IN-PERIOD-SW                 PIC X(01)   VALUE "N".
           88  KAL-IN-PERIOD                        VALUE "Y".

      *---------------------------------------------------------------*
      * The whole master in memory, so each version's base can be
      * looked up whatever order the file is in.
      *---------------------------------------------------------------*
       01  KAL-PARMVER-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
       01  KAL-PARMVER-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-DROPPED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-TABLE.
           05  KAL-PARMVER-SLOT OCCURS 2000 TIMES
                                            PIC X(165).

      *---------------------------------------------------------------*
      * The version in force today (same rule the runs apply), and
      * the base version of the one being listed.
      *---------------------------------------------------------------*
       01  KAL-INFORCE-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-INFORCE-VERSION              PIC 9(04)   VALUE ZERO.
       01  KAL-INFORCE-EFF-DATE             PIC X(08)   VALUE SPACES.
       01  KAL-BASE-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-WANTED-VERSION               PIC 9(04)   VALUE ZERO.
       01  KAL-LISTED-PARMS.
           05  KAL-LST-WEIGHT               PIC 9(01)V9(03).
           05  KAL-LST-THRESHOLD            PIC 9(02)V9(03).
           05  KAL-LST-CHANNEL-THRESHOLD    PIC 9(02)V9(03)
                                            OCCURS 3 TIMES.
       01  KAL-LISTED-APPROVER              PIC X(24)   VALUE SPACES.
       01  KAL-LISTED-REQUESTER             PIC X(24)   VALUE SPACES.
       01  KAL-LISTED-STATUS                PIC X(01)   VALUE SPACE.
       01  KAL-STATUS-WORD                  PIC X(08)   VALUE SPACES.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHANGE-COL                   PIC 9(03) COMP VALUE ZERO.

       01  KAL-LISTED-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-APPROVED-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-REJECTED-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-PENDING-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-SELF-APPROVED-COUNT          PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(26)   VALUE
               "VER   STATUS    EFFECTIVE ".
           05  FILLER                       PIC X(36)   VALUE
               "WEIGHT THRESH THR-01 THR-02 THR-03  ".
           05  FILLER                       PIC X(35)   VALUE
               "REQUESTED BY             ON        ".
           05  FILLER                       PIC X(27)   VALUE
               "DECIDED BY               ON".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-WEIGHT                    PIC 9.999   VALUE ZERO.
       01  KAL-ED-VALUE-1                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-2                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-3                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-4                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-VERSIONS THRU 2000-EXIT
           PERFORM 2300-FIND-VERSION-IN-FORCE THRU 2300-EXIT
           PERFORM 3000-REPORT-VERSION THRU 3000-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the reporting period and the
      * print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Parameter change history by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE-YYYY TO KAL-TODAY-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-TODAY-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-TODAY-DATE(7:2)

           ACCEPT KAL-PERIOD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_PRMHS_FROM"
           IF KAL-PERIOD-ENV-TEXT NOT = SPACES
               MOVE KAL-PERIOD-ENV-TEXT TO KAL-DATE-CHECK
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF KAL-DATE-OK AND KAL-PERIOD-ENV-TEXT(9:2) = SPACES
                   MOVE KAL-DATE-CHECK TO KAL-PERIOD-FROM
               ELSE
                   DISPLAY "KALMAN_PRMHS_FROM '" KAL-PERIOD-ENV-TEXT
                       "' is not a valid yyyymmdd, keeping "
                       KAL-PERIOD-FROM
               END-IF
           END-IF
           MOVE SPACES TO KAL-PERIOD-ENV-TEXT
           ACCEPT KAL-PERIOD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_PRMHS_TO"
           IF KAL-PERIOD-ENV-TEXT NOT = SPACES
               MOVE KAL-PERIOD-ENV-TEXT TO KAL-DATE-CHECK
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF KAL-DATE-OK AND KAL-PERIOD-ENV-TEXT(9:2) = SPACES
                   MOVE KAL-DATE-CHECK TO KAL-PERIOD-TO
               ELSE
                   DISPLAY "KALMAN_PRMHS_TO '" KAL-PERIOD-ENV-TEXT
                       "' is not a valid yyyymmdd, keeping "
                       KAL-PERIOD-TO
               END-IF
           END-IF
           DISPLAY "Reporting period : " KAL-PERIOD-FROM " to "
               KAL-PERIOD-TO

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- VERSIONS REQUESTED OR "
                      "DECIDED FROM " KAL-PERIOD-FROM " TO "
                      KAL-PERIOD-TO "; WAS = FIGURES REPLACED FROM "
                      "THE BASE VERSION"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALPRMHS.RPT could not be created, status "
                   KAL-RPT-STATUS " -- history not produced"
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-CHECK-DATE -- KAL-DATE-CHECK must be a real calendar
      * date, yyyymmdd.
      *---------------------------------------------------------------*
       1100-CHECK-DATE.
           MOVE "N" TO KAL-DATE-OK-SW
           IF KAL-DATE-CHECK IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(KAL-DATE-CHECK)) = 0
               MOVE "Y" TO KAL-DATE-OK-SW
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-VERSIONS -- the master into memory.  No master on
      * file means no change has ever been controlled; the report
      * says so rather than failing.
      ******************************************************************
       2000-LOAD-VERSIONS.
           OPEN INPUT KalParmVer
           IF KAL-PARMVER-STATUS NOT = "00"
               IF KAL-PARMVER-STATUS = "05"
                   CLOSE KalParmVer
               END-IF
               DISPLAY "KALPVER.DAT not available -- no controlled "
                   "parameter versions"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-VERSION-RECORD THRU 2100-EXIT
               UNTIL KAL-PARMVER-AT-EOF
           CLOSE KalParmVer
           IF KAL-PARMVER-DROPPED-COUNT > 0
               DISPLAY "Master larger than workspace, "
                   KAL-PARMVER-DROPPED-COUNT " versions not listed"
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-VERSION-RECORD.
           READ KalParmVer
               AT END
                   MOVE "Y" TO KAL-PARMVER-EOF-SW
               NOT AT END
                   IF KAL-PARMVER-COUNT < KAL-PARMVER-TABLE-MAX
                       ADD 1 TO KAL-PARMVER-COUNT
                       MOVE KAL-PARMVER-RECORD
                           TO KAL-PARMVER-SLOT(KAL-PARMVER-COUNT)
                   ELSE
                       ADD 1 TO KAL-PARMVER-DROPPED-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-FIND-VERSION-IN-FORCE -- the approved version with the
      * latest effective date not after today, a later version
      * breaking a tie.
      *---------------------------------------------------------------*
       2300-FIND-VERSION-IN-FORCE.
           MOVE ZERO TO KAL-INFORCE-SUB
                        KAL-INFORCE-VERSION
           MOVE SPACES TO KAL-INFORCE-EFF-DATE
           PERFORM 2350-CONSIDER-VERSION THRU 2350-EXIT
               VARYING KAL-PARMVER-SCAN-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SCAN-SUB > KAL-PARMVER-COUNT.
       2300-EXIT.
           EXIT.

       2350-CONSIDER-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SCAN-SUB)
               TO KAL-PARMVER-RECORD
           IF NOT KAL-PV-IS-APPROVED
               OR KAL-PV-VERSION IS NOT NUMERIC
               OR KAL-PV-EFF-DATE > KAL-TODAY-DATE
               GO TO 2350-EXIT
           END-IF
           IF KAL-INFORCE-SUB > 0
               IF KAL-PV-EFF-DATE < KAL-INFORCE-EFF-DATE
                   GO TO 2350-EXIT
               END-IF
               IF KAL-PV-EFF-DATE = KAL-INFORCE-EFF-DATE
                   AND KAL-PV-VERSION < KAL-INFORCE-VERSION
                   GO TO 2350-EXIT
               END-IF
           END-IF
           MOVE KAL-PARMVER-SCAN-SUB TO KAL-INFORCE-SUB
           MOVE KAL-PV-VERSION  TO KAL-INFORCE-VERSION
           MOVE KAL-PV-EFF-DATE TO KAL-INFORCE-EFF-DATE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-VERSION -- one version in the period: its figures,
      * requester and decider on the first line, the figures it
      * replaced on the second (only those that changed), the reason
      * on the third.
      ******************************************************************
       3000-REPORT-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           MOVE "N" TO KAL-IN-PERIOD-SW
           IF KAL-PV-REQUEST-DATE NOT < KAL-PERIOD-FROM
               AND KAL-PV-REQUEST-DATE NOT > KAL-PERIOD-TO
               MOVE "Y" TO KAL-IN-PERIOD-SW
           END-IF
           IF NOT KAL-PV-IS-PENDING
               AND KAL-PV-DECISION-DATE NOT < KAL-PERIOD-FROM
               AND KAL-PV-DECISION-DATE NOT > KAL-PERIOD-TO
               MOVE "Y" TO KAL-IN-PERIOD-SW
           END-IF
           IF NOT KAL-IN-PERIOD
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO KAL-LISTED-COUNT

           EVALUATE TRUE
               WHEN KAL-PV-IS-APPROVED
                   ADD 1 TO KAL-APPROVED-COUNT
                   IF KAL-PARMVER-SUB = KAL-INFORCE-SUB
                       MOVE "IN FORCE" TO KAL-STATUS-WORD
                   ELSE
                       MOVE "APPROVED" TO KAL-STATUS-WORD
                   END-IF
               WHEN KAL-PV-IS-REJECTED
                   ADD 1 TO KAL-REJECTED-COUNT
                   MOVE "REJECTED" TO KAL-STATUS-WORD
               WHEN OTHER
                   ADD 1 TO KAL-PENDING-COUNT
                   MOVE "PENDING" TO KAL-STATUS-WORD
           END-EVALUATE
           MOVE KAL-PV-WEIGHT TO KAL-ED-WEIGHT
           MOVE KAL-PV-THRESHOLD TO KAL-ED-VALUE-1
           MOVE KAL-PV-CHANNEL-THRESHOLD(1) TO KAL-ED-VALUE-2
           MOVE KAL-PV-CHANNEL-THRESHOLD(2) TO KAL-ED-VALUE-3
           MOVE KAL-PV-CHANNEL-THRESHOLD(3) TO KAL-ED-VALUE-4
           STRING KAL-PV-VERSION "  " KAL-STATUS-WORD "  "
                  KAL-PV-EFF-DATE "  " KAL-ED-WEIGHT "  "
                  KAL-ED-VALUE-1 " " KAL-ED-VALUE-2 " "
                  KAL-ED-VALUE-3 " " KAL-ED-VALUE-4 "  "
                  KAL-PV-REQUESTER " " KAL-PV-REQUEST-DATE "  "
                  KAL-PV-APPROVER " " KAL-PV-DECISION-DATE
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           MOVE KAL-PV-WEIGHT TO KAL-LST-WEIGHT
           MOVE KAL-PV-THRESHOLD TO KAL-LST-THRESHOLD
           MOVE KAL-PV-CHANNEL-THRESHOLD(1)
               TO KAL-LST-CHANNEL-THRESHOLD(1)
           MOVE KAL-PV-CHANNEL-THRESHOLD(2)
               TO KAL-LST-CHANNEL-THRESHOLD(2)
           MOVE KAL-PV-CHANNEL-THRESHOLD(3)
               TO KAL-LST-CHANNEL-THRESHOLD(3)
           MOVE KAL-PV-REQUESTER TO KAL-LISTED-REQUESTER
           MOVE KAL-PV-APPROVER  TO KAL-LISTED-APPROVER
           MOVE KAL-PV-STATUS    TO KAL-LISTED-STATUS
           PERFORM 3100-WRITE-WAS-LINE THRU 3100-EXIT

           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           STRING "      REASON: " KAL-PV-REASON
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-LISTED-STATUS = "A"
               AND KAL-LISTED-APPROVER = KAL-LISTED-REQUESTER
               ADD 1 TO KAL-SELF-APPROVED-COUNT
               STRING "      *** APPROVED BY ITS OWN REQUESTER -- "
                      "NOT A TWO-PERSON CHANGE ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3100-WRITE-WAS-LINE -- what the version replaced: its base
      * version's figures, printed under each figure that changed.
      * A first version was seeded from KALPARM.DAT and TABLE.DAT,
      * whose figures at the time are not on record.
      *---------------------------------------------------------------*
       3100-WRITE-WAS-LINE.
           IF KAL-PV-BASE-VERSION IS NOT NUMERIC
               OR KAL-PV-BASE-VERSION = ZERO
               STRING "      WAS KALPARM.DAT / TABLE.DAT -- FIRST "
                      "CONTROLLED VERSION"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE KAL-PV-BASE-VERSION TO KAL-WANTED-VERSION
           MOVE ZERO TO KAL-BASE-SUB
           PERFORM 3150-MATCH-BASE-VERSION THRU 3150-EXIT
               VARYING KAL-PARMVER-SCAN-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SCAN-SUB > KAL-PARMVER-COUNT
               OR KAL-BASE-SUB > 0
           IF KAL-BASE-SUB = 0
               STRING "      WAS VERSION " KAL-WANTED-VERSION
                      " -- NOT ON FILE"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE KAL-PARMVER-SLOT(KAL-BASE-SUB) TO KAL-PARMVER-RECORD
           STRING "      WAS VERSION " KAL-WANTED-VERSION
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           IF KAL-PV-WEIGHT NOT = KAL-LST-WEIGHT
               MOVE KAL-PV-WEIGHT TO KAL-ED-WEIGHT
               MOVE KAL-ED-WEIGHT TO KAL-RPT-LINE(27:5)
           END-IF
           IF KAL-PV-THRESHOLD NOT = KAL-LST-THRESHOLD
               MOVE KAL-PV-THRESHOLD TO KAL-ED-VALUE-1
               MOVE KAL-ED-VALUE-1 TO KAL-RPT-LINE(34:6)
           END-IF
           PERFORM 3200-SHOW-WAS-CHANNEL THRU 3200-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

       3150-MATCH-BASE-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SCAN-SUB)
               TO KAL-PARMVER-RECORD
           IF KAL-PV-VERSION = KAL-WANTED-VERSION
               MOVE KAL-PARMVER-SCAN-SUB TO KAL-BASE-SUB
           END-IF.
       3150-EXIT.
           EXIT.

       3200-SHOW-WAS-CHANNEL.
           IF KAL-PV-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
                   NOT = KAL-LST-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
               MOVE KAL-PV-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
                   TO KAL-ED-VALUE-1
               COMPUTE KAL-CHANGE-COL = 34 + (KAL-CHAN-SUB * 7)
               MOVE KAL-ED-VALUE-1 TO KAL-RPT-LINE(KAL-CHANGE-COL:6)
           END-IF.
       3200-EXIT.
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
      * and page number, the period, and the column headings in
      * front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALPRMHS -- PARAMETER CHANGE HISTORY"
                  "                  RUN DATE " 800-CURRENT-DATE-YYYY
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
      * 8000-WRITE-SUMMARY -- totals, the version in force today, and
      * a one-line console verdict.  A self-approved version gives a
      * non-zero return code so it cannot pass unnoticed.
      ******************************************************************
       8000-WRITE-SUMMARY.
           IF KAL-LISTED-COUNT = 0
               STRING "NO PARAMETER VERSION REQUESTED OR DECIDED IN "
                      "THE PERIOD"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "CHANGE HISTORY TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-PARMVER-COUNT TO KAL-ED-COUNT-1
           STRING "VERSIONS ON THE MASTER     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-LISTED-COUNT TO KAL-ED-COUNT-1
           STRING "VERSIONS IN THE PERIOD     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-APPROVED-COUNT TO KAL-ED-COUNT-1
           STRING "  APPROVED                 : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REJECTED-COUNT TO KAL-ED-COUNT-1
           STRING "  REJECTED OR WITHDRAWN    : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-PENDING-COUNT TO KAL-ED-COUNT-1
           STRING "  STILL PENDING            : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-SELF-APPROVED-COUNT TO KAL-ED-COUNT-1
           STRING "SELF-APPROVED VERSIONS     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-INFORCE-SUB = 0
               STRING "IN FORCE TODAY             : NONE -- RUNS USE "
                      "KALPARM.DAT AND TABLE.DAT"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           ELSE
               STRING "IN FORCE TODAY             : VERSION "
                      KAL-INFORCE-VERSION " EFFECTIVE "
                      KAL-INFORCE-EFF-DATE
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-SELF-APPROVED-COUNT > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "KalPrmHs: " KAL-LISTED-COUNT " versions listed, "
               KAL-SELF-APPROVED-COUNT " self-approved -- "
               "history on KALPRMHS.RPT".
       8000-EXIT.
           EXIT.

       END PROGRAM KalPrmHs.
