      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Weekly security violation report for the supervisor.
      *          The KALSIGN sign-on service writes one line to
      *          KALSECV.DAT for every refusal in the interactive
      *          maintenance programs -- an operator turned away at
      *          sign-on, or refused a function outside their
      *          authority on KALAUTH.DAT.  This report lists the
      *          week's refusals, then sums them up by operator (put
      *          to a name from the authority file, flagging anyone
      *          refused again and again) and by program and
      *          function.  The period defaults to the seven days
      *          ending today; KALMAN_SECRPT_FROM / KALMAN_SECRPT_TO
      *          (yyyymmdd) override it, and KALMAN_SECRPT_REPEAT
      *          (default 3) is how many refusals in the period mark
      *          an operator for follow-up.  The report goes to the
      *          KALSECRP.RPT print file; RC 4 when the period holds
      *          any violation.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalSecRp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalSecVio ASSIGN TO "KALSECV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-SECVIO-STATUS.
       SELECT OPTIONAL KalAuth ASSIGN TO "KALAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-AUTH-STATUS.
       SELECT KalReport ASSIGN TO "KALSECRP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalSecVio.
           COPY "KALSECV.CPY".
        FD KalAuth.
           COPY "KALAUTH.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-SECVIO-STATUS                PIC X(02)   VALUE "00".
       01  KAL-AUTH-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-SECVIO-EOF-SW                PIC X(01)   VALUE "N".
           88  KAL-SECVIO-AT-EOF                    VALUE "Y".
       01  KAL-AUTH-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-AUTH-AT-EOF                      VALUE "Y".

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
       01  KAL-WEEK-START-DATE              PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Reporting period: a violation is listed when it was logged
      * inside it.  The default is the week ending today.
      *---------------------------------------------------------------*
       01  KAL-PERIOD-FROM                  PIC X(08)   VALUE ZEROS.
       01  KAL-PERIOD-TO                    PIC X(08)   VALUE ALL "9".
       01  KAL-PERIOD-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-DATE-CHECK                   PIC X(08)   VALUE SPACES.
       01  KAL-DATE-OK-SW                   PIC X(01)   VALUE "N".
           88  KAL-DATE-OK                          VALUE "Y".
       01  KAL-REPEAT-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-REPEAT-LIMIT                 PIC 9(04)   VALUE 3.

      *---------------------------------------------------------------*
      * The authority file in memory, so each violation can be put
      * to a name and the operator's standing shown beside it.
      *---------------------------------------------------------------*
       01  KAL-AUTH-TABLE-MAX               PIC 9(04) COMP VALUE 500.
       01  KAL-AUTH-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-DROPPED-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-FUNC-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-AUTH-TABLE.
           05  KAL-AT-ENTRY OCCURS 500 TIMES.
               10  KAL-AT-USER-ID           PIC X(24).
               10  KAL-AT-NAME              PIC X(30).
               10  KAL-AT-STATUS            PIC X(01).
       01  KAL-ACTIVE-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-REVOKED-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-ADMIN-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-ADMIN-SW                     PIC X(01)   VALUE "N".
           88  KAL-IS-ADMIN                         VALUE "Y".

      *---------------------------------------------------------------*
      * Refusals in the period, summed by operator and by program and
      * function.  An operator's refusals are split into sign-on
      * refusals, functions refused, and attempts by an administrator
      * on their own authority entry.
      *---------------------------------------------------------------*
       01  KAL-USER-TABLE-MAX               PIC 9(04) COMP VALUE 200.
       01  KAL-USER-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-USER-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-USER-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-USER-TABLE.
           05  KAL-US-ENTRY OCCURS 200 TIMES.
               10  KAL-US-USER-ID           PIC X(24).
               10  KAL-US-TOTAL             PIC 9(05) COMP.
               10  KAL-US-SIGNON            PIC 9(05) COMP.
               10  KAL-US-FUNCTION          PIC 9(05) COMP.
               10  KAL-US-OWN               PIC 9(05) COMP.
               10  KAL-US-LAST-STAMP        PIC X(14).
       01  KAL-PROG-TABLE-MAX               PIC 9(04) COMP VALUE 50.
       01  KAL-PROG-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-PROG-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-PROG-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-PROG-TABLE.
           05  KAL-PG-ENTRY OCCURS 50 TIMES.
               10  KAL-PG-PROGRAM           PIC X(08).
               10  KAL-PG-FUNCTION          PIC X(04).
               10  KAL-PG-TOTAL             PIC 9(05) COMP.
       01  KAL-TABLE-FULL-SW                PIC X(01)   VALUE "N".
           88  KAL-TABLE-FULL-REPORTED              VALUE "Y".

      *---------------------------------------------------------------*
      * What each function code stands for, as the report prints it.
      *---------------------------------------------------------------*
       01  KAL-KNOWN-FUNC-COUNT             PIC 9(02) COMP VALUE 7.
       01  KAL-KNOWN-FUNC-SUB               PIC 9(02) COMP VALUE ZERO.
       01  KAL-KNOWN-FUNC-TABLE.
           05  FILLER                       PIC X(04)   VALUE "SIGN".
           05  FILLER                       PIC X(30)   VALUE
               "SIGN ON".
           05  FILLER                       PIC X(04)   VALUE "XACK".
           05  FILLER                       PIC X(30)   VALUE
               "ACKNOWLEDGE AN EXCEPTION".
           05  FILLER                       PIC X(04)   VALUE "XCLO".
           05  FILLER                       PIC X(30)   VALUE
               "CLOSE AN EXCEPTION".
           05  FILLER                       PIC X(04)   VALUE "RREP".
           05  FILLER                       PIC X(30)   VALUE
               "REPAIR A REJECTED READING".
           05  FILLER                       PIC X(04)   VALUE "RDRP".
           05  FILLER                       PIC X(30)   VALUE
               "DROP A REJECTED READING".
           05  FILLER                       PIC X(04)   VALUE "LCLR".
           05  FILLER                       PIC X(30)   VALUE
               "CLEAR A HELD RUN LOCK".
           05  FILLER                       PIC X(04)   VALUE "AUTH".
           05  FILLER                       PIC X(30)   VALUE
               "ADMINISTER OPERATOR AUTHORITY".
       01  KAL-KNOWN-FUNCS REDEFINES KAL-KNOWN-FUNC-TABLE.
           05  KAL-KNOWN-FUNC OCCURS 7 TIMES.
               10  KAL-KNOWN-FUNC-CODE      PIC X(04).
               10  KAL-KNOWN-FUNC-TEXT      PIC X(30).
       01  KAL-FUNC-TEXT                    PIC X(30)   VALUE SPACES.
       01  KAL-REASON-TEXT                  PIC X(28)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Verdict counters.
      *---------------------------------------------------------------*
       01  KAL-READ-COUNT                   PIC 9(06) COMP VALUE ZERO.
       01  KAL-PERIOD-COUNT                 PIC 9(06) COMP VALUE ZERO.
       01  KAL-BEFORE-COUNT                 PIC 9(06) COMP VALUE ZERO.
       01  KAL-AFTER-COUNT                  PIC 9(06) COMP VALUE ZERO.
       01  KAL-SIGNON-COUNT                 PIC 9(06) COMP VALUE ZERO.
       01  KAL-FUNCTION-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  KAL-OWN-COUNT                    PIC 9(06) COMP VALUE ZERO.
       01  KAL-REPEAT-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.  Each
      * section moves its own column heading into the column line.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE              PIC X(132)  VALUE SPACES.
       01  KAL-RPT-DETAIL-COLUMNS.
           05  FILLER                       PIC X(46)   VALUE
               "LOGGED AT            USER ID                  ".
           05  FILLER                       PIC X(43)   VALUE
               "PROGRAM  FUNC REASON                       ".
           05  FILLER                       PIC X(06)   VALUE
               "DETAIL".
       01  KAL-RPT-OPERATOR-COLUMNS.
           05  FILLER                       PIC X(25)   VALUE
               "USER ID                  ".
           05  FILLER                       PIC X(31)   VALUE
               "NAME                           ".
           05  FILLER                       PIC X(36)   VALUE
               "STATUS    TOTAL SIGNON   FUNC    OWN".
           05  FILLER                       PIC X(21)   VALUE
               "  LAST REFUSED".
       01  KAL-RPT-PROGRAM-COLUMNS.
           05  FILLER                       PIC X(45)   VALUE
               "PROGRAM  FUNC FUNCTION                       ".
           05  FILLER                       PIC X(05)   VALUE
               "COUNT".
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-3                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-4                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-USER-ID                   PIC X(24)   VALUE SPACES.
       01  KAL-ED-NAME                      PIC X(30)   VALUE SPACES.
       01  KAL-ED-STANDING                  PIC X(08)   VALUE SPACES.
       01  KAL-STAMP-WORK                   PIC X(14)   VALUE SPACES.
       01  KAL-ED-STAMP                     PIC X(19)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-LOAD-AUTHORITY THRU 1500-EXIT
           PERFORM 2000-SCAN-VIOLATIONS THRU 2000-EXIT
           PERFORM 3000-REPORT-OPERATORS THRU 3000-EXIT
           PERFORM 4000-REPORT-PROGRAMS THRU 4000-EXIT
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF KAL-PERIOD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the reporting week, the
      * repeat limit and the print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman security violation report by Gerardo "
               "Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE-YYYY TO KAL-TODAY-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-TODAY-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-TODAY-DATE(7:2)
           COMPUTE KAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KAL-TODAY-DATE))
           COMPUTE KAL-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(KAL-TODAY-INT - 6)
           MOVE KAL-WEEK-START-DATE TO KAL-PERIOD-FROM
           MOVE KAL-TODAY-DATE TO KAL-PERIOD-TO

           ACCEPT KAL-PERIOD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_SECRPT_FROM"
           IF KAL-PERIOD-ENV-TEXT NOT = SPACES
               MOVE KAL-PERIOD-ENV-TEXT TO KAL-DATE-CHECK
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF KAL-DATE-OK AND KAL-PERIOD-ENV-TEXT(9:2) = SPACES
                   MOVE KAL-DATE-CHECK TO KAL-PERIOD-FROM
               ELSE
                   DISPLAY "KALMAN_SECRPT_FROM '" KAL-PERIOD-ENV-TEXT
                       "' is not a valid yyyymmdd, keeping "
                       KAL-PERIOD-FROM
               END-IF
           END-IF
           MOVE SPACES TO KAL-PERIOD-ENV-TEXT
           ACCEPT KAL-PERIOD-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_SECRPT_TO"
           IF KAL-PERIOD-ENV-TEXT NOT = SPACES
               MOVE KAL-PERIOD-ENV-TEXT TO KAL-DATE-CHECK
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF KAL-DATE-OK AND KAL-PERIOD-ENV-TEXT(9:2) = SPACES
                   MOVE KAL-DATE-CHECK TO KAL-PERIOD-TO
               ELSE
                   DISPLAY "KALMAN_SECRPT_TO '" KAL-PERIOD-ENV-TEXT
                       "' is not a valid yyyymmdd, keeping "
                       KAL-PERIOD-TO
               END-IF
           END-IF
           DISPLAY "Reporting period : " KAL-PERIOD-FROM " to "
               KAL-PERIOD-TO
           ACCEPT KAL-REPEAT-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_SECRPT_REPEAT"
           IF KAL-REPEAT-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-REPEAT-ENV-TEXT) = 0
                   AND FUNCTION NUMVAL(KAL-REPEAT-ENV-TEXT) >= 1
                   COMPUTE KAL-REPEAT-LIMIT =
                       FUNCTION NUMVAL(KAL-REPEAT-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_SECRPT_REPEAT '"
                       KAL-REPEAT-ENV-TEXT
                       "' is not a valid count, keeping "
                       KAL-REPEAT-LIMIT
               END-IF
           END-IF
           DISPLAY "Repeat limit     : " KAL-REPEAT-LIMIT

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-REPEAT-LIMIT TO KAL-ED-COUNT-1
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- REFUSALS LOGGED FROM "
                      KAL-PERIOD-FROM " TO " KAL-PERIOD-TO
                      "; OPERATORS REFUSED" KAL-ED-COUNT-1
                      " TIMES OR MORE ARE FLAGGED FOR FOLLOW-UP"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALSECRP.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-CHECK-DATE -- KAL-DATE-CHECK must be a real calendar
      * date in yyyymmdd form.
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
      * 1500-LOAD-AUTHORITY -- the authority file into memory, with
      * its active, revoked and administrator counts.  A missing file
      * only means nobody is enrolled yet; every violation then shows
      * as not on the authority file.
      ******************************************************************
       1500-LOAD-AUTHORITY.
           OPEN INPUT KalAuth
           IF KAL-AUTH-STATUS = "05"
               CLOSE KalAuth
               DISPLAY "KALAUTH.DAT not found -- nobody enrolled"
               GO TO 1500-EXIT
           END-IF
           IF KAL-AUTH-STATUS NOT = "00"
               DISPLAY "KALAUTH.DAT could not be read, status "
                   KAL-AUTH-STATUS " -- operators shown unnamed"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1600-LOAD-AUTH-RECORD THRU 1600-EXIT
               UNTIL KAL-AUTH-AT-EOF
           CLOSE KalAuth
           DISPLAY "Operators loaded : " KAL-AUTH-COUNT
           IF KAL-AUTH-DROPPED-COUNT > 0
               DISPLAY "KALAUTH.DAT larger than workspace, "
                   KAL-AUTH-DROPPED-COUNT " entries not loaded"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       1500-EXIT.
           EXIT.

       1600-LOAD-AUTH-RECORD.
           READ KalAuth
               AT END
                   MOVE "Y" TO KAL-AUTH-EOF-SW
                   GO TO 1600-EXIT
           END-READ
           IF KAL-AU-USER-ID = SPACES
               GO TO 1600-EXIT
           END-IF
           IF KAL-AUTH-COUNT NOT < KAL-AUTH-TABLE-MAX
               ADD 1 TO KAL-AUTH-DROPPED-COUNT
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO KAL-AUTH-COUNT
           MOVE KAL-AU-USER-ID TO KAL-AT-USER-ID(KAL-AUTH-COUNT)
           MOVE KAL-AU-NAME TO KAL-AT-NAME(KAL-AUTH-COUNT)
           MOVE KAL-AU-STATUS TO KAL-AT-STATUS(KAL-AUTH-COUNT)
           IF NOT KAL-AU-IS-ACTIVE
               ADD 1 TO KAL-REVOKED-COUNT
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO KAL-ACTIVE-COUNT
           MOVE "N" TO KAL-ADMIN-SW
           PERFORM 1610-CHECK-ADMIN THRU 1610-EXIT
               VARYING KAL-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-FUNC-SUB > 10
           IF KAL-IS-ADMIN
               ADD 1 TO KAL-ADMIN-COUNT
           END-IF.
       1600-EXIT.
           EXIT.

       1610-CHECK-ADMIN.
           IF KAL-AU-FUNCTION(KAL-FUNC-SUB) = "AUTH"
               MOVE "Y" TO KAL-ADMIN-SW
           END-IF.
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-VIOLATIONS -- one pass of the violation file: each
      * refusal logged inside the period is listed as it comes and
      * posted to its operator and its program and function; the
      * rest are only counted.
      ******************************************************************
       2000-SCAN-VIOLATIONS.
           MOVE "VIOLATIONS LOGGED IN THE PERIOD" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RPT-DETAIL-COLUMNS TO KAL-RPT-COLUMN-LINE
           PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
           PERFORM 2050-READ-VIOLATION-FILE THRU 2050-EXIT
           IF KAL-PERIOD-COUNT = 0
               MOVE "(NO VIOLATIONS LOGGED IN THE PERIOD)"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       2000-EXIT.
           EXIT.

       2050-READ-VIOLATION-FILE.
           OPEN INPUT KalSecVio
           IF KAL-SECVIO-STATUS = "05"
               CLOSE KalSecVio
               DISPLAY "KALSECV.DAT not found -- no violations logged"
               GO TO 2050-EXIT
           END-IF
           IF KAL-SECVIO-STATUS NOT = "00"
               DISPLAY "KALSECV.DAT could not be read, status "
                   KAL-SECVIO-STATUS " -- violations not reported"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 2050-EXIT
           END-IF
           PERFORM 2100-READ-VIOLATION THRU 2100-EXIT
               UNTIL KAL-SECVIO-AT-EOF
           CLOSE KalSecVio.
       2050-EXIT.
           EXIT.

       2100-READ-VIOLATION.
           READ KalSecVio
               AT END
                   MOVE "Y" TO KAL-SECVIO-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF KAL-SECVIO-RECORD = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO KAL-READ-COUNT
           IF KAL-SV-TIMESTAMP(1:8) < KAL-PERIOD-FROM
               ADD 1 TO KAL-BEFORE-COUNT
               GO TO 2100-EXIT
           END-IF
           IF KAL-SV-TIMESTAMP(1:8) > KAL-PERIOD-TO
               ADD 1 TO KAL-AFTER-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO KAL-PERIOD-COUNT
           PERFORM 2200-PRINT-VIOLATION THRU 2200-EXIT
           PERFORM 2300-POST-OPERATOR THRU 2300-EXIT
           PERFORM 2400-POST-PROGRAM THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

       2200-PRINT-VIOLATION.
           MOVE KAL-SV-TIMESTAMP TO KAL-STAMP-WORK
           PERFORM 6400-EDIT-STAMP THRU 6400-EXIT
           PERFORM 6300-EDIT-REASON THRU 6300-EXIT
           IF KAL-SV-USER-ID = SPACES
               MOVE "(NO USER ID)" TO KAL-ED-USER-ID
           ELSE
               MOVE KAL-SV-USER-ID TO KAL-ED-USER-ID
           END-IF
           STRING KAL-ED-STAMP "  " KAL-ED-USER-ID " " KAL-SV-PROGRAM
                  " " KAL-SV-FUNCTION " " KAL-REASON-TEXT " "
                  KAL-SV-DETAIL
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-POST-OPERATOR -- add the refusal to its operator's line,
      * opening one at the first refusal.  Refusals with no user ID
      * are summed together on a line of their own.
      *---------------------------------------------------------------*
       2300-POST-OPERATOR.
           MOVE ZERO TO KAL-USER-HIT-SUB
           PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
               VARYING KAL-USER-SUB FROM 1 BY 1
               UNTIL KAL-USER-SUB > KAL-USER-COUNT
                   OR KAL-USER-HIT-SUB > 0
           IF KAL-USER-HIT-SUB = 0
               IF KAL-USER-COUNT NOT < KAL-USER-TABLE-MAX
                   PERFORM 2500-REPORT-TABLE-FULL THRU 2500-EXIT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO KAL-USER-COUNT
               MOVE KAL-USER-COUNT TO KAL-USER-HIT-SUB
               MOVE KAL-SV-USER-ID TO KAL-US-USER-ID(KAL-USER-HIT-SUB)
               MOVE ZERO TO KAL-US-TOTAL(KAL-USER-HIT-SUB)
                            KAL-US-SIGNON(KAL-USER-HIT-SUB)
                            KAL-US-FUNCTION(KAL-USER-HIT-SUB)
                            KAL-US-OWN(KAL-USER-HIT-SUB)
               MOVE SPACES TO KAL-US-LAST-STAMP(KAL-USER-HIT-SUB)
           END-IF
           ADD 1 TO KAL-US-TOTAL(KAL-USER-HIT-SUB)
           EVALUATE TRUE
               WHEN KAL-SV-FUNCTION = "SIGN"
                   ADD 1 TO KAL-US-SIGNON(KAL-USER-HIT-SUB)
                   ADD 1 TO KAL-SIGNON-COUNT
               WHEN KAL-SV-OWN-ENTRY
                   ADD 1 TO KAL-US-OWN(KAL-USER-HIT-SUB)
                   ADD 1 TO KAL-OWN-COUNT
               WHEN OTHER
                   ADD 1 TO KAL-US-FUNCTION(KAL-USER-HIT-SUB)
                   ADD 1 TO KAL-FUNCTION-COUNT
           END-EVALUATE
           IF KAL-SV-TIMESTAMP > KAL-US-LAST-STAMP(KAL-USER-HIT-SUB)
               MOVE KAL-SV-TIMESTAMP
                   TO KAL-US-LAST-STAMP(KAL-USER-HIT-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-OPERATOR.
           IF KAL-US-USER-ID(KAL-USER-SUB) = KAL-SV-USER-ID
               MOVE KAL-USER-SUB TO KAL-USER-HIT-SUB
           END-IF.
       2310-EXIT.
           EXIT.

       2400-POST-PROGRAM.
           MOVE ZERO TO KAL-PROG-HIT-SUB
           PERFORM 2410-MATCH-PROGRAM THRU 2410-EXIT
               VARYING KAL-PROG-SUB FROM 1 BY 1
               UNTIL KAL-PROG-SUB > KAL-PROG-COUNT
                   OR KAL-PROG-HIT-SUB > 0
           IF KAL-PROG-HIT-SUB = 0
               IF KAL-PROG-COUNT NOT < KAL-PROG-TABLE-MAX
                   PERFORM 2500-REPORT-TABLE-FULL THRU 2500-EXIT
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO KAL-PROG-COUNT
               MOVE KAL-PROG-COUNT TO KAL-PROG-HIT-SUB
               MOVE KAL-SV-PROGRAM TO KAL-PG-PROGRAM(KAL-PROG-HIT-SUB)
               MOVE KAL-SV-FUNCTION
                   TO KAL-PG-FUNCTION(KAL-PROG-HIT-SUB)
               MOVE ZERO TO KAL-PG-TOTAL(KAL-PROG-HIT-SUB)
           END-IF
           ADD 1 TO KAL-PG-TOTAL(KAL-PROG-HIT-SUB).
       2400-EXIT.
           EXIT.

       2410-MATCH-PROGRAM.
           IF KAL-PG-PROGRAM(KAL-PROG-SUB) = KAL-SV-PROGRAM
               AND KAL-PG-FUNCTION(KAL-PROG-SUB) = KAL-SV-FUNCTION
               MOVE KAL-PROG-SUB TO KAL-PROG-HIT-SUB
           END-IF.
       2410-EXIT.
           EXIT.

       2500-REPORT-TABLE-FULL.
           IF NOT KAL-TABLE-FULL-REPORTED
               DISPLAY "Too many operators or functions in the "
                   "period -- summaries incomplete"
               MOVE "Y" TO KAL-TABLE-FULL-SW
               ADD 1 TO KAL-ERROR-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-OPERATORS -- one line per operator refused in the
      * period, put to a name and standing from the authority file.
      * An operator refused the repeat limit or more is flagged for
      * the supervisor to follow up.
      ******************************************************************
       3000-REPORT-OPERATORS.
           MOVE "VIOLATIONS BY OPERATOR" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RPT-OPERATOR-COLUMNS TO KAL-RPT-COLUMN-LINE
           PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
           IF KAL-USER-COUNT = 0
               MOVE "(NONE)" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 3100-REPORT-ONE-OPERATOR THRU 3100-EXIT
               VARYING KAL-USER-SUB FROM 1 BY 1
               UNTIL KAL-USER-SUB > KAL-USER-COUNT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-OPERATOR.
           MOVE ZERO TO KAL-AUTH-HIT-SUB
           IF KAL-US-USER-ID(KAL-USER-SUB) NOT = SPACES
               PERFORM 3110-FIND-AUTHORITY THRU 3110-EXIT
                   VARYING KAL-AUTH-SUB FROM 1 BY 1
                   UNTIL KAL-AUTH-SUB > KAL-AUTH-COUNT
                       OR KAL-AUTH-HIT-SUB > 0
           END-IF
           MOVE KAL-US-USER-ID(KAL-USER-SUB) TO KAL-ED-USER-ID
           EVALUATE TRUE
               WHEN KAL-US-USER-ID(KAL-USER-SUB) = SPACES
                   MOVE "(NO USER ID)" TO KAL-ED-USER-ID
                   MOVE "(NOBODY SIGNED ON)" TO KAL-ED-NAME
                   MOVE "-" TO KAL-ED-STANDING
               WHEN KAL-AUTH-HIT-SUB = 0
                   MOVE "(NOT ON THE AUTHORITY FILE)" TO KAL-ED-NAME
                   MOVE "UNKNOWN" TO KAL-ED-STANDING
               WHEN KAL-AT-STATUS(KAL-AUTH-HIT-SUB) = "A"
                   MOVE KAL-AT-NAME(KAL-AUTH-HIT-SUB) TO KAL-ED-NAME
                   MOVE "ACTIVE" TO KAL-ED-STANDING
               WHEN OTHER
                   MOVE KAL-AT-NAME(KAL-AUTH-HIT-SUB) TO KAL-ED-NAME
                   MOVE "REVOKED" TO KAL-ED-STANDING
           END-EVALUATE
           MOVE KAL-US-TOTAL(KAL-USER-SUB) TO KAL-ED-COUNT-1
           MOVE KAL-US-SIGNON(KAL-USER-SUB) TO KAL-ED-COUNT-2
           MOVE KAL-US-FUNCTION(KAL-USER-SUB) TO KAL-ED-COUNT-3
           MOVE KAL-US-OWN(KAL-USER-SUB) TO KAL-ED-COUNT-4
           MOVE KAL-US-LAST-STAMP(KAL-USER-SUB) TO KAL-STAMP-WORK
           PERFORM 6400-EDIT-STAMP THRU 6400-EXIT
           STRING KAL-ED-USER-ID " " KAL-ED-NAME " " KAL-ED-STANDING
                  " " KAL-ED-COUNT-1 " " KAL-ED-COUNT-2
                  " " KAL-ED-COUNT-3 " " KAL-ED-COUNT-4
                  "  " KAL-ED-STAMP
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           IF KAL-US-TOTAL(KAL-USER-SUB) NOT < KAL-REPEAT-LIMIT
               ADD 1 TO KAL-REPEAT-COUNT
               MOVE "*** FOLLOW UP ***" TO KAL-RPT-LINE(116:17)
               DISPLAY "Operator " KAL-ED-USER-ID " refused"
                   KAL-ED-COUNT-1 " times in the period"
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

       3110-FIND-AUTHORITY.
           IF KAL-AT-USER-ID(KAL-AUTH-SUB) =
                   KAL-US-USER-ID(KAL-USER-SUB)
               MOVE KAL-AUTH-SUB TO KAL-AUTH-HIT-SUB
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-PROGRAMS -- refusals in the period by program and
      * function, in the order first met.
      ******************************************************************
       4000-REPORT-PROGRAMS.
           MOVE "VIOLATIONS BY PROGRAM AND FUNCTION" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RPT-PROGRAM-COLUMNS TO KAL-RPT-COLUMN-LINE
           PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
           IF KAL-PROG-COUNT = 0
               MOVE "(NONE)" TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 4100-REPORT-ONE-PROGRAM THRU 4100-EXIT
               VARYING KAL-PROG-SUB FROM 1 BY 1
               UNTIL KAL-PROG-SUB > KAL-PROG-COUNT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-PROGRAM.
           MOVE "(UNKNOWN FUNCTION CODE)" TO KAL-FUNC-TEXT
           PERFORM 4110-NAME-FUNCTION THRU 4110-EXIT
               VARYING KAL-KNOWN-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-KNOWN-FUNC-SUB > KAL-KNOWN-FUNC-COUNT
           MOVE KAL-PG-TOTAL(KAL-PROG-SUB) TO KAL-ED-COUNT-1
           STRING KAL-PG-PROGRAM(KAL-PROG-SUB) " "
                  KAL-PG-FUNCTION(KAL-PROG-SUB) " " KAL-FUNC-TEXT
                  KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

       4110-NAME-FUNCTION.
           IF KAL-KNOWN-FUNC-CODE(KAL-KNOWN-FUNC-SUB) =
                   KAL-PG-FUNCTION(KAL-PROG-SUB)
               MOVE KAL-KNOWN-FUNC-TEXT(KAL-KNOWN-FUNC-SUB)
                   TO KAL-FUNC-TEXT
           END-IF.
       4110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE -- KAL-RPT-LINE to the print file,
      * starting a new page when the current one is full.
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
           STRING "KALSECRP -- SECURITY VIOLATION REPORT"
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
      * 6300-EDIT-REASON -- the violation's reason code in words.
      *---------------------------------------------------------------*
       6300-EDIT-REASON.
           EVALUATE TRUE
               WHEN KAL-SV-NO-USER-ID
                   MOVE "NO USER ID SIGNED ON" TO KAL-REASON-TEXT
               WHEN KAL-SV-NOBODY-ENROLLED
                   MOVE "NOBODY ENROLLED YET" TO KAL-REASON-TEXT
               WHEN KAL-SV-AUTH-UNREADABLE
                   MOVE "AUTHORITY FILE UNREADABLE" TO KAL-REASON-TEXT
               WHEN KAL-SV-NOT-ON-FILE
                   MOVE "NOT ON THE AUTHORITY FILE" TO KAL-REASON-TEXT
               WHEN KAL-SV-REVOKED
                   MOVE "AUTHORITY REVOKED" TO KAL-REASON-TEXT
               WHEN KAL-SV-NOT-GRANTED
                   MOVE "FUNCTION NOT GRANTED" TO KAL-REASON-TEXT
               WHEN KAL-SV-OWN-ENTRY
                   MOVE "OWN AUTHORITY ENTRY" TO KAL-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO KAL-REASON-TEXT
                   STRING "UNKNOWN REASON " KAL-SV-REASON
                       DELIMITED BY SIZE INTO KAL-REASON-TEXT
           END-EVALUATE.
       6300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6400-EDIT-STAMP -- KAL-STAMP-WORK as yyyy/mm/dd hh:mm:ss.
      *---------------------------------------------------------------*
       6400-EDIT-STAMP.
           MOVE SPACES TO KAL-ED-STAMP
           STRING KAL-STAMP-WORK(1:4) "/" KAL-STAMP-WORK(5:2) "/"
                  KAL-STAMP-WORK(7:2) " " KAL-STAMP-WORK(9:2) ":"
                  KAL-STAMP-WORK(11:2) ":" KAL-STAMP-WORK(13:2)
               DELIMITED BY SIZE INTO KAL-ED-STAMP.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY -- totals and a one-line console verdict.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE "VIOLATION TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-READ-COUNT TO KAL-ED-COUNT-1
           STRING "VIOLATIONS ON FILE         : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-PERIOD-COUNT TO KAL-ED-COUNT-1
           STRING "  IN THE PERIOD            : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-BEFORE-COUNT TO KAL-ED-COUNT-1
           STRING "  BEFORE THE PERIOD        : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-AFTER-COUNT TO KAL-ED-COUNT-1
           STRING "  AFTER THE PERIOD         : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-SIGNON-COUNT TO KAL-ED-COUNT-1
           STRING "SIGN-ONS REFUSED           : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-FUNCTION-COUNT TO KAL-ED-COUNT-1
           STRING "FUNCTIONS REFUSED          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-OWN-COUNT TO KAL-ED-COUNT-1
           STRING "OWN-ENTRY CHANGES REFUSED  : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-USER-COUNT TO KAL-ED-COUNT-1
           STRING "OPERATORS REFUSED          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REPEAT-COUNT TO KAL-ED-COUNT-1
           STRING "  FLAGGED FOR FOLLOW-UP    : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-AUTH-COUNT TO KAL-ED-COUNT-1
           STRING "OPERATORS ON KALAUTH.DAT   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-ACTIVE-COUNT TO KAL-ED-COUNT-1
           STRING "  ACTIVE                   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-ADMIN-COUNT TO KAL-ED-COUNT-1
           STRING "    HOLDING AUTH           : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REVOKED-COUNT TO KAL-ED-COUNT-1
           STRING "  REVOKED                  : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           EVALUATE TRUE
               WHEN KAL-ERROR-COUNT > 0
                   MOVE "*** ERRORS -- SEE THE CONSOLE LOG ***"
                       TO KAL-RPT-LINE
               WHEN KAL-REPEAT-COUNT > 0
                   MOVE "*** REPEATED VIOLATIONS -- FOLLOW UP ABOVE ***"
                       TO KAL-RPT-LINE
               WHEN KAL-PERIOD-COUNT > 0
                   MOVE "*** VIOLATIONS IN THE PERIOD -- SEE ABOVE ***"
                       TO KAL-RPT-LINE
               WHEN OTHER
                   MOVE "NO SECURITY VIOLATIONS IN THE PERIOD"
                       TO KAL-RPT-LINE
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalSecRp: " KAL-PERIOD-COUNT
               " violations in the period, " KAL-REPEAT-COUNT
               " operators flagged -- report on KALSECRP.RPT".
       8000-EXIT.
           EXIT.

       END PROGRAM KalSecRp.
