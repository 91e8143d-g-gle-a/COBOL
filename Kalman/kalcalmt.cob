      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Maintenance for KALCAL.DAT, the sensor calibration
      *          master Kalman corrects probe readings with.  The
      *          instrumentation technician lists a channel's
      *          calibration history, adds the entry for a fresh
      *          calibration (offset, gain, calibration date, next-due
      *          date, effective date and who did it) and retires an
      *          entry found to be wrong; the master is rewritten on
      *          the way out when anything changed.  Entries are never
      *          deleted, so every Data1 row's calibration version can
      *          still be traced back to the figures it was corrected
      *          with.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalCalMt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalCalib ASSIGN TO "KALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-CALIB-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalCalib.
           COPY "KALCAL.CPY".
       WORKING-STORAGE SECTION.
       01  KAL-CALIB-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-CALIB-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-CALIB-AT-EOF                     VALUE "Y".
       01  KAL-QUIT-SW                      PIC X(01)   VALUE "N".
           88  KAL-QUIT-WANTED                      VALUE "Y".
       01  KAL-CHANGED-SW                   PIC X(01)   VALUE "N".
           88  KAL-MASTER-CHANGED                   VALUE "Y".

      *---------------------------------------------------------------*
      * The whole master in memory while the technician works on it.
      *---------------------------------------------------------------*
       01  KAL-CALIB-TABLE-MAX              PIC 9(04) COMP VALUE 2000.
       01  KAL-CALIB-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-CALIB-SUB                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-CALIB-HIT-SUB                PIC 9(04) COMP VALUE ZERO.
       01  KAL-CALIB-DROPPED-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  KAL-CALIB-TABLE.
           05  KAL-CALIB-SLOT OCCURS 2000 TIMES
                                            PIC X(74).

      *---------------------------------------------------------------*
      * Operator dialog fields.
      *---------------------------------------------------------------*
       01  KAL-MNT-COMMAND                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-CHANNEL                  PIC X(02)   VALUE SPACES.
       01  KAL-MNT-VERSION-TEXT             PIC X(04)   VALUE SPACES.
       01  KAL-MNT-VERSION                  PIC 9(04)   VALUE ZERO.
       01  KAL-MNT-OFFSET-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-MNT-GAIN-TEXT                PIC X(10)   VALUE SPACES.
       01  KAL-MNT-OFFSET              PIC S9(04)V9(03) VALUE ZERO.
       01  KAL-MNT-GAIN                PIC S9(04)V9(04) VALUE ZERO.
       01  KAL-MNT-CAL-DATE                 PIC X(08)   VALUE SPACES.
       01  KAL-MNT-DUE-DATE                 PIC X(08)   VALUE SPACES.
       01  KAL-MNT-EFF-DATE                 PIC X(08)   VALUE SPACES.
       01  KAL-MNT-TECHNICIAN               PIC X(24)   VALUE SPACES.
       01  KAL-MNT-CONFIRM                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-DATE-CHECK               PIC X(08)   VALUE SPACES.
       01  KAL-MNT-DATE-OK-SW               PIC X(01)   VALUE "N".
           88  KAL-MNT-DATE-OK                      VALUE "Y".
       01  KAL-NEXT-VERSION                 PIC 9(04)   VALUE ZERO.
       01  KAL-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-ED-OFFSET                    PIC -Z9.999 VALUE ZERO.
       01  KAL-ED-GAIN                      PIC 9.9999  VALUE ZERO.

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY        PIC 9(04).
           05  800-CURRENT-DATE-MM          PIC 9(02).
           05  800-CURRENT-DATE-DD          PIC 9(02).
           05  800-CURRENT-TIME-HH          PIC 9(02).
           05  800-CURRENT-TIME-MM          PIC 9(02).
           05  800-CURRENT-TIME-SS          PIC 9(02).
           05  FILLER                       PIC X(07).
       01  KAL-TODAY                        PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Run-lock interlock: the CALIB lock is held for the whole
      * session, so two technicians cannot each load the master and
      * have the second rewrite lose the first one's entries.
      *---------------------------------------------------------------*
           COPY "KALLCK.CPY".
       01  KAL-LOCK-REFUSED-SW              PIC X(01)   VALUE "N".
           88  KAL-LOCK-REFUSED                     VALUE "Y".
       01  KAL-LOCK-TAKEN-SW                PIC X(01)   VALUE "N".
           88  KAL-LOCK-TAKEN                       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-ACQUIRE-LOCK THRU 0100-EXIT
           IF KAL-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SERVE-COMMAND THRU 2000-EXIT
               UNTIL KAL-QUIT-WANTED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT
           STOP RUN.

      *---------------------------------------------------------------*
      * 0100-ACQUIRE-LOCK -- take the CALIB lock or stand down.  A
      * build without the lock service runs unprotected.
      *---------------------------------------------------------------*
       0100-ACQUIRE-LOCK.
           MOVE "ACQ" TO KAL-LCK-FUNCTION
           MOVE "CALIB" TO KAL-LCK-NAME
           MOVE "KALCALMT" TO KAL-LCK-CALLER
           CALL "KALLOCK" USING KAL-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Lock service not available -- "
                       "running unprotected"
                   GO TO 0100-EXIT
           END-CALL
           EVALUATE KAL-LCK-STATUS
               WHEN "00"
                   MOVE "Y" TO KAL-LOCK-TAKEN-SW
               WHEN "91"
                   DISPLAY "Lock CALIB held by " KAL-LCK-HOLDER
                       " (" KAL-LCK-PROGRAM ") since "
                       KAL-LCK-SINCE " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
               WHEN OTHER
                   DISPLAY "Lock CALIB could not be taken, status "
                       KAL-LCK-STATUS " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
           END-EVALUATE.
       0100-EXIT.
           EXIT.

       0200-RELEASE-LOCK.
           IF NOT KAL-LOCK-TAKEN
               GO TO 0200-EXIT
           END-IF
           MOVE "REL" TO KAL-LCK-FUNCTION
           CALL "KALLOCK" USING KAL-LOCK-REQUEST
           IF KAL-LCK-STATUS NOT = "00"
               DISPLAY "Lock CALIB could not be released, status "
                   KAL-LCK-STATUS
           END-IF.
       0200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- pull the master into memory.  No master on
      * file yet is not an error: the first entry added creates it.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Calibration master maintenance by "
               "Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:8) TO KAL-TODAY
           OPEN INPUT KalCalib
           IF KAL-CALIB-STATUS NOT = "00"
               AND KAL-CALIB-STATUS NOT = "05"
               DISPLAY "KALCAL.DAT not available, status "
                   KAL-CALIB-STATUS " -- nothing to maintain"
               MOVE "Y" TO KAL-QUIT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-CALIBRATION-RECORD THRU 1100-EXIT
               UNTIL KAL-CALIB-AT-EOF
           CLOSE KalCalib
           DISPLAY "Calibration entries loaded : " KAL-CALIB-COUNT
           IF KAL-CALIB-DROPPED-COUNT > 0
               DISPLAY "Master larger than workspace, "
                   KAL-CALIB-DROPPED-COUNT " entries left untouched"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CALIBRATION-RECORD.
           READ KalCalib
               AT END
                   MOVE "Y" TO KAL-CALIB-EOF-SW
               NOT AT END
                   IF KAL-CALIB-COUNT < KAL-CALIB-TABLE-MAX
                       ADD 1 TO KAL-CALIB-COUNT
                       MOVE KAL-CALIB-RECORD
                           TO KAL-CALIB-SLOT(KAL-CALIB-COUNT)
                   ELSE
                       ADD 1 TO KAL-CALIB-DROPPED-COUNT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SERVE-COMMAND -- one technician request: L lists a
      * channel's entries, A adds a new calibration, R retires one,
      * Q leaves (writing the master back when anything changed).
      ******************************************************************
       2000-SERVE-COMMAND.
           DISPLAY "Command (L=list, A=add, R=retire, Q=quit):"
           MOVE SPACE TO KAL-MNT-COMMAND
           ACCEPT KAL-MNT-COMMAND
           EVALUATE KAL-MNT-COMMAND
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-CHANNEL THRU 3000-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADD-CALIBRATION THRU 4000-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 5000-RETIRE-CALIBRATION THRU 5000-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO KAL-QUIT-SW
               WHEN OTHER
                   DISPLAY "Unknown command '" KAL-MNT-COMMAND "'"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2100-ASK-CHANNEL -- the probe channel, 01 to 03; anything
      * else comes back as spaces.
      *---------------------------------------------------------------*
       2100-ASK-CHANNEL.
           DISPLAY "Channel (01-03):"
           MOVE SPACES TO KAL-MNT-CHANNEL
           ACCEPT KAL-MNT-CHANNEL
           IF KAL-MNT-CHANNEL NOT = "01"
               AND KAL-MNT-CHANNEL NOT = "02"
               AND KAL-MNT-CHANNEL NOT = "03"
               DISPLAY "Channel must be 01, 02 or 03"
               MOVE SPACES TO KAL-MNT-CHANNEL
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2200-CHECK-DATE -- KAL-MNT-DATE-CHECK must be a real calendar
      * date, yyyymmdd.
      *---------------------------------------------------------------*
       2200-CHECK-DATE.
           MOVE "N" TO KAL-MNT-DATE-OK-SW
           IF KAL-MNT-DATE-CHECK IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(KAL-MNT-DATE-CHECK)) = 0
               MOVE "Y" TO KAL-MNT-DATE-OK-SW
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-CHANNEL -- every entry for one channel, in file
      * order, retired ones included.
      ******************************************************************
       3000-LIST-CHANNEL.
           PERFORM 2100-ASK-CHANNEL THRU 2100-EXIT
           IF KAL-MNT-CHANNEL = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO KAL-LIST-COUNT
           DISPLAY "Ch Ver  Effective Offset  Gain   Calibrated"
               " Due      St Retired  Technician"
           PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
               VARYING KAL-CALIB-SUB FROM 1 BY 1
               UNTIL KAL-CALIB-SUB > KAL-CALIB-COUNT
           DISPLAY "Entries : " KAL-LIST-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-ENTRY.
           MOVE KAL-CALIB-SLOT(KAL-CALIB-SUB) TO KAL-CALIB-RECORD
           IF KAL-CB-CHANNEL = KAL-MNT-CHANNEL
               ADD 1 TO KAL-LIST-COUNT
               MOVE KAL-CB-OFFSET TO KAL-ED-OFFSET
               MOVE KAL-CB-GAIN   TO KAL-ED-GAIN
               DISPLAY KAL-CB-CHANNEL SPACE KAL-CB-VERSION SPACE
                   KAL-CB-EFF-DATE SPACE SPACE KAL-ED-OFFSET SPACE
                   KAL-ED-GAIN SPACE KAL-CB-CAL-DATE SPACE SPACE
                   SPACE KAL-CB-DUE-DATE SPACE KAL-CB-STATUS SPACE
                   SPACE KAL-CB-RETIRED-DATE SPACE KAL-CB-TECHNICIAN
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-CALIBRATION -- a new entry for a fresh calibration.
      * It takes the channel's next version number; nothing already
      * on file is altered, the new entry simply outranks older ones
      * from its effective date on.
      ******************************************************************
       4000-ADD-CALIBRATION.
           PERFORM 2100-ASK-CHANNEL THRU 2100-EXIT
           IF KAL-MNT-CHANNEL = SPACES
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Offset (-99.999 to 99.999):"
           MOVE SPACES TO KAL-MNT-OFFSET-TEXT
           ACCEPT KAL-MNT-OFFSET-TEXT
           IF FUNCTION TEST-NUMVAL(KAL-MNT-OFFSET-TEXT) NOT = 0
               DISPLAY "Offset must be a number"
               GO TO 4000-EXIT
           END-IF
           COMPUTE KAL-MNT-OFFSET =
               FUNCTION NUMVAL(KAL-MNT-OFFSET-TEXT)
           IF KAL-MNT-OFFSET < -99.999 OR KAL-MNT-OFFSET > 99.999
               DISPLAY "Offset must lie between -99.999 and 99.999"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Gain (0.0001 to 9.9999):"
           MOVE SPACES TO KAL-MNT-GAIN-TEXT
           ACCEPT KAL-MNT-GAIN-TEXT
           IF FUNCTION TEST-NUMVAL(KAL-MNT-GAIN-TEXT) NOT = 0
               DISPLAY "Gain must be a number"
               GO TO 4000-EXIT
           END-IF
           COMPUTE KAL-MNT-GAIN = FUNCTION NUMVAL(KAL-MNT-GAIN-TEXT)
           IF KAL-MNT-GAIN NOT > 0 OR KAL-MNT-GAIN > 9.9999
               DISPLAY "Gain must lie between 0.0001 and 9.9999"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Calibration date (yyyymmdd):"
           MOVE SPACES TO KAL-MNT-CAL-DATE
           ACCEPT KAL-MNT-CAL-DATE
           MOVE KAL-MNT-CAL-DATE TO KAL-MNT-DATE-CHECK
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT
           IF NOT KAL-MNT-DATE-OK
               DISPLAY "Calibration date is not a valid yyyymmdd"
               GO TO 4000-EXIT
           END-IF
           IF KAL-MNT-CAL-DATE > KAL-TODAY
               DISPLAY "Calibration date cannot be in the future"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Next calibration due (yyyymmdd):"
           MOVE SPACES TO KAL-MNT-DUE-DATE
           ACCEPT KAL-MNT-DUE-DATE
           MOVE KAL-MNT-DUE-DATE TO KAL-MNT-DATE-CHECK
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT
           IF NOT KAL-MNT-DATE-OK
               DISPLAY "Due date is not a valid yyyymmdd"
               GO TO 4000-EXIT
           END-IF
           IF KAL-MNT-DUE-DATE NOT > KAL-MNT-CAL-DATE
               DISPLAY "Due date must be after the calibration date"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Effective from (yyyymmdd, blank = calibration "
               "date):"
           MOVE SPACES TO KAL-MNT-EFF-DATE
           ACCEPT KAL-MNT-EFF-DATE
           IF KAL-MNT-EFF-DATE = SPACES
               MOVE KAL-MNT-CAL-DATE TO KAL-MNT-EFF-DATE
           END-IF
           MOVE KAL-MNT-EFF-DATE TO KAL-MNT-DATE-CHECK
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT
           IF NOT KAL-MNT-DATE-OK
               DISPLAY "Effective date is not a valid yyyymmdd"
               GO TO 4000-EXIT
           END-IF
           IF KAL-MNT-EFF-DATE < KAL-MNT-CAL-DATE
               DISPLAY "Effective date cannot precede the "
                   "calibration itself"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Technician:"
           MOVE SPACES TO KAL-MNT-TECHNICIAN
           ACCEPT KAL-MNT-TECHNICIAN
           IF KAL-MNT-TECHNICIAN = SPACES
               DISPLAY "Technician must be given"
               GO TO 4000-EXIT
           END-IF

           IF KAL-CALIB-COUNT NOT < KAL-CALIB-TABLE-MAX
               DISPLAY "Master workspace full -- entry NOT added"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO KAL-NEXT-VERSION
           PERFORM 4100-FIND-LAST-VERSION THRU 4100-EXIT
               VARYING KAL-CALIB-SUB FROM 1 BY 1
               UNTIL KAL-CALIB-SUB > KAL-CALIB-COUNT
           IF KAL-NEXT-VERSION = 9999
               DISPLAY "Channel " KAL-MNT-CHANNEL
                   " has used every version number -- entry NOT added"
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO KAL-NEXT-VERSION

           MOVE SPACES TO KAL-CALIB-RECORD
           MOVE KAL-MNT-CHANNEL    TO KAL-CB-CHANNEL
           MOVE KAL-NEXT-VERSION   TO KAL-CB-VERSION
           MOVE KAL-MNT-EFF-DATE   TO KAL-CB-EFF-DATE
           MOVE KAL-MNT-OFFSET     TO KAL-CB-OFFSET
           MOVE KAL-MNT-GAIN       TO KAL-CB-GAIN
           MOVE KAL-MNT-CAL-DATE   TO KAL-CB-CAL-DATE
           MOVE KAL-MNT-DUE-DATE   TO KAL-CB-DUE-DATE
           MOVE KAL-MNT-TECHNICIAN TO KAL-CB-TECHNICIAN
           MOVE "A"                TO KAL-CB-STATUS
           ADD 1 TO KAL-CALIB-COUNT
           MOVE KAL-CALIB-RECORD TO KAL-CALIB-SLOT(KAL-CALIB-COUNT)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Channel " KAL-CB-CHANNEL " version "
               KAL-CB-VERSION " added, effective " KAL-CB-EFF-DATE.
       4000-EXIT.
           EXIT.

       4100-FIND-LAST-VERSION.
           MOVE KAL-CALIB-SLOT(KAL-CALIB-SUB) TO KAL-CALIB-RECORD
           IF KAL-CB-CHANNEL = KAL-MNT-CHANNEL
               AND KAL-CB-VERSION IS NUMERIC
               AND KAL-CB-VERSION > KAL-NEXT-VERSION
               MOVE KAL-CB-VERSION TO KAL-NEXT-VERSION
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RETIRE-CALIBRATION -- withdraw one entry, named by
      * channel and version, from today on.  Readings already taken
      * under it keep resolving to it; from today the channel falls
      * back to its next most recent active entry, or to none.
      ******************************************************************
       5000-RETIRE-CALIBRATION.
           PERFORM 2100-ASK-CHANNEL THRU 2100-EXIT
           IF KAL-MNT-CHANNEL = SPACES
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Version (nnnn):"
           MOVE SPACES TO KAL-MNT-VERSION-TEXT
           ACCEPT KAL-MNT-VERSION-TEXT
           IF KAL-MNT-VERSION-TEXT IS NOT NUMERIC
               DISPLAY "Version must be a 4-digit number"
               GO TO 5000-EXIT
           END-IF
           MOVE KAL-MNT-VERSION-TEXT TO KAL-MNT-VERSION

           MOVE ZERO TO KAL-CALIB-HIT-SUB
           PERFORM 5100-MATCH-ACTIVE-ENTRY THRU 5100-EXIT
               VARYING KAL-CALIB-SUB FROM 1 BY 1
               UNTIL KAL-CALIB-SUB > KAL-CALIB-COUNT
           IF KAL-CALIB-HIT-SUB = 0
               DISPLAY "No active entry for channel " KAL-MNT-CHANNEL
                   " version " KAL-MNT-VERSION
               GO TO 5000-EXIT
           END-IF

           MOVE KAL-CALIB-SLOT(KAL-CALIB-HIT-SUB) TO KAL-CALIB-RECORD
           MOVE KAL-CB-OFFSET TO KAL-ED-OFFSET
           MOVE KAL-CB-GAIN   TO KAL-ED-GAIN
           DISPLAY "Retire channel " KAL-CB-CHANNEL " version "
               KAL-CB-VERSION " (offset " KAL-ED-OFFSET " gain "
               KAL-ED-GAIN " by " KAL-CB-TECHNICIAN ")? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Entry left active"
               GO TO 5000-EXIT
           END-IF
           MOVE "R"       TO KAL-CB-STATUS
           MOVE KAL-TODAY TO KAL-CB-RETIRED-DATE
           MOVE KAL-CALIB-RECORD TO KAL-CALIB-SLOT(KAL-CALIB-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Channel " KAL-CB-CHANNEL " version "
               KAL-CB-VERSION " retired from " KAL-CB-RETIRED-DATE.
       5000-EXIT.
           EXIT.

       5100-MATCH-ACTIVE-ENTRY.
           MOVE KAL-CALIB-SLOT(KAL-CALIB-SUB) TO KAL-CALIB-RECORD
           IF KAL-CB-CHANNEL = KAL-MNT-CHANNEL
               AND KAL-CB-VERSION = KAL-MNT-VERSION
               AND KAL-CB-IS-ACTIVE
               MOVE KAL-CALIB-SUB TO KAL-CALIB-HIT-SUB
           END-IF.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9000-TERMINATE -- write the master back when any entry was
      * added or retired; an untouched master is left as found.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF NOT KAL-MASTER-CHANGED
               GO TO 9000-EXIT
           END-IF
      *---------------------------------------------------------------*
      * Entries beyond the workspace were never loaded; rewriting
      * would drop them from the file, so the master is left alone
      * rather than quietly shortened.
      *---------------------------------------------------------------*
           IF KAL-CALIB-DROPPED-COUNT > 0
               DISPLAY "Master larger than workspace -- "
                   "changes NOT saved, nothing lost"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT KalCalib
           IF KAL-CALIB-STATUS NOT = "00"
               DISPLAY "KALCAL.DAT could not be rewritten, status "
                   KAL-CALIB-STATUS " -- changes NOT saved"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-WRITE-CALIBRATION-RECORD THRU 9100-EXIT
               VARYING KAL-CALIB-SUB FROM 1 BY 1
               UNTIL KAL-CALIB-SUB > KAL-CALIB-COUNT
           CLOSE KalCalib
           DISPLAY "Master rewritten, " KAL-CALIB-COUNT " entries".
       9000-EXIT.
           EXIT.

       9100-WRITE-CALIBRATION-RECORD.
           MOVE KAL-CALIB-SLOT(KAL-CALIB-SUB) TO KAL-CALIB-RECORD
           WRITE KAL-CALIB-RECORD.
       9100-EXIT.
           EXIT.

       END PROGRAM KalCalMt.
