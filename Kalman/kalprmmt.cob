      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Maintenance for KALPVER.DAT, the controlled parameter
      *          master Kalman and KalExcp take their smoothing weight
      *          and exception thresholds from.  A change is raised as
      *          a new PENDING version -- effective date, the complete
      *          set of figures and the reason -- under the requester's
      *          signed-on user ID, and only a second person can
      *          approve it (or reject it); nothing a run uses changes
      *          until then.  The first change seeds whatever it does
      *          not alter from KALPARM.DAT and TABLE.DAT.  Versions
      *          are never altered once decided nor deleted, and the
      *          master is rewritten on the way out when anything
      *          changed.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalPrmMt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalParmVer ASSIGN TO "KALPVER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARMVER-STATUS.
       SELECT OPTIONAL KalParm ASSIGN TO "KALPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalParmVer.
           COPY "KALPVER.CPY".
        FD KalParm.
           01  KAL-PARM-RECORD      PIC 9V999.
       WORKING-STORAGE SECTION.
       01  KAL-PARMVER-STATUS               PIC X(02)   VALUE "00".
       01  KAL-PARM-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-PARMVER-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-PARMVER-AT-EOF                   VALUE "Y".
       01  KAL-QUIT-SW                      PIC X(01)   VALUE "N".
           88  KAL-QUIT-WANTED                      VALUE "Y".
       01  KAL-CHANGED-SW                   PIC X(01)   VALUE "N".
           88  KAL-MASTER-CHANGED                   VALUE "Y".

      *---------------------------------------------------------------*
      * The whole master in memory while the session works on it.
      *---------------------------------------------------------------*
       01  KAL-PARMVER-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
       01  KAL-PARMVER-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-DROPPED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  KAL-PARMVER-TABLE.
           05  KAL-PARMVER-SLOT OCCURS 2000 TIMES
                                            PIC X(165).

      *---------------------------------------------------------------*
      * The version in force on KAL-AS-OF-DATE, as found by
      * 2300-FIND-VERSION-IN-FORCE (subscript zero when none is).
      *---------------------------------------------------------------*
       01  KAL-AS-OF-DATE                   PIC X(08)   VALUE SPACES.
       01  KAL-INFORCE-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-INFORCE-VERSION              PIC 9(04)   VALUE ZERO.
       01  KAL-INFORCE-EFF-DATE             PIC X(08)   VALUE SPACES.
       01  KAL-TODAY-INFORCE-VERSION        PIC 9(04)   VALUE ZERO.

      *---------------------------------------------------------------*
      * The figures a change starts from, and the figures proposed.
      *---------------------------------------------------------------*
       01  KAL-BASE-VERSION                 PIC 9(04)   VALUE ZERO.
       01  KAL-BASE-PARMS.
           05  KAL-BASE-WEIGHT              PIC 9(01)V9(03).
           05  KAL-BASE-THRESHOLD           PIC 9(02)V9(03).
           05  KAL-BASE-CHANNEL-THRESHOLD   PIC 9(02)V9(03)
                                            OCCURS 3 TIMES.
       01  KAL-NEW-PARMS.
           05  KAL-NEW-WEIGHT               PIC 9(01)V9(03).
           05  KAL-NEW-THRESHOLD            PIC 9(02)V9(03).
           05  KAL-NEW-CHANNEL-THRESHOLD    PIC 9(02)V9(03)
                                            OCCURS 3 TIMES.
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Reference-table service: TABLE.DAT's thresholds seed the
      * first controlled version.
      *---------------------------------------------------------------*
           COPY "KALTBL.CPY".

      *---------------------------------------------------------------*
      * Operator dialog fields.  The requester and approver are the
      * signed-on user ID, never typed, so nobody can sign for a
      * colleague.
      *---------------------------------------------------------------*
       01  KAL-OPERATOR                     PIC X(24)   VALUE SPACES.
       01  KAL-MNT-COMMAND                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-VERSION-TEXT             PIC X(04)   VALUE SPACES.
       01  KAL-MNT-VERSION                  PIC 9(04)   VALUE ZERO.
       01  KAL-MNT-VALUE-TEXT               PIC X(10)   VALUE SPACES.
       01  KAL-MNT-VALUE               PIC S9(04)V9(04) VALUE ZERO.
       01  KAL-MNT-EFF-DATE                 PIC X(08)   VALUE SPACES.
       01  KAL-MNT-REASON                   PIC X(60)   VALUE SPACES.
       01  KAL-MNT-CONFIRM                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-DATE-CHECK               PIC X(08)   VALUE SPACES.
       01  KAL-MNT-DATE-OK-SW               PIC X(01)   VALUE "N".
           88  KAL-MNT-DATE-OK                      VALUE "Y".
       01  KAL-MNT-ERROR-SW                 PIC X(01)   VALUE "N".
           88  KAL-MNT-IN-ERROR                     VALUE "Y".
       01  KAL-NEXT-VERSION                 PIC 9(04)   VALUE ZERO.
       01  KAL-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-LIST-MARK                    PIC X(01)   VALUE SPACE.
       01  KAL-ED-WEIGHT-1                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-WEIGHT-2                  PIC 9.999   VALUE ZERO.
       01  KAL-ED-VALUE-1                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-2                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-3                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-4                   PIC Z9.999  VALUE ZERO.

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY                        PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Run-lock interlock: the PARM lock is held for the whole
      * session, so two sessions cannot each load the master and
      * have the second rewrite lose the first one's versions.
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
      * 0100-ACQUIRE-LOCK -- take the PARM lock or stand down.  A
      * build without the lock service runs unprotected.
      *---------------------------------------------------------------*
       0100-ACQUIRE-LOCK.
           MOVE "ACQ" TO KAL-LCK-FUNCTION
           MOVE "PARM" TO KAL-LCK-NAME
           MOVE "KALPRMMT" TO KAL-LCK-CALLER
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
                   DISPLAY "Lock PARM held by " KAL-LCK-HOLDER
                       " (" KAL-LCK-PROGRAM ") since "
                       KAL-LCK-SINCE " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
               WHEN OTHER
                   DISPLAY "Lock PARM could not be taken, status "
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
               DISPLAY "Lock PARM could not be released, status "
                   KAL-LCK-STATUS
           END-IF.
       0200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- who is signed on, then pull the master
      * into memory.  No master on file yet is not an error: the
      * first change requested creates it.  Without a user ID no
      * change could be signed, so the session ends at once.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Parameter change control by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:8) TO KAL-TODAY
           ACCEPT KAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           IF KAL-OPERATOR = SPACES
               DISPLAY "USERNAME is not set -- changes cannot be "
                   "signed, not starting"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO KAL-QUIT-SW
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Signed on as " KAL-OPERATOR
           OPEN INPUT KalParmVer
           IF KAL-PARMVER-STATUS NOT = "00"
               AND KAL-PARMVER-STATUS NOT = "05"
               DISPLAY "KALPVER.DAT not available, status "
                   KAL-PARMVER-STATUS " -- nothing to maintain"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO KAL-QUIT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-VERSION-RECORD THRU 1100-EXIT
               UNTIL KAL-PARMVER-AT-EOF
           CLOSE KalParmVer
           DISPLAY "Parameter versions loaded : " KAL-PARMVER-COUNT
           IF KAL-PARMVER-DROPPED-COUNT > 0
               DISPLAY "Master larger than workspace, "
                   KAL-PARMVER-DROPPED-COUNT " versions left untouched"
           END-IF
           MOVE KAL-TODAY TO KAL-AS-OF-DATE
           PERFORM 2300-FIND-VERSION-IN-FORCE THRU 2300-EXIT
           MOVE KAL-INFORCE-VERSION TO KAL-TODAY-INFORCE-VERSION
           IF KAL-INFORCE-SUB = 0
               DISPLAY "No controlled version in force today -- runs "
                   "use KALPARM.DAT and TABLE.DAT"
           ELSE
               DISPLAY "Version in force today : " KAL-INFORCE-VERSION
                   " effective " KAL-INFORCE-EFF-DATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-VERSION-RECORD.
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
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SERVE-COMMAND -- one request: L lists every version, C
      * raises a change, A approves a pending one, R rejects (or,
      * for its requester, withdraws) one, Q leaves (writing the
      * master back when anything changed).
      ******************************************************************
       2000-SERVE-COMMAND.
           DISPLAY "Command (L=list, C=change, A=approve, R=reject, "
               "Q=quit):"
           MOVE SPACE TO KAL-MNT-COMMAND
           ACCEPT KAL-MNT-COMMAND
           EVALUATE KAL-MNT-COMMAND
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-VERSIONS THRU 3000-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-REQUEST-CHANGE THRU 4000-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO KAL-QUIT-SW
               WHEN OTHER
                   DISPLAY "Unknown command '" KAL-MNT-COMMAND "'"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2100-ASK-VERSION -- a pending version by number; the slot
      * comes back in KAL-PARMVER-HIT-SUB, zero when there is none.
      *---------------------------------------------------------------*
       2100-ASK-VERSION.
           MOVE ZERO TO KAL-PARMVER-HIT-SUB
           DISPLAY "Version (nnnn):"
           MOVE SPACES TO KAL-MNT-VERSION-TEXT
           ACCEPT KAL-MNT-VERSION-TEXT
           IF KAL-MNT-VERSION-TEXT IS NOT NUMERIC
               DISPLAY "Version must be a 4-digit number"
               GO TO 2100-EXIT
           END-IF
           MOVE KAL-MNT-VERSION-TEXT TO KAL-MNT-VERSION
           PERFORM 2150-MATCH-PENDING-VERSION THRU 2150-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT
           IF KAL-PARMVER-HIT-SUB = 0
               DISPLAY "No pending version " KAL-MNT-VERSION
           END-IF.
       2100-EXIT.
           EXIT.

       2150-MATCH-PENDING-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           IF KAL-PV-VERSION = KAL-MNT-VERSION
               AND KAL-PV-IS-PENDING
               MOVE KAL-PARMVER-SUB TO KAL-PARMVER-HIT-SUB
           END-IF.
       2150-EXIT.
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

      *---------------------------------------------------------------*
      * 2300-FIND-VERSION-IN-FORCE -- the approved version with the
      * latest effective date not after KAL-AS-OF-DATE, a later
      * version breaking a tie; the same rule the runs apply.
      *---------------------------------------------------------------*
       2300-FIND-VERSION-IN-FORCE.
           MOVE ZERO TO KAL-INFORCE-SUB
                        KAL-INFORCE-VERSION
           MOVE SPACES TO KAL-INFORCE-EFF-DATE
           PERFORM 2350-CONSIDER-VERSION THRU 2350-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT.
       2300-EXIT.
           EXIT.

       2350-CONSIDER-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           IF NOT KAL-PV-IS-APPROVED
               OR KAL-PV-VERSION IS NOT NUMERIC
               OR KAL-PV-EFF-DATE > KAL-AS-OF-DATE
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
           MOVE KAL-PARMVER-SUB TO KAL-INFORCE-SUB
           MOVE KAL-PV-VERSION  TO KAL-INFORCE-VERSION
           MOVE KAL-PV-EFF-DATE TO KAL-INFORCE-EFF-DATE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-VERSIONS -- every version in file order, pending and
      * rejected ones included; the one in force today is starred.
      ******************************************************************
       3000-LIST-VERSIONS.
           MOVE ZERO TO KAL-LIST-COUNT
           DISPLAY "  Ver  Effective St Weight Thresh THR-01 THR-02"
               " THR-03 Base"
           PERFORM 3100-LIST-ONE-VERSION THRU 3100-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT
           DISPLAY "Versions : " KAL-LIST-COUNT
               "   (* = in force today)".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           ADD 1 TO KAL-LIST-COUNT
           MOVE SPACE TO KAL-LIST-MARK
           IF KAL-PV-IS-APPROVED
               AND KAL-PV-VERSION = KAL-TODAY-INFORCE-VERSION
               MOVE "*" TO KAL-LIST-MARK
           END-IF
           MOVE KAL-PV-WEIGHT TO KAL-ED-WEIGHT-1
           MOVE KAL-PV-THRESHOLD TO KAL-ED-VALUE-1
           MOVE KAL-PV-CHANNEL-THRESHOLD(1) TO KAL-ED-VALUE-2
           MOVE KAL-PV-CHANNEL-THRESHOLD(2) TO KAL-ED-VALUE-3
           MOVE KAL-PV-CHANNEL-THRESHOLD(3) TO KAL-ED-VALUE-4
           DISPLAY KAL-LIST-MARK SPACE KAL-PV-VERSION SPACE
               KAL-PV-EFF-DATE SPACE SPACE KAL-PV-STATUS SPACE SPACE
               KAL-ED-WEIGHT-1 SPACE KAL-ED-VALUE-1 SPACE
               KAL-ED-VALUE-2 SPACE KAL-ED-VALUE-3 SPACE
               KAL-ED-VALUE-4 SPACE KAL-PV-BASE-VERSION
           DISPLAY "       requested " KAL-PV-REQUEST-DATE " by "
               KAL-PV-REQUESTER
           IF NOT KAL-PV-IS-PENDING
               DISPLAY "       decided   " KAL-PV-DECISION-DATE " by "
                   KAL-PV-APPROVER
           END-IF
           DISPLAY "       reason    " KAL-PV-REASON.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REQUEST-CHANGE -- raise a new PENDING version.  It starts
      * from the version in force on the requested effective date
      * (or, with none, from KALPARM.DAT and TABLE.DAT) and the
      * requester keys only the figures that change.  A change
      * cannot be backdated: it is only ever effective from today.
      ******************************************************************
       4000-REQUEST-CHANGE.
           DISPLAY "Effective from (yyyymmdd, blank = today):"
           MOVE SPACES TO KAL-MNT-EFF-DATE
           ACCEPT KAL-MNT-EFF-DATE
           IF KAL-MNT-EFF-DATE = SPACES
               MOVE KAL-TODAY TO KAL-MNT-EFF-DATE
           END-IF
           MOVE KAL-MNT-EFF-DATE TO KAL-MNT-DATE-CHECK
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT
           IF NOT KAL-MNT-DATE-OK
               DISPLAY "Effective date is not a valid yyyymmdd"
               GO TO 4000-EXIT
           END-IF
           IF KAL-MNT-EFF-DATE < KAL-TODAY
               DISPLAY "A change cannot take effect before today"
               GO TO 4000-EXIT
           END-IF

           MOVE KAL-MNT-EFF-DATE TO KAL-AS-OF-DATE
           PERFORM 2300-FIND-VERSION-IN-FORCE THRU 2300-EXIT
           IF KAL-INFORCE-SUB = 0
               PERFORM 4200-SEED-FROM-FILES THRU 4200-EXIT
           ELSE
               MOVE KAL-PARMVER-SLOT(KAL-INFORCE-SUB)
                   TO KAL-PARMVER-RECORD
               MOVE KAL-PV-VERSION   TO KAL-BASE-VERSION
               MOVE KAL-PV-WEIGHT    TO KAL-BASE-WEIGHT
               MOVE KAL-PV-THRESHOLD TO KAL-BASE-THRESHOLD
               PERFORM 4250-COPY-CHANNEL-THRESHOLD THRU 4250-EXIT
                   VARYING KAL-CHAN-SUB FROM 1 BY 1
                   UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
               DISPLAY "Changing version " KAL-BASE-VERSION
                   " (in force on " KAL-MNT-EFF-DATE ")"
           END-IF
           MOVE KAL-BASE-PARMS TO KAL-NEW-PARMS
           MOVE "N" TO KAL-MNT-ERROR-SW

           MOVE KAL-BASE-WEIGHT TO KAL-ED-WEIGHT-1
           DISPLAY "History weight (0.001 to 0.999, blank = keep "
               KAL-ED-WEIGHT-1 "):"
           MOVE SPACES TO KAL-MNT-VALUE-TEXT
           ACCEPT KAL-MNT-VALUE-TEXT
           IF KAL-MNT-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-MNT-VALUE-TEXT) NOT = 0
                   DISPLAY "Weight must be a number"
                   GO TO 4000-EXIT
               END-IF
               COMPUTE KAL-MNT-VALUE =
                   FUNCTION NUMVAL(KAL-MNT-VALUE-TEXT)
               IF KAL-MNT-VALUE < 0.001 OR KAL-MNT-VALUE > 0.999
                   DISPLAY "Weight must lie between 0.001 and 0.999"
                   GO TO 4000-EXIT
               END-IF
               MOVE KAL-MNT-VALUE TO KAL-NEW-WEIGHT
           END-IF

           MOVE KAL-BASE-THRESHOLD TO KAL-ED-VALUE-1
           DISPLAY "Base exception threshold (0.001 to 99.999, blank"
               " = keep " KAL-ED-VALUE-1 "):"
           PERFORM 4300-ACCEPT-THRESHOLD THRU 4300-EXIT
           IF KAL-MNT-IN-ERROR
               GO TO 4000-EXIT
           END-IF
           IF KAL-MNT-VALUE-TEXT NOT = SPACES
               MOVE KAL-MNT-VALUE TO KAL-NEW-THRESHOLD
           END-IF
           PERFORM 4400-ASK-CHANNEL-THRESHOLD THRU 4400-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
               OR KAL-MNT-IN-ERROR
           IF KAL-MNT-IN-ERROR
               GO TO 4000-EXIT
           END-IF

           IF KAL-NEW-PARMS = KAL-BASE-PARMS
               DISPLAY "No figure changed -- nothing requested"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Reason for the change:"
           MOVE SPACES TO KAL-MNT-REASON
           ACCEPT KAL-MNT-REASON
           IF KAL-MNT-REASON = SPACES
               DISPLAY "A reason must be given"
               GO TO 4000-EXIT
           END-IF

           IF KAL-PARMVER-COUNT NOT < KAL-PARMVER-TABLE-MAX
               DISPLAY "Master workspace full -- change NOT requested"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO KAL-NEXT-VERSION
           PERFORM 4100-FIND-LAST-VERSION THRU 4100-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT
           IF KAL-NEXT-VERSION = 9999
               DISPLAY "Every version number has been used -- "
                   "change NOT requested"
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO KAL-NEXT-VERSION

           MOVE KAL-NEW-WEIGHT TO KAL-ED-WEIGHT-1
           MOVE KAL-NEW-THRESHOLD TO KAL-ED-VALUE-1
           MOVE KAL-NEW-CHANNEL-THRESHOLD(1) TO KAL-ED-VALUE-2
           MOVE KAL-NEW-CHANNEL-THRESHOLD(2) TO KAL-ED-VALUE-3
           MOVE KAL-NEW-CHANNEL-THRESHOLD(3) TO KAL-ED-VALUE-4
           DISPLAY "Request version " KAL-NEXT-VERSION " effective "
               KAL-MNT-EFF-DATE ": weight " KAL-ED-WEIGHT-1
               " threshold " KAL-ED-VALUE-1 " THR-01/02/03 "
               KAL-ED-VALUE-2 "/" KAL-ED-VALUE-3 "/" KAL-ED-VALUE-4
               "? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Change NOT requested"
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO KAL-PARMVER-RECORD
           MOVE KAL-NEXT-VERSION  TO KAL-PV-VERSION
           MOVE KAL-MNT-EFF-DATE  TO KAL-PV-EFF-DATE
           MOVE KAL-NEW-WEIGHT    TO KAL-PV-WEIGHT
           MOVE KAL-NEW-THRESHOLD TO KAL-PV-THRESHOLD
           MOVE KAL-NEW-CHANNEL-THRESHOLD(1)
               TO KAL-PV-CHANNEL-THRESHOLD(1)
           MOVE KAL-NEW-CHANNEL-THRESHOLD(2)
               TO KAL-PV-CHANNEL-THRESHOLD(2)
           MOVE KAL-NEW-CHANNEL-THRESHOLD(3)
               TO KAL-PV-CHANNEL-THRESHOLD(3)
           MOVE "P"               TO KAL-PV-STATUS
           MOVE KAL-BASE-VERSION  TO KAL-PV-BASE-VERSION
           MOVE KAL-OPERATOR      TO KAL-PV-REQUESTER
           MOVE KAL-TODAY         TO KAL-PV-REQUEST-DATE
           MOVE KAL-MNT-REASON    TO KAL-PV-REASON
           ADD 1 TO KAL-PARMVER-COUNT
           MOVE KAL-PARMVER-RECORD
               TO KAL-PARMVER-SLOT(KAL-PARMVER-COUNT)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Version " KAL-PV-VERSION " requested -- it takes "
               "effect only once another user approves it".
       4000-EXIT.
           EXIT.

       4100-FIND-LAST-VERSION.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           IF KAL-PV-VERSION IS NUMERIC
               AND KAL-PV-VERSION > KAL-NEXT-VERSION
               MOVE KAL-PV-VERSION TO KAL-NEXT-VERSION
           END-IF.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4200-SEED-FROM-FILES -- with no controlled version yet, the
      * change starts from what the runs use without one: the
      * KALPARM.DAT weight (0.700 when absent) and TABLE.DAT's
      * THRESHOLD and THR-01/02/03 (5.000, and the base threshold
      * per sensor, when absent).
      *---------------------------------------------------------------*
       4200-SEED-FROM-FILES.
           MOVE ZERO TO KAL-BASE-VERSION
           MOVE 0.700 TO KAL-BASE-WEIGHT
           MOVE 5.000 TO KAL-BASE-THRESHOLD
           OPEN INPUT KalParm
           IF KAL-PARM-STATUS = "00"
               READ KalParm
               IF KAL-PARM-STATUS = "00"
                   AND KAL-PARM-RECORD IS NUMERIC
                   MOVE KAL-PARM-RECORD TO KAL-BASE-WEIGHT
               END-IF
               CLOSE KalParm
           ELSE
               IF KAL-PARM-STATUS = "05"
                   CLOSE KalParm
               END-IF
           END-IF

           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   MOVE "99" TO KAL-TBL-STATUS
           END-CALL
           IF KAL-TBL-STATUS = "00"
               MOVE "FIND" TO KAL-TBL-FUNCTION
               MOVE "THRESHOLD" TO KAL-TBL-KEY
               CALL "HELLO" USING KAL-TABLE-REQUEST
               IF KAL-TBL-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
                   COMPUTE KAL-BASE-THRESHOLD =
                       FUNCTION NUMVAL(KAL-TBL-VALUE)
               END-IF
               PERFORM 4210-SEED-CHANNEL-THRESHOLD THRU 4210-EXIT
                   VARYING KAL-CHAN-SUB FROM 1 BY 1
                   UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           ELSE
               DISPLAY "TABLE.DAT not available -- every threshold "
                   "starts from " KAL-BASE-THRESHOLD
               PERFORM 4220-DEFAULT-CHANNEL-THRESHOLD THRU 4220-EXIT
                   VARYING KAL-CHAN-SUB FROM 1 BY 1
                   UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           END-IF
           DISPLAY "No controlled version in force on "
               KAL-MNT-EFF-DATE " -- starting from KALPARM.DAT "
               "and TABLE.DAT".
       4200-EXIT.
           EXIT.

       4210-SEED-CHANNEL-THRESHOLD.
           MOVE KAL-BASE-THRESHOLD
               TO KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "THR-0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
               COMPUTE KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB) =
                   FUNCTION NUMVAL(KAL-TBL-VALUE)
           END-IF.
       4210-EXIT.
           EXIT.

       4220-DEFAULT-CHANNEL-THRESHOLD.
           MOVE KAL-BASE-THRESHOLD
               TO KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB).
       4220-EXIT.
           EXIT.

       4250-COPY-CHANNEL-THRESHOLD.
           MOVE KAL-PV-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
               TO KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB).
       4250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4300-ACCEPT-THRESHOLD -- one threshold figure; blank keeps
      * the current one, anything else must be a number between
      * 0.001 and 99.999 (KAL-MNT-IN-ERROR otherwise).
      *---------------------------------------------------------------*
       4300-ACCEPT-THRESHOLD.
           MOVE SPACES TO KAL-MNT-VALUE-TEXT
           ACCEPT KAL-MNT-VALUE-TEXT
           IF KAL-MNT-VALUE-TEXT = SPACES
               GO TO 4300-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(KAL-MNT-VALUE-TEXT) NOT = 0
               DISPLAY "Threshold must be a number"
               MOVE "Y" TO KAL-MNT-ERROR-SW
               GO TO 4300-EXIT
           END-IF
           COMPUTE KAL-MNT-VALUE = FUNCTION NUMVAL(KAL-MNT-VALUE-TEXT)
           IF KAL-MNT-VALUE < 0.001 OR KAL-MNT-VALUE > 99.999
               DISPLAY "Threshold must lie between 0.001 and 99.999"
               MOVE "Y" TO KAL-MNT-ERROR-SW
           END-IF.
       4300-EXIT.
           EXIT.

       4400-ASK-CHANNEL-THRESHOLD.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE KAL-BASE-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
               TO KAL-ED-VALUE-1
           DISPLAY "THR-0" KAL-CHAN-DIGIT " sensor threshold (blank "
               "= keep " KAL-ED-VALUE-1 "):"
           PERFORM 4300-ACCEPT-THRESHOLD THRU 4300-EXIT
           IF NOT KAL-MNT-IN-ERROR
               AND KAL-MNT-VALUE-TEXT NOT = SPACES
               MOVE KAL-MNT-VALUE
                   TO KAL-NEW-CHANNEL-THRESHOLD(KAL-CHAN-SUB)
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APPROVE-CHANGE -- a second user makes a pending version
      * effective.  Its requester cannot approve it.  A version whose
      * effective date has already passed takes effect from today
      * instead, so no run already made is ever re-explained by it.
      * When another version has been approved for that date since
      * the change was drafted, the approver is warned: this
      * version's figures replace that one's in full.
      ******************************************************************
       5000-APPROVE-CHANGE.
           PERFORM 2100-ASK-VERSION THRU 2100-EXIT
           IF KAL-PARMVER-HIT-SUB = 0
               GO TO 5000-EXIT
           END-IF
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-HIT-SUB)
               TO KAL-PARMVER-RECORD
           IF KAL-PV-REQUESTER = KAL-OPERATOR
               DISPLAY "Version " KAL-PV-VERSION " was requested by "
                   "you -- another user must approve it"
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-SHOW-PROPOSAL THRU 5200-EXIT

           IF KAL-PV-EFF-DATE < KAL-TODAY
               MOVE KAL-TODAY TO KAL-AS-OF-DATE
           ELSE
               MOVE KAL-PV-EFF-DATE TO KAL-AS-OF-DATE
           END-IF
           PERFORM 2300-FIND-VERSION-IN-FORCE THRU 2300-EXIT
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-HIT-SUB)
               TO KAL-PARMVER-RECORD
           IF KAL-INFORCE-VERSION NOT = KAL-PV-BASE-VERSION
               DISPLAY "WARNING: drafted from version "
                   KAL-PV-BASE-VERSION " but version "
                   KAL-INFORCE-VERSION " is in force on "
                   KAL-AS-OF-DATE " -- its figures will be replaced"
           END-IF

           DISPLAY "Approve version " KAL-PV-VERSION "? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Version left pending"
               GO TO 5000-EXIT
           END-IF
           IF KAL-PV-EFF-DATE < KAL-TODAY
               DISPLAY "Effective date " KAL-PV-EFF-DATE
                   " has passed -- effective from " KAL-TODAY
               MOVE KAL-TODAY TO KAL-PV-EFF-DATE
           END-IF
           MOVE "A"          TO KAL-PV-STATUS
           MOVE KAL-OPERATOR TO KAL-PV-APPROVER
           MOVE KAL-TODAY    TO KAL-PV-DECISION-DATE
           MOVE KAL-PARMVER-RECORD
               TO KAL-PARMVER-SLOT(KAL-PARMVER-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Version " KAL-PV-VERSION " approved, effective "
               KAL-PV-EFF-DATE
           MOVE KAL-TODAY TO KAL-AS-OF-DATE
           PERFORM 2300-FIND-VERSION-IN-FORCE THRU 2300-EXIT
           MOVE KAL-INFORCE-VERSION TO KAL-TODAY-INFORCE-VERSION.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5200-SHOW-PROPOSAL -- the pending version in hand, who asked
      * for it and why.
      *---------------------------------------------------------------*
       5200-SHOW-PROPOSAL.
           MOVE KAL-PV-WEIGHT TO KAL-ED-WEIGHT-1
           MOVE KAL-PV-THRESHOLD TO KAL-ED-VALUE-1
           MOVE KAL-PV-CHANNEL-THRESHOLD(1) TO KAL-ED-VALUE-2
           MOVE KAL-PV-CHANNEL-THRESHOLD(2) TO KAL-ED-VALUE-3
           MOVE KAL-PV-CHANNEL-THRESHOLD(3) TO KAL-ED-VALUE-4
           DISPLAY "Version " KAL-PV-VERSION " effective "
               KAL-PV-EFF-DATE " drafted from version "
               KAL-PV-BASE-VERSION
           DISPLAY "  weight " KAL-ED-WEIGHT-1 " threshold "
               KAL-ED-VALUE-1 " THR-01/02/03 " KAL-ED-VALUE-2 "/"
               KAL-ED-VALUE-3 "/" KAL-ED-VALUE-4
           DISPLAY "  requested " KAL-PV-REQUEST-DATE " by "
               KAL-PV-REQUESTER
           DISPLAY "  reason    " KAL-PV-REASON.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REJECT-CHANGE -- turn down a pending version; its
      * requester may also withdraw it this way.  The version stays
      * on file, decided REJECTED, and never takes effect.
      ******************************************************************
       6000-REJECT-CHANGE.
           PERFORM 2100-ASK-VERSION THRU 2100-EXIT
           IF KAL-PARMVER-HIT-SUB = 0
               GO TO 6000-EXIT
           END-IF
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-HIT-SUB)
               TO KAL-PARMVER-RECORD
           PERFORM 5200-SHOW-PROPOSAL THRU 5200-EXIT
           DISPLAY "Reject version " KAL-PV-VERSION "? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Version left pending"
               GO TO 6000-EXIT
           END-IF
           MOVE "R"          TO KAL-PV-STATUS
           MOVE KAL-OPERATOR TO KAL-PV-APPROVER
           MOVE KAL-TODAY    TO KAL-PV-DECISION-DATE
           MOVE KAL-PARMVER-RECORD
               TO KAL-PARMVER-SLOT(KAL-PARMVER-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Version " KAL-PV-VERSION " rejected".
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9000-TERMINATE -- write the master back when any version was
      * requested or decided; an untouched master is left as found.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF NOT KAL-MASTER-CHANGED
               GO TO 9000-EXIT
           END-IF
      *---------------------------------------------------------------*
      * Versions beyond the workspace were never loaded; rewriting
      * would drop them from the file, so the master is left alone
      * rather than quietly shortened.
      *---------------------------------------------------------------*
           IF KAL-PARMVER-DROPPED-COUNT > 0
               DISPLAY "Master larger than workspace -- "
                   "changes NOT saved, nothing lost"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT KalParmVer
           IF KAL-PARMVER-STATUS NOT = "00"
               AND KAL-PARMVER-STATUS NOT = "05"
               DISPLAY "KALPVER.DAT could not be rewritten, status "
                   KAL-PARMVER-STATUS " -- changes NOT saved"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-WRITE-VERSION-RECORD THRU 9100-EXIT
               VARYING KAL-PARMVER-SUB FROM 1 BY 1
               UNTIL KAL-PARMVER-SUB > KAL-PARMVER-COUNT
           CLOSE KalParmVer
           DISPLAY "Master rewritten, " KAL-PARMVER-COUNT " versions".
       9000-EXIT.
           EXIT.

       9100-WRITE-VERSION-RECORD.
           MOVE KAL-PARMVER-SLOT(KAL-PARMVER-SUB)
               TO KAL-PARMVER-RECORD
           WRITE KAL-PARMVER-RECORD.
       9100-EXIT.
           EXIT.

       END PROGRAM KalPrmMt.
