      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Maintenance for KALAUTH.DAT, the operator authority
      *          file the interactive maintenance programs sign their
      *          operators on against.  An administrator (function
      *          AUTH) enrols operators by user ID with their name and
      *          initials, grants and withdraws the functions each may
      *          perform, and revokes or reinstates an operator.  No
      *          administrator may work on their own entry -- another
      *          one must -- and such an attempt is logged as a
      *          security violation like any other refusal.  Entries
      *          are never deleted.  While nobody is enrolled at all,
      *          the user signing on may enrol themselves as the first
      *          administrator, holding AUTH only.  The file is
      *          rewritten on the way out when anything changed.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalAutMt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalAuth ASSIGN TO "KALAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalAuth.
           COPY "KALAUTH.CPY".
       WORKING-STORAGE SECTION.
       01  KAL-AUTH-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-AUTH-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-AUTH-AT-EOF                      VALUE "Y".
       01  KAL-QUIT-SW                      PIC X(01)   VALUE "N".
           88  KAL-QUIT-WANTED                      VALUE "Y".
       01  KAL-CHANGED-SW                   PIC X(01)   VALUE "N".
           88  KAL-FILE-CHANGED                     VALUE "Y".

      *---------------------------------------------------------------*
      * The whole authority file in memory while the session works on
      * it.
      *---------------------------------------------------------------*
       01  KAL-AUTH-TABLE-MAX               PIC 9(04) COMP VALUE 500.
       01  KAL-AUTH-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-DROPPED-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-AUTH-TABLE.
           05  KAL-AUTH-SLOT OCCURS 500 TIMES
                                            PIC X(130).

      *---------------------------------------------------------------*
      * The functions the suite checks; a new function only needs a
      * new entry here to be grantable.
      *---------------------------------------------------------------*
       01  KAL-KNOWN-FUNC-COUNT             PIC 9(02) COMP VALUE 6.
       01  KAL-KNOWN-FUNC-SUB               PIC 9(02) COMP VALUE ZERO.
       01  KAL-KNOWN-FUNC-TABLE.
           05  FILLER                       PIC X(04)   VALUE "XACK".
           05  FILLER                       PIC X(40)   VALUE
               "acknowledge an exception (KalXMnt)".
           05  FILLER                       PIC X(04)   VALUE "XCLO".
           05  FILLER                       PIC X(40)   VALUE
               "close an exception (KalXMnt)".
           05  FILLER                       PIC X(04)   VALUE "RREP".
           05  FILLER                       PIC X(40)   VALUE
               "repair a rejected reading (KalRFix)".
           05  FILLER                       PIC X(04)   VALUE "RDRP".
           05  FILLER                       PIC X(40)   VALUE
               "drop a rejected reading (KalRFix)".
           05  FILLER                       PIC X(04)   VALUE "LCLR".
           05  FILLER                       PIC X(40)   VALUE
               "clear a held run lock (KalLckMt)".
           05  FILLER                       PIC X(04)   VALUE "AUTH".
           05  FILLER                       PIC X(40)   VALUE
               "administer operator authority (KalAutMt)".
       01  KAL-KNOWN-FUNCS REDEFINES KAL-KNOWN-FUNC-TABLE.
           05  KAL-KNOWN-FUNC OCCURS 6 TIMES.
               10  KAL-KNOWN-FUNC-CODE      PIC X(04).
               10  KAL-KNOWN-FUNC-TEXT      PIC X(40).

      *---------------------------------------------------------------*
      * The function list being keyed for an operator.
      *---------------------------------------------------------------*
       01  KAL-MAX-FUNCTIONS                PIC 9(02) COMP VALUE 10.
       01  KAL-FUNC-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-NEW-FUNC-COUNT               PIC 9(02) COMP VALUE ZERO.
       01  KAL-NEW-FUNCTIONS.
           05  KAL-NEW-FUNCTION             PIC X(04) OCCURS 10 TIMES.
       01  KAL-FUNC-DONE-SW                 PIC X(01)   VALUE "N".
           88  KAL-FUNC-DONE                        VALUE "Y".
       01  KAL-FUNC-KNOWN-SW                PIC X(01)   VALUE "N".
           88  KAL-FUNC-IS-KNOWN                    VALUE "Y".
       01  KAL-FUNC-DUP-SW                  PIC X(01)   VALUE "N".
           88  KAL-FUNC-IS-DUP                      VALUE "Y".

      *---------------------------------------------------------------*
      * Operator dialog fields.  The administrator is the signed-on
      * user ID, never typed.
      *---------------------------------------------------------------*
       01  KAL-OPERATOR                     PIC X(24)   VALUE SPACES.
       01  KAL-MNT-COMMAND                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-USER-ID                  PIC X(24)   VALUE SPACES.
       01  KAL-MNT-NAME                     PIC X(30)   VALUE SPACES.
       01  KAL-MNT-INITIALS                 PIC X(03)   VALUE SPACES.
       01  KAL-MNT-FUNC-CODE                PIC X(04)   VALUE SPACES.
       01  KAL-MNT-CONFIRM                  PIC X(01)   VALUE SPACE.
       01  KAL-MNT-ERROR-SW                 PIC X(01)   VALUE "N".
           88  KAL-MNT-IN-ERROR                     VALUE "Y".
       01  KAL-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-ACTIVE-COUNT                 PIC 9(04) COMP VALUE ZERO.

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
      * Sign-on: the administrator is validated against the very
      * file being maintained, and must hold AUTH.  With nobody on
      * file yet, the first enrolment is the only thing on offer.
      *---------------------------------------------------------------*
           COPY "KALSGN.CPY".
       01  KAL-SIGNON-REFUSED-SW            PIC X(01)   VALUE "N".
           88  KAL-SIGNON-REFUSED                   VALUE "Y".
       01  KAL-FIRST-ENROLMENT-SW           PIC X(01)   VALUE "N".
           88  KAL-FIRST-ENROLMENT                  VALUE "Y".

      *---------------------------------------------------------------*
      * Run-lock interlock: the AUTH lock is held for the whole
      * session, so two sessions cannot each load the file and have
      * the second rewrite lose the first one's changes.
      *---------------------------------------------------------------*
           COPY "KALLCK.CPY".
       01  KAL-LOCK-REFUSED-SW              PIC X(01)   VALUE "N".
           88  KAL-LOCK-REFUSED                     VALUE "Y".
       01  KAL-LOCK-TAKEN-SW                PIC X(01)   VALUE "N".
           88  KAL-LOCK-TAKEN                       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "Operator authority maintenance by "
               "Gerardo Gonzalez"
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF KAL-SIGNON-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
      * 0050-SIGN-ON -- the administrator must be an active operator
      * holding AUTH; refusals are logged by the service.  "Nobody
      * enrolled" lets the session go on to the first enrolment.
      *---------------------------------------------------------------*
       0050-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:8) TO KAL-TODAY
           MOVE "SGN" TO KAL-SGN-FUNCTION
           MOVE "KALAUTMT" TO KAL-SGN-CALLER
           CALL "KALSIGN" USING KAL-SIGNON-REQUEST
               ON EXCEPTION
                   DISPLAY "Sign-on service not available -- "
                       "not starting"
                   MOVE "Y" TO KAL-SIGNON-REFUSED-SW
                   GO TO 0050-EXIT
           END-CALL
           DISPLAY KAL-SGN-MESSAGE
           IF KAL-SGN-STATUS = "80"
               MOVE "Y" TO KAL-FIRST-ENROLMENT-SW
               ACCEPT KAL-OPERATOR FROM ENVIRONMENT "USERNAME"
               GO TO 0050-EXIT
           END-IF
           IF KAL-SGN-STATUS NOT = "00"
               DISPLAY "Sign-on refused -- not starting"
               MOVE "Y" TO KAL-SIGNON-REFUSED-SW
               GO TO 0050-EXIT
           END-IF
           MOVE KAL-SGN-USER-ID TO KAL-OPERATOR
           MOVE "CHK" TO KAL-SGN-FUNCTION
           MOVE "AUTH" TO KAL-SGN-WANTED
           MOVE "ADMINISTER OPERATOR AUTHORITY" TO KAL-SGN-DETAIL
           CALL "KALSIGN" USING KAL-SIGNON-REQUEST
           IF KAL-SGN-STATUS NOT = "00"
               DISPLAY KAL-SGN-MESSAGE
               DISPLAY "Sign-on refused -- not starting"
               MOVE "Y" TO KAL-SIGNON-REFUSED-SW
           END-IF.
       0050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 0100-ACQUIRE-LOCK -- take the AUTH lock or stand down.  A
      * build without the lock service runs unprotected.
      *---------------------------------------------------------------*
       0100-ACQUIRE-LOCK.
           MOVE "ACQ" TO KAL-LCK-FUNCTION
           MOVE "AUTH" TO KAL-LCK-NAME
           MOVE "KALAUTMT" TO KAL-LCK-CALLER
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
                   DISPLAY "Lock AUTH held by " KAL-LCK-HOLDER
                       " (" KAL-LCK-PROGRAM ") since "
                       KAL-LCK-SINCE " -- not starting"
                   MOVE "Y" TO KAL-LOCK-REFUSED-SW
               WHEN OTHER
                   DISPLAY "Lock AUTH could not be taken, status "
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
               DISPLAY "Lock AUTH could not be released, status "
                   KAL-LCK-STATUS
           END-IF.
       0200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 0300-REFUSE-OWN-ENTRY -- an administrator tried to work on
      * their own entry: turn it down and have the service log it.
      *---------------------------------------------------------------*
       0300-REFUSE-OWN-ENTRY.
           MOVE "REF" TO KAL-SGN-FUNCTION
           MOVE "AUTH" TO KAL-SGN-WANTED
           MOVE "O" TO KAL-SGN-REASON
           MOVE "CHANGE OWN AUTHORITY ENTRY" TO KAL-SGN-DETAIL
           CALL "KALSIGN" USING KAL-SIGNON-REQUEST
           DISPLAY "You cannot change your own authority -- another "
               "administrator must; refusal logged".
       0300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- pull the file into memory.  On a first
      * enrolment the file must still be empty once the lock is
      * held; somebody enrolled in between means signing on again.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT KalAuth
           IF KAL-AUTH-STATUS NOT = "00"
               AND KAL-AUTH-STATUS NOT = "05"
               DISPLAY "KALAUTH.DAT not available, status "
                   KAL-AUTH-STATUS " -- nothing to maintain"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO KAL-QUIT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-AUTH-RECORD THRU 1100-EXIT
               UNTIL KAL-AUTH-AT-EOF
           CLOSE KalAuth
           DISPLAY "Operators loaded : " KAL-AUTH-COUNT
           IF KAL-AUTH-DROPPED-COUNT > 0
               DISPLAY "File larger than workspace, "
                   KAL-AUTH-DROPPED-COUNT " entries left untouched"
           END-IF
           IF KAL-FIRST-ENROLMENT
               IF KAL-AUTH-COUNT > 0
                   DISPLAY "Operators have been enrolled meanwhile "
                       "-- sign on again"
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO KAL-QUIT-SW
                   GO TO 1000-EXIT
               END-IF
               PERFORM 1200-ENROL-FIRST-ADMIN THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-AUTH-RECORD.
           READ KalAuth
               AT END
                   MOVE "Y" TO KAL-AUTH-EOF-SW
               NOT AT END
                   IF KAL-AUTH-COUNT < KAL-AUTH-TABLE-MAX
                       ADD 1 TO KAL-AUTH-COUNT
                       MOVE KAL-AUTH-RECORD
                           TO KAL-AUTH-SLOT(KAL-AUTH-COUNT)
                   ELSE
                       ADD 1 TO KAL-AUTH-DROPPED-COUNT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1200-ENROL-FIRST-ADMIN -- the very first entry: the user
      * signing on, holding AUTH and nothing else.  Everything they
      * do afterwards needs a second administrator to grant it.
      *---------------------------------------------------------------*
       1200-ENROL-FIRST-ADMIN.
           MOVE "Y" TO KAL-QUIT-SW
           DISPLAY "Nobody is enrolled yet -- signed on as "
               KAL-OPERATOR
           DISPLAY "Enrol yourself as the first administrator? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Nobody enrolled"
               GO TO 1200-EXIT
           END-IF
           PERFORM 4100-ASK-NAME-AND-INITIALS THRU 4100-EXIT
           IF KAL-MNT-IN-ERROR
               GO TO 1200-EXIT
           END-IF
           MOVE SPACES TO KAL-AUTH-RECORD
           MOVE KAL-OPERATOR     TO KAL-AU-USER-ID
           MOVE KAL-MNT-NAME     TO KAL-AU-NAME
           MOVE KAL-MNT-INITIALS TO KAL-AU-INITIALS
           MOVE "A"              TO KAL-AU-STATUS
           MOVE "AUTH"           TO KAL-AU-FUNCTION(1)
           MOVE KAL-OPERATOR     TO KAL-AU-CHANGED-BY
           MOVE KAL-TODAY        TO KAL-AU-CHANGED-DATE
           ADD 1 TO KAL-AUTH-COUNT
           MOVE KAL-AUTH-RECORD TO KAL-AUTH-SLOT(KAL-AUTH-COUNT)
           MOVE "Y" TO KAL-CHANGED-SW
           MOVE KAL-OPERATOR     TO KAL-SGN-USER-ID
           MOVE KAL-MNT-NAME     TO KAL-SGN-NAME
           MOVE KAL-MNT-INITIALS TO KAL-SGN-INITIALS
           MOVE "N" TO KAL-QUIT-SW
           DISPLAY "Enrolled holding AUTH only -- a second "
               "administrator must grant anything else".
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SERVE-COMMAND -- one request: L lists the operators, A
      * adds one, C changes one's name, initials or functions, R
      * revokes one, E reinstates one, Q leaves (writing the file
      * back when anything changed).
      ******************************************************************
       2000-SERVE-COMMAND.
           DISPLAY "Command (L=list, A=add, C=change, R=revoke, "
               "E=reinstate, Q=quit):"
           MOVE SPACE TO KAL-MNT-COMMAND
           ACCEPT KAL-MNT-COMMAND
           EVALUATE KAL-MNT-COMMAND
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 6000-REVOKE-OPERATOR THRU 6000-EXIT
               WHEN "E"
               WHEN "e"
                   PERFORM 7000-REINSTATE-OPERATOR THRU 7000-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO KAL-QUIT-SW
               WHEN OTHER
                   DISPLAY "Unknown command '" KAL-MNT-COMMAND "'"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2100-ASK-USER-ID -- a user ID, looked up on file; the slot
      * comes back in KAL-AUTH-HIT-SUB, zero when it is not there
      * (blank KAL-MNT-USER-ID when nothing was keyed).
      *---------------------------------------------------------------*
       2100-ASK-USER-ID.
           MOVE ZERO TO KAL-AUTH-HIT-SUB
           DISPLAY "User ID:"
           MOVE SPACES TO KAL-MNT-USER-ID
           ACCEPT KAL-MNT-USER-ID
           IF KAL-MNT-USER-ID = SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-MATCH-USER-ID THRU 2150-EXIT
               VARYING KAL-AUTH-SUB FROM 1 BY 1
               UNTIL KAL-AUTH-SUB > KAL-AUTH-COUNT.
       2100-EXIT.
           EXIT.

       2150-MATCH-USER-ID.
           MOVE KAL-AUTH-SLOT(KAL-AUTH-SUB) TO KAL-AUTH-RECORD
           IF KAL-AU-USER-ID = KAL-MNT-USER-ID
               MOVE KAL-AUTH-SUB TO KAL-AUTH-HIT-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2200-FIND-EXISTING-OPERATOR -- 2100 for change, revoke and
      * reinstate: the operator must be on file and must not be the
      * administrator.  KAL-AUTH-HIT-SUB is zero when the request is
      * no good.
      *---------------------------------------------------------------*
       2200-FIND-EXISTING-OPERATOR.
           PERFORM 2100-ASK-USER-ID THRU 2100-EXIT
           IF KAL-MNT-USER-ID = SPACES
               GO TO 2200-EXIT
           END-IF
           IF KAL-AUTH-HIT-SUB = 0
               DISPLAY "No operator " KAL-MNT-USER-ID " on file"
               GO TO 2200-EXIT
           END-IF
           IF KAL-MNT-USER-ID = KAL-OPERATOR
               PERFORM 0300-REFUSE-OWN-ENTRY THRU 0300-EXIT
               MOVE ZERO TO KAL-AUTH-HIT-SUB
               GO TO 2200-EXIT
           END-IF
           MOVE KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB) TO KAL-AUTH-RECORD.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-CHECK-INITIALS -- initials stand for one person on every
      * register they are stamped on, so no two entries (revoked
      * ones included) may share them.  The entry in
      * KAL-AUTH-HIT-SUB, if any, is the one being changed.
      *---------------------------------------------------------------*
       2300-CHECK-INITIALS.
           PERFORM 2350-MATCH-INITIALS THRU 2350-EXIT
               VARYING KAL-AUTH-SUB FROM 1 BY 1
               UNTIL KAL-AUTH-SUB > KAL-AUTH-COUNT
               OR KAL-MNT-IN-ERROR.
       2300-EXIT.
           EXIT.

       2350-MATCH-INITIALS.
           MOVE KAL-AUTH-SLOT(KAL-AUTH-SUB) TO KAL-AUTH-RECORD
           IF KAL-AU-INITIALS = KAL-MNT-INITIALS
               AND KAL-AUTH-SUB NOT = KAL-AUTH-HIT-SUB
               DISPLAY "Initials " KAL-MNT-INITIALS " already stand "
                   "for " KAL-AU-USER-ID
               MOVE "Y" TO KAL-MNT-ERROR-SW
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-OPERATORS -- every entry in file order, revoked ones
      * included, with the functions granted.
      ******************************************************************
       3000-LIST-OPERATORS.
           MOVE ZERO TO KAL-LIST-COUNT
                        KAL-ACTIVE-COUNT
           DISPLAY "User ID                  Name"
               "                           Ini St Changed by"
           PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
               VARYING KAL-AUTH-SUB FROM 1 BY 1
               UNTIL KAL-AUTH-SUB > KAL-AUTH-COUNT
           DISPLAY "Operators : " KAL-LIST-COUNT "   active : "
               KAL-ACTIVE-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-OPERATOR.
           MOVE KAL-AUTH-SLOT(KAL-AUTH-SUB) TO KAL-AUTH-RECORD
           ADD 1 TO KAL-LIST-COUNT
           IF KAL-AU-IS-ACTIVE
               ADD 1 TO KAL-ACTIVE-COUNT
           END-IF
           DISPLAY KAL-AU-USER-ID SPACE KAL-AU-NAME SPACE
               KAL-AU-INITIALS SPACE KAL-AU-STATUS SPACE SPACE
               KAL-AU-CHANGED-BY SPACE KAL-AU-CHANGED-DATE
           DISPLAY "       functions "
               KAL-AU-FUNCTION(1) SPACE KAL-AU-FUNCTION(2) SPACE
               KAL-AU-FUNCTION(3) SPACE KAL-AU-FUNCTION(4) SPACE
               KAL-AU-FUNCTION(5) SPACE KAL-AU-FUNCTION(6) SPACE
               KAL-AU-FUNCTION(7) SPACE KAL-AU-FUNCTION(8) SPACE
               KAL-AU-FUNCTION(9) SPACE KAL-AU-FUNCTION(10).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-OPERATOR -- enrol a new user ID, active, with the
      * functions keyed for them.
      ******************************************************************
       4000-ADD-OPERATOR.
           PERFORM 2100-ASK-USER-ID THRU 2100-EXIT
           IF KAL-MNT-USER-ID = SPACES
               GO TO 4000-EXIT
           END-IF
           IF KAL-AUTH-HIT-SUB > 0
               DISPLAY "Operator " KAL-MNT-USER-ID " is already on "
                   "file -- use C, R or E"
               GO TO 4000-EXIT
           END-IF
           IF KAL-AUTH-COUNT NOT < KAL-AUTH-TABLE-MAX
               DISPLAY "File workspace full -- operator NOT added"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-ASK-NAME-AND-INITIALS THRU 4100-EXIT
           IF KAL-MNT-IN-ERROR
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-ASK-FUNCTIONS THRU 4500-EXIT
           IF KAL-MNT-IN-ERROR
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Add " KAL-MNT-USER-ID " (" KAL-MNT-INITIALS
               ") with " KAL-NEW-FUNC-COUNT " functions? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Operator NOT added"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO KAL-AUTH-RECORD
           MOVE KAL-MNT-USER-ID  TO KAL-AU-USER-ID
           MOVE KAL-MNT-NAME     TO KAL-AU-NAME
           MOVE KAL-MNT-INITIALS TO KAL-AU-INITIALS
           MOVE "A"              TO KAL-AU-STATUS
           PERFORM 4700-STORE-FUNCTION THRU 4700-EXIT
               VARYING KAL-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-FUNC-SUB > KAL-MAX-FUNCTIONS
           MOVE KAL-OPERATOR     TO KAL-AU-CHANGED-BY
           MOVE KAL-TODAY        TO KAL-AU-CHANGED-DATE
           ADD 1 TO KAL-AUTH-COUNT
           MOVE KAL-AUTH-RECORD TO KAL-AUTH-SLOT(KAL-AUTH-COUNT)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Operator " KAL-AU-USER-ID " added".
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4100-ASK-NAME-AND-INITIALS -- both required for a new entry;
      * the initials must be free.
      *---------------------------------------------------------------*
       4100-ASK-NAME-AND-INITIALS.
           MOVE "N" TO KAL-MNT-ERROR-SW
           DISPLAY "Name:"
           MOVE SPACES TO KAL-MNT-NAME
           ACCEPT KAL-MNT-NAME
           IF KAL-MNT-NAME = SPACES
               DISPLAY "A name must be given"
               MOVE "Y" TO KAL-MNT-ERROR-SW
               GO TO 4100-EXIT
           END-IF
           DISPLAY "Initials (3 characters):"
           MOVE SPACES TO KAL-MNT-INITIALS
           ACCEPT KAL-MNT-INITIALS
           MOVE FUNCTION UPPER-CASE(KAL-MNT-INITIALS)
               TO KAL-MNT-INITIALS
           IF KAL-MNT-INITIALS = SPACES
               DISPLAY "Initials must be given"
               MOVE "Y" TO KAL-MNT-ERROR-SW
               GO TO 4100-EXIT
           END-IF
           MOVE ZERO TO KAL-AUTH-HIT-SUB
           PERFORM 2300-CHECK-INITIALS THRU 2300-EXIT.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4500-ASK-FUNCTIONS -- the operator's whole function list, one
      * code at a time until a blank one; codes must be known and
      * are taken once each.
      *---------------------------------------------------------------*
       4500-ASK-FUNCTIONS.
           MOVE "N" TO KAL-MNT-ERROR-SW
                       KAL-FUNC-DONE-SW
           MOVE SPACES TO KAL-NEW-FUNCTIONS
           MOVE ZERO TO KAL-NEW-FUNC-COUNT
           DISPLAY "Functions that can be granted:"
           PERFORM 4550-SHOW-KNOWN-FUNCTION THRU 4550-EXIT
               VARYING KAL-KNOWN-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-KNOWN-FUNC-SUB > KAL-KNOWN-FUNC-COUNT
           PERFORM 4600-ASK-ONE-FUNCTION THRU 4600-EXIT
               UNTIL KAL-FUNC-DONE.
       4500-EXIT.
           EXIT.

       4550-SHOW-KNOWN-FUNCTION.
           DISPLAY "  " KAL-KNOWN-FUNC-CODE(KAL-KNOWN-FUNC-SUB) "  "
               KAL-KNOWN-FUNC-TEXT(KAL-KNOWN-FUNC-SUB).
       4550-EXIT.
           EXIT.

       4600-ASK-ONE-FUNCTION.
           IF KAL-NEW-FUNC-COUNT NOT < KAL-MAX-FUNCTIONS
               MOVE "Y" TO KAL-FUNC-DONE-SW
               GO TO 4600-EXIT
           END-IF
           DISPLAY "Function code (blank = done):"
           MOVE SPACES TO KAL-MNT-FUNC-CODE
           ACCEPT KAL-MNT-FUNC-CODE
           IF KAL-MNT-FUNC-CODE = SPACES
               MOVE "Y" TO KAL-FUNC-DONE-SW
               GO TO 4600-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(KAL-MNT-FUNC-CODE)
               TO KAL-MNT-FUNC-CODE
           MOVE "N" TO KAL-FUNC-KNOWN-SW
                       KAL-FUNC-DUP-SW
           PERFORM 4650-MATCH-KNOWN-FUNCTION THRU 4650-EXIT
               VARYING KAL-KNOWN-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-KNOWN-FUNC-SUB > KAL-KNOWN-FUNC-COUNT
           IF NOT KAL-FUNC-IS-KNOWN
               DISPLAY "Unknown function '" KAL-MNT-FUNC-CODE "'"
               GO TO 4600-EXIT
           END-IF
           PERFORM 4660-MATCH-NEW-FUNCTION THRU 4660-EXIT
               VARYING KAL-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-FUNC-SUB > KAL-NEW-FUNC-COUNT
           IF KAL-FUNC-IS-DUP
               DISPLAY "Function " KAL-MNT-FUNC-CODE " already given"
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO KAL-NEW-FUNC-COUNT
           MOVE KAL-MNT-FUNC-CODE
               TO KAL-NEW-FUNCTION(KAL-NEW-FUNC-COUNT).
       4600-EXIT.
           EXIT.

       4650-MATCH-KNOWN-FUNCTION.
           IF KAL-KNOWN-FUNC-CODE(KAL-KNOWN-FUNC-SUB)
                   = KAL-MNT-FUNC-CODE
               MOVE "Y" TO KAL-FUNC-KNOWN-SW
           END-IF.
       4650-EXIT.
           EXIT.

       4660-MATCH-NEW-FUNCTION.
           IF KAL-NEW-FUNCTION(KAL-FUNC-SUB) = KAL-MNT-FUNC-CODE
               MOVE "Y" TO KAL-FUNC-DUP-SW
           END-IF.
       4660-EXIT.
           EXIT.

       4700-STORE-FUNCTION.
           MOVE KAL-NEW-FUNCTION(KAL-FUNC-SUB)
               TO KAL-AU-FUNCTION(KAL-FUNC-SUB).
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-OPERATOR -- name, initials (blank keeps each) and,
      * when asked for, a fresh function list replacing the old one.
      ******************************************************************
       5000-CHANGE-OPERATOR.
           PERFORM 2200-FIND-EXISTING-OPERATOR THRU 2200-EXIT
           IF KAL-AUTH-HIT-SUB = 0
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO KAL-MNT-ERROR-SW
           DISPLAY "Name (blank keeps '" KAL-AU-NAME "'):"
           MOVE SPACES TO KAL-MNT-NAME
           ACCEPT KAL-MNT-NAME
           DISPLAY "Initials (blank keeps '" KAL-AU-INITIALS "'):"
           MOVE SPACES TO KAL-MNT-INITIALS
           ACCEPT KAL-MNT-INITIALS
           MOVE FUNCTION UPPER-CASE(KAL-MNT-INITIALS)
               TO KAL-MNT-INITIALS
           IF KAL-MNT-INITIALS NOT = SPACES
               PERFORM 2300-CHECK-INITIALS THRU 2300-EXIT
               IF KAL-MNT-IN-ERROR
                   GO TO 5000-EXIT
               END-IF
           END-IF
           MOVE KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB) TO KAL-AUTH-RECORD
           DISPLAY "Current functions " KAL-AU-FUNCTION(1) SPACE
               KAL-AU-FUNCTION(2) SPACE KAL-AU-FUNCTION(3) SPACE
               KAL-AU-FUNCTION(4) SPACE KAL-AU-FUNCTION(5) SPACE
               KAL-AU-FUNCTION(6) SPACE KAL-AU-FUNCTION(7) SPACE
               KAL-AU-FUNCTION(8) SPACE KAL-AU-FUNCTION(9) SPACE
               KAL-AU-FUNCTION(10)
           DISPLAY "Re-key the functions? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM = "Y" OR KAL-MNT-CONFIRM = "y"
               PERFORM 4500-ASK-FUNCTIONS THRU 4500-EXIT
               MOVE KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB) TO KAL-AUTH-RECORD
               PERFORM 4700-STORE-FUNCTION THRU 4700-EXIT
                   VARYING KAL-FUNC-SUB FROM 1 BY 1
                   UNTIL KAL-FUNC-SUB > KAL-MAX-FUNCTIONS
           ELSE
               IF KAL-MNT-NAME = SPACES
                   AND KAL-MNT-INITIALS = SPACES
                   DISPLAY "Nothing changed"
                   GO TO 5000-EXIT
               END-IF
           END-IF
           IF KAL-MNT-NAME NOT = SPACES
               MOVE KAL-MNT-NAME TO KAL-AU-NAME
           END-IF
           IF KAL-MNT-INITIALS NOT = SPACES
               MOVE KAL-MNT-INITIALS TO KAL-AU-INITIALS
           END-IF
           MOVE KAL-OPERATOR TO KAL-AU-CHANGED-BY
           MOVE KAL-TODAY    TO KAL-AU-CHANGED-DATE
           MOVE KAL-AUTH-RECORD TO KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Operator " KAL-AU-USER-ID " changed".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REVOKE-OPERATOR -- the operator stays on file but signs
      * on to nothing.
      ******************************************************************
       6000-REVOKE-OPERATOR.
           PERFORM 2200-FIND-EXISTING-OPERATOR THRU 2200-EXIT
           IF KAL-AUTH-HIT-SUB = 0
               GO TO 6000-EXIT
           END-IF
           IF KAL-AU-IS-REVOKED
               DISPLAY "Operator " KAL-AU-USER-ID " is already revoked"
               GO TO 6000-EXIT
           END-IF
           DISPLAY "Revoke " KAL-AU-USER-ID " (" KAL-AU-NAME ")? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Operator left active"
               GO TO 6000-EXIT
           END-IF
           MOVE "R"          TO KAL-AU-STATUS
           MOVE KAL-OPERATOR TO KAL-AU-CHANGED-BY
           MOVE KAL-TODAY    TO KAL-AU-CHANGED-DATE
           MOVE KAL-AUTH-RECORD TO KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Operator " KAL-AU-USER-ID " revoked".
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REINSTATE-OPERATOR -- a revoked operator signs on again
      * with the functions still on their entry.
      ******************************************************************
       7000-REINSTATE-OPERATOR.
           PERFORM 2200-FIND-EXISTING-OPERATOR THRU 2200-EXIT
           IF KAL-AUTH-HIT-SUB = 0
               GO TO 7000-EXIT
           END-IF
           IF KAL-AU-IS-ACTIVE
               DISPLAY "Operator " KAL-AU-USER-ID " is already active"
               GO TO 7000-EXIT
           END-IF
           DISPLAY "Reinstate " KAL-AU-USER-ID " (" KAL-AU-NAME
               ")? (Y/N)"
           MOVE SPACE TO KAL-MNT-CONFIRM
           ACCEPT KAL-MNT-CONFIRM
           IF KAL-MNT-CONFIRM NOT = "Y" AND KAL-MNT-CONFIRM NOT = "y"
               DISPLAY "Operator left revoked"
               GO TO 7000-EXIT
           END-IF
           MOVE "A"          TO KAL-AU-STATUS
           MOVE KAL-OPERATOR TO KAL-AU-CHANGED-BY
           MOVE KAL-TODAY    TO KAL-AU-CHANGED-DATE
           MOVE KAL-AUTH-RECORD TO KAL-AUTH-SLOT(KAL-AUTH-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Operator " KAL-AU-USER-ID " reinstated".
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9000-TERMINATE -- write the file back when any entry was
      * added or changed; an untouched file is left as found.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF NOT KAL-FILE-CHANGED
               GO TO 9000-EXIT
           END-IF
      *---------------------------------------------------------------*
      * Entries beyond the workspace were never loaded; rewriting
      * would drop them from the file, so the file is left alone
      * rather than quietly shortened.
      *---------------------------------------------------------------*
           IF KAL-AUTH-DROPPED-COUNT > 0
               DISPLAY "File larger than workspace -- "
                   "changes NOT saved, nothing lost"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT KalAuth
           IF KAL-AUTH-STATUS NOT = "00"
               AND KAL-AUTH-STATUS NOT = "05"
               DISPLAY "KALAUTH.DAT could not be rewritten, status "
                   KAL-AUTH-STATUS " -- changes NOT saved"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-WRITE-AUTH-RECORD THRU 9100-EXIT
               VARYING KAL-AUTH-SUB FROM 1 BY 1
               UNTIL KAL-AUTH-SUB > KAL-AUTH-COUNT
           CLOSE KalAuth
           DISPLAY "Authority file rewritten, " KAL-AUTH-COUNT
               " operators".
       9000-EXIT.
           EXIT.

       9100-WRITE-AUTH-RECORD.
           MOVE KAL-AUTH-SLOT(KAL-AUTH-SUB) TO KAL-AUTH-RECORD
           WRITE KAL-AUTH-RECORD.
       9100-EXIT.
           EXIT.

       END PROGRAM KalAutMt.
