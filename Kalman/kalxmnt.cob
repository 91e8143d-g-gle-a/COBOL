      *     KalExcp cannot append underneath an analyst's session;
      *     another holder is reported and the session ends with a
      *     non-zero return code.
      *   - Gerardo Gonzalez Aguila : the analyst signs on through the
      *     KALSIGN service before anything else and must be on the
      *     operator authority file; acknowledging and closing each
      *     need their own grant (XACK, XCLO), a refusal is logged as
      *     a security violation, and the initials stamped on an
      *     entry are the operator's own from the authority file
      *     rather than typed.
      *   - Gerardo Gonzalez Aguila : closing an entry stamps it with
      *     the date it was closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalXMnt.
       01  KAL-CHANGED-SW                   PIC X(01)   VALUE "N".
           88  KAL-REGISTER-CHANGED                 VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      *---------------------------------------------------------------*
      * The whole register in memory while the analyst works on it.
      *---------------------------------------------------------------*
       01  KAL-XREG-DROPPED-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  KAL-XREG-TABLE.
           05  KAL-XREG-SLOT OCCURS 2000 TIMES
                                            PIC X(84).

      *---------------------------------------------------------------*
      * Operator dialog fields.
       01  KAL-MNT-RUN-ID                   PIC X(10)   VALUE SPACES.
       01  KAL-MNT-SEQ-TEXT                 PIC X(04)   VALUE SPACES.
       01  KAL-MNT-SEQ-NO                   PIC 9(04)   VALUE ZERO.
       01  KAL-MNT-COMMENT                  PIC X(30)   VALUE SPACES.
       01  KAL-MNT-NEW-STATUS               PIC X(03)   VALUE SPACES.
       01  KAL-OPEN-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-LOCK-TAKEN-SW                PIC X(01)   VALUE "N".
           88  KAL-LOCK-TAKEN                       VALUE "Y".

      *---------------------------------------------------------------*
      * Sign-on: the operator is validated against KALAUTH.DAT before
      * any command is served, and each disposition is checked
      * against the functions granted there.
      *---------------------------------------------------------------*
           COPY "KALSGN.CPY".
       01  KAL-SIGNON-REFUSED-SW            PIC X(01)   VALUE "N".
           88  KAL-SIGNON-REFUSED                   VALUE "Y".
       01  KAL-GRANTED-SW                   PIC X(01)   VALUE "N".
           88  KAL-FUNCTION-GRANTED                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF KAL-SIGNON-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-ACQUIRE-LOCK THRU 0100-EXIT
           IF KAL-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT
           STOP RUN.

      *---------------------------------------------------------------*
      * 0050-SIGN-ON -- validate the operator before the register is
      * locked or loaded; a refused operator (the service has already
      * logged it) or a build without the sign-on service never gets
      * a session.
      *---------------------------------------------------------------*
       0050-SIGN-ON.
           MOVE "SGN" TO KAL-SGN-FUNCTION
           MOVE "KALXMNT" TO KAL-SGN-CALLER
           CALL "KALSIGN" USING KAL-SIGNON-REQUEST
               ON EXCEPTION
                   DISPLAY "Sign-on service not available -- "
                       "not starting"
                   MOVE "Y" TO KAL-SIGNON-REFUSED-SW
                   GO TO 0050-EXIT
           END-CALL
           DISPLAY KAL-SGN-MESSAGE
           IF KAL-SGN-STATUS NOT = "00"
               DISPLAY "Sign-on refused -- not starting"
               MOVE "Y" TO KAL-SIGNON-REFUSED-SW
           END-IF.
       0050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 0100-ACQUIRE-LOCK -- take the XREG lock or stand down.  A
      * build without the lock service runs unprotected, exactly as
       0200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 0300-CHECK-AUTHORITY -- may the operator perform the function
      * in KAL-SGN-WANTED (described in KAL-SGN-DETAIL)?  A refusal
      * is logged by the service and told to the operator.
      *---------------------------------------------------------------*
       0300-CHECK-AUTHORITY.
           MOVE "N" TO KAL-GRANTED-SW
           MOVE "CHK" TO KAL-SGN-FUNCTION
           CALL "KALSIGN" USING KAL-SIGNON-REQUEST
           IF KAL-SGN-STATUS = "00"
               MOVE "Y" TO KAL-GRANTED-SW
           ELSE
               DISPLAY KAL-SGN-MESSAGE
           END-IF.
       0300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- pull the register into memory; an absent
      * or empty register just means there is nothing to work.
               WHEN "A"
               WHEN "a"
                   MOVE "ACK" TO KAL-MNT-NEW-STATUS
                   MOVE "XACK" TO KAL-SGN-WANTED
                   MOVE "ACKNOWLEDGE AN EXCEPTION" TO KAL-SGN-DETAIL
                   PERFORM 4000-DISPOSE-ITEM THRU 4000-EXIT
               WHEN "C"
               WHEN "c"
                   MOVE "CLO" TO KAL-MNT-NEW-STATUS
                   MOVE "XCLO" TO KAL-SGN-WANTED
                   MOVE "CLOSE AN EXCEPTION" TO KAL-SGN-DETAIL
                   PERFORM 4000-DISPOSE-ITEM THRU 4000-EXIT
               WHEN "Q"
               WHEN "q"
      * run-id and sequence, with the analyst's initials and note.
      * The newest entry that is not already closed takes the
      * disposition (a recurring item sits behind its closed
      * predecessors).  The analyst must hold the grant for the
      * disposition before anything is asked, and the initials are
      * the ones on their authority entry.
      ******************************************************************
       4000-DISPOSE-ITEM.
           PERFORM 0300-CHECK-AUTHORITY THRU 0300-EXIT
           IF NOT KAL-FUNCTION-GRANTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Run-id:"
           MOVE SPACES TO KAL-MNT-RUN-ID
           ACCEPT KAL-MNT-RUN-ID
               GO TO 4000-EXIT
           END-IF
           MOVE KAL-MNT-SEQ-TEXT TO KAL-MNT-SEQ-NO
           DISPLAY "Note:"
           MOVE SPACES TO KAL-MNT-COMMENT
           ACCEPT KAL-MNT-COMMENT

           MOVE KAL-XREG-SLOT(KAL-XREG-HIT-SUB) TO KAL-XREG-RECORD
           MOVE KAL-MNT-NEW-STATUS TO KAL-XR-STATUS
           MOVE KAL-SGN-INITIALS   TO KAL-XR-INITIALS
           MOVE KAL-MNT-COMMENT    TO KAL-XR-COMMENT
           IF KAL-XR-IS-CLOSED
               MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
               MOVE 800-CURRENT-DATE(1:8) TO KAL-XR-DATE-CLOSED
           END-IF
           MOVE KAL-XREG-RECORD TO KAL-XREG-SLOT(KAL-XREG-HIT-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
           DISPLAY "Run " KAL-XR-RUN-ID " seq " KAL-XR-SEQ-NO
