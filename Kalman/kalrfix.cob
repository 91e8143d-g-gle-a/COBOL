      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : the operator signs on through
      *     the KALSIGN service before any command and must be on the
      *     operator authority file; repairing and dropping each need
      *     their own grant (RREP, RDRP), a refusal is logged as a
      *     security violation, and the initials on the repair log
      *     are the operator's own from the authority file rather
      *     than typed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalRFix.
       01  KAL-REPAIRED-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-DROPPED-COUNT                PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Sign-on: the operator is validated against KALAUTH.DAT before
      * any command is served, and each repair or drop is checked
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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SERVE-COMMAND THRU 2000-EXIT
               UNTIL KAL-QUIT-WANTED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *---------------------------------------------------------------*
      * 0050-SIGN-ON -- validate the operator before the reject file
      * is loaded; a refused operator (the service has already
      * logged it) or a build without the sign-on service never gets
      * a session.
      *---------------------------------------------------------------*
       0050-SIGN-ON.
           MOVE "SGN" TO KAL-SGN-FUNCTION
           MOVE "KALRFIX" TO KAL-SGN-CALLER
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
      * 1000-INITIALIZE -- pull the reject file into memory; an
      * absent or empty file just means there is nothing to repair.
      * sequence (blank keeps the original column) and queue it for
      * the recycle file.  The repaired line is re-validated by
      * KalEdit like any other reading, so a bad correction still
      * cannot reach the staging file.  The operator must hold the
      * repair grant before anything is asked.
      ******************************************************************
       4000-REPAIR-ITEM.
           MOVE "RREP" TO KAL-SGN-WANTED
           MOVE "REPAIR A REJECTED READING" TO KAL-SGN-DETAIL
           PERFORM 0300-CHECK-AUTHORITY THRU 0300-EXIT
           IF NOT KAL-FUNCTION-GRANTED
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-ASK-ITEM-NUMBER THRU 4500-EXIT
           IF KAL-FIX-ITEM-NO = 0
               GO TO 4000-EXIT
               KAL-RJT-SEQ(KAL-REJ-SUB) "'):"
           MOVE SPACES TO KAL-FIX-SEQ
           ACCEPT KAL-FIX-SEQ
           MOVE KAL-SGN-INITIALS TO KAL-FIX-INITIALS

           MOVE KAL-RJT-IMAGE(KAL-REJ-SUB)
               TO KAL-RJT-NEW-IMAGE(KAL-REJ-SUB)
      ******************************************************************
      * 5000-DROP-ITEM -- write one reject off for good; it leaves
      * KALREJ.DAT and never reaches the recycle file, but the drop
      * is still on the repair log.  The operator must hold the drop
      * grant before anything is asked.
      ******************************************************************
       5000-DROP-ITEM.
           MOVE "RDRP" TO KAL-SGN-WANTED
           MOVE "DROP A REJECTED READING" TO KAL-SGN-DETAIL
           PERFORM 0300-CHECK-AUTHORITY THRU 0300-EXIT
           IF NOT KAL-FUNCTION-GRANTED
               GO TO 5000-EXIT
           END-IF
           PERFORM 4500-ASK-ITEM-NUMBER THRU 4500-EXIT
           IF KAL-FIX-ITEM-NO = 0
               GO TO 5000-EXIT
           END-IF
           MOVE KAL-FIX-ITEM-NO TO KAL-REJ-SUB
           MOVE KAL-SGN-INITIALS TO KAL-FIX-INITIALS
           MOVE "D" TO KAL-RJT-ACTION(KAL-REJ-SUB)
           MOVE KAL-FIX-INITIALS TO KAL-RJT-INITIALS(KAL-REJ-SUB)
           MOVE "Y" TO KAL-CHANGED-SW
