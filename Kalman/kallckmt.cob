      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : the CALIB lock taken by the
      *     calibration master maintenance now shows on the listing.
      *   - Gerardo Gonzalez Aguila : so does the PARM lock taken by
      *     the parameter change control maintenance.
      *   - Gerardo Gonzalez Aguila : the operator signs on through
      *     the KALSIGN service before any command and must be on the
      *     operator authority file; clearing a held lock needs the
      *     LCLR grant and a refusal is logged as a security
      *     violation.  The AUTH lock taken by the authority file
      *     maintenance shows on the listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalLckMt.
      * The locks the suite uses; a new lock name only needs a new
      * entry here to show up on the listing.
      *---------------------------------------------------------------*
       01  KAL-LOCK-NAME-COUNT              PIC 9(02) COMP VALUE 5.
       01  KAL-LOCK-NAME-SUB                PIC 9(02) COMP VALUE ZERO.
       01  KAL-LOCK-NAME-TABLE.
           05  FILLER                       PIC X(08)   VALUE "DATA1".
           05  FILLER                       PIC X(08)   VALUE "XREG".
           05  FILLER                       PIC X(08)   VALUE "CALIB".
           05  FILLER                       PIC X(08)   VALUE "PARM".
           05  FILLER                       PIC X(08)   VALUE "AUTH".
       01  KAL-LOCK-NAMES REDEFINES KAL-LOCK-NAME-TABLE.
           05  KAL-KNOWN-LOCK OCCURS 5 TIMES
                                            PIC X(08).

      *---------------------------------------------------------------*
      * Sign-on: the operator is validated against KALAUTH.DAT before
      * any command is served, and clearing a lock is checked
      * against the functions granted there.
      *---------------------------------------------------------------*
           COPY "KALSGN.CPY".
       01  KAL-SIGNON-REFUSED-SW            PIC X(01)   VALUE "N".
           88  KAL-SIGNON-REFUSED                   VALUE "Y".
       01  KAL-GRANTED-SW                   PIC X(01)   VALUE "N".
           88  KAL-FUNCTION-GRANTED                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "Run-lock maintenance by Gerardo Gonzalez"
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF KAL-SIGNON-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-SERVE-COMMAND THRU 2000-EXIT
               UNTIL KAL-QUIT-WANTED
           STOP RUN.

      *---------------------------------------------------------------*
      * 0050-SIGN-ON -- validate the operator before any command; a
      * refused operator (the service has already logged it) or a
      * build without the sign-on service never gets a session.
      *---------------------------------------------------------------*
       0050-SIGN-ON.
           MOVE "SGN" TO KAL-SGN-FUNCTION
           MOVE "KALLCKMT" TO KAL-SGN-CALLER
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

      ******************************************************************
      * 2000-SERVE-COMMAND -- one operator request: L lists the
      * suite's locks, C clears one, Q leaves.
      * 4000-CLEAR-LOCK -- release a named lock after showing who
      * holds it and getting a Y back; clearing a lock under a job
      * that is still alive reopens the very hole the locks close.
      * Only an operator holding the clear grant gets that far.
      ******************************************************************
       4000-CLEAR-LOCK.
           MOVE "LCLR" TO KAL-SGN-WANTED
           MOVE "CLEAR A HELD RUN LOCK" TO KAL-SGN-DETAIL
           PERFORM 0300-CHECK-AUTHORITY THRU 0300-EXIT
           IF NOT KAL-FUNCTION-GRANTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Lock name:"
           MOVE SPACES TO KAL-MNT-LOCK-NAME
           ACCEPT KAL-MNT-LOCK-NAME
