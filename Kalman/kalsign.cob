      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: CALLable sign-on service for the interactive
      *          maintenance programs.  "SGN" looks the signed-on
      *          user ID (USERNAME) up on KALAUTH.DAT, the operator
      *          authority file, and hands back the operator's name,
      *          initials and granted functions -- or refuses them.
      *          "CHK" tells the caller whether the operator may
      *          perform one function, from the grants handed back
      *          at sign-on.  "REF" records a refusal the caller
      *          decided on its own.  Every refusal, whichever way it
      *          came about, is appended to KALSECV.DAT, the security
      *          violation file, for KalSecRp's weekly summary.
      *          Callers communicate through the KALSGN copybook
      *          area.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KALSIGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalAuth ASSIGN TO "KALAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-AUTH-STATUS.
       SELECT KalSecVio ASSIGN TO "KALSECV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalAuth.
           COPY "KALAUTH.CPY".
        FD KalSecVio.
           COPY "KALSECV.CPY".
       WORKING-STORAGE SECTION.
       01  KAL-AUTH-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-SECV-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-AUTH-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-AUTH-AT-EOF                      VALUE "Y".
       01  KAL-FOUND-SW                     PIC X(01)   VALUE "N".
           88  KAL-USER-FOUND                       VALUE "Y".
       01  KAL-AUTH-READ-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  KAL-FUNC-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-MAX-FUNCTIONS                PIC 9(02) COMP VALUE 10.
       01  800-WIN-USERNAME                 PIC X(24)   VALUE SPACES.
       01  800-CURRENT-DATE.
           05  800-CURRENT-STAMP           PIC X(14)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       LINKAGE SECTION.
           COPY "KALSGN.CPY".

       PROCEDURE DIVISION USING KAL-SIGNON-REQUEST.
       0000-DISPATCH.
           MOVE SPACES TO KAL-SGN-MESSAGE
           EVALUATE KAL-SGN-FUNCTION
               WHEN "SGN"
                   PERFORM 2000-SIGN-ON THRU 2000-EXIT
               WHEN "CHK"
                   PERFORM 3000-CHECK-FUNCTION THRU 3000-EXIT
               WHEN "REF"
                   PERFORM 4000-RECORD-REFUSAL THRU 4000-EXIT
               WHEN OTHER
                   MOVE "99" TO KAL-SGN-STATUS
                   MOVE "Unknown sign-on service function"
                       TO KAL-SGN-MESSAGE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 2000-SIGN-ON -- the USERNAME user must be on the authority
      * file and active.  Anything else is refused and logged under
      * function SIGN; the operator fields come back blank.
      ******************************************************************
       2000-SIGN-ON.
           MOVE SPACES TO KAL-SGN-USER-ID
                          KAL-SGN-NAME
                          KAL-SGN-INITIALS
                          KAL-SGN-REASON
           PERFORM 2050-CLEAR-GRANT THRU 2050-EXIT
               VARYING KAL-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-FUNC-SUB > KAL-MAX-FUNCTIONS
           MOVE "SIGN" TO KAL-SGN-WANTED
           MOVE "SIGN-ON REFUSED" TO KAL-SGN-DETAIL
           MOVE SPACES TO 800-WIN-USERNAME
           ACCEPT 800-WIN-USERNAME FROM ENVIRONMENT "USERNAME"
           IF 800-WIN-USERNAME = SPACES
               MOVE "81" TO KAL-SGN-STATUS
               MOVE "N" TO KAL-SGN-REASON
               MOVE "USERNAME is not set -- nobody is signed on"
                   TO KAL-SGN-MESSAGE
               PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE "N" TO KAL-AUTH-EOF-SW
                       KAL-FOUND-SW
           MOVE ZERO TO KAL-AUTH-READ-COUNT
           OPEN INPUT KalAuth
           IF KAL-AUTH-STATUS = "05"
               CLOSE KalAuth
               MOVE "Y" TO KAL-AUTH-EOF-SW
           ELSE
               IF KAL-AUTH-STATUS NOT = "00"
                   MOVE "93" TO KAL-SGN-STATUS
                   MOVE "A" TO KAL-SGN-REASON
                   STRING "KALAUTH.DAT could not be read, status "
                          KAL-AUTH-STATUS
                       DELIMITED BY SIZE INTO KAL-SGN-MESSAGE
                   PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2100-READ-AUTH-RECORD THRU 2100-EXIT
                   UNTIL KAL-AUTH-AT-EOF
                   OR KAL-USER-FOUND
               CLOSE KalAuth
           END-IF

           EVALUATE TRUE
               WHEN KAL-AUTH-READ-COUNT = 0
                   MOVE "80" TO KAL-SGN-STATUS
                   MOVE "E" TO KAL-SGN-REASON
                   MOVE "No operator is enrolled on KALAUTH.DAT"
                       TO KAL-SGN-MESSAGE
               WHEN NOT KAL-USER-FOUND
                   MOVE "82" TO KAL-SGN-STATUS
                   MOVE "U" TO KAL-SGN-REASON
                   STRING "User " DELIMITED BY SIZE
                          800-WIN-USERNAME DELIMITED BY SPACE
                          " is not an authorised operator"
                              DELIMITED BY SIZE
                       INTO KAL-SGN-MESSAGE
               WHEN NOT KAL-AU-IS-ACTIVE
                   MOVE "83" TO KAL-SGN-STATUS
                   MOVE "R" TO KAL-SGN-REASON
                   STRING "Authority for user " DELIMITED BY SIZE
                          800-WIN-USERNAME DELIMITED BY SPACE
                          " has been revoked" DELIMITED BY SIZE
                       INTO KAL-SGN-MESSAGE
               WHEN OTHER
                   MOVE "00" TO KAL-SGN-STATUS
                   MOVE KAL-AU-USER-ID  TO KAL-SGN-USER-ID
                   MOVE KAL-AU-NAME     TO KAL-SGN-NAME
                   MOVE KAL-AU-INITIALS TO KAL-SGN-INITIALS
                   PERFORM 2200-COPY-GRANT THRU 2200-EXIT
                       VARYING KAL-FUNC-SUB FROM 1 BY 1
                       UNTIL KAL-FUNC-SUB > KAL-MAX-FUNCTIONS
                   STRING "Signed on as " DELIMITED BY SIZE
                          KAL-AU-USER-ID DELIMITED BY SPACE
                          " (" DELIMITED BY SIZE
                          KAL-AU-NAME DELIMITED BY "  "
                          ")" DELIMITED BY SIZE
                       INTO KAL-SGN-MESSAGE
           END-EVALUATE
           IF KAL-SGN-STATUS NOT = "00"
               PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2050-CLEAR-GRANT.
           MOVE SPACES TO KAL-SGN-GRANTED(KAL-FUNC-SUB).
       2050-EXIT.
           EXIT.

       2100-READ-AUTH-RECORD.
           READ KalAuth
               AT END
                   MOVE "Y" TO KAL-AUTH-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-AUTH-READ-COUNT
                   IF KAL-AU-USER-ID = 800-WIN-USERNAME
                       MOVE "Y" TO KAL-FOUND-SW
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-COPY-GRANT.
           MOVE KAL-AU-FUNCTION(KAL-FUNC-SUB)
               TO KAL-SGN-GRANTED(KAL-FUNC-SUB).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-FUNCTION -- the wanted code must be among the
      * grants handed back at sign-on; a caller that never signed on
      * has none.
      ******************************************************************
       3000-CHECK-FUNCTION.
           MOVE SPACES TO KAL-SGN-REASON
           IF KAL-SGN-USER-ID = SPACES
               MOVE "81" TO KAL-SGN-STATUS
               MOVE "N" TO KAL-SGN-REASON
               MOVE "Nobody is signed on" TO KAL-SGN-MESSAGE
               PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE "84" TO KAL-SGN-STATUS
           PERFORM 3100-MATCH-GRANT THRU 3100-EXIT
               VARYING KAL-FUNC-SUB FROM 1 BY 1
               UNTIL KAL-FUNC-SUB > KAL-MAX-FUNCTIONS
           IF KAL-SGN-STATUS NOT = "00"
               MOVE "F" TO KAL-SGN-REASON
               STRING "Not authorised to " DELIMITED BY SIZE
                      KAL-SGN-DETAIL DELIMITED BY "  "
                      " -- refusal logged" DELIMITED BY SIZE
                   INTO KAL-SGN-MESSAGE
               PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-GRANT.
           IF KAL-SGN-WANTED NOT = SPACES
               AND KAL-SGN-GRANTED(KAL-FUNC-SUB) = KAL-SGN-WANTED
               MOVE "00" TO KAL-SGN-STATUS
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RECORD-REFUSAL -- the caller has turned the operator
      * down itself and only wants the refusal on file.
      ******************************************************************
       4000-RECORD-REFUSAL.
           PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
           MOVE "00" TO KAL-SGN-STATUS.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5000-LOG-REFUSAL -- append one line to KALSECV.DAT.  The user
      * ID is the signed-on one when there is one, otherwise whatever
      * USERNAME held.  A violation file that cannot be written is
      * said on the console; the refusal itself still stands.
      *---------------------------------------------------------------*
       5000-LOG-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           OPEN EXTEND KalSecVio
           IF KAL-SECV-STATUS NOT = "00"
               AND KAL-SECV-STATUS NOT = "05"
               OPEN OUTPUT KalSecVio
           END-IF
           IF KAL-SECV-STATUS NOT = "00"
               AND KAL-SECV-STATUS NOT = "05"
               DISPLAY "KALSECV.DAT could not be opened, status "
                   KAL-SECV-STATUS " -- refusal NOT logged"
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO KAL-SECVIO-RECORD
           MOVE 800-CURRENT-STAMP TO KAL-SV-TIMESTAMP
           IF KAL-SGN-USER-ID NOT = SPACES
               MOVE KAL-SGN-USER-ID TO KAL-SV-USER-ID
           ELSE
               MOVE 800-WIN-USERNAME TO KAL-SV-USER-ID
           END-IF
           MOVE KAL-SGN-CALLER TO KAL-SV-PROGRAM
           MOVE KAL-SGN-WANTED TO KAL-SV-FUNCTION
           MOVE KAL-SGN-REASON TO KAL-SV-REASON
           MOVE KAL-SGN-DETAIL TO KAL-SV-DETAIL
           WRITE KAL-SECVIO-RECORD
           CLOSE KalSecVio.
       5000-EXIT.
           EXIT.

       END PROGRAM KALSIGN.
