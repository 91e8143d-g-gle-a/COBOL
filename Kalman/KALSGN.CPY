      ******************************************************************
      * Copybook: KALSGN
      * Purpose:  Communication area for the KALSIGN sign-on
      *           service.  The caller sets the function and its own
      *           program name; the service answers in the status
      *           field with a console-ready message, and every
      *           refusal is written to KALSECV.DAT by the service.
      *           Functions: "SGN" -- sign on the USERNAME user: the
      *                               operator's name, initials and
      *                               granted functions come back
      *                      "CHK" -- may the signed-on operator
      *                               perform the function code in
      *                               KAL-SGN-WANTED? (KAL-SGN-DETAIL
      *                               says what was attempted)
      *                      "REF" -- log a refusal the caller decided
      *                               itself, for KAL-SGN-WANTED with
      *                               KAL-SGN-REASON and the detail
      *           Statuses:  "00" signed on / function granted / logged
      *                      "80" nobody enrolled on KALAUTH.DAT yet
      *                      "81" no user ID signed on
      *                      "82" user ID not on KALAUTH.DAT
      *                      "83" operator's authority revoked
      *                      "84" function not granted
      *                      "93" KALAUTH.DAT could not be read
      *                      "99" unknown function code
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-SIGNON-REQUEST.
           05  KAL-SGN-FUNCTION        PIC X(03).
           05  KAL-SGN-CALLER          PIC X(08).
           05  KAL-SGN-WANTED          PIC X(04).
           05  KAL-SGN-DETAIL          PIC X(30).
           05  KAL-SGN-REASON          PIC X(01).
           05  KAL-SGN-STATUS          PIC X(02).
           05  KAL-SGN-MESSAGE         PIC X(80).
           05  KAL-SGN-USER-ID         PIC X(24).
           05  KAL-SGN-NAME            PIC X(30).
           05  KAL-SGN-INITIALS        PIC X(03).
           05  KAL-SGN-GRANTED         PIC X(04) OCCURS 10 TIMES.
