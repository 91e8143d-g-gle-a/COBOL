      ******************************************************************
      * Copybook: KALSECV
      * Purpose:  Record layout for KALSECV.DAT, the security
      *           violation file.  The KALSIGN sign-on service appends
      *           one line for every refusal: an operator turned away
      *           at sign-on, or refused a function outside their
      *           authority.  KalSecRp summarizes it weekly for the
      *           supervisor.  Function SIGN marks a sign-on refusal.
      *           Reasons:   "N" no user ID signed on (USERNAME unset)
      *                      "E" nobody enrolled on KALAUTH.DAT yet
      *                      "A" KALAUTH.DAT could not be read
      *                      "U" user ID not on KALAUTH.DAT
      *                      "R" operator's authority revoked
      *                      "F" function not granted to the operator
      *                      "O" administrator working their own entry
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-SECVIO-RECORD.
           05  KAL-SV-TIMESTAMP        PIC X(14).
           05  FILLER                  PIC X(01).
           05  KAL-SV-USER-ID          PIC X(24).
           05  FILLER                  PIC X(01).
           05  KAL-SV-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(01).
           05  KAL-SV-FUNCTION         PIC X(04).
           05  FILLER                  PIC X(01).
           05  KAL-SV-REASON           PIC X(01).
               88  KAL-SV-NO-USER-ID           VALUE "N".
               88  KAL-SV-NOBODY-ENROLLED      VALUE "E".
               88  KAL-SV-AUTH-UNREADABLE      VALUE "A".
               88  KAL-SV-NOT-ON-FILE          VALUE "U".
               88  KAL-SV-REVOKED              VALUE "R".
               88  KAL-SV-NOT-GRANTED          VALUE "F".
               88  KAL-SV-OWN-ENTRY            VALUE "O".
           05  FILLER                  PIC X(01).
           05  KAL-SV-DETAIL           PIC X(30).
