      ******************************************************************
      * Copybook: KALAUTH
      * Purpose:  Record layout for KALAUTH.DAT, the operator
      *           authority file.  One entry per user ID -- the
      *           signed-on USERNAME -- with the operator's name, the
      *           initials stamped on whatever they dispose, and the
      *           functions they may perform in the interactive
      *           maintenance programs, one 4-character code each:
      *             XACK  acknowledge an exception     (KalXMnt)
      *             XCLO  close an exception           (KalXMnt)
      *             RREP  repair a rejected reading    (KalRFix)
      *             RDRP  drop a rejected reading      (KalRFix)
      *             LCLR  clear a held run lock        (KalLckMt)
      *             AUTH  administer this file         (KalAutMt)
      *           Listing is open to every active operator.  A
      *           revoked entry signs on to nothing but stays on file
      *           so past dispositions and violations can still be
      *           put to a name; entries are never deleted.  Who last
      *           changed the entry, and when, is kept on it.
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       01  KAL-AUTH-RECORD.
           05  KAL-AU-USER-ID          PIC X(24).
           05  KAL-AU-NAME             PIC X(30).
           05  KAL-AU-INITIALS         PIC X(03).
           05  KAL-AU-STATUS           PIC X(01).
               88  KAL-AU-IS-ACTIVE            VALUE "A".
               88  KAL-AU-IS-REVOKED           VALUE "R".
           05  KAL-AU-FUNCTION         PIC X(04) OCCURS 10 TIMES.
           05  KAL-AU-CHANGED-BY       PIC X(24).
           05  KAL-AU-CHANGED-DATE     PIC X(08).
