      *     after -- so KalXAck can match the historian's
      *     acknowledgment against it and roll the bookmark back
      *     when a transfer is failed or never confirmed.
      *   - Gerardo Gonzalez Aguila : every extract also records on
      *     KALXRUN.DAT which run-ids it shipped and how many rows of
      *     each, so a run that is later backed out can be traced to
      *     the extracts that carried it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalXtrct.
       SELECT OPTIONAL KalXmit ASSIGN TO "KALXMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XMIT-STATUS.
       SELECT OPTIONAL KalXRun ASSIGN TO "KALXRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XRUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD Data1.
           01  KAL-LAST-RECORD          PIC X(14).
        FD KalXmit.
           COPY "KALXMIT.CPY".
        FD KalXRun.
           COPY "KALXRUN.CPY".
       WORKING-STORAGE SECTION.
       01  KAL-DATA1-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-PARM-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XTRCT-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-LAST-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XMIT-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XRUN-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-DATA1-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA1-AT-EOF                     VALUE "Y".
       01  KAL-PARM-EOF-SW                  PIC X(01)   VALUE "N".
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-SELECTED-SW                  PIC X(01)   VALUE "N".

      *---------------------------------------------------------------*
      * Rows shipped per run-id, for the KALXRUN.DAT run detail.
      *---------------------------------------------------------------*
       01  KAL-RUN-TABLE-MAX                PIC 9(04) COMP VALUE 500.
       01  KAL-RUN-COUNT                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUN-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUN-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  KAL-RUN-TABLE.
           05  KAL-RUN-ENTRY OCCURS 500 TIMES.
               10  KAL-RUN-ID               PIC X(10).
               10  KAL-RUN-ROW-COUNT        PIC 9(07) COMP.
       01  KAL-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Transmission-register identity: the extract-id is this run's
      * own timestamp, which the historian's acknowledgment quotes
           ADD KAL-D1-KALMAN-VALUE TO KAL-KALMAN-HASH
           IF KAL-D1-ROW-TS > KAL-NEWEST-TS
               MOVE KAL-D1-ROW-TS TO KAL-NEWEST-TS
           END-IF
           PERFORM 2400-TALLY-RUN THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2400-TALLY-RUN -- count the shipped row against its run-id.
      * Data1.DAT arrives grouped by run, so the newest entry is
      * checked before the search.  A full table only costs the
      * detail of the runs past it, which the console reports.
      *---------------------------------------------------------------*
       2400-TALLY-RUN.
           MOVE ZERO TO KAL-RUN-HIT-SUB
           IF KAL-RUN-COUNT > 0
               AND KAL-RUN-ID(KAL-RUN-COUNT) = KAL-D1-RUN-ID
               MOVE KAL-RUN-COUNT TO KAL-RUN-HIT-SUB
           END-IF
           IF KAL-RUN-HIT-SUB = 0
               PERFORM 2410-MATCH-RUN-ENTRY THRU 2410-EXIT
                   VARYING KAL-RUN-SUB FROM 1 BY 1
                   UNTIL KAL-RUN-SUB > KAL-RUN-COUNT
                   OR KAL-RUN-HIT-SUB > 0
           END-IF
           IF KAL-RUN-HIT-SUB = 0
               IF KAL-RUN-COUNT < KAL-RUN-TABLE-MAX
                   ADD 1 TO KAL-RUN-COUNT
                   MOVE KAL-RUN-COUNT TO KAL-RUN-HIT-SUB
                   MOVE KAL-D1-RUN-ID TO KAL-RUN-ID(KAL-RUN-HIT-SUB)
                   MOVE ZERO TO KAL-RUN-ROW-COUNT(KAL-RUN-HIT-SUB)
               ELSE
                   ADD 1 TO KAL-OVERFLOW-COUNT
               END-IF
           END-IF
           IF KAL-RUN-HIT-SUB > 0
               ADD 1 TO KAL-RUN-ROW-COUNT(KAL-RUN-HIT-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-MATCH-RUN-ENTRY.
           IF KAL-RUN-ID(KAL-RUN-SUB) = KAL-D1-RUN-ID
               MOVE KAL-RUN-SUB TO KAL-RUN-HIT-SUB
           END-IF.
       2410-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8000-WRITE-TRAILER -- the extract-id, record count and value
      * hash totals, so the receiving side can verify the transfer
                   ADD 1 TO KAL-ERROR-COUNT
               END-IF
           END-IF
           PERFORM 9100-REGISTER-TRANSMISSION THRU 9100-EXIT
           PERFORM 9200-REGISTER-RUN-DETAIL THRU 9200-EXIT.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 9200-REGISTER-RUN-DETAIL -- one KALXRUN.DAT line per run-id
      * this extract shipped rows for, under the same extract-id.
      *---------------------------------------------------------------*
       9200-REGISTER-RUN-DETAIL.
           IF KAL-RUN-COUNT = 0
               GO TO 9200-EXIT
           END-IF
           OPEN EXTEND KalXRun
           IF KAL-XRUN-STATUS NOT = "00"
               AND KAL-XRUN-STATUS NOT = "05"
               OPEN OUTPUT KalXRun
           END-IF
           IF KAL-XRUN-STATUS NOT = "00"
               AND KAL-XRUN-STATUS NOT = "05"
               DISPLAY "KALXRUN.DAT could not be opened, status "
                   KAL-XRUN-STATUS " -- run detail not registered"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 9200-EXIT
           END-IF
           PERFORM 9210-WRITE-RUN-DETAIL THRU 9210-EXIT
               VARYING KAL-RUN-SUB FROM 1 BY 1
               UNTIL KAL-RUN-SUB > KAL-RUN-COUNT
           CLOSE KalXRun
           IF KAL-OVERFLOW-COUNT > 0
               DISPLAY "Run table full -- " KAL-OVERFLOW-COUNT
                   " rows shipped without run detail"
           END-IF.
       9200-EXIT.
           EXIT.

       9210-WRITE-RUN-DETAIL.
           MOVE SPACES TO KAL-XRUN-RECORD
           MOVE KAL-EXTRACT-ID              TO KAL-XU-EXTRACT-ID
           MOVE KAL-RUN-ID(KAL-RUN-SUB)     TO KAL-XU-RUN-ID
           MOVE KAL-RUN-ROW-COUNT(KAL-RUN-SUB) TO KAL-XU-ROW-COUNT
           WRITE KAL-XRUN-RECORD.
       9210-EXIT.
           EXIT.

       END PROGRAM KalXtrct.
