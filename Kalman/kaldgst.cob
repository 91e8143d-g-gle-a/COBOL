      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : each step's elapsed time from
      *     its STEP event, and a batch-window section -- a night
      *     whose steps ran on past the morning cut-off
      *     (KALMAN_CUTOFF, hhmm, default 0600) is called out at the
      *     top of the digest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalDgst.
               10  KAL-STEP-OUTCOME         PIC X(24).
               10  KAL-STEP-RC              PIC 9(04).
               10  KAL-STEP-TIME            PIC X(06).
               10  KAL-STEP-TIMED-SW        PIC X(01).
               10  KAL-STEP-ELAPSED         PIC 9(06).

      *---------------------------------------------------------------*
      * The batch window: the night runs from the start of its first
      * step that ran to the end of its last, against the first
      * morning cut-off after its start.  STEP events from before
      * the driver timed its steps carry no start and are left out.
      *---------------------------------------------------------------*
       01  KAL-CUTOFF-ENV-TEXT              PIC X(10)   VALUE SPACES.
       01  KAL-CUTOFF-HHMM.
           05  KAL-CUTOFF-HH                PIC 9(02)   VALUE 06.
           05  KAL-CUTOFF-MI                PIC 9(02)   VALUE 00.
       01  KAL-CUTOFF-SECS                  PIC 9(05) COMP VALUE ZERO.
       01  KAL-NIGHT-TIMED-SW               PIC X(01)   VALUE "N".
           88  KAL-NIGHT-TIMED                      VALUE "Y".
       01  KAL-NIGHT-START                  PIC X(14)   VALUE SPACES.
       01  KAL-NIGHT-END                    PIC X(14)   VALUE SPACES.
       01  KAL-EVENT-END                    PIC X(14)   VALUE SPACES.
       01  KAL-STAMP-WORK.
           05  KAL-STAMP-DATE               PIC 9(08).
           05  KAL-STAMP-HH                 PIC 9(02).
           05  KAL-STAMP-MI                 PIC 9(02).
           05  KAL-STAMP-SS                 PIC 9(02).
       01  KAL-STAMP-SECS                   PIC 9(12) COMP VALUE ZERO.
       01  KAL-STAMP-CLOCK-SECS             PIC 9(05) COMP VALUE ZERO.
       01  KAL-WIN-END-SECS                 PIC 9(12) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-SECS              PIC 9(12) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-INT               PIC 9(08) COMP VALUE ZERO.
       01  KAL-WIN-CUTOFF-DATE              PIC 9(08)   VALUE ZERO.
       01  KAL-OVERRUN-SW                   PIC X(01)   VALUE "N".
           88  KAL-NIGHT-OVERRAN                    VALUE "Y".
       01  KAL-DUR-SECS                     PIC 9(07)   VALUE ZERO.
       01  KAL-DUR-HH                       PIC 9(03)   VALUE ZERO.
       01  KAL-DUR-MI                       PIC 9(02)   VALUE ZERO.
       01  KAL-DUR-SS                       PIC 9(02)   VALUE ZERO.
       01  KAL-DUR-REST                     PIC 9(04)   VALUE ZERO.
       01  KAL-ED-DURATION                  PIC X(08)   VALUE SPACES.
       01  KAL-ED-OVER                      PIC X(08)   VALUE SPACES.
       01  KAL-ED-START                     PIC X(19)   VALUE SPACES.
       01  KAL-ED-END                       PIC X(19)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Whether the night finished: the digest runs as the plan's
           PERFORM 3000-JUDGE-NIGHT-STATE THRU 3000-EXIT
               VARYING KAL-STEP-SUB FROM 1 BY 1
               UNTIL KAL-STEP-SUB > KAL-STEP-COUNT
           PERFORM 3700-JUDGE-WINDOW THRU 3700-EXIT
           IF KAL-NIGHT-FOUND
               PERFORM 3500-COLLECT-NIGHT-RUNS THRU 3500-EXIT
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- banner, the morning cut-off and the print
      * file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Morning operations digest by Gerardo Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           ACCEPT KAL-CUTOFF-ENV-TEXT FROM ENVIRONMENT "KALMAN_CUTOFF"
           IF KAL-CUTOFF-ENV-TEXT NOT = SPACES
               IF KAL-CUTOFF-ENV-TEXT(1:4) IS NUMERIC
                   AND KAL-CUTOFF-ENV-TEXT(5:6) = SPACES
                   AND KAL-CUTOFF-ENV-TEXT(1:2) <= "23"
                   AND KAL-CUTOFF-ENV-TEXT(3:2) <= "59"
                   MOVE KAL-CUTOFF-ENV-TEXT(1:4) TO KAL-CUTOFF-HHMM
               ELSE
                   DISPLAY "KALMAN_CUTOFF '" KAL-CUTOFF-ENV-TEXT
                       "' is not a valid hhmm, keeping "
                       KAL-CUTOFF-HHMM
               END-IF
           END-IF
           COMPUTE KAL-CUTOFF-SECS =
               KAL-CUTOFF-HH * 3600 + KAL-CUTOFF-MI * 60
           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
      * 2200-POST-STEP-EVENT -- fold one STEP event into the night's
      * table.  A step already on the table (a resumed night logged
      * it again) takes the new event in its slot, so only the
      * final outcome of each step survives.  Every timed step that
      * ran widens the night's span for the batch window.
      *---------------------------------------------------------------*
       2200-POST-STEP-EVENT.
           IF KAL-RL-RUN-ID NOT = KAL-NIGHT-ID
               MOVE KAL-RL-RUN-ID TO KAL-NIGHT-ID
               MOVE ZERO TO KAL-STEP-COUNT
               MOVE "Y" TO KAL-NIGHT-FOUND-SW
               MOVE "N" TO KAL-NIGHT-TIMED-SW
           END-IF
           IF KAL-RL-STEP-START IS NUMERIC
               AND KAL-RL-STEP-ELAPSED IS NUMERIC
               AND KAL-RL-USERDOMAIN(1:7) NOT = "SKIPPED"
               PERFORM 2250-WIDEN-NIGHT-SPAN THRU 2250-EXIT
           END-IF
           MOVE KAL-RL-TS-YYYY TO KAL-NIGHT-DATE(1:4)
           MOVE KAL-RL-TS-MM   TO KAL-NIGHT-DATE(5:2)
           MOVE KAL-RL-TS-MI
               TO KAL-STEP-TIME(KAL-STEP-HIT-SUB)(3:2)
           MOVE KAL-RL-TS-SS
               TO KAL-STEP-TIME(KAL-STEP-HIT-SUB)(5:2)
           IF KAL-RL-STEP-ELAPSED IS NUMERIC
               MOVE "Y" TO KAL-STEP-TIMED-SW(KAL-STEP-HIT-SUB)
               MOVE KAL-RL-STEP-ELAPSED
                   TO KAL-STEP-ELAPSED(KAL-STEP-HIT-SUB)
           ELSE
               MOVE "N" TO KAL-STEP-TIMED-SW(KAL-STEP-HIT-SUB)
               MOVE ZERO TO KAL-STEP-ELAPSED(KAL-STEP-HIT-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

       2250-WIDEN-NIGHT-SPAN.
           MOVE KAL-RL-TIMESTAMP TO KAL-EVENT-END
           IF NOT KAL-NIGHT-TIMED
               OR KAL-RL-STEP-START < KAL-NIGHT-START
               MOVE KAL-RL-STEP-START TO KAL-NIGHT-START
           END-IF
           IF NOT KAL-NIGHT-TIMED
               OR KAL-EVENT-END > KAL-NIGHT-END
               MOVE KAL-EVENT-END TO KAL-NIGHT-END
           END-IF
           MOVE "Y" TO KAL-NIGHT-TIMED-SW.
       2250-EXIT.
           EXIT.

       2300-MATCH-STEP-SLOT.
           IF KAL-STEP-NAME(KAL-STEP-SUB) = KAL-RL-USERNAME(1:8)
               MOVE KAL-STEP-SUB TO KAL-STEP-HIT-SUB
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3700-JUDGE-WINDOW -- the night against its batch window: the
      * cut-off is the first KALMAN_CUTOFF after the night's first
      * step started (the same day when the night starts after
      * midnight, else the next); a last step ending after it means
      * the night ran past its window.
      ******************************************************************
       3700-JUDGE-WINDOW.
           IF NOT KAL-NIGHT-TIMED
               GO TO 3700-EXIT
           END-IF
           MOVE KAL-NIGHT-END TO KAL-STAMP-WORK
           PERFORM 3750-EDIT-STAMP THRU 3750-EXIT
           MOVE KAL-ED-START TO KAL-ED-END
           PERFORM 3760-STAMP-TO-SECONDS THRU 3760-EXIT
           MOVE KAL-STAMP-SECS TO KAL-WIN-END-SECS
           MOVE KAL-NIGHT-START TO KAL-STAMP-WORK
           PERFORM 3750-EDIT-STAMP THRU 3750-EXIT
           PERFORM 3760-STAMP-TO-SECONDS THRU 3760-EXIT
           COMPUTE KAL-WIN-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(KAL-STAMP-DATE)
           IF KAL-STAMP-CLOCK-SECS NOT < KAL-CUTOFF-SECS
               ADD 1 TO KAL-WIN-CUTOFF-INT
           END-IF
           COMPUTE KAL-WIN-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(KAL-WIN-CUTOFF-INT)
           COMPUTE KAL-WIN-CUTOFF-SECS =
               KAL-WIN-CUTOFF-INT * 86400 + KAL-CUTOFF-SECS
           IF KAL-WIN-END-SECS > KAL-WIN-CUTOFF-SECS
               MOVE "Y" TO KAL-OVERRUN-SW
               COMPUTE KAL-DUR-SECS =
                   KAL-WIN-END-SECS - KAL-WIN-CUTOFF-SECS
           ELSE
               COMPUTE KAL-DUR-SECS =
                   KAL-WIN-CUTOFF-SECS - KAL-WIN-END-SECS
           END-IF
           PERFORM 3770-EDIT-DURATION THRU 3770-EXIT
           MOVE KAL-ED-DURATION TO KAL-ED-OVER.
       3700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3750-EDIT-STAMP -- KAL-STAMP-WORK as yyyy/mm/dd hh:mm:ss.
      *---------------------------------------------------------------*
       3750-EDIT-STAMP.
           MOVE SPACES TO KAL-ED-START
           STRING KAL-STAMP-WORK(1:4) "/" KAL-STAMP-WORK(5:2) "/"
                  KAL-STAMP-WORK(7:2) " " KAL-STAMP-HH ":"
                  KAL-STAMP-MI ":" KAL-STAMP-SS
               DELIMITED BY SIZE INTO KAL-ED-START.
       3750-EXIT.
           EXIT.

       3760-STAMP-TO-SECONDS.
           COMPUTE KAL-STAMP-CLOCK-SECS =
               KAL-STAMP-HH * 3600 + KAL-STAMP-MI * 60 + KAL-STAMP-SS
           COMPUTE KAL-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(KAL-STAMP-DATE) * 86400
               + KAL-STAMP-CLOCK-SECS.
       3760-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3770-EDIT-DURATION -- KAL-DUR-SECS as hh:mm:ss; a hundred
      * hours or more prints as stars.
      *---------------------------------------------------------------*
       3770-EDIT-DURATION.
           IF KAL-DUR-SECS > 359999
               MOVE "**:**:**" TO KAL-ED-DURATION
               GO TO 3770-EXIT
           END-IF
           DIVIDE KAL-DUR-SECS BY 3600
               GIVING KAL-DUR-HH REMAINDER KAL-DUR-REST
           DIVIDE KAL-DUR-REST BY 60
               GIVING KAL-DUR-MI REMAINDER KAL-DUR-SS
           MOVE SPACES TO KAL-ED-DURATION
           STRING KAL-DUR-HH(2:2) ":" KAL-DUR-MI ":" KAL-DUR-SS
               DELIMITED BY SIZE INTO KAL-ED-DURATION.
       3770-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COUNT-EXCEPTIONS -- what the register says about last
      * night: entries raised on the night's date (new vs recurring)
                   MOVE "NIGHT STATE : COMPLETED" TO KAL-RPT-LINE
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-NIGHT-OVERRAN
               STRING "NIGHT WINDOW: *** RAN PAST THE "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      " CUT-OFF BY " KAL-ED-OVER
                      " -- SEE BATCH WINDOW BELOW ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "KalDgst: night " KAL-NIGHT-ID
                   " ran past the cut-off by " KAL-ED-OVER
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           MOVE "STEP OUTCOMES" TO KAL-RPT-LINE
               UNTIL KAL-STEP-SUB > KAL-STEP-COUNT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           MOVE "BATCH WINDOW" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 5050-PRINT-WINDOW THRU 5050-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           MOVE "RUNS PRODUCED (FROM THE RUN MASTER)" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5050-PRINT-WINDOW -- the night's span and where it ended
      * against the cut-off, as judged in 3700-JUDGE-WINDOW.
      *---------------------------------------------------------------*
       5050-PRINT-WINDOW.
           IF NOT KAL-NIGHT-TIMED
               MOVE "NO STEP TIMINGS ON THE RUN LOG FOR THIS NIGHT"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               GO TO 5050-EXIT
           END-IF
           STRING "FIRST STEP STARTED : " KAL-ED-START
                  "   LAST STEP ENDED : " KAL-ED-END
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-NIGHT-OVERRAN
               STRING "CUT-OFF            : "
                      KAL-WIN-CUTOFF-DATE(1:4) "/"
                      KAL-WIN-CUTOFF-DATE(5:2) "/"
                      KAL-WIN-CUTOFF-DATE(7:2) " "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      "   *** RAN PAST ITS WINDOW BY " KAL-ED-OVER
                      " ***"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           ELSE
               STRING "CUT-OFF            : "
                      KAL-WIN-CUTOFF-DATE(1:4) "/"
                      KAL-WIN-CUTOFF-DATE(5:2) "/"
                      KAL-WIN-CUTOFF-DATE(7:2) " "
                      KAL-CUTOFF-HH ":" KAL-CUTOFF-MI
                      "   WITHIN ITS WINDOW, " KAL-ED-OVER
                      " TO SPARE"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       5050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5100-PRINT-STEP-LINE -- one step's final outcome; the AUDIT
      * step's outcome is kept aside for its own section.  The hold
      * verdict itself was judged in 3000-JUDGE-NIGHT-STATE.
      *---------------------------------------------------------------*
       5100-PRINT-STEP-LINE.
           IF KAL-STEP-TIMED-SW(KAL-STEP-SUB) = "Y"
               MOVE KAL-STEP-ELAPSED(KAL-STEP-SUB) TO KAL-DUR-SECS
               PERFORM 3770-EDIT-DURATION THRU 3770-EXIT
           ELSE
               MOVE "--:--:--" TO KAL-ED-DURATION
           END-IF
           STRING "  " KAL-STEP-NAME(KAL-STEP-SUB)
                  "  AT " KAL-STEP-TIME(KAL-STEP-SUB)(1:2) ":"
                  KAL-STEP-TIME(KAL-STEP-SUB)(3:2) ":"
                  KAL-STEP-TIME(KAL-STEP-SUB)(5:2)
                  "  ELAPSED " KAL-ED-DURATION
                  "  " KAL-STEP-OUTCOME(KAL-STEP-SUB)
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
