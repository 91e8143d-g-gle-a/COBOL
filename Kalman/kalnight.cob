      *     logic still applies to the steps that were due.  Cards
      *     in the old layout (command from column 10) keep working
      *     as DAILY.
      *   - Gerardo Gonzalez Aguila : each STEP event now carries the
      *     step's start timestamp and elapsed seconds beside its end
      *     stamp, for the step elapsed-time history (KalStepH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalNight.
       01  KAL-STEPS-NOTDUE-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  KAL-OUTCOME-TEXT                 PIC X(24)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Step timing: the start is stamped just before the command
      * runs and the end when its STEP event is written; elapsed is
      * the difference in day-integer seconds, so a step running
      * across midnight still times right.  A step that never ran
      * (holiday, not due) logs start = end and zero elapsed.
      *---------------------------------------------------------------*
       01  KAL-STEP-TIMED-SW                PIC X(01)   VALUE "N".
           88  KAL-STEP-TIMED                       VALUE "Y".
       01  KAL-STEP-START-STAMP             PIC X(14)   VALUE SPACES.
       01  KAL-STEP-END-STAMP               PIC X(14)   VALUE SPACES.
       01  KAL-STEP-START-SECS              PIC 9(12) COMP VALUE ZERO.
       01  KAL-STEP-END-SECS                PIC 9(12) COMP VALUE ZERO.
       01  KAL-STEP-ELAPSED                 PIC 9(06)   VALUE ZERO.
       01  KAL-STAMP-WORK.
           05  KAL-STAMP-DATE               PIC 9(08).
           05  KAL-STAMP-HH                 PIC 9(02).
           05  KAL-STAMP-MI                 PIC 9(02).
           05  KAL-STAMP-SS                 PIC 9(02).
       01  KAL-STAMP-SECS                   PIC 9(12) COMP VALUE ZERO.
       01  KAL-STEPS-ELAPSED-TOTAL          PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      * record the progress or stop the chain.
      ******************************************************************
       2000-RUN-STEP.
           MOVE "N" TO KAL-STEP-TIMED-SW
           IF KAL-STEP-DONE-SW(KAL-STEP-SUB) = "Y"
               DISPLAY "Step " KAL-STEP-NAME(KAL-STEP-SUB)
                   " already complete, skipped"
           END-IF
           DISPLAY "Step " KAL-STEP-NAME(KAL-STEP-SUB) " : "
               KAL-STEP-COMMAND(KAL-STEP-SUB)
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:14) TO KAL-STEP-START-STAMP
           MOVE "Y" TO KAL-STEP-TIMED-SW
           PERFORM 2100-EXECUTE-COMMAND THRU 2100-EXIT
           ADD 1 TO KAL-STEPS-RUN-COUNT
           IF KAL-STEP-FAILED
      * 3000-WRITE-STEP-EVENT -- the per-stage audit entry on
      * KALRLOG.DAT: the step's name and outcome under this night's
      * id, alongside the START/END entries the steps themselves
      * write.  The event is stamped with the step's end; its start
      * and elapsed seconds go in KAL-RL-STEP-TIMING.
      *---------------------------------------------------------------*
       3000-WRITE-STEP-EVENT.
           OPEN EXTEND KalRunLog
               OPEN OUTPUT KalRunLog
           END-IF
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE(1:14) TO KAL-STEP-END-STAMP
           IF KAL-STEP-TIMED
               PERFORM 3100-TIME-STEP THRU 3100-EXIT
           ELSE
               MOVE KAL-STEP-END-STAMP TO KAL-STEP-START-STAMP
               MOVE ZERO TO KAL-STEP-ELAPSED
           END-IF
           MOVE SPACES TO KAL-RUNLOG-RECORD
           MOVE KAL-NIGHT-ID       TO KAL-RL-RUN-ID
           MOVE "STEP "            TO KAL-RL-EVENT
           MOVE KAL-STEP-NAME(KAL-STEP-SUB) TO KAL-RL-USERNAME
           MOVE KAL-OUTCOME-TEXT   TO KAL-RL-USERDOMAIN
           MOVE KAL-STEP-START-STAMP TO KAL-RL-STEP-START
           MOVE KAL-STEP-ELAPSED   TO KAL-RL-STEP-ELAPSED
           MOVE KAL-STEP-RC        TO KAL-RL-SEED
           MOVE 800-CURRENT-DATE-YYYY TO KAL-RL-TS-YYYY
           MOVE 800-CURRENT-DATE-MM   TO KAL-RL-TS-MM
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3100-TIME-STEP -- elapsed seconds from the start and end
      * stamps; a step longer than the event field holds is logged
      * at its ceiling.
      *---------------------------------------------------------------*
       3100-TIME-STEP.
           MOVE KAL-STEP-START-STAMP TO KAL-STAMP-WORK
           PERFORM 3200-STAMP-TO-SECONDS THRU 3200-EXIT
           MOVE KAL-STAMP-SECS TO KAL-STEP-START-SECS
           MOVE KAL-STEP-END-STAMP TO KAL-STAMP-WORK
           PERFORM 3200-STAMP-TO-SECONDS THRU 3200-EXIT
           MOVE KAL-STAMP-SECS TO KAL-STEP-END-SECS
           IF KAL-STEP-END-SECS < KAL-STEP-START-SECS
               MOVE ZERO TO KAL-STEP-ELAPSED
           ELSE
               IF KAL-STEP-END-SECS - KAL-STEP-START-SECS > 999999
                   MOVE 999999 TO KAL-STEP-ELAPSED
               ELSE
                   COMPUTE KAL-STEP-ELAPSED =
                       KAL-STEP-END-SECS - KAL-STEP-START-SECS
               END-IF
           END-IF
           ADD KAL-STEP-ELAPSED TO KAL-STEPS-ELAPSED-TOTAL
           DISPLAY "Step " KAL-STEP-NAME(KAL-STEP-SUB)
               " started " KAL-STEP-START-STAMP
               " ended " KAL-STEP-END-STAMP
               " elapsed " KAL-STEP-ELAPSED " s".
       3100-EXIT.
           EXIT.

       3200-STAMP-TO-SECONDS.
           COMPUTE KAL-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(KAL-STAMP-DATE) * 86400
               + KAL-STAMP-HH * 3600 + KAL-STAMP-MI * 60
               + KAL-STAMP-SS.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4000-RECORD-STEP-DONE -- progress line on KALNSTAT.DAT so a
      * restart of the driver resumes past this step.
           DISPLAY "Steps run     : " KAL-STEPS-RUN-COUNT
           DISPLAY "Steps skipped : " KAL-STEPS-SKIP-COUNT
           DISPLAY "Steps not due : " KAL-STEPS-NOTDUE-COUNT
           DISPLAY "Step seconds  : " KAL-STEPS-ELAPSED-TOTAL
           IF KAL-CHAIN-STOPPED
               DISPLAY "Chain STOPPED at step "
                   KAL-FAILED-STEP-NAME
