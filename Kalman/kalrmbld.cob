      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : carries each channel's KALCAL
      *     calibration version from the run's Data1.DAT rows onto the
      *     master record.
      *   - Gerardo Gonzalez Aguila : a run KalBkOut backed out (BKOUT
      *     event on the run log) gets no master record -- a rebuild
      *     must not bring a reversed run back from its START/END
      *     events -- and any record still on file for it is removed.
      *   - Gerardo Gonzalez Aguila : carries the KALPVER.DAT parameter
      *     version logged on the run's START/END events onto the
      *     master record.
      *   - Gerardo Gonzalez Aguila : works out each channel's row
      *     count and variance reduction from the run's Data1.DAT
      *     rows for that channel, onto the master record.
      *   - Gerardo Gonzalez Aguila : a master built at an earlier
      *     record length (open status 39) is re-created from
      *     scratch, as a rebuild re-derives every run anyway.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalRMBld.
               10  KAL-RUN-SM-MAX           PIC 9(02)V9(03).
               10  KAL-RUN-SM-SUM           PIC 9(08)V9(03).
               10  KAL-RUN-SM-SUMSQ         PIC 9(09)V9(03).
               10  KAL-RUN-CAL-VERSION      PIC 9(04) OCCURS 3 TIMES.
               10  KAL-RUN-BACKOUT-SW       PIC X(01).
               10  KAL-RUN-PARM-VERSION     PIC 9(04).
               10  KAL-RUN-CHAN OCCURS 3 TIMES.
                   15  KAL-RUN-CH-RECCNT    PIC 9(06) COMP.
                   15  KAL-RUN-CH-RAW-SUM   PIC 9(08)V9(03).
                   15  KAL-RUN-CH-RAW-SUMSQ PIC 9(09)V9(03).
                   15  KAL-RUN-CH-SM-SUM    PIC 9(08)V9(03).
                   15  KAL-RUN-CH-SM-SUMSQ  PIC 9(09)V9(03).
       01  KAL-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.

       01  KAL-RAW-AVG                 PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-RAW-VARIANCE            PIC S9(04)V9(06) VALUE ZERO.
       01  KAL-DATA1-COUNT                  PIC 9(06) COMP VALUE ZERO.
       01  KAL-WRITTEN-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  KAL-REPLACED-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  KAL-BACKED-OUT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
      * 2200-POST-EVENT-TO-RUN -- a START event carries the identity
      * of the run; an END event closes it out.  Seed and input mode
      * ride on both, so whichever event arrives sets them, and so
      * does the parameter version (blank on events logged before it
      * was, which leave the run at zero).  Any other event (the
      * nightly driver's STEP entries share this log) is no run of
      * Kalman's and must not touch a slot -- a STEP record carries
      * the step's return code where the seed belongs, and a
      * night-id can collide with a real run-id.
      *---------------------------------------------------------------*
       2200-POST-EVENT-TO-RUN.
           IF KAL-RL-EVENT NOT = "START"
               AND KAL-RL-EVENT NOT = "END  "
               AND KAL-RL-EVENT NOT = "BKOUT"
               GO TO 2200-EXIT
           END-IF
           MOVE KAL-RL-RUN-ID TO KAL-WANTED-RUN-ID
           IF KAL-RUN-HIT-SUB = 0
               GO TO 2200-EXIT
           END-IF
      *---------------------------------------------------------------*
      * A BKOUT event's user fields carry the operator and reason of
      * the backout, not the run's identity; it only marks the slot.
      *---------------------------------------------------------------*
           IF KAL-RL-EVENT = "BKOUT"
               MOVE "Y" TO KAL-RUN-BACKOUT-SW(KAL-RUN-HIT-SUB)
               GO TO 2200-EXIT
           END-IF
           MOVE KAL-RL-SEED       TO KAL-RUN-SEED(KAL-RUN-HIT-SUB)
           MOVE KAL-RL-INPUT-MODE
               TO KAL-RUN-INPUT-MODE(KAL-RUN-HIT-SUB)
           IF KAL-RL-PARM-VERSION IS NUMERIC
               MOVE KAL-RL-PARM-VERSION
                   TO KAL-RUN-PARM-VERSION(KAL-RUN-HIT-SUB)
           END-IF
           IF KAL-RL-EVENT = "START"
               MOVE KAL-RL-TIMESTAMP
                   TO KAL-RUN-START-TS(KAL-RUN-HIT-SUB)
               KAL-RUN-SM-SUMSQ(KAL-RUN-HIT-SUB)
               + (KAL-D1-KALMAN-VALUE * KAL-D1-KALMAN-VALUE)

           ADD 1 TO KAL-RUN-RECCNT(KAL-RUN-HIT-SUB)
           PERFORM 3300-POST-CALIBRATION THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3300-POST-CALIBRATION -- the calibration version stamped on
      * the row becomes its channel's version for the run.  Rows are
      * in write order, so a channel recalibrated part-way through a
      * resumed run ends up with the latest version.  Rows written
      * before calibration was tracked carry a blank version and
      * leave the channel at zero.  The row also goes into its
      * channel's own sums, for the channel's variance reduction.
      *---------------------------------------------------------------*
       3300-POST-CALIBRATION.
           EVALUATE KAL-D1-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-CHAN-SUB
               WHEN OTHER
                   GO TO 3300-EXIT
           END-EVALUATE
           IF KAL-D1-CAL-VERSION IS NUMERIC
               MOVE KAL-D1-CAL-VERSION
                   TO KAL-RUN-CAL-VERSION(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
           END-IF
           ADD 1 TO KAL-RUN-CH-RECCNT(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
           ADD KAL-D1-RAW-VALUE
               TO KAL-RUN-CH-RAW-SUM(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
           COMPUTE KAL-RUN-CH-RAW-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
               = KAL-RUN-CH-RAW-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
               + (KAL-D1-RAW-VALUE * KAL-D1-RAW-VALUE)
           ADD KAL-D1-KALMAN-VALUE
               TO KAL-RUN-CH-SM-SUM(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
           COMPUTE KAL-RUN-CH-SM-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
               = KAL-RUN-CH-SM-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
               + (KAL-D1-KALMAN-VALUE * KAL-D1-KALMAN-VALUE).
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-RUN-MASTER -- one keyed record per consolidated
      * run.  An existing record for the same run-id (a rebuild, or a
      * resumed run logged twice) is replaced, never duplicated.  A
      * master whose record length no longer matches the layout
      * (status 39, left from before the record grew) is re-created
      * empty: every run on it is re-derived from the inputs here.
      ******************************************************************
       4000-WRITE-RUN-MASTER.
           IF KAL-RUN-COUNT = 0
               GO TO 4000-EXIT
           END-IF
           OPEN I-O KalRunMast
           IF KAL-RUNMAST-STATUS = "39"
               DISPLAY "KALRMAST.DAT is at an earlier record length -- "
                   "re-created from scratch"
               OPEN OUTPUT KalRunMast
           ELSE
               IF KAL-RUNMAST-STATUS = "35"
                   OPEN OUTPUT KalRunMast
               END-IF
           END-IF
           IF KAL-RUNMAST-STATUS NOT = "00"
               AND KAL-RUNMAST-STATUS NOT = "05"
           EXIT.

       4100-WRITE-ONE-RUN.
           IF KAL-RUN-BACKOUT-SW(KAL-RUN-SUB) = "Y"
               PERFORM 4150-REMOVE-BACKED-OUT-RUN THRU 4150-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-BUILD-MASTER-RECORD THRU 4200-EXIT
           WRITE KAL-RUNMAST-RECORD
           IF KAL-RUNMAST-STATUS = "22"
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4150-REMOVE-BACKED-OUT-RUN -- a reversed run has no master;
      * "not on file" (23) is the usual answer and is fine.
      *---------------------------------------------------------------*
       4150-REMOVE-BACKED-OUT-RUN.
           ADD 1 TO KAL-BACKED-OUT-COUNT
           MOVE KAL-RUN-ID(KAL-RUN-SUB) TO KAL-RM-RUN-ID
           DELETE KalRunMast RECORD
           IF KAL-RUNMAST-STATUS = "00"
               DISPLAY "Run " KAL-RUN-ID(KAL-RUN-SUB)
                   " was backed out -- master record removed"
           ELSE
               IF KAL-RUNMAST-STATUS NOT = "23"
                   DISPLAY "Run " KAL-RUN-ID(KAL-RUN-SUB)
                       " could not be removed, status "
                       KAL-RUNMAST-STATUS
                   ADD 1 TO KAL-ERROR-COUNT
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4200-BUILD-MASTER-RECORD -- fill KAL-RUNMAST-RECORD from the
      * consolidation slot, deriving avg and variance from the sums
           MOVE KAL-SM-AVG       TO KAL-RM-SM-AVG
           MOVE KAL-SM-VARIANCE  TO KAL-RM-SM-VARIANCE
           COMPUTE KAL-RM-VAR-REDUCTION =
               KAL-RAW-VARIANCE - KAL-SM-VARIANCE
           MOVE KAL-RUN-CAL-VERSION(KAL-RUN-SUB, 1)
               TO KAL-RM-CAL-VERSION(1)
           MOVE KAL-RUN-CAL-VERSION(KAL-RUN-SUB, 2)
               TO KAL-RM-CAL-VERSION(2)
           MOVE KAL-RUN-CAL-VERSION(KAL-RUN-SUB, 3)
               TO KAL-RM-CAL-VERSION(3)
           MOVE KAL-RUN-PARM-VERSION(KAL-RUN-SUB)
               TO KAL-RM-PARM-VERSION
           PERFORM 4300-BUILD-CHANNEL-STATS THRU 4300-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > 3.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4300-BUILD-CHANNEL-STATS -- one channel's variance reduction
      * from its own sums, the same formulas as the whole run.
      *---------------------------------------------------------------*
       4300-BUILD-CHANNEL-STATS.
           MOVE KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB)
               TO KAL-RM-CH-RECCNT(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-RM-CH-VAR-REDUCTION(KAL-CHAN-SUB)
           IF KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB) = 0
               GO TO 4300-EXIT
           END-IF
           DIVIDE KAL-RUN-CH-RAW-SUM(KAL-RUN-SUB, KAL-CHAN-SUB)
               BY KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB)
               GIVING KAL-RAW-AVG
           DIVIDE KAL-RUN-CH-SM-SUM(KAL-RUN-SUB, KAL-CHAN-SUB)
               BY KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB)
               GIVING KAL-SM-AVG
           COMPUTE KAL-RAW-VARIANCE =
               (KAL-RUN-CH-RAW-SUMSQ(KAL-RUN-SUB, KAL-CHAN-SUB)
                   / KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB))
               - (KAL-RAW-AVG * KAL-RAW-AVG)
           COMPUTE KAL-SM-VARIANCE =
               (KAL-RUN-CH-SM-SUMSQ(KAL-RUN-SUB, KAL-CHAN-SUB)
                   / KAL-RUN-CH-RECCNT(KAL-RUN-SUB, KAL-CHAN-SUB))
               - (KAL-SM-AVG * KAL-SM-AVG)
           COMPUTE KAL-RM-CH-VAR-REDUCTION(KAL-CHAN-SUB) =
               KAL-RAW-VARIANCE - KAL-SM-VARIANCE.
       4300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 7000-FIND-RUN-SLOT -- find (or add) the consolidation slot
      * for KAL-WANTED-RUN-ID, leaving its subscript in
                        KAL-RUN-SM-MAX(KAL-RUN-HIT-SUB)
                        KAL-RUN-SM-SUM(KAL-RUN-HIT-SUB)
                        KAL-RUN-SM-SUMSQ(KAL-RUN-HIT-SUB)
                        KAL-RUN-CAL-VERSION(KAL-RUN-HIT-SUB, 1)
                        KAL-RUN-CAL-VERSION(KAL-RUN-HIT-SUB, 2)
                        KAL-RUN-CAL-VERSION(KAL-RUN-HIT-SUB, 3)
                        KAL-RUN-PARM-VERSION(KAL-RUN-HIT-SUB)
           PERFORM 7300-INIT-CHANNEL-SUMS THRU 7300-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > 3
           MOVE "N" TO KAL-RUN-BACKOUT-SW(KAL-RUN-HIT-SUB)
           MOVE 99.999 TO KAL-RUN-RAW-MIN(KAL-RUN-HIT-SUB)
                          KAL-RUN-SM-MIN(KAL-RUN-HIT-SUB).
       7200-EXIT.
           EXIT.

       7300-INIT-CHANNEL-SUMS.
           MOVE ZERO TO KAL-RUN-CH-RECCNT(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
                   KAL-RUN-CH-RAW-SUM(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
                   KAL-RUN-CH-RAW-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
                   KAL-RUN-CH-SM-SUM(KAL-RUN-HIT-SUB, KAL-CHAN-SUB)
                   KAL-RUN-CH-SM-SUMSQ(KAL-RUN-HIT-SUB, KAL-CHAN-SUB).
       7300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8000-WRITE-SUMMARY -- what went in and what came out.
      *---------------------------------------------------------------*
           DISPLAY "Runs consolidated   : " KAL-RUN-COUNT
           DISPLAY "Masters written     : " KAL-WRITTEN-COUNT
           DISPLAY "Masters replaced    : " KAL-REPLACED-COUNT
           DISPLAY "Runs backed out     : " KAL-BACKED-OUT-COUNT
           IF KAL-OVERFLOW-COUNT > 0
               DISPLAY "Run table full -- " KAL-OVERFLOW-COUNT
                   " inputs not consolidated"
