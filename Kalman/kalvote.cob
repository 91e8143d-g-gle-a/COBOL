      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Two-out-of-three cross-channel vote over Data1.DAT.
      *          CH01/CH02/CH03 are redundant probes on the same
      *          point.  Rows are taken in the order the probes
      *          report: a pass window holds one smoothed value per
      *          probe and closes when a probe already in it reports
      *          again on another pass, or the run changes.  Within each
      *          window a probe that disagrees with both others by
      *          more than its own TABLE.DAT tolerance is outvoted;
      *          the window is fused to the median of the probes that
      *          agree and written to KALFUSE.DAT, and KALVOTE.RPT
      *          shows per run how often each probe was outvoted.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : the fused value also goes to the
      *     smoothed value slot of KALFUSE.DAT and the spread behind
      *     the timestamp, so the file reads as KALREC does.
      *   - Gerardo Gonzalez Aguila : pass windows are built in the
      *     order the probes report instead of from the pass number,
      *     so File and Blend runs and runs with rejected rows vote
      *     true windows; only an identical pass is a resumed repeat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalVote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Data1 ASSIGN TO "Data1.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-DATA1-STATUS.
       SELECT KalFuse ASSIGN TO "KALFUSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-FUSE-STATUS.
       SELECT KalReport ASSIGN TO "KALVOTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD Data1.
           COPY "KALREC.CPY".
        FD KalFuse.
           COPY "KALFUSE.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-DATA1-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-FUSE-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-DATA1-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA1-AT-EOF                     VALUE "Y".
       01  KAL-FUSE-OPEN-SW                 PIC X(01)   VALUE "N".
           88  KAL-FUSE-IS-OPEN                     VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Base vote tolerance: KALMAN_VOTE_TOLERANCE, else 1.000.
      * TOL-01/02/03 in TABLE.DAT set each probe's own.
      *---------------------------------------------------------------*
       01  KAL-TOLERANCE                    PIC 9(02)V9(03) VALUE 1.000.
       01  KAL-TOLERANCE-ENV-TEXT           PIC X(10)   VALUE SPACES.

      *---------------------------------------------------------------*
      * Print-file control: every report line goes through
      * 6000-WRITE-REPORT-LINE, which starts a fresh titled page --
      * run date/time, the tolerances in effect, column headings and
      * a page number -- whenever the page fills.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE.
           05  FILLER                       PIC X(41)   VALUE
               "RUN-ID      WINDOWS  3 OF 3  2 OF 3  NO M".
           05  FILLER                       PIC X(41)   VALUE
               "AJ   SHORT   OUT CH01  OUT CH02  OUT CH03".
           05  FILLER                       PIC X(50)   VALUE SPACES.
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.

      *---------------------------------------------------------------*
      * Edited views of the figures for the print lines.
      *---------------------------------------------------------------*
       01  KAL-ED-VALUE-1                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-2                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-VALUE-3                   PIC Z9.999  VALUE ZERO.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-3                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-4                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-5                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-6                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-7                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-8                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-PERCENT                   PIC ZZ9.9   VALUE ZERO.

      *---------------------------------------------------------------*
      * Per-probe reference: tolerance and description from the
      * table, the probe's value in the window in hand, and its
      * outvote counts for the run and for the whole file.
      *---------------------------------------------------------------*
       01  KAL-MAX-CHANNELS                 PIC 9(02) COMP VALUE 3.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-OTHER-SUB-1                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-OTHER-SUB-2                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-REC-CHAN-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  KAL-OUTLIER-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  KAL-CHAN-DIGIT                   PIC 9(01)   VALUE ZERO.
       01  KAL-CHANNEL-REFERENCE.
           05  KAL-CHANNEL-REF OCCURS 3 TIMES.
               10  KAL-CHANNEL-TOLERANCE
                                       PIC 9(02)V9(03).
               10  KAL-CHANNEL-DESC    PIC X(10).
               10  KAL-WIN-VALUE       PIC 9(02)V9(03).
               10  KAL-WIN-SEQ-NO      PIC 9(04).
               10  KAL-WIN-HAVE-SW     PIC X(01).
                   88  KAL-WIN-HAVE-PROBE      VALUE "Y".
               10  KAL-WIN-DISSENT-SW  PIC X(01).
                   88  KAL-WIN-DISSENTS        VALUE "Y".
               10  KAL-RUN-OUTVOTED    PIC 9(06) COMP.
               10  KAL-TOT-OUTVOTED    PIC 9(06) COMP.
       01  KAL-TOP-OUTVOTED                 PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOP-SUB                      PIC 9(02) COMP VALUE ZERO.

           COPY "KALTBL.CPY".

      *---------------------------------------------------------------*
      * The pass window in hand: run-id, window number (counted
      * from 1 within each run), newest row timestamp and how many
      * probes have reported into it.
      *---------------------------------------------------------------*
       01  KAL-WIN-HELD-SW                  PIC X(01)   VALUE "N".
           88  KAL-WIN-HELD                         VALUE "Y".
       01  KAL-WIN-RUN-ID                   PIC X(10)   VALUE SPACES.
       01  KAL-WIN-NO                       PIC 9(04)   VALUE ZERO.
       01  KAL-WIN-TS                       PIC X(14)   VALUE SPACES.
       01  KAL-WIN-PROBE-COUNT              PIC 9(01)   VALUE ZERO.
       01  KAL-WIN-DISSENT-COUNT            PIC 9(01)   VALUE ZERO.

      *---------------------------------------------------------------*
      * Vote arithmetic.
      *---------------------------------------------------------------*
       01  KAL-GAP                          PIC S9(02)V9(03) VALUE ZERO.
       01  KAL-ABS-GAP-1                    PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-ABS-GAP-2                    PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-VAL-SUM                      PIC 9(03)V9(03) VALUE ZERO.
       01  KAL-VAL-MIN                      PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-VAL-MAX                      PIC 9(02)V9(03) VALUE ZERO.
       01  KAL-FUSED                        PIC 9(02)V9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      * Per-run and whole-file vote totals.
      *---------------------------------------------------------------*
       01  KAL-RUN-WINDOWS                  PIC 9(06) COMP VALUE ZERO.
       01  KAL-RUN-ALL-AGREE                PIC 9(06) COMP VALUE ZERO.
       01  KAL-RUN-TWO-OF-THREE             PIC 9(06) COMP VALUE ZERO.
       01  KAL-RUN-NO-MAJORITY              PIC 9(06) COMP VALUE ZERO.
       01  KAL-RUN-SHORT                    PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOT-WINDOWS                  PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOT-ALL-AGREE                PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOT-TWO-OF-THREE             PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOT-NO-MAJORITY              PIC 9(06) COMP VALUE ZERO.
       01  KAL-TOT-SHORT                    PIC 9(06) COMP VALUE ZERO.
       01  KAL-VOTED-WINDOWS                PIC 9(06) COMP VALUE ZERO.
       01  KAL-PROOF-COUNT                  PIC 9(06) COMP VALUE ZERO.
       01  KAL-PERCENT                      PIC 9(03)V9(01) VALUE ZERO.
       01  KAL-RUN-COUNT                    PIC 9(06) COMP VALUE ZERO.
       01  KAL-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-NO-CHANNEL-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  KAL-FUSE-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TAKE-RECORD THRU 2000-EXIT
               UNTIL KAL-DATA1-AT-EOF
           IF KAL-WIN-HELD
               PERFORM 3000-VOTE-WINDOW THRU 3000-EXIT
               PERFORM 4000-REPORT-RUN THRU 4000-EXIT
           END-IF
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           CLOSE Data1
           IF KAL-FUSE-IS-OPEN
               CLOSE KalFuse
           END-IF
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- pick up the base tolerance, the per-probe
      * tolerances and descriptions, then open the files.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman cross-channel vote by Gerardo Gonzalez"
           ACCEPT KAL-TOLERANCE-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_VOTE_TOLERANCE"
           IF KAL-TOLERANCE-ENV-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(KAL-TOLERANCE-ENV-TEXT) = 0
                   COMPUTE KAL-TOLERANCE =
                       FUNCTION NUMVAL(KAL-TOLERANCE-ENV-TEXT)
               ELSE
                   DISPLAY "KALMAN_VOTE_TOLERANCE '"
                       KAL-TOLERANCE-ENV-TEXT
                       "' is not a valid decimal value, keeping "
                       KAL-TOLERANCE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           DISPLAY "Base vote tolerance : " KAL-TOLERANCE
           PERFORM 1100-LOAD-REFERENCE-TABLE THRU 1100-EXIT

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE KAL-CHANNEL-TOLERANCE(1) TO KAL-ED-VALUE-1
               MOVE KAL-CHANNEL-TOLERANCE(2) TO KAL-ED-VALUE-2
               MOVE KAL-CHANNEL-TOLERANCE(3) TO KAL-ED-VALUE-3
               MOVE SPACES TO KAL-RPT-PARM-LINE
               STRING "PARAMETERS IN EFFECT -- VOTE TOLERANCE CH01 "
                      KAL-ED-VALUE-1 "  CH02 " KAL-ED-VALUE-2
                      "  CH03 " KAL-ED-VALUE-3
                      " (A PROBE BEYOND ITS OWN FROM BOTH OTHERS"
                      " IS OUTVOTED)"
                   DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
           ELSE
               DISPLAY "KALVOTE.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF

           OPEN OUTPUT KalFuse
           IF KAL-FUSE-STATUS = "00"
               MOVE "Y" TO KAL-FUSE-OPEN-SW
           ELSE
               DISPLAY "KALFUSE.DAT could not be created, status "
                   KAL-FUSE-STATUS " -- fused file not produced"
               ADD 1 TO KAL-ERROR-COUNT
           END-IF

           OPEN INPUT Data1
           IF KAL-DATA1-STATUS NOT = "00"
               DISPLAY "Data1.DAT not available, status "
                   KAL-DATA1-STATUS
               ADD 1 TO KAL-ERROR-COUNT
               MOVE "Y" TO KAL-DATA1-EOF-SW
           ELSE
               PERFORM 2100-READ-DATA1 THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-LOAD-REFERENCE-TABLE -- CALL the HELLO table service:
      * TOL-01/02/03 set each probe's tolerance and CH01/02/03 name
      * the probes.  With no service module or no TABLE.DAT every
      * probe keeps the base tolerance and a plain "CHANNEL n".
      *---------------------------------------------------------------*
       1100-LOAD-REFERENCE-TABLE.
           PERFORM 1150-DEFAULT-CHANNEL-REF THRU 1150-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE "LOAD" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
                          KAL-TBL-VALUE
                          KAL-TBL-STATUS
           CALL "HELLO" USING KAL-TABLE-REQUEST
               ON EXCEPTION
                   DISPLAY "Table service not available, keeping "
                       "tolerance " KAL-TOLERANCE
                   GO TO 1100-EXIT
           END-CALL
           IF KAL-TBL-STATUS NOT = "00"
               DISPLAY "TABLE.DAT not available (status "
                   KAL-TBL-STATUS "), keeping tolerance "
                   KAL-TOLERANCE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1200-LOOK-UP-CHANNEL-REF THRU 1200-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       1100-EXIT.
           EXIT.

       1150-DEFAULT-CHANNEL-REF.
           MOVE KAL-TOLERANCE
               TO KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB)
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE SPACES TO KAL-CHANNEL-DESC(KAL-CHAN-SUB)
           STRING "CHANNEL " KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-CHANNEL-DESC(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-RUN-OUTVOTED(KAL-CHAN-SUB)
                        KAL-TOT-OUTVOTED(KAL-CHAN-SUB)
                        KAL-WIN-VALUE(KAL-CHAN-SUB)
           MOVE "N" TO KAL-WIN-HAVE-SW(KAL-CHAN-SUB)
                       KAL-WIN-DISSENT-SW(KAL-CHAN-SUB).
       1150-EXIT.
           EXIT.

       1200-LOOK-UP-CHANNEL-REF.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "TOL-0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND FUNCTION TEST-NUMVAL(KAL-TBL-VALUE) = 0
               COMPUTE KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB) =
                   FUNCTION NUMVAL(KAL-TBL-VALUE)
           END-IF
           MOVE "FIND" TO KAL-TBL-FUNCTION
           MOVE SPACES TO KAL-TBL-KEY
           STRING "CH0" KAL-CHAN-DIGIT DELIMITED BY SIZE
               INTO KAL-TBL-KEY
           CALL "HELLO" USING KAL-TABLE-REQUEST
           IF KAL-TBL-STATUS = "00"
               AND KAL-TBL-VALUE NOT = SPACES
               MOVE KAL-TBL-VALUE
                   TO KAL-CHANNEL-DESC(KAL-CHAN-SUB)
           END-IF
           DISPLAY "Channel " KAL-CHAN-SUB " ("
               KAL-CHANNEL-DESC(KAL-CHAN-SUB) ") tolerance : "
               KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB).
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TAKE-RECORD -- post the record's smoothed value into its
      * pass window.  A change of run, or a probe reporting again on
      * another pass, closes the window in hand (and, on a change of
      * run, the run's report line) first.  Rows without a channel
      * predate the field and cannot be placed; they are only
      * counted.
      ******************************************************************
       2000-TAKE-RECORD.
           PERFORM 2050-SET-RECORD-CHANNEL THRU 2050-EXIT
           IF KAL-REC-CHAN-SUB = 0
               ADD 1 TO KAL-NO-CHANNEL-COUNT
           ELSE
               PERFORM 2300-POST-RECORD THRU 2300-EXIT
           END-IF
           PERFORM 2100-READ-DATA1 THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2050-SET-RECORD-CHANNEL -- map the record's channel code to a
      * table subscript, zero for blank/unknown.
      *---------------------------------------------------------------*
       2050-SET-RECORD-CHANNEL.
           EVALUATE KAL-D1-CHANNEL
               WHEN "01"
                   MOVE 1 TO KAL-REC-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-REC-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-REC-CHAN-SUB
               WHEN OTHER
                   MOVE ZERO TO KAL-REC-CHAN-SUB
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2100-READ-DATA1.
           READ Data1
               AT END
                   MOVE "Y" TO KAL-DATA1-EOF-SW
               NOT AT END
                   ADD 1 TO KAL-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-START-WINDOW.
           IF KAL-D1-RUN-ID NOT = KAL-WIN-RUN-ID
               ADD 1 TO KAL-RUN-COUNT
               MOVE 1 TO KAL-WIN-NO
           ELSE
               ADD 1 TO KAL-WIN-NO
           END-IF
           MOVE "Y" TO KAL-WIN-HELD-SW
           MOVE KAL-D1-RUN-ID TO KAL-WIN-RUN-ID
           MOVE SPACES TO KAL-WIN-TS
           MOVE ZERO TO KAL-WIN-PROBE-COUNT
           PERFORM 2250-CLEAR-WINDOW-PROBE THRU 2250-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS.
       2200-EXIT.
           EXIT.

       2250-CLEAR-WINDOW-PROBE.
           MOVE ZERO TO KAL-WIN-VALUE(KAL-CHAN-SUB)
                        KAL-WIN-SEQ-NO(KAL-CHAN-SUB)
           MOVE "N" TO KAL-WIN-HAVE-SW(KAL-CHAN-SUB)
                       KAL-WIN-DISSENT-SW(KAL-CHAN-SUB).
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 2300-POST-RECORD -- place the row in the window in hand.
      * Kalman does not always take the probes in turn (File and
      * Blend runs follow the Data2 tags, and rows KalEdit rejects
      * never arrive), so the window is closed by what arrives: a
      * new run, or a probe already in the window reporting on
      * another pass.
      *---------------------------------------------------------------*
       2300-POST-RECORD.
           IF KAL-WIN-HELD
               AND KAL-D1-RUN-ID NOT = KAL-WIN-RUN-ID
               PERFORM 3000-VOTE-WINDOW THRU 3000-EXIT
               PERFORM 4000-REPORT-RUN THRU 4000-EXIT
           END-IF
           IF KAL-WIN-HELD
               AND KAL-WIN-HAVE-PROBE(KAL-REC-CHAN-SUB)
               AND KAL-D1-SEQ-NO NOT =
                   KAL-WIN-SEQ-NO(KAL-REC-CHAN-SUB)
               PERFORM 3000-VOTE-WINDOW THRU 3000-EXIT
           END-IF
           IF NOT KAL-WIN-HELD
               PERFORM 2200-START-WINDOW THRU 2200-EXIT
           END-IF
      *---------------------------------------------------------------*
      * A resumed run can write a pass twice under the same pass
      * number; the later value stands.
      *---------------------------------------------------------------*
           IF NOT KAL-WIN-HAVE-PROBE(KAL-REC-CHAN-SUB)
               ADD 1 TO KAL-WIN-PROBE-COUNT
           END-IF
           MOVE "Y" TO KAL-WIN-HAVE-SW(KAL-REC-CHAN-SUB)
           MOVE KAL-D1-SEQ-NO TO KAL-WIN-SEQ-NO(KAL-REC-CHAN-SUB)
           MOVE KAL-D1-KALMAN-VALUE TO KAL-WIN-VALUE(KAL-REC-CHAN-SUB)
           IF KAL-D1-TIMESTAMP > KAL-WIN-TS
               MOVE KAL-D1-TIMESTAMP TO KAL-WIN-TS
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VOTE-WINDOW -- vote the window in hand and write its
      * fused record.  Each probe is held to its own tolerance: one
      * that is further than that from BOTH others dissents.
      *   no dissenter        -> all agree, median of the three
      *   exactly one         -> it is outvoted, median (mean) of
      *                          the other two
      *   two or three        -> no majority, median of the three,
      *                          nobody is charged with the outvote
      * A window missing a probe cannot be voted; it is fused from
      * what is there and counted short.
      ******************************************************************
       3000-VOTE-WINDOW.
           MOVE ZERO TO KAL-OUTLIER-SUB
                        KAL-WIN-DISSENT-COUNT
           ADD 1 TO KAL-RUN-WINDOWS
           MOVE SPACES TO KAL-FUSE-RECORD
           IF KAL-WIN-PROBE-COUNT < KAL-MAX-CHANNELS
               PERFORM 3300-FUSE-SHORT-WINDOW THRU 3300-EXIT
               ADD 1 TO KAL-RUN-SHORT
               MOVE "S" TO KAL-FU-VOTE
           ELSE
               PERFORM 3050-VOTE-FULL-WINDOW THRU 3050-EXIT
           END-IF
           MOVE KAL-WIN-RUN-ID      TO KAL-FU-RUN-ID
           MOVE KAL-WIN-NO          TO KAL-FU-WINDOW-NO
           MOVE KAL-FUSED           TO KAL-FU-FUSED-VALUE
                                       KAL-FU-ESTIMATE
           COMPUTE KAL-FU-SPREAD = KAL-VAL-MAX - KAL-VAL-MIN
           MOVE KAL-WIN-TS          TO KAL-FU-TIMESTAMP
           MOVE KAL-WIN-PROBE-COUNT TO KAL-FU-PROBE-COUNT
           IF KAL-FUSE-IS-OPEN
               WRITE KAL-FUSE-RECORD
               ADD 1 TO KAL-FUSE-COUNT
           END-IF
           MOVE "N" TO KAL-WIN-HELD-SW.
       3000-EXIT.
           EXIT.

       3050-VOTE-FULL-WINDOW.
           PERFORM 3100-TEST-PROBE THRU 3100-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           EVALUATE KAL-WIN-DISSENT-COUNT
               WHEN 0
                   PERFORM 3200-MEDIAN-OF-THREE THRU 3200-EXIT
                   ADD 1 TO KAL-RUN-ALL-AGREE
                   MOVE "3" TO KAL-FU-VOTE
               WHEN 1
                   PERFORM 3400-FUSE-MAJORITY THRU 3400-EXIT
                   ADD 1 TO KAL-RUN-TWO-OF-THREE
                   ADD 1 TO KAL-RUN-OUTVOTED(KAL-OUTLIER-SUB)
                   MOVE "2" TO KAL-FU-VOTE
                   MOVE KAL-OUTLIER-SUB TO KAL-CHAN-DIGIT
                   MOVE "0" TO KAL-FU-OUTLIER(1:1)
                   MOVE KAL-CHAN-DIGIT TO KAL-FU-OUTLIER(2:1)
               WHEN OTHER
                   MOVE ZERO TO KAL-OUTLIER-SUB
                   PERFORM 3200-MEDIAN-OF-THREE THRU 3200-EXIT
                   ADD 1 TO KAL-RUN-NO-MAJORITY
                   MOVE "N" TO KAL-FU-VOTE
           END-EVALUATE.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3100-TEST-PROBE -- does this probe sit further than its own
      * tolerance from both of the other two?
      *---------------------------------------------------------------*
       3100-TEST-PROBE.
           COMPUTE KAL-OTHER-SUB-1 =
               FUNCTION MOD(KAL-CHAN-SUB, KAL-MAX-CHANNELS) + 1
           COMPUTE KAL-OTHER-SUB-2 =
               FUNCTION MOD(KAL-CHAN-SUB + 1, KAL-MAX-CHANNELS) + 1
           COMPUTE KAL-GAP = KAL-WIN-VALUE(KAL-CHAN-SUB)
                           - KAL-WIN-VALUE(KAL-OTHER-SUB-1)
           IF KAL-GAP < 0
               COMPUTE KAL-ABS-GAP-1 = KAL-GAP * -1
           ELSE
               MOVE KAL-GAP TO KAL-ABS-GAP-1
           END-IF
           COMPUTE KAL-GAP = KAL-WIN-VALUE(KAL-CHAN-SUB)
                           - KAL-WIN-VALUE(KAL-OTHER-SUB-2)
           IF KAL-GAP < 0
               COMPUTE KAL-ABS-GAP-2 = KAL-GAP * -1
           ELSE
               MOVE KAL-GAP TO KAL-ABS-GAP-2
           END-IF
           IF KAL-ABS-GAP-1 > KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB)
               AND KAL-ABS-GAP-2 > KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB)
               MOVE "Y" TO KAL-WIN-DISSENT-SW(KAL-CHAN-SUB)
               ADD 1 TO KAL-WIN-DISSENT-COUNT
               MOVE KAL-CHAN-SUB TO KAL-OUTLIER-SUB
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3200-MEDIAN-OF-THREE -- the middle value: the sum less the
      * smallest and the largest.
      *---------------------------------------------------------------*
       3200-MEDIAN-OF-THREE.
           MOVE ZERO TO KAL-VAL-SUM
           MOVE 99.999 TO KAL-VAL-MIN
           MOVE ZERO TO KAL-VAL-MAX
           PERFORM 3250-ROLL-PROBE-VALUE THRU 3250-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           COMPUTE KAL-FUSED = KAL-VAL-SUM - KAL-VAL-MIN - KAL-VAL-MAX.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3250-ROLL-PROBE-VALUE -- sum, smallest and largest over the
      * probes taking part (present, and not the outvoted one).
      *---------------------------------------------------------------*
       3250-ROLL-PROBE-VALUE.
           IF NOT KAL-WIN-HAVE-PROBE(KAL-CHAN-SUB)
               OR KAL-CHAN-SUB = KAL-OUTLIER-SUB
               GO TO 3250-EXIT
           END-IF
           ADD KAL-WIN-VALUE(KAL-CHAN-SUB) TO KAL-VAL-SUM
           IF KAL-WIN-VALUE(KAL-CHAN-SUB) < KAL-VAL-MIN
               MOVE KAL-WIN-VALUE(KAL-CHAN-SUB) TO KAL-VAL-MIN
           END-IF
           IF KAL-WIN-VALUE(KAL-CHAN-SUB) > KAL-VAL-MAX
               MOVE KAL-WIN-VALUE(KAL-CHAN-SUB) TO KAL-VAL-MAX
           END-IF.
       3250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3300-FUSE-SHORT-WINDOW -- one probe stands for itself, two
      * fuse to their mean (the median of two).
      *---------------------------------------------------------------*
       3300-FUSE-SHORT-WINDOW.
           MOVE ZERO TO KAL-VAL-SUM
           MOVE 99.999 TO KAL-VAL-MIN
           MOVE ZERO TO KAL-VAL-MAX
           PERFORM 3250-ROLL-PROBE-VALUE THRU 3250-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           COMPUTE KAL-FUSED ROUNDED =
               KAL-VAL-SUM / KAL-WIN-PROBE-COUNT.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3400-FUSE-MAJORITY -- the two agreeing probes, the outvoted
      * one left out, fused to their mean.
      *---------------------------------------------------------------*
       3400-FUSE-MAJORITY.
           MOVE ZERO TO KAL-VAL-SUM
           MOVE 99.999 TO KAL-VAL-MIN
           MOVE ZERO TO KAL-VAL-MAX
           PERFORM 3250-ROLL-PROBE-VALUE THRU 3250-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           COMPUTE KAL-FUSED ROUNDED = KAL-VAL-SUM / 2.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-RUN -- the run's vote line, then its counts are
      * rolled into the file totals and cleared for the next run.
      ******************************************************************
       4000-REPORT-RUN.
           MOVE KAL-RUN-WINDOWS       TO KAL-ED-COUNT-1
           MOVE KAL-RUN-ALL-AGREE     TO KAL-ED-COUNT-2
           MOVE KAL-RUN-TWO-OF-THREE  TO KAL-ED-COUNT-3
           MOVE KAL-RUN-NO-MAJORITY   TO KAL-ED-COUNT-4
           MOVE KAL-RUN-SHORT         TO KAL-ED-COUNT-5
           MOVE KAL-RUN-OUTVOTED(1)   TO KAL-ED-COUNT-6
           MOVE KAL-RUN-OUTVOTED(2)   TO KAL-ED-COUNT-7
           MOVE KAL-RUN-OUTVOTED(3)   TO KAL-ED-COUNT-8
           STRING KAL-WIN-RUN-ID "   " KAL-ED-COUNT-1
                  "  " KAL-ED-COUNT-2 "  " KAL-ED-COUNT-3
                  "  " KAL-ED-COUNT-4 "  " KAL-ED-COUNT-5
                  "     " KAL-ED-COUNT-6 "    " KAL-ED-COUNT-7
                  "    " KAL-ED-COUNT-8
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           ADD KAL-RUN-WINDOWS      TO KAL-TOT-WINDOWS
           ADD KAL-RUN-ALL-AGREE    TO KAL-TOT-ALL-AGREE
           ADD KAL-RUN-TWO-OF-THREE TO KAL-TOT-TWO-OF-THREE
           ADD KAL-RUN-NO-MAJORITY  TO KAL-TOT-NO-MAJORITY
           ADD KAL-RUN-SHORT        TO KAL-TOT-SHORT
           PERFORM 4100-ROLL-CHANNEL-OUTVOTES THRU 4100-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           MOVE ZERO TO KAL-RUN-WINDOWS
                        KAL-RUN-ALL-AGREE
                        KAL-RUN-TWO-OF-THREE
                        KAL-RUN-NO-MAJORITY
                        KAL-RUN-SHORT.
       4000-EXIT.
           EXIT.

       4100-ROLL-CHANNEL-OUTVOTES.
           ADD KAL-RUN-OUTVOTED(KAL-CHAN-SUB)
               TO KAL-TOT-OUTVOTED(KAL-CHAN-SUB)
           MOVE ZERO TO KAL-RUN-OUTVOTED(KAL-CHAN-SUB).
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE -- one line of the print file, starting
      * a fresh titled page whenever the current one fills.  With no
      * print file open the line is simply dropped; the console has
      * already said why.
      *---------------------------------------------------------------*
       6000-WRITE-REPORT-LINE.
           IF NOT KAL-RPT-IS-OPEN
               MOVE SPACES TO KAL-RPT-LINE
               GO TO 6000-EXIT
           END-IF
           IF KAL-RPT-LINE-COUNT > KAL-RPT-PAGE-LIMIT
               PERFORM 6100-START-REPORT-PAGE THRU 6100-EXIT
           END-IF
           WRITE KAL-RPT-RECORD FROM KAL-RPT-LINE
           ADD 1 TO KAL-RPT-LINE-COUNT
           MOVE SPACES TO KAL-RPT-LINE.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6100-START-REPORT-PAGE -- title line with the run date/time
      * and page number, the tolerances in effect, and the column
      * headings in front of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALVOTE -- CROSS-CHANNEL VOTE REPORT"
                  "                  RUN DATE " 800-CURRENT-DATE-YYYY
                  "/" 800-CURRENT-DATE-MM "/" 800-CURRENT-DATE-DD
                  "  " 800-CURRENT-TIME-HH ":" 800-CURRENT-TIME-MM
                  ":" 800-CURRENT-TIME-SS
                  "   PAGE " KAL-RPT-PAGE-EDIT
               DELIMITED BY SIZE INTO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-PARM-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-COLUMN-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           MOVE ALL "-" TO KAL-RPT-RECORD(1:60)
           WRITE KAL-RPT-RECORD
           MOVE 6 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 8000-WRITE-SUMMARY -- totals page: windows by outcome, each
      * probe's outvotes against the windows that could be voted,
      * the probe to pull first, and the windows = fused proof.
      *---------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE 99 TO KAL-RPT-LINE-COUNT
           MOVE "REPORT TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-READ-COUNT TO KAL-ED-COUNT-1
           STRING "RECORDS READ          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-NO-CHANNEL-COUNT > 0
               MOVE KAL-NO-CHANNEL-COUNT TO KAL-ED-COUNT-1
               STRING "  WITHOUT A CHANNEL   : " KAL-ED-COUNT-1
                      "  (NOT VOTED)"
                   DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           MOVE KAL-RUN-COUNT TO KAL-ED-COUNT-1
           STRING "RUNS                  : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TOT-WINDOWS TO KAL-ED-COUNT-1
           STRING "PASS WINDOWS          : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TOT-ALL-AGREE TO KAL-ED-COUNT-1
           STRING "  ALL THREE AGREE     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TOT-TWO-OF-THREE TO KAL-ED-COUNT-1
           STRING "  TWO OUT OF THREE    : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TOT-NO-MAJORITY TO KAL-ED-COUNT-1
           STRING "  NO MAJORITY         : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-TOT-SHORT TO KAL-ED-COUNT-1
           STRING "  SHORT (NOT VOTED)   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-FUSE-COUNT TO KAL-ED-COUNT-1
           STRING "FUSED RECORDS WRITTEN : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT

           MOVE SPACES TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "OUTVOTES PER PROBE" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           COMPUTE KAL-VOTED-WINDOWS = KAL-TOT-WINDOWS - KAL-TOT-SHORT
           MOVE ZERO TO KAL-TOP-OUTVOTED
                        KAL-TOP-SUB
           PERFORM 8100-REPORT-PROBE-OUTVOTES THRU 8100-EXIT
               VARYING KAL-CHAN-SUB FROM 1 BY 1
               UNTIL KAL-CHAN-SUB > KAL-MAX-CHANNELS
           IF KAL-TOP-SUB > 0
               MOVE KAL-TOP-SUB TO KAL-CHAN-DIGIT
               STRING "PROBE OUTVOTED MOST   : CH0" KAL-CHAN-DIGIT
                      " " KAL-CHANNEL-DESC(KAL-TOP-SUB)
               DELIMITED BY SIZE INTO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               DISPLAY "Probe outvoted most : CH0" KAL-CHAN-DIGIT
                   " " KAL-CHANNEL-DESC(KAL-TOP-SUB)
           ELSE
               MOVE "PROBE OUTVOTED MOST   : NONE -- NO PROBE OUTVOTED"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF

           COMPUTE KAL-PROOF-COUNT = KAL-TOT-ALL-AGREE
               + KAL-TOT-TWO-OF-THREE + KAL-TOT-NO-MAJORITY
               + KAL-TOT-SHORT
           IF KAL-PROOF-COUNT = KAL-TOT-WINDOWS
               AND (KAL-FUSE-COUNT = KAL-TOT-WINDOWS
                    OR NOT KAL-FUSE-IS-OPEN)
               MOVE "CONTROL PROOF         : WINDOWS = FUSED OK"
                   TO KAL-RPT-LINE
           ELSE
               MOVE "CONTROL PROOF         : *** OUT OF BALANCE ***"
                   TO KAL-RPT-LINE
               ADD 1 TO KAL-ERROR-COUNT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalVote: " KAL-TOT-WINDOWS " windows, "
               KAL-TOT-TWO-OF-THREE " two-of-three, "
               KAL-TOT-NO-MAJORITY " no majority -- report on "
               "KALVOTE.RPT".
       8000-EXIT.
           EXIT.

       8100-REPORT-PROBE-OUTVOTES.
           MOVE KAL-CHAN-SUB TO KAL-CHAN-DIGIT
           MOVE KAL-CHANNEL-TOLERANCE(KAL-CHAN-SUB) TO KAL-ED-VALUE-1
           MOVE KAL-TOT-OUTVOTED(KAL-CHAN-SUB) TO KAL-ED-COUNT-1
           IF KAL-VOTED-WINDOWS > 0
               COMPUTE KAL-PERCENT ROUNDED =
                   KAL-TOT-OUTVOTED(KAL-CHAN-SUB) * 100
                   / KAL-VOTED-WINDOWS
           ELSE
               MOVE ZERO TO KAL-PERCENT
           END-IF
           MOVE KAL-PERCENT TO KAL-ED-PERCENT
           STRING "  CH0" KAL-CHAN-DIGIT " "
                  KAL-CHANNEL-DESC(KAL-CHAN-SUB)
                  " TOLERANCE " KAL-ED-VALUE-1
                  "  OUTVOTED " KAL-ED-COUNT-1
                  "  (" KAL-ED-PERCENT "% OF VOTED WINDOWS)"
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-TOT-OUTVOTED(KAL-CHAN-SUB) > KAL-TOP-OUTVOTED
               MOVE KAL-TOT-OUTVOTED(KAL-CHAN-SUB) TO KAL-TOP-OUTVOTED
               MOVE KAL-CHAN-SUB TO KAL-TOP-SUB
           END-IF.
       8100-EXIT.
           EXIT.

       END PROGRAM KalVote.
