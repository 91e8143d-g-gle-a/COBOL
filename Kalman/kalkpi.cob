      ******************************************************************
      * Author: Gerardo González Aguila
      * Date:
      * Purpose: Monthly operations KPI report for management.  The
      *          morning digest covers one night; this report puts
      *          the month's figures side by side with the prior
      *          month and the year to date --
      *            nights completed against the nights planned (the
      *              KalNight STEP events on KALRLOG.DAT, every date
      *              not on the KALHOLS.DAT holiday calendar being a
      *              planned night),
      *            the feed reject rate (KalEdit's KALEDCTL.DAT
      *              control counts, split by channel from KALREJ.DAT
      *              and Data2.DAT),
      *            exceptions raised, recurring and closed, with the
      *              mean days to close (KALXREG.DAT),
      *            historian extracts acknowledged against failed or
      *              late (KALXMIT.DAT),
      *            the average variance reduction (KALRMAST.DAT),
      *          with the per-channel breakdowns under each.
      *          The figures of every month are kept on KALKPI.DAT,
      *          one record per month, so the year to date does not
      *          depend on history KalArch and KalXAck have since
      *          purged: a month's figures are worked out again from
      *          the files each run, but a group of them is kept from
      *          KALKPI.DAT whenever the files now hold less of that
      *          month than was counted before.  KALEDCTL.DAT only
      *          ever holds the last edit run, so the step runs every
      *          night and adds that night's feed counts to its month
      *          once.  Each night's report is the month to date; the
      *          last night of the month prints the month-end edition.
      *          KALMAN_KPI_MONTH (yyyymm) reprints an earlier month.
      *          The report goes to KALKPI.RPT; RC 4 when a planned
      *          night of the month was not completed.
      * Tectonics: cobc
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KalKpi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL KalRunLog ASSIGN TO "KALRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RUNLOG-STATUS.
       SELECT OPTIONAL KalHols ASSIGN TO "KALHOLS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-HOLS-STATUS.
       SELECT OPTIONAL KalEdCtl ASSIGN TO "KALEDCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-EDCTL-STATUS.
       SELECT OPTIONAL KalReject ASSIGN TO "KALREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-REJ-STATUS.
       SELECT OPTIONAL Data2 ASSIGN TO "Data2.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-DATA2-STATUS.
       SELECT OPTIONAL KalXReg ASSIGN TO "KALXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XREG-STATUS.
       SELECT OPTIONAL KalXmit ASSIGN TO "KALXMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-XMIT-STATUS.
       SELECT OPTIONAL KalRunMast ASSIGN TO "KALRMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KAL-RM-RUN-ID
        FILE STATUS IS KAL-RUNMAST-STATUS.
       SELECT OPTIONAL KalKpi ASSIGN TO "KALKPI.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-KPI-STATUS.
       SELECT KalReport ASSIGN TO "KALKPI.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KAL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD KalRunLog.
           COPY "KALRLOG.CPY".
        FD KalHols.
           01  KAL-HOLS-RECORD          PIC X(08).
        FD KalEdCtl.
           01  KAL-EDCTL-RECORD.
               05  KAL-EC-DATE          PIC X(08).
               05  KAL-EC-READ-COUNT    PIC 9(06).
               05  KAL-EC-RECYC-COUNT   PIC 9(06).
               05  KAL-EC-ACCEPT-COUNT  PIC 9(06).
               05  KAL-EC-REJECT-COUNT  PIC 9(06).
        FD KalReject.
           01  KAL-REJ-RECORD.
               05  KAL-REJ-REASON       PIC X(06).
               05  FILLER               PIC X(01).
               05  KAL-REJ-LINE-NO      PIC 9(06).
               05  FILLER               PIC X(01).
               05  KAL-REJ-IMAGE        PIC X(12).
        FD Data2.
           01  KAL-DATA2-RECORD.
               05  KAL-D2-RAW-TEXT      PIC X(05).
               05  KAL-D2-CHANNEL       PIC X(02).
               05  FILLER               PIC X(05).
        FD KalXReg.
           COPY "KALXREG.CPY".
        FD KalXmit.
           COPY "KALXMIT.CPY".
        FD KalRunMast.
           COPY "KALRMAST.CPY".
        FD KalKpi.
           COPY "KALKPI.CPY".
        FD KalReport.
           01  KAL-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01  KAL-RUNLOG-STATUS                PIC X(02)   VALUE "00".
       01  KAL-HOLS-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-EDCTL-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-REJ-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-DATA2-STATUS                 PIC X(02)   VALUE "00".
       01  KAL-XREG-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-XMIT-STATUS                  PIC X(02)   VALUE "00".
       01  KAL-RUNMAST-STATUS               PIC X(02)   VALUE "00".
       01  KAL-KPI-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RUNLOG-EOF-SW                PIC X(01)   VALUE "N".
           88  KAL-RUNLOG-AT-EOF                    VALUE "Y".
       01  KAL-HOLS-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-HOLS-AT-EOF                      VALUE "Y".
       01  KAL-REJ-EOF-SW                   PIC X(01)   VALUE "N".
           88  KAL-REJ-AT-EOF                       VALUE "Y".
       01  KAL-DATA2-EOF-SW                 PIC X(01)   VALUE "N".
           88  KAL-DATA2-AT-EOF                     VALUE "Y".
       01  KAL-XREG-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XREG-AT-EOF                      VALUE "Y".
       01  KAL-XMIT-EOF-SW                  PIC X(01)   VALUE "N".
           88  KAL-XMIT-AT-EOF                      VALUE "Y".
       01  KAL-RUNMAST-EOF-SW               PIC X(01)   VALUE "N".
           88  KAL-RUNMAST-AT-EOF                   VALUE "Y".
       01  KAL-KPI-EOF-SW                   PIC X(01)   VALUE "N".
           88  KAL-KPI-AT-EOF                       VALUE "Y".

       01  800-CURRENT-DATE.
           05  800-CURRENT-DATE-YYYY       PIC X(04)   VALUE SPACES.
           05  800-CURRENT-DATE-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-DATE-DD         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-HH         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-MM         PIC X(02)   VALUE SPACES.
           05  800-CURRENT-TIME-SS         PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  KAL-TODAY-DATE                   PIC X(08)   VALUE SPACES.
       01  KAL-TODAY-INT                    PIC 9(08) COMP VALUE ZERO.
       01  KAL-YESTERDAY-DATE               PIC 9(08)   VALUE ZERO.
       01  KAL-RUN-MONTH                    PIC X(06)   VALUE SPACES.
       01  KAL-DATE-CHECK                   PIC X(08)   VALUE SPACES.
       01  KAL-DATE-OK-SW                   PIC X(01)   VALUE "N".
           88  KAL-DATE-OK                          VALUE "Y".

      *---------------------------------------------------------------*
      * The month reported: this month to date unless KALMAN_KPI_MONTH
      * names an earlier one.  The month table holds December of the
      * prior year in slot 1, January to December of the report year
      * in slots 2 to 13 and the year to date in slot 14.
      *---------------------------------------------------------------*
       01  KAL-RPT-MONTH                    PIC X(06)   VALUE SPACES.
       01  KAL-MONTH-ENV-TEXT               PIC X(10)   VALUE SPACES.
       01  KAL-RPT-YEAR                     PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-MM                       PIC 9(02)   VALUE ZERO.
       01  KAL-PRIOR-YEAR                   PIC 9(04)   VALUE ZERO.
       01  KAL-MONTH-TO-DATE-SW             PIC X(01)   VALUE "N".
           88  KAL-MONTH-TO-DATE                    VALUE "Y".
       01  KAL-CUR-SLOT                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-PRIOR-SLOT                   PIC 9(02) COMP VALUE ZERO.
       01  KAL-YTD-SLOT                     PIC 9(02) COMP VALUE 14.
       01  KAL-SLOT-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-SLOT-DATE                    PIC X(08)   VALUE SPACES.
       01  KAL-SLOT-MM                      PIC 9(02)   VALUE ZERO.
       01  KAL-SLOT-MM-TEXT                 PIC 9(02)   VALUE ZERO.
       01  KAL-CHAN-TEXT                    PIC X(02)   VALUE SPACES.
       01  KAL-CHAN-SUB                     PIC 9(02) COMP VALUE ZERO.
       01  KAL-CH                           PIC 9(02) COMP VALUE ZERO.

       01  KAL-MONTH-TABLE.
           05  KAL-MO-ENTRY OCCURS 14 TIMES.
               10  KAL-MO-NIGHTS.
                   15  KAL-MO-NT-PLANNED   PIC 9(03).
                   15  KAL-MO-NT-COMPLETED PIC 9(03).
                   15  KAL-MO-NT-RESTARTED PIC 9(03).
                   15  KAL-MO-NT-STOPPED   PIC 9(03).
                   15  KAL-MO-NT-RUNS-ENDED
                                           PIC 9(05).
               10  KAL-MO-FEED.
                   15  KAL-MO-FD-NIGHTS    PIC 9(03).
                   15  KAL-MO-FD-READ      PIC 9(08).
                   15  KAL-MO-FD-RECYCLED  PIC 9(08).
                   15  KAL-MO-FD-ACCEPTED  PIC 9(08).
                   15  KAL-MO-FD-REJECTED  PIC 9(08).
                   15  KAL-MO-FD-CHANNEL OCCURS 3 TIMES.
                       20  KAL-MO-FD-CH-ACCEPTED
                                           PIC 9(08).
                       20  KAL-MO-FD-CH-REJECTED
                                           PIC 9(08).
               10  KAL-MO-EXCEPTIONS.
                   15  KAL-MO-EX-RAISED    PIC 9(05).
                   15  KAL-MO-EX-RECURRING PIC 9(05).
                   15  KAL-MO-EX-CLOSED    PIC 9(05).
                   15  KAL-MO-EX-CLOSE-DAYS
                                           PIC 9(07).
                   15  KAL-MO-EX-CHANNEL OCCURS 3 TIMES.
                       20  KAL-MO-EX-CH-RAISED
                                           PIC 9(05).
                       20  KAL-MO-EX-CH-RECURRING
                                           PIC 9(05).
                       20  KAL-MO-EX-CH-CLOSED
                                           PIC 9(05).
                       20  KAL-MO-EX-CH-CLOSE-DAYS
                                           PIC 9(07).
               10  KAL-MO-EXTRACTS.
                   15  KAL-MO-XM-SHIPPED   PIC 9(05).
                   15  KAL-MO-XM-ACKED     PIC 9(05).
                   15  KAL-MO-XM-FAILED    PIC 9(05).
                   15  KAL-MO-XM-LATE      PIC 9(05).
                   15  KAL-MO-XM-SENT      PIC 9(05).
               10  KAL-MO-VARIANCE.
                   15  KAL-MO-VR-RUNS      PIC 9(05).
                   15  KAL-MO-VR-SUM       PIC S9(07)V9(06).
                   15  KAL-MO-VR-CHANNEL OCCURS 3 TIMES.
                       20  KAL-MO-VR-CH-RUNS
                                           PIC 9(05).
                       20  KAL-MO-VR-CH-SUM
                                           PIC S9(07)V9(06).
       01  KAL-MONTH-KEYS.
           05  KAL-MO-MONTH                 PIC X(06)   OCCURS 14 TIMES.
       01  KAL-MONTH-KEPT.
           05  KAL-MO-KEPT-SW               PIC X(01)   OCCURS 14 TIMES.

      *---------------------------------------------------------------*
      * The nights of each month, one byte per date: C = a night on
      * it completed clean, R = it completed only after a restart,
      * S = nights ran on it but none completed.
      *---------------------------------------------------------------*
       01  KAL-DAY-TABLE.
           05  KAL-DAY-MONTH OCCURS 13 TIMES.
               10  KAL-DAY-STATUS           PIC X(01)   OCCURS 31 TIMES.
       01  KAL-DAY-SUB                      PIC 9(02) COMP VALUE ZERO.
       01  KAL-DAY-TEXT                     PIC 9(02)   VALUE ZERO.
       01  KAL-PLAN-THRU-DATE               PIC X(08)   VALUE SPACES.
       01  KAL-FIRST-NIGHT-DATE             PIC X(08)   VALUE SPACES.
       01  KAL-LAST-NIGHT-DATE              PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      * The night in hand: a night's STEP events arrive together on
      * the run log under its night-id, a resumed night's included.
      *---------------------------------------------------------------*
       01  KAL-NIGHT-OPEN-SW                PIC X(01)   VALUE "N".
           88  KAL-NIGHT-IS-OPEN                    VALUE "Y".
       01  KAL-NIGHT-ID                     PIC X(10)   VALUE SPACES.
       01  KAL-NIGHT-DATE                   PIC X(08)   VALUE SPACES.
       01  KAL-NIGHT-FAILED-SW              PIC X(01)   VALUE "N".
           88  KAL-NIGHT-HAD-FAILURE                VALUE "Y".
       01  KAL-NIGHT-LAST-FAILED-SW         PIC X(01)   VALUE "N".
           88  KAL-NIGHT-ENDED-FAILED               VALUE "Y".
       01  KAL-NIGHT-HOLIDAY-SW             PIC X(01)   VALUE "Y".
           88  KAL-NIGHT-ALL-HOLIDAY                VALUE "Y".

      *---------------------------------------------------------------*
      * The plant holiday calendar in memory.
      *---------------------------------------------------------------*
       01  KAL-HOL-TABLE-MAX                PIC 9(04) COMP VALUE 500.
       01  KAL-HOL-COUNT                    PIC 9(04) COMP VALUE ZERO.
       01  KAL-HOL-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  KAL-HOL-TABLE.
           05  KAL-HOL-DATE                 PIC X(08)
                                            OCCURS 500 TIMES.
       01  KAL-HOLIDAY-SW                   PIC X(01)   VALUE "N".
           88  KAL-IS-HOLIDAY                       VALUE "Y".

      *---------------------------------------------------------------*
      * KALKPI.DAT in memory, one record image per month in month
      * order, rewritten whole at the end of the run.
      *---------------------------------------------------------------*
       01  KAL-KF-TABLE-MAX                 PIC 9(04) COMP VALUE 600.
       01  KAL-KF-COUNT                     PIC 9(04) COMP VALUE ZERO.
       01  KAL-KF-SUB                       PIC 9(04) COMP VALUE ZERO.
       01  KAL-KF-HIT-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-KF-INSERT-SUB                PIC 9(04) COMP VALUE ZERO.
       01  KAL-KF-TABLE.
           05  KAL-KF-IMAGE                 PIC X(307)
                                            OCCURS 600 TIMES.
       01  KAL-WANT-MONTH                   PIC X(06)   VALUE SPACES.
       01  KAL-KPI-BAD-SW                   PIC X(01)   VALUE "N".
           88  KAL-KPI-UNREADABLE                   VALUE "Y".
       01  KAL-KPI-CHANGED-SW               PIC X(01)   VALUE "N".
           88  KAL-KPI-CHANGED                      VALUE "Y".
       01  KAL-KPI-FULL-SW                  PIC X(01)   VALUE "N".
           88  KAL-KPI-FULL-REPORTED                VALUE "Y".

      *---------------------------------------------------------------*
      * Tonight's feed edit, split by channel.
      *---------------------------------------------------------------*
       01  KAL-FEED-ADDED-SW                PIC X(01)   VALUE "N".
           88  KAL-FEED-ADDED                       VALUE "Y".
       01  KAL-FEED-DATE                    PIC X(08)   VALUE SPACES.
       01  KAL-FEED-CHANNELS.
           05  KAL-FEED-CHANNEL OCCURS 3 TIMES.
               10  KAL-FEED-CH-ACCEPTED     PIC 9(08).
               10  KAL-FEED-CH-REJECTED     PIC 9(08).

      *---------------------------------------------------------------*
      * Days from raised to closed, for the mean days to close.
      *---------------------------------------------------------------*
       01  KAL-RAISED-INT                   PIC 9(08) COMP VALUE ZERO.
       01  KAL-CLOSED-INT                   PIC 9(08) COMP VALUE ZERO.
       01  KAL-CLOSE-DAYS                   PIC 9(05) COMP VALUE ZERO.
       01  KAL-RAISED-OK-SW                 PIC X(01)   VALUE "N".
           88  KAL-RAISED-OK                        VALUE "Y".

      *---------------------------------------------------------------*
      * The report lines, in print order.  The first byte says what
      * the line holds: H = section heading, C = a count, P = a
      * percentage, D = an average in days, V = an average variance
      * reduction.  Percentages and averages are worked out from
      * each column's sums when printed, so the year to date is a
      * true year-to-date rate and not an average of monthly rates.
      *---------------------------------------------------------------*
       01  KAL-LINE-COUNT                   PIC 9(02) COMP VALUE 57.
       01  KAL-LN                           PIC 9(02) COMP VALUE ZERO.
       01  KAL-LN-BASE                      PIC 9(02) COMP VALUE ZERO.
       01  KAL-LINE-DEFINITIONS.
           05  FILLER                       PIC X(40)   VALUE
               "HNIGHTLY CHAIN  (KALRLOG.DAT)".
           05  FILLER                       PIC X(40)   VALUE
               "CNIGHTS PLANNED".
           05  FILLER                       PIC X(40)   VALUE
               "CNIGHTS COMPLETED".
           05  FILLER                       PIC X(40)   VALUE
               "C  COMPLETED AFTER A RESTART".
           05  FILLER                       PIC X(40)   VALUE
               "CNIGHTS STOPPED SHORT".
           05  FILLER                       PIC X(40)   VALUE
               "CNIGHTS NOT RUN".
           05  FILLER                       PIC X(40)   VALUE
               "PCOMPLETION RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "CKALMAN RUNS ENDED".
           05  FILLER                       PIC X(40)   VALUE
               "HFEED EDIT  (KALEDCTL.DAT)".
           05  FILLER                       PIC X(40)   VALUE
               "CNIGHTS EDITED".
           05  FILLER                       PIC X(40)   VALUE
               "CREADINGS READ".
           05  FILLER                       PIC X(40)   VALUE
               "CREADINGS RECYCLED".
           05  FILLER                       PIC X(40)   VALUE
               "CREADINGS ACCEPTED".
           05  FILLER                       PIC X(40)   VALUE
               "CREADINGS REJECTED".
           05  FILLER                       PIC X(40)   VALUE
               "PREJECT RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 ACCEPTED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 REJECTED".
           05  FILLER                       PIC X(40)   VALUE
               "P  CHANNEL 01 REJECT RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 ACCEPTED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 REJECTED".
           05  FILLER                       PIC X(40)   VALUE
               "P  CHANNEL 02 REJECT RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 ACCEPTED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 REJECTED".
           05  FILLER                       PIC X(40)   VALUE
               "P  CHANNEL 03 REJECT RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "HEXCEPTIONS  (KALXREG.DAT)".
           05  FILLER                       PIC X(40)   VALUE
               "CEXCEPTIONS RAISED".
           05  FILLER                       PIC X(40)   VALUE
               "C  RECURRING".
           05  FILLER                       PIC X(40)   VALUE
               "CEXCEPTIONS CLOSED".
           05  FILLER                       PIC X(40)   VALUE
               "DMEAN DAYS TO CLOSE".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 RAISED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 RECURRING".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 CLOSED".
           05  FILLER                       PIC X(40)   VALUE
               "D  CHANNEL 01 MEAN DAYS TO CLOSE".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 RAISED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 RECURRING".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 CLOSED".
           05  FILLER                       PIC X(40)   VALUE
               "D  CHANNEL 02 MEAN DAYS TO CLOSE".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 RAISED".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 RECURRING".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 CLOSED".
           05  FILLER                       PIC X(40)   VALUE
               "D  CHANNEL 03 MEAN DAYS TO CLOSE".
           05  FILLER                       PIC X(40)   VALUE
               "HHISTORIAN EXTRACTS  (KALXMIT.DAT)".
           05  FILLER                       PIC X(40)   VALUE
               "CEXTRACTS SHIPPED".
           05  FILLER                       PIC X(40)   VALUE
               "C  ACKNOWLEDGED (ACKD)".
           05  FILLER                       PIC X(40)   VALUE
               "C  FAILED (FAIL)".
           05  FILLER                       PIC X(40)   VALUE
               "C  ACKNOWLEDGMENT OVERDUE (LATE)".
           05  FILLER                       PIC X(40)   VALUE
               "C  AWAITING ACKNOWLEDGMENT (SENT)".
           05  FILLER                       PIC X(40)   VALUE
               "PACKNOWLEDGED RATE (%)".
           05  FILLER                       PIC X(40)   VALUE
               "HVARIANCE REDUCTION  (KALRMAST.DAT)".
           05  FILLER                       PIC X(40)   VALUE
               "CRUNS WITH READINGS".
           05  FILLER                       PIC X(40)   VALUE
               "VAVERAGE VARIANCE REDUCTION".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 01 RUNS".
           05  FILLER                       PIC X(40)   VALUE
               "V  CHANNEL 01 AVERAGE REDUCTION".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 02 RUNS".
           05  FILLER                       PIC X(40)   VALUE
               "V  CHANNEL 02 AVERAGE REDUCTION".
           05  FILLER                       PIC X(40)   VALUE
               "C  CHANNEL 03 RUNS".
           05  FILLER                       PIC X(40)   VALUE
               "V  CHANNEL 03 AVERAGE REDUCTION".
       01  KAL-LINE-TABLE REDEFINES KAL-LINE-DEFINITIONS.
           05  KAL-LD-ENTRY OCCURS 57 TIMES.
               10  KAL-LD-TYPE              PIC X(01).
               10  KAL-LD-LABEL             PIC X(39).

      *---------------------------------------------------------------*
      * Each line's figures for the three columns: the month, the
      * prior month and the year to date.  A count is the numerator
      * alone; a rate or average divides it by the denominator.
      *---------------------------------------------------------------*
       01  KAL-COL                          PIC 9(02) COMP VALUE ZERO.
       01  KAL-COL-POS                      PIC 9(03) COMP VALUE ZERO.
       01  KAL-COLUMN-SLOTS.
           05  KAL-COL-SLOT                 PIC 9(02) COMP
                                            OCCURS 3 TIMES.
       01  KAL-LINE-VALUES.
           05  KAL-LV-LINE OCCURS 57 TIMES.
               10  KAL-LV-COLUMN OCCURS 3 TIMES.
                   15  KAL-LV-NUM           PIC S9(09)V9(06).
                   15  KAL-LV-DEN           PIC 9(09).
       01  KAL-KPI-WORK                     PIC S9(11)V9(06) VALUE ZERO.
       01  KAL-KPI-PCT                      PIC 9(09)V9(02) VALUE ZERO.
       01  KAL-KPI-DAYS                     PIC 9(09)V9(01) VALUE ZERO.
       01  KAL-KPI-VR                       PIC S9(09)V9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * Verdict counters.
      *---------------------------------------------------------------*
       01  KAL-RUNLOG-READ-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  KAL-NIGHTS-SEEN-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  KAL-XREG-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  KAL-XMIT-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  KAL-RUNMAST-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  KAL-REFRESHED-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  KAL-KEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  KAL-MISSED-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  KAL-ERROR-COUNT                  PIC 9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * Print-file control, same pattern as the other reports.
      *---------------------------------------------------------------*
       01  KAL-RPT-STATUS                   PIC X(02)   VALUE "00".
       01  KAL-RPT-OPEN-SW                  PIC X(01)   VALUE "N".
           88  KAL-RPT-IS-OPEN                      VALUE "Y".
       01  KAL-RPT-LINE                     PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PARM-LINE                PIC X(132)  VALUE SPACES.
       01  KAL-RPT-COLUMN-LINE              PIC X(132)  VALUE SPACES.
       01  KAL-RPT-PAGE-NO                  PIC 9(04)   VALUE ZERO.
       01  KAL-RPT-PAGE-EDIT                PIC Z(03)9  VALUE ZERO.
       01  KAL-RPT-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       01  KAL-RPT-PAGE-LIMIT               PIC 9(02) COMP VALUE 55.
       01  KAL-ED-COUNT-1                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-COUNT-2                   PIC Z(05)9  VALUE ZERO.
       01  KAL-ED-KPI-COUNT                 PIC Z(15)9  VALUE ZERO.
       01  KAL-ED-KPI-PCT                   PIC Z(12)9.99 VALUE ZERO.
       01  KAL-ED-KPI-DAYS                  PIC Z(13)9.9 VALUE ZERO.
       01  KAL-ED-KPI-VR                    PIC -(08)9.9(06) VALUE ZERO.
       01  KAL-ED-MONTH                     PIC X(07)   VALUE SPACES.
       01  KAL-ED-PRIOR-MONTH               PIC X(07)   VALUE SPACES.
       01  KAL-ED-DATE                      PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-LOAD-SUMMARY THRU 1500-EXIT
           PERFORM 1800-LOAD-HOLIDAYS THRU 1800-EXIT
           PERFORM 2000-ADD-FEED-EDIT THRU 2000-EXIT
           PERFORM 3000-SCAN-RUN-LOG THRU 3000-EXIT
           PERFORM 3300-COUNT-PLANNED-NIGHTS THRU 3300-EXIT
           PERFORM 3500-SCAN-EXCEPTIONS THRU 3500-EXIT
           PERFORM 3700-SCAN-EXTRACTS THRU 3700-EXIT
           PERFORM 3900-SCAN-RUN-MASTER THRU 3900-EXIT
           PERFORM 4000-SETTLE-MONTHS THRU 4000-EXIT
           PERFORM 4400-SUM-YEAR-TO-DATE THRU 4400-EXIT
           PERFORM 5000-REPORT-KPIS THRU 5000-EXIT
           PERFORM 7000-REWRITE-SUMMARY THRU 7000-EXIT
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           IF KAL-RPT-IS-OPEN
               CLOSE KalReport
           END-IF
           IF KAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF KAL-MISSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * 1000-INITIALIZE -- today's date, the month reported, the month
      * table and the print file.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Kalman monthly operations KPI report by Gerardo "
               "Gonzalez"
           MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
           MOVE 800-CURRENT-DATE-YYYY TO KAL-TODAY-DATE(1:4)
           MOVE 800-CURRENT-DATE-MM   TO KAL-TODAY-DATE(5:2)
           MOVE 800-CURRENT-DATE-DD   TO KAL-TODAY-DATE(7:2)
           COMPUTE KAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KAL-TODAY-DATE))
           COMPUTE KAL-YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER(KAL-TODAY-INT - 1)
           MOVE KAL-TODAY-DATE(1:6) TO KAL-RUN-MONTH
           MOVE KAL-RUN-MONTH TO KAL-RPT-MONTH

           ACCEPT KAL-MONTH-ENV-TEXT FROM ENVIRONMENT
               "KALMAN_KPI_MONTH"
           IF KAL-MONTH-ENV-TEXT NOT = SPACES
               MOVE SPACES TO KAL-DATE-CHECK
               STRING KAL-MONTH-ENV-TEXT(1:6) "01"
                   DELIMITED BY SIZE INTO KAL-DATE-CHECK
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF KAL-DATE-OK AND KAL-MONTH-ENV-TEXT(7:4) = SPACES
                   AND KAL-MONTH-ENV-TEXT(1:6) NOT > KAL-RUN-MONTH
                   MOVE KAL-MONTH-ENV-TEXT(1:6) TO KAL-RPT-MONTH
               ELSE
                   DISPLAY "KALMAN_KPI_MONTH '" KAL-MONTH-ENV-TEXT
                       "' is not a valid yyyymm up to this month, "
                       "keeping " KAL-RPT-MONTH
               END-IF
           END-IF
           IF KAL-RPT-MONTH = KAL-RUN-MONTH
               MOVE "Y" TO KAL-MONTH-TO-DATE-SW
           END-IF
           DISPLAY "Month reported   : " KAL-RPT-MONTH

           MOVE KAL-RPT-MONTH(1:4) TO KAL-RPT-YEAR
           MOVE KAL-RPT-MONTH(5:2) TO KAL-RPT-MM
           COMPUTE KAL-PRIOR-YEAR = KAL-RPT-YEAR - 1
           COMPUTE KAL-CUR-SLOT = KAL-RPT-MM + 1
           MOVE KAL-RPT-MM TO KAL-PRIOR-SLOT
           MOVE KAL-CUR-SLOT TO KAL-COL-SLOT(1)
           MOVE KAL-PRIOR-SLOT TO KAL-COL-SLOT(2)
           MOVE KAL-YTD-SLOT TO KAL-COL-SLOT(3)
           MOVE ZEROS TO KAL-MONTH-TABLE
           MOVE SPACES TO KAL-DAY-TABLE
           MOVE ALL "N" TO KAL-MONTH-KEPT
           PERFORM 1050-SET-SLOT-MONTH THRU 1050-EXIT
               VARYING KAL-SLOT-SUB FROM 1 BY 1
               UNTIL KAL-SLOT-SUB > 13
           MOVE SPACES TO KAL-ED-MONTH KAL-ED-PRIOR-MONTH
           STRING KAL-RPT-MONTH(1:4) "/" KAL-RPT-MONTH(5:2)
               DELIMITED BY SIZE INTO KAL-ED-MONTH
           STRING KAL-MO-MONTH(KAL-PRIOR-SLOT)(1:4) "/"
                  KAL-MO-MONTH(KAL-PRIOR-SLOT)(5:2)
               DELIMITED BY SIZE INTO KAL-ED-PRIOR-MONTH

           MOVE SPACES TO KAL-RPT-COLUMN-LINE
           MOVE "MEASURE" TO KAL-RPT-COLUMN-LINE(1:7)
           STRING "   MONTH " KAL-ED-MONTH
               DELIMITED BY SIZE INTO KAL-RPT-COLUMN-LINE(42:16)
           STRING "   PRIOR " KAL-ED-PRIOR-MONTH
               DELIMITED BY SIZE INTO KAL-RPT-COLUMN-LINE(58:16)
           STRING "  YTD " KAL-RPT-MONTH(1:4) "/01-"
                  KAL-RPT-MONTH(5:2)
               DELIMITED BY SIZE INTO KAL-RPT-COLUMN-LINE(74:16)

           OPEN OUTPUT KalReport
           IF KAL-RPT-STATUS = "00"
               MOVE "Y" TO KAL-RPT-OPEN-SW
               MOVE SPACES TO KAL-RPT-PARM-LINE
               IF KAL-MONTH-TO-DATE
                   STRING "PARAMETERS IN EFFECT -- MONTH " KAL-ED-MONTH
                          " TO DATE; PRIOR MONTH " KAL-ED-PRIOR-MONTH
                          "; YEAR TO DATE " KAL-RPT-MONTH(1:4)
                          "/01 TO " KAL-ED-MONTH
                       DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
               ELSE
                   STRING "PARAMETERS IN EFFECT -- MONTH " KAL-ED-MONTH
                          " (CLOSED); PRIOR MONTH " KAL-ED-PRIOR-MONTH
                          "; YEAR TO DATE " KAL-RPT-MONTH(1:4)
                          "/01 TO " KAL-ED-MONTH
                       DELIMITED BY SIZE INTO KAL-RPT-PARM-LINE
               END-IF
           ELSE
               DISPLAY "KALKPI.RPT could not be created, status "
                   KAL-RPT-STATUS " -- report not produced"
           END-IF.
       1000-EXIT.
           EXIT.

       1050-SET-SLOT-MONTH.
           IF KAL-SLOT-SUB = 1
               MOVE KAL-PRIOR-YEAR TO KAL-MO-MONTH(1)(1:4)
               MOVE "12" TO KAL-MO-MONTH(1)(5:2)
           ELSE
               COMPUTE KAL-SLOT-MM-TEXT = KAL-SLOT-SUB - 1
               MOVE KAL-RPT-YEAR TO KAL-MO-MONTH(KAL-SLOT-SUB)(1:4)
               MOVE KAL-SLOT-MM-TEXT
                   TO KAL-MO-MONTH(KAL-SLOT-SUB)(5:2)
           END-IF.
       1050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1100-CHECK-DATE -- KAL-DATE-CHECK must be a real calendar
      * date in yyyymmdd form.
      *---------------------------------------------------------------*
       1100-CHECK-DATE.
           MOVE "N" TO KAL-DATE-OK-SW
           IF KAL-DATE-CHECK IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(KAL-DATE-CHECK)) = 0
               MOVE "Y" TO KAL-DATE-OK-SW
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-SUMMARY -- KALKPI.DAT into memory.  A missing file
      * is simply the first run; a file that cannot be read, or is
      * larger than the workspace, is left untouched at the end.
      ******************************************************************
       1500-LOAD-SUMMARY.
           OPEN INPUT KalKpi
           IF KAL-KPI-STATUS = "05"
               CLOSE KalKpi
               DISPLAY "KALKPI.DAT not found -- starting a new one"
               GO TO 1500-EXIT
           END-IF
           IF KAL-KPI-STATUS NOT = "00"
               DISPLAY "KALKPI.DAT could not be read, status "
                   KAL-KPI-STATUS " -- left as it is"
               MOVE "Y" TO KAL-KPI-BAD-SW
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1600-LOAD-SUMMARY-RECORD THRU 1600-EXIT
               UNTIL KAL-KPI-AT-EOF
           CLOSE KalKpi
           DISPLAY "Months on file   : " KAL-KF-COUNT.
       1500-EXIT.
           EXIT.

       1600-LOAD-SUMMARY-RECORD.
           READ KalKpi
               AT END
                   MOVE "Y" TO KAL-KPI-EOF-SW
                   GO TO 1600-EXIT
           END-READ
           IF KAL-KPI-RECORD = SPACES
               GO TO 1600-EXIT
           END-IF
           IF KAL-KF-COUNT NOT < KAL-KF-TABLE-MAX
               DISPLAY "KALKPI.DAT larger than workspace -- left as "
                   "it is"
               MOVE "Y" TO KAL-KPI-BAD-SW
               MOVE "Y" TO KAL-KPI-EOF-SW
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO KAL-KF-COUNT
           MOVE KAL-KPI-RECORD TO KAL-KF-IMAGE(KAL-KF-COUNT).
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1700-FIND-MONTH-ENTRY -- the summary entry for KAL-WANT-MONTH
      * (KAL-KF-HIT-SUB, zero when there is none) and where a new
      * one would go to keep the file in month order.
      *---------------------------------------------------------------*
       1700-FIND-MONTH-ENTRY.
           MOVE ZERO TO KAL-KF-HIT-SUB
           COMPUTE KAL-KF-INSERT-SUB = KAL-KF-COUNT + 1
           PERFORM 1710-MATCH-MONTH-ENTRY THRU 1710-EXIT
               VARYING KAL-KF-SUB FROM 1 BY 1
               UNTIL KAL-KF-SUB > KAL-KF-COUNT
                   OR KAL-KF-HIT-SUB > 0
                   OR KAL-KF-INSERT-SUB NOT > KAL-KF-COUNT.
       1700-EXIT.
           EXIT.

       1710-MATCH-MONTH-ENTRY.
           IF KAL-KF-IMAGE(KAL-KF-SUB)(1:6) = KAL-WANT-MONTH
               MOVE KAL-KF-SUB TO KAL-KF-HIT-SUB
           ELSE
               IF KAL-KF-IMAGE(KAL-KF-SUB)(1:6) > KAL-WANT-MONTH
                   MOVE KAL-KF-SUB TO KAL-KF-INSERT-SUB
               END-IF
           END-IF.
       1710-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1750-ADD-MONTH-ENTRY -- an empty entry for KAL-WANT-MONTH at
      * KAL-KF-INSERT-SUB, the later months moved up one.
      *---------------------------------------------------------------*
       1750-ADD-MONTH-ENTRY.
           MOVE ZERO TO KAL-KF-HIT-SUB
           IF KAL-KF-COUNT NOT < KAL-KF-TABLE-MAX
               IF NOT KAL-KPI-FULL-REPORTED
                   DISPLAY "KALKPI.DAT full -- month "
                       KAL-WANT-MONTH " not kept"
                   MOVE "Y" TO KAL-KPI-FULL-SW
                   ADD 1 TO KAL-ERROR-COUNT
               END-IF
               GO TO 1750-EXIT
           END-IF
           PERFORM 1760-MOVE-ENTRY-UP THRU 1760-EXIT
               VARYING KAL-KF-SUB FROM KAL-KF-COUNT BY -1
               UNTIL KAL-KF-SUB < KAL-KF-INSERT-SUB
           ADD 1 TO KAL-KF-COUNT
           MOVE SPACES TO KAL-KPI-RECORD
           MOVE ZEROS TO KAL-KP-NIGHTS KAL-KP-FEED KAL-KP-EXCEPTIONS
                         KAL-KP-EXTRACTS KAL-KP-VARIANCE
           MOVE KAL-WANT-MONTH TO KAL-KP-MONTH
           MOVE KAL-KPI-RECORD TO KAL-KF-IMAGE(KAL-KF-INSERT-SUB)
           MOVE KAL-KF-INSERT-SUB TO KAL-KF-HIT-SUB
           MOVE "Y" TO KAL-KPI-CHANGED-SW.
       1750-EXIT.
           EXIT.

       1760-MOVE-ENTRY-UP.
           MOVE KAL-KF-IMAGE(KAL-KF-SUB)
               TO KAL-KF-IMAGE(KAL-KF-SUB + 1).
       1760-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 1800-LOAD-HOLIDAYS -- the plant holiday calendar.  No
      * calendar file simply means no holidays.
      *---------------------------------------------------------------*
       1800-LOAD-HOLIDAYS.
           OPEN INPUT KalHols
           IF KAL-HOLS-STATUS NOT = "00"
               AND KAL-HOLS-STATUS NOT = "05"
               DISPLAY "KALHOLS.DAT not available, status "
                   KAL-HOLS-STATUS " -- no holidays taken"
               GO TO 1800-EXIT
           END-IF
           PERFORM 1810-LOAD-HOLIDAY-LINE THRU 1810-EXIT
               UNTIL KAL-HOLS-AT-EOF
           CLOSE KalHols.
       1800-EXIT.
           EXIT.

       1810-LOAD-HOLIDAY-LINE.
           READ KalHols
               AT END
                   MOVE "Y" TO KAL-HOLS-EOF-SW
                   GO TO 1810-EXIT
           END-READ
           IF KAL-HOLS-RECORD(1:1) = "*"
               GO TO 1810-EXIT
           END-IF
           MOVE KAL-HOLS-RECORD TO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           IF KAL-DATE-OK AND KAL-HOL-COUNT < KAL-HOL-TABLE-MAX
               ADD 1 TO KAL-HOL-COUNT
               MOVE KAL-HOLS-RECORD TO KAL-HOL-DATE(KAL-HOL-COUNT)
           END-IF.
       1810-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ADD-FEED-EDIT -- KalEdit's control record for the last
      * edit run, split by channel from its reject file and the
      * readings it passed to Data2.DAT, added to the summary entry
      * for the month of its date.  A control record already added
      * (its date not past the entry's feed-through date) is not
      * added again, so a re-run of the night counts it once.
      ******************************************************************
       2000-ADD-FEED-EDIT.
           IF KAL-KPI-UNREADABLE
               DISPLAY "Feed edit not added -- KALKPI.DAT unreadable"
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT KalEdCtl
           IF KAL-EDCTL-STATUS = "05"
               CLOSE KalEdCtl
               DISPLAY "KALEDCTL.DAT not found -- no feed edit to add"
               GO TO 2000-EXIT
           END-IF
           IF KAL-EDCTL-STATUS NOT = "00"
               DISPLAY "KALEDCTL.DAT could not be read, status "
                   KAL-EDCTL-STATUS " -- feed edit not added"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
           READ KalEdCtl
               AT END
                   MOVE SPACES TO KAL-EDCTL-RECORD
           END-READ
           CLOSE KalEdCtl
           MOVE KAL-EC-DATE TO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           IF NOT KAL-DATE-OK
               OR KAL-EC-READ-COUNT IS NOT NUMERIC
               OR KAL-EC-RECYC-COUNT IS NOT NUMERIC
               OR KAL-EC-ACCEPT-COUNT IS NOT NUMERIC
               OR KAL-EC-REJECT-COUNT IS NOT NUMERIC
               DISPLAY "KALEDCTL.DAT holds no usable control record "
                   "-- feed edit not added"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
           MOVE KAL-EC-DATE TO KAL-FEED-DATE
           MOVE KAL-EC-DATE(1:6) TO KAL-WANT-MONTH
           PERFORM 1700-FIND-MONTH-ENTRY THRU 1700-EXIT
           IF KAL-KF-HIT-SUB = 0
               PERFORM 1750-ADD-MONTH-ENTRY THRU 1750-EXIT
               IF KAL-KF-HIT-SUB = 0
                   GO TO 2000-EXIT
               END-IF
           END-IF
           MOVE KAL-KF-IMAGE(KAL-KF-HIT-SUB) TO KAL-KPI-RECORD
           IF KAL-KP-FEED-THRU NOT = SPACES
               AND KAL-FEED-DATE NOT > KAL-KP-FEED-THRU
               DISPLAY "Feed edit of " KAL-FEED-DATE
                   " already added to " KAL-WANT-MONTH
               GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO KAL-FEED-CHANNELS
           PERFORM 2100-COUNT-REJECTS THRU 2100-EXIT
           PERFORM 2200-COUNT-ACCEPTED THRU 2200-EXIT
           ADD 1 TO KAL-KP-FD-NIGHTS
           ADD KAL-EC-READ-COUNT TO KAL-KP-FD-READ
           ADD KAL-EC-RECYC-COUNT TO KAL-KP-FD-RECYCLED
           ADD KAL-EC-ACCEPT-COUNT TO KAL-KP-FD-ACCEPTED
           ADD KAL-EC-REJECT-COUNT TO KAL-KP-FD-REJECTED
           PERFORM 2300-ADD-FEED-CHANNEL THRU 2300-EXIT
               VARYING KAL-CH FROM 1 BY 1
               UNTIL KAL-CH > 3
           MOVE KAL-FEED-DATE TO KAL-KP-FEED-THRU
           MOVE KAL-KPI-RECORD TO KAL-KF-IMAGE(KAL-KF-HIT-SUB)
           MOVE "Y" TO KAL-KPI-CHANGED-SW
           MOVE "Y" TO KAL-FEED-ADDED-SW
           DISPLAY "Feed edit of " KAL-FEED-DATE " added to "
               KAL-WANT-MONTH.
       2000-EXIT.
           EXIT.

       2100-COUNT-REJECTS.
           OPEN INPUT KalReject
           IF KAL-REJ-STATUS NOT = "00"
               AND KAL-REJ-STATUS NOT = "05"
               DISPLAY "KALREJ.DAT not available, status "
                   KAL-REJ-STATUS " -- channel rejects taken as zero"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-REJECT THRU 2110-EXIT
               UNTIL KAL-REJ-AT-EOF
           CLOSE KalReject.
       2100-EXIT.
           EXIT.

       2110-READ-REJECT.
           READ KalReject
               AT END
                   MOVE "Y" TO KAL-REJ-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           MOVE KAL-REJ-IMAGE(6:2) TO KAL-CHAN-TEXT
           PERFORM 6600-FIND-CHANNEL THRU 6600-EXIT
           IF KAL-CHAN-SUB > 0
               ADD 1 TO KAL-FEED-CH-REJECTED(KAL-CHAN-SUB)
           END-IF.
       2110-EXIT.
           EXIT.

       2200-COUNT-ACCEPTED.
           OPEN INPUT Data2
           IF KAL-DATA2-STATUS NOT = "00"
               AND KAL-DATA2-STATUS NOT = "05"
               DISPLAY "Data2.DAT not available, status "
                   KAL-DATA2-STATUS " -- channel accepts taken as zero"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-READ-ACCEPTED THRU 2210-EXIT
               UNTIL KAL-DATA2-AT-EOF
           CLOSE Data2.
       2200-EXIT.
           EXIT.

       2210-READ-ACCEPTED.
           READ Data2
               AT END
                   MOVE "Y" TO KAL-DATA2-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           MOVE KAL-D2-CHANNEL TO KAL-CHAN-TEXT
           PERFORM 6600-FIND-CHANNEL THRU 6600-EXIT
           IF KAL-CHAN-SUB > 0
               ADD 1 TO KAL-FEED-CH-ACCEPTED(KAL-CHAN-SUB)
           END-IF.
       2210-EXIT.
           EXIT.

       2300-ADD-FEED-CHANNEL.
           ADD KAL-FEED-CH-ACCEPTED(KAL-CH)
               TO KAL-KP-FD-CH-ACCEPTED(KAL-CH)
           ADD KAL-FEED-CH-REJECTED(KAL-CH)
               TO KAL-KP-FD-CH-REJECTED(KAL-CH).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-RUN-LOG -- the nights KalNight ran, from its STEP
      * events, and the Kalman runs that ended, from the END events.
      * A night belongs to the date its first step started; it
      * completed when its last step did not fail (a night resumed
      * after a failure completes "after a restart"), and a night
      * that skipped every step for a holiday is not counted.  The
      * night still in progress when this step runs counts as
      * completed so far, as in the morning digest.
      ******************************************************************
       3000-SCAN-RUN-LOG.
           OPEN INPUT KalRunLog
           IF KAL-RUNLOG-STATUS = "05"
               CLOSE KalRunLog
               DISPLAY "KALRLOG.DAT not found -- no nights on record"
               GO TO 3000-EXIT
           END-IF
           IF KAL-RUNLOG-STATUS NOT = "00"
               DISPLAY "KALRLOG.DAT could not be read, status "
                   KAL-RUNLOG-STATUS " -- nights not counted"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-RUN-EVENT THRU 3100-EXIT
               UNTIL KAL-RUNLOG-AT-EOF
           IF KAL-NIGHT-IS-OPEN
               PERFORM 3200-CLOSE-NIGHT THRU 3200-EXIT
           END-IF
           CLOSE KalRunLog.
       3000-EXIT.
           EXIT.

       3100-READ-RUN-EVENT.
           READ KalRunLog
               AT END
                   MOVE "Y" TO KAL-RUNLOG-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO KAL-RUNLOG-READ-COUNT
           EVALUATE KAL-RL-EVENT
               WHEN "STEP "
                   PERFORM 3150-POST-STEP-EVENT THRU 3150-EXIT
               WHEN "END  "
                   MOVE KAL-RL-TIMESTAMP(1:8) TO KAL-SLOT-DATE
                   PERFORM 6500-FIND-SLOT THRU 6500-EXIT
                   IF KAL-SLOT-SUB > 0
                       ADD 1 TO KAL-MO-NT-RUNS-ENDED(KAL-SLOT-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3150-POST-STEP-EVENT.
           IF KAL-NIGHT-IS-OPEN
               AND KAL-RL-RUN-ID NOT = KAL-NIGHT-ID
               PERFORM 3200-CLOSE-NIGHT THRU 3200-EXIT
           END-IF
           IF NOT KAL-NIGHT-IS-OPEN
               MOVE "Y" TO KAL-NIGHT-OPEN-SW
               MOVE KAL-RL-RUN-ID TO KAL-NIGHT-ID
               IF KAL-RL-STEP-START IS NUMERIC
                   MOVE KAL-RL-STEP-START(1:8) TO KAL-NIGHT-DATE
               ELSE
                   MOVE KAL-RL-TIMESTAMP(1:8) TO KAL-NIGHT-DATE
               END-IF
               MOVE "N" TO KAL-NIGHT-FAILED-SW
               MOVE "Y" TO KAL-NIGHT-HOLIDAY-SW
           END-IF
           IF KAL-RL-USERDOMAIN(1:6) = "FAILED"
               MOVE "Y" TO KAL-NIGHT-FAILED-SW
               MOVE "Y" TO KAL-NIGHT-LAST-FAILED-SW
           ELSE
               MOVE "N" TO KAL-NIGHT-LAST-FAILED-SW
           END-IF
           IF KAL-RL-USERDOMAIN NOT = "SKIPPED-HOLIDAY"
               MOVE "N" TO KAL-NIGHT-HOLIDAY-SW
           END-IF.
       3150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3200-CLOSE-NIGHT -- mark the night's date: a clean completion
      * outranks one after a restart, and either outranks a night
      * that stopped short.
      *---------------------------------------------------------------*
       3200-CLOSE-NIGHT.
           MOVE "N" TO KAL-NIGHT-OPEN-SW
           IF KAL-NIGHT-ALL-HOLIDAY
               GO TO 3200-EXIT
           END-IF
           MOVE KAL-NIGHT-DATE TO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           IF NOT KAL-DATE-OK
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO KAL-NIGHTS-SEEN-COUNT
           IF KAL-FIRST-NIGHT-DATE = SPACES
               OR KAL-NIGHT-DATE < KAL-FIRST-NIGHT-DATE
               MOVE KAL-NIGHT-DATE TO KAL-FIRST-NIGHT-DATE
           END-IF
           IF KAL-LAST-NIGHT-DATE = SPACES
               OR KAL-NIGHT-DATE > KAL-LAST-NIGHT-DATE
               MOVE KAL-NIGHT-DATE TO KAL-LAST-NIGHT-DATE
           END-IF
           MOVE KAL-NIGHT-DATE TO KAL-SLOT-DATE
           PERFORM 6500-FIND-SLOT THRU 6500-EXIT
           IF KAL-SLOT-SUB = 0
               GO TO 3200-EXIT
           END-IF
           MOVE KAL-NIGHT-DATE(7:2) TO KAL-DAY-TEXT
           MOVE KAL-DAY-TEXT TO KAL-DAY-SUB
           EVALUATE TRUE
               WHEN KAL-NIGHT-ENDED-FAILED
                   IF KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB) = SPACE
                       MOVE "S"
                         TO KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB)
                   END-IF
               WHEN KAL-NIGHT-HAD-FAILURE
                   IF KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB)
                           NOT = "C"
                       MOVE "R"
                         TO KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB)
                   END-IF
               WHEN OTHER
                   MOVE "C" TO KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB)
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-COUNT-PLANNED-NIGHTS -- every date of each month from the
      * first night on the run log through the last night due is a
      * planned night, less the plant holidays.  The last night due
      * is tonight's once it has started, otherwise last night's.
      ******************************************************************
       3300-COUNT-PLANNED-NIGHTS.
           IF KAL-FIRST-NIGHT-DATE = SPACES
               DISPLAY "No nights on the run log -- none planned"
               GO TO 3300-EXIT
           END-IF
           IF KAL-LAST-NIGHT-DATE = KAL-TODAY-DATE
               MOVE KAL-TODAY-DATE TO KAL-PLAN-THRU-DATE
           ELSE
               MOVE KAL-YESTERDAY-DATE TO KAL-PLAN-THRU-DATE
           END-IF
           DISPLAY "Nights planned   : " KAL-FIRST-NIGHT-DATE " to "
               KAL-PLAN-THRU-DATE
           PERFORM 3310-COUNT-MONTH-NIGHTS THRU 3310-EXIT
               VARYING KAL-SLOT-SUB FROM 1 BY 1
               UNTIL KAL-SLOT-SUB > KAL-CUR-SLOT.
       3300-EXIT.
           EXIT.

       3310-COUNT-MONTH-NIGHTS.
           PERFORM 3320-COUNT-ONE-DATE THRU 3320-EXIT
               VARYING KAL-DAY-SUB FROM 1 BY 1
               UNTIL KAL-DAY-SUB > 31.
       3310-EXIT.
           EXIT.

       3320-COUNT-ONE-DATE.
           MOVE KAL-DAY-SUB TO KAL-DAY-TEXT
           MOVE SPACES TO KAL-DATE-CHECK
           STRING KAL-MO-MONTH(KAL-SLOT-SUB) KAL-DAY-TEXT
               DELIMITED BY SIZE INTO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           IF NOT KAL-DATE-OK
               GO TO 3320-EXIT
           END-IF
           IF KAL-DATE-CHECK < KAL-FIRST-NIGHT-DATE
               OR KAL-DATE-CHECK > KAL-PLAN-THRU-DATE
               GO TO 3320-EXIT
           END-IF
           MOVE "N" TO KAL-HOLIDAY-SW
           PERFORM 3330-CHECK-HOLIDAY THRU 3330-EXIT
               VARYING KAL-HOL-SUB FROM 1 BY 1
               UNTIL KAL-HOL-SUB > KAL-HOL-COUNT
                   OR KAL-IS-HOLIDAY
           IF KAL-IS-HOLIDAY
               GO TO 3320-EXIT
           END-IF
           ADD 1 TO KAL-MO-NT-PLANNED(KAL-SLOT-SUB)
           EVALUATE KAL-DAY-STATUS(KAL-SLOT-SUB, KAL-DAY-SUB)
               WHEN "C"
                   ADD 1 TO KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
               WHEN "R"
                   ADD 1 TO KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
                   ADD 1 TO KAL-MO-NT-RESTARTED(KAL-SLOT-SUB)
               WHEN "S"
                   ADD 1 TO KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3320-EXIT.
           EXIT.

       3330-CHECK-HOLIDAY.
           IF KAL-HOL-DATE(KAL-HOL-SUB) = KAL-DATE-CHECK
               MOVE "Y" TO KAL-HOLIDAY-SW
           END-IF.
       3330-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SCAN-EXCEPTIONS -- each register entry counts as raised
      * (and recurring) in the month of its raised date, and as
      * closed in the month of its closed date, with the days between
      * the two.  Entries closed before the register carried a closed
      * date cannot be placed in a month and are not counted closed.
      ******************************************************************
       3500-SCAN-EXCEPTIONS.
           OPEN INPUT KalXReg
           IF KAL-XREG-STATUS = "05"
               CLOSE KalXReg
               DISPLAY "KALXREG.DAT not found -- no exceptions"
               GO TO 3500-EXIT
           END-IF
           IF KAL-XREG-STATUS NOT = "00"
               DISPLAY "KALXREG.DAT could not be read, status "
                   KAL-XREG-STATUS " -- exceptions not counted"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-READ-EXCEPTION THRU 3510-EXIT
               UNTIL KAL-XREG-AT-EOF
           CLOSE KalXReg.
       3500-EXIT.
           EXIT.

       3510-READ-EXCEPTION.
           READ KalXReg
               AT END
                   MOVE "Y" TO KAL-XREG-EOF-SW
                   GO TO 3510-EXIT
           END-READ
           IF KAL-XREG-RECORD = SPACES
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO KAL-XREG-READ-COUNT
           MOVE KAL-XR-CHANNEL TO KAL-CHAN-TEXT
           PERFORM 6600-FIND-CHANNEL THRU 6600-EXIT
           MOVE KAL-XR-DATE-RAISED TO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           MOVE KAL-DATE-OK-SW TO KAL-RAISED-OK-SW
           IF NOT KAL-RAISED-OK
               GO TO 3510-EXIT
           END-IF
           MOVE KAL-XR-DATE-RAISED TO KAL-SLOT-DATE
           PERFORM 6500-FIND-SLOT THRU 6500-EXIT
           IF KAL-SLOT-SUB > 0
               ADD 1 TO KAL-MO-EX-RAISED(KAL-SLOT-SUB)
               IF KAL-XR-RECURRING
                   ADD 1 TO KAL-MO-EX-RECURRING(KAL-SLOT-SUB)
               END-IF
               IF KAL-CHAN-SUB > 0
                   ADD 1 TO KAL-MO-EX-CH-RAISED
                                (KAL-SLOT-SUB, KAL-CHAN-SUB)
                   IF KAL-XR-RECURRING
                       ADD 1 TO KAL-MO-EX-CH-RECURRING
                                    (KAL-SLOT-SUB, KAL-CHAN-SUB)
                   END-IF
               END-IF
           END-IF
           IF NOT KAL-XR-IS-CLOSED
               GO TO 3510-EXIT
           END-IF
           MOVE KAL-XR-DATE-CLOSED TO KAL-DATE-CHECK
           PERFORM 1100-CHECK-DATE THRU 1100-EXIT
           IF NOT KAL-DATE-OK
               GO TO 3510-EXIT
           END-IF
           MOVE KAL-XR-DATE-CLOSED TO KAL-SLOT-DATE
           PERFORM 6500-FIND-SLOT THRU 6500-EXIT
           IF KAL-SLOT-SUB = 0
               GO TO 3510-EXIT
           END-IF
           COMPUTE KAL-RAISED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KAL-XR-DATE-RAISED))
           COMPUTE KAL-CLOSED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(KAL-XR-DATE-CLOSED))
           IF KAL-CLOSED-INT > KAL-RAISED-INT
               COMPUTE KAL-CLOSE-DAYS = KAL-CLOSED-INT - KAL-RAISED-INT
           ELSE
               MOVE ZERO TO KAL-CLOSE-DAYS
           END-IF
           ADD 1 TO KAL-MO-EX-CLOSED(KAL-SLOT-SUB)
           ADD KAL-CLOSE-DAYS TO KAL-MO-EX-CLOSE-DAYS(KAL-SLOT-SUB)
           IF KAL-CHAN-SUB > 0
               ADD 1 TO KAL-MO-EX-CH-CLOSED(KAL-SLOT-SUB, KAL-CHAN-SUB)
               ADD KAL-CLOSE-DAYS TO KAL-MO-EX-CH-CLOSE-DAYS
                                         (KAL-SLOT-SUB, KAL-CHAN-SUB)
           END-IF.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3700-SCAN-EXTRACTS -- each extract on the transmission
      * register counts in the month it was shipped, under the
      * acknowledgment status KalXAck has given it.
      ******************************************************************
       3700-SCAN-EXTRACTS.
           OPEN INPUT KalXmit
           IF KAL-XMIT-STATUS = "05"
               CLOSE KalXmit
               DISPLAY "KALXMIT.DAT not found -- no extracts shipped"
               GO TO 3700-EXIT
           END-IF
           IF KAL-XMIT-STATUS NOT = "00"
               DISPLAY "KALXMIT.DAT could not be read, status "
                   KAL-XMIT-STATUS " -- extracts not counted"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-READ-EXTRACT THRU 3710-EXIT
               UNTIL KAL-XMIT-AT-EOF
           CLOSE KalXmit.
       3700-EXIT.
           EXIT.

       3710-READ-EXTRACT.
           READ KalXmit
               AT END
                   MOVE "Y" TO KAL-XMIT-EOF-SW
                   GO TO 3710-EXIT
           END-READ
           IF KAL-XMIT-RECORD = SPACES
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO KAL-XMIT-READ-COUNT
           MOVE KAL-XM-EXTRACT-ID(1:8) TO KAL-SLOT-DATE
           PERFORM 6500-FIND-SLOT THRU 6500-EXIT
           IF KAL-SLOT-SUB = 0
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO KAL-MO-XM-SHIPPED(KAL-SLOT-SUB)
           EVALUATE TRUE
               WHEN KAL-XM-IS-ACKED
                   ADD 1 TO KAL-MO-XM-ACKED(KAL-SLOT-SUB)
               WHEN KAL-XM-IS-FAILED
                   ADD 1 TO KAL-MO-XM-FAILED(KAL-SLOT-SUB)
               WHEN KAL-XM-IS-LATE
                   ADD 1 TO KAL-MO-XM-LATE(KAL-SLOT-SUB)
               WHEN OTHER
                   ADD 1 TO KAL-MO-XM-SENT(KAL-SLOT-SUB)
           END-EVALUATE.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 3900-SCAN-RUN-MASTER -- every run with readings counts in the
      * month it started, with its variance reduction and each
      * channel's own.  Runs whose rows have been archived carry no
      * readings on the master and are left out.
      ******************************************************************
       3900-SCAN-RUN-MASTER.
           OPEN INPUT KalRunMast
           IF KAL-RUNMAST-STATUS = "05"
               CLOSE KalRunMast
               DISPLAY "KALRMAST.DAT not found -- no runs on record"
               GO TO 3900-EXIT
           END-IF
           IF KAL-RUNMAST-STATUS NOT = "00"
               DISPLAY "KALRMAST.DAT could not be read, status "
                   KAL-RUNMAST-STATUS " -- variance not reported"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 3900-EXIT
           END-IF
           MOVE LOW-VALUES TO KAL-RM-RUN-ID
           START KalRunMast KEY IS GREATER THAN KAL-RM-RUN-ID
               INVALID KEY
                   MOVE "Y" TO KAL-RUNMAST-EOF-SW
           END-START
           PERFORM 3910-READ-RUN-MASTER THRU 3910-EXIT
               UNTIL KAL-RUNMAST-AT-EOF
           CLOSE KalRunMast.
       3900-EXIT.
           EXIT.

       3910-READ-RUN-MASTER.
           READ KalRunMast NEXT RECORD
               AT END
                   MOVE "Y" TO KAL-RUNMAST-EOF-SW
                   GO TO 3910-EXIT
           END-READ
           ADD 1 TO KAL-RUNMAST-READ-COUNT
           IF KAL-RM-RECCNT = 0
               GO TO 3910-EXIT
           END-IF
           MOVE KAL-RM-START-DATE TO KAL-SLOT-DATE
           PERFORM 6500-FIND-SLOT THRU 6500-EXIT
           IF KAL-SLOT-SUB = 0
               GO TO 3910-EXIT
           END-IF
           ADD 1 TO KAL-MO-VR-RUNS(KAL-SLOT-SUB)
           ADD KAL-RM-VAR-REDUCTION TO KAL-MO-VR-SUM(KAL-SLOT-SUB)
           PERFORM 3920-POST-RUN-CHANNEL THRU 3920-EXIT
               VARYING KAL-CH FROM 1 BY 1
               UNTIL KAL-CH > 3.
       3910-EXIT.
           EXIT.

       3920-POST-RUN-CHANNEL.
           IF KAL-RM-CH-RECCNT(KAL-CH) > 0
               ADD 1 TO KAL-MO-VR-CH-RUNS(KAL-SLOT-SUB, KAL-CH)
               ADD KAL-RM-CH-VAR-REDUCTION(KAL-CH)
                   TO KAL-MO-VR-CH-SUM(KAL-SLOT-SUB, KAL-CH)
           END-IF.
       3920-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SETTLE-MONTHS -- set each month's figures against its
      * summary entry.  The files win, group by group, unless they
      * now hold less of the month than the entry counted -- the
      * history behind it purged since -- in which case the entry's
      * figures stand.  The feed edit figures only ever come from
      * the entry.  A month with nothing on the files and no entry
      * is not given one.
      ******************************************************************
       4000-SETTLE-MONTHS.
           IF KAL-KPI-UNREADABLE
               DISPLAY "Figures taken from the files alone -- "
                   "KALKPI.DAT unreadable"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-SETTLE-ONE-MONTH THRU 4100-EXIT
               VARYING KAL-SLOT-SUB FROM 1 BY 1
               UNTIL KAL-SLOT-SUB > KAL-CUR-SLOT.
       4000-EXIT.
           EXIT.

       4100-SETTLE-ONE-MONTH.
           MOVE KAL-MO-MONTH(KAL-SLOT-SUB) TO KAL-WANT-MONTH
           PERFORM 1700-FIND-MONTH-ENTRY THRU 1700-EXIT
           IF KAL-KF-HIT-SUB = 0
               IF KAL-MO-NT-PLANNED(KAL-SLOT-SUB) = 0
                   AND KAL-MO-NT-RUNS-ENDED(KAL-SLOT-SUB) = 0
                   AND KAL-MO-EX-RAISED(KAL-SLOT-SUB) = 0
                   AND KAL-MO-EX-CLOSED(KAL-SLOT-SUB) = 0
                   AND KAL-MO-XM-SHIPPED(KAL-SLOT-SUB) = 0
                   AND KAL-MO-VR-RUNS(KAL-SLOT-SUB) = 0
                   GO TO 4100-EXIT
               END-IF
               PERFORM 1750-ADD-MONTH-ENTRY THRU 1750-EXIT
               IF KAL-KF-HIT-SUB = 0
                   GO TO 4100-EXIT
               END-IF
           END-IF
           MOVE KAL-KF-IMAGE(KAL-KF-HIT-SUB) TO KAL-KPI-RECORD
           IF KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
               + KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
               < KAL-KP-NT-COMPLETED + KAL-KP-NT-STOPPED
               MOVE KAL-KP-NIGHTS TO KAL-MO-NIGHTS(KAL-SLOT-SUB)
               MOVE "Y" TO KAL-MO-KEPT-SW(KAL-SLOT-SUB)
               ADD 1 TO KAL-KEPT-COUNT
           ELSE
               MOVE KAL-MO-NIGHTS(KAL-SLOT-SUB) TO KAL-KP-NIGHTS
           END-IF
           IF KAL-MO-EX-RAISED(KAL-SLOT-SUB)
               + KAL-MO-EX-CLOSED(KAL-SLOT-SUB)
               < KAL-KP-EX-RAISED + KAL-KP-EX-CLOSED
               MOVE KAL-KP-EXCEPTIONS
                   TO KAL-MO-EXCEPTIONS(KAL-SLOT-SUB)
               MOVE "Y" TO KAL-MO-KEPT-SW(KAL-SLOT-SUB)
               ADD 1 TO KAL-KEPT-COUNT
           ELSE
               MOVE KAL-MO-EXCEPTIONS(KAL-SLOT-SUB)
                   TO KAL-KP-EXCEPTIONS
           END-IF
           IF KAL-MO-XM-SHIPPED(KAL-SLOT-SUB) < KAL-KP-XM-SHIPPED
               MOVE KAL-KP-EXTRACTS TO KAL-MO-EXTRACTS(KAL-SLOT-SUB)
               MOVE "Y" TO KAL-MO-KEPT-SW(KAL-SLOT-SUB)
               ADD 1 TO KAL-KEPT-COUNT
           ELSE
               MOVE KAL-MO-EXTRACTS(KAL-SLOT-SUB) TO KAL-KP-EXTRACTS
           END-IF
           IF KAL-MO-VR-RUNS(KAL-SLOT-SUB) < KAL-KP-VR-RUNS
               MOVE KAL-KP-VARIANCE TO KAL-MO-VARIANCE(KAL-SLOT-SUB)
               MOVE "Y" TO KAL-MO-KEPT-SW(KAL-SLOT-SUB)
               ADD 1 TO KAL-KEPT-COUNT
           ELSE
               MOVE KAL-MO-VARIANCE(KAL-SLOT-SUB) TO KAL-KP-VARIANCE
           END-IF
           MOVE KAL-KP-FEED TO KAL-MO-FEED(KAL-SLOT-SUB)
           MOVE KAL-TODAY-DATE TO KAL-KP-AS-OF
           MOVE KAL-KPI-RECORD TO KAL-KF-IMAGE(KAL-KF-HIT-SUB)
           MOVE "Y" TO KAL-KPI-CHANGED-SW
           ADD 1 TO KAL-REFRESHED-COUNT.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 4400-SUM-YEAR-TO-DATE -- January through the month reported,
      * summed into the year-to-date slot.
      *---------------------------------------------------------------*
       4400-SUM-YEAR-TO-DATE.
           PERFORM 4410-ADD-YTD-MONTH THRU 4410-EXIT
               VARYING KAL-SLOT-SUB FROM 2 BY 1
               UNTIL KAL-SLOT-SUB > KAL-CUR-SLOT.
       4400-EXIT.
           EXIT.

       4410-ADD-YTD-MONTH.
           ADD KAL-MO-NT-PLANNED(KAL-SLOT-SUB)
               TO KAL-MO-NT-PLANNED(KAL-YTD-SLOT)
           ADD KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
               TO KAL-MO-NT-COMPLETED(KAL-YTD-SLOT)
           ADD KAL-MO-NT-RESTARTED(KAL-SLOT-SUB)
               TO KAL-MO-NT-RESTARTED(KAL-YTD-SLOT)
           ADD KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
               TO KAL-MO-NT-STOPPED(KAL-YTD-SLOT)
           ADD KAL-MO-NT-RUNS-ENDED(KAL-SLOT-SUB)
               TO KAL-MO-NT-RUNS-ENDED(KAL-YTD-SLOT)
           ADD KAL-MO-FD-NIGHTS(KAL-SLOT-SUB)
               TO KAL-MO-FD-NIGHTS(KAL-YTD-SLOT)
           ADD KAL-MO-FD-READ(KAL-SLOT-SUB)
               TO KAL-MO-FD-READ(KAL-YTD-SLOT)
           ADD KAL-MO-FD-RECYCLED(KAL-SLOT-SUB)
               TO KAL-MO-FD-RECYCLED(KAL-YTD-SLOT)
           ADD KAL-MO-FD-ACCEPTED(KAL-SLOT-SUB)
               TO KAL-MO-FD-ACCEPTED(KAL-YTD-SLOT)
           ADD KAL-MO-FD-REJECTED(KAL-SLOT-SUB)
               TO KAL-MO-FD-REJECTED(KAL-YTD-SLOT)
           ADD KAL-MO-EX-RAISED(KAL-SLOT-SUB)
               TO KAL-MO-EX-RAISED(KAL-YTD-SLOT)
           ADD KAL-MO-EX-RECURRING(KAL-SLOT-SUB)
               TO KAL-MO-EX-RECURRING(KAL-YTD-SLOT)
           ADD KAL-MO-EX-CLOSED(KAL-SLOT-SUB)
               TO KAL-MO-EX-CLOSED(KAL-YTD-SLOT)
           ADD KAL-MO-EX-CLOSE-DAYS(KAL-SLOT-SUB)
               TO KAL-MO-EX-CLOSE-DAYS(KAL-YTD-SLOT)
           ADD KAL-MO-XM-SHIPPED(KAL-SLOT-SUB)
               TO KAL-MO-XM-SHIPPED(KAL-YTD-SLOT)
           ADD KAL-MO-XM-ACKED(KAL-SLOT-SUB)
               TO KAL-MO-XM-ACKED(KAL-YTD-SLOT)
           ADD KAL-MO-XM-FAILED(KAL-SLOT-SUB)
               TO KAL-MO-XM-FAILED(KAL-YTD-SLOT)
           ADD KAL-MO-XM-LATE(KAL-SLOT-SUB)
               TO KAL-MO-XM-LATE(KAL-YTD-SLOT)
           ADD KAL-MO-XM-SENT(KAL-SLOT-SUB)
               TO KAL-MO-XM-SENT(KAL-YTD-SLOT)
           ADD KAL-MO-VR-RUNS(KAL-SLOT-SUB)
               TO KAL-MO-VR-RUNS(KAL-YTD-SLOT)
           ADD KAL-MO-VR-SUM(KAL-SLOT-SUB)
               TO KAL-MO-VR-SUM(KAL-YTD-SLOT)
           PERFORM 4420-ADD-YTD-CHANNEL THRU 4420-EXIT
               VARYING KAL-CH FROM 1 BY 1
               UNTIL KAL-CH > 3
           IF KAL-MO-KEPT-SW(KAL-SLOT-SUB) = "Y"
               MOVE "Y" TO KAL-MO-KEPT-SW(KAL-YTD-SLOT)
           END-IF.
       4410-EXIT.
           EXIT.

       4420-ADD-YTD-CHANNEL.
           ADD KAL-MO-FD-CH-ACCEPTED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-FD-CH-ACCEPTED(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-FD-CH-REJECTED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-FD-CH-REJECTED(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-EX-CH-RAISED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-EX-CH-RAISED(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-EX-CH-RECURRING(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-EX-CH-RECURRING(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-EX-CH-CLOSED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-EX-CH-CLOSED(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-EX-CH-CLOSE-DAYS(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-EX-CH-CLOSE-DAYS(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-VR-CH-RUNS(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-VR-CH-RUNS(KAL-YTD-SLOT, KAL-CH)
           ADD KAL-MO-VR-CH-SUM(KAL-SLOT-SUB, KAL-CH)
               TO KAL-MO-VR-CH-SUM(KAL-YTD-SLOT, KAL-CH).
       4420-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-KPIS -- every report line for the month, the prior
      * month and the year to date, then the notes under them.
      ******************************************************************
       5000-REPORT-KPIS.
           MOVE ZEROS TO KAL-LINE-VALUES
           PERFORM 5100-LOAD-COLUMN THRU 5100-EXIT
               VARYING KAL-COL FROM 1 BY 1
               UNTIL KAL-COL > 3
           PERFORM 5200-PRINT-LINE THRU 5200-EXIT
               VARYING KAL-LN FROM 1 BY 1
               UNTIL KAL-LN > KAL-LINE-COUNT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-MONTH-TO-DATE
               MOVE "NOTE: THE MONTH IS STILL OPEN -- ITS FIGURES ARE "
                   TO KAL-RPT-LINE
               MOVE "MONTH TO DATE" TO KAL-RPT-LINE(50:13)
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF KAL-MO-KEPT-SW(KAL-CUR-SLOT) = "Y"
               OR KAL-MO-KEPT-SW(KAL-PRIOR-SLOT) = "Y"
               OR KAL-MO-KEPT-SW(KAL-YTD-SLOT) = "Y"
               MOVE "NOTE: SOME FIGURES ARE KEPT FROM KALKPI.DAT -- "
                   TO KAL-RPT-LINE
               MOVE "THE HISTORY BEHIND THEM HAS SINCE BEEN PURGED"
                   TO KAL-RPT-LINE(48:45)
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           IF NOT KAL-FEED-ADDED
               MOVE "NOTE: NO NEW FEED EDIT WAS ADDED THIS RUN"
                   TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5100-LOAD-COLUMN -- one column's figures for every line, in
      * the order of the line table.
      *---------------------------------------------------------------*
       5100-LOAD-COLUMN.
           MOVE KAL-COL-SLOT(KAL-COL) TO KAL-SLOT-SUB
           MOVE KAL-MO-NT-PLANNED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(2, KAL-COL)
           MOVE KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(3, KAL-COL)
           MOVE KAL-MO-NT-RESTARTED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(4, KAL-COL)
           MOVE KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(5, KAL-COL)
           IF KAL-MO-NT-PLANNED(KAL-SLOT-SUB) >
                   KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
                   + KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
               COMPUTE KAL-LV-NUM(6, KAL-COL) =
                   KAL-MO-NT-PLANNED(KAL-SLOT-SUB)
                   - KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
                   - KAL-MO-NT-STOPPED(KAL-SLOT-SUB)
           END-IF
           MOVE KAL-MO-NT-COMPLETED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(7, KAL-COL)
           MOVE KAL-MO-NT-PLANNED(KAL-SLOT-SUB)
               TO KAL-LV-DEN(7, KAL-COL)
           MOVE KAL-MO-NT-RUNS-ENDED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(8, KAL-COL)
           MOVE KAL-MO-FD-NIGHTS(KAL-SLOT-SUB)
               TO KAL-LV-NUM(10, KAL-COL)
           MOVE KAL-MO-FD-READ(KAL-SLOT-SUB)
               TO KAL-LV-NUM(11, KAL-COL)
           MOVE KAL-MO-FD-RECYCLED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(12, KAL-COL)
           MOVE KAL-MO-FD-ACCEPTED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(13, KAL-COL)
           MOVE KAL-MO-FD-REJECTED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(14, KAL-COL)
           MOVE KAL-MO-FD-REJECTED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(15, KAL-COL)
           COMPUTE KAL-LV-DEN(15, KAL-COL) =
               KAL-MO-FD-ACCEPTED(KAL-SLOT-SUB)
               + KAL-MO-FD-REJECTED(KAL-SLOT-SUB)
           MOVE KAL-MO-EX-RAISED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(26, KAL-COL)
           MOVE KAL-MO-EX-RECURRING(KAL-SLOT-SUB)
               TO KAL-LV-NUM(27, KAL-COL)
           MOVE KAL-MO-EX-CLOSED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(28, KAL-COL)
           MOVE KAL-MO-EX-CLOSE-DAYS(KAL-SLOT-SUB)
               TO KAL-LV-NUM(29, KAL-COL)
           MOVE KAL-MO-EX-CLOSED(KAL-SLOT-SUB)
               TO KAL-LV-DEN(29, KAL-COL)
           MOVE KAL-MO-XM-SHIPPED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(43, KAL-COL)
           MOVE KAL-MO-XM-ACKED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(44, KAL-COL)
           MOVE KAL-MO-XM-FAILED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(45, KAL-COL)
           MOVE KAL-MO-XM-LATE(KAL-SLOT-SUB)
               TO KAL-LV-NUM(46, KAL-COL)
           MOVE KAL-MO-XM-SENT(KAL-SLOT-SUB)
               TO KAL-LV-NUM(47, KAL-COL)
           MOVE KAL-MO-XM-ACKED(KAL-SLOT-SUB)
               TO KAL-LV-NUM(48, KAL-COL)
           MOVE KAL-MO-XM-SHIPPED(KAL-SLOT-SUB)
               TO KAL-LV-DEN(48, KAL-COL)
           MOVE KAL-MO-VR-RUNS(KAL-SLOT-SUB)
               TO KAL-LV-NUM(50, KAL-COL)
           MOVE KAL-MO-VR-SUM(KAL-SLOT-SUB)
               TO KAL-LV-NUM(51, KAL-COL)
           MOVE KAL-MO-VR-RUNS(KAL-SLOT-SUB)
               TO KAL-LV-DEN(51, KAL-COL)
           PERFORM 5110-LOAD-CHANNEL THRU 5110-EXIT
               VARYING KAL-CH FROM 1 BY 1
               UNTIL KAL-CH > 3.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5110-LOAD-CHANNEL -- one channel's lines: three feed lines
      * from line 16, four exception lines from line 30 and two
      * variance lines from line 52.
      *---------------------------------------------------------------*
       5110-LOAD-CHANNEL.
           COMPUTE KAL-LN-BASE = 16 + (KAL-CH - 1) * 3
           MOVE KAL-MO-FD-CH-ACCEPTED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE, KAL-COL)
           MOVE KAL-MO-FD-CH-REJECTED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 1, KAL-COL)
           MOVE KAL-MO-FD-CH-REJECTED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 2, KAL-COL)
           COMPUTE KAL-LV-DEN(KAL-LN-BASE + 2, KAL-COL) =
               KAL-MO-FD-CH-ACCEPTED(KAL-SLOT-SUB, KAL-CH)
               + KAL-MO-FD-CH-REJECTED(KAL-SLOT-SUB, KAL-CH)
           COMPUTE KAL-LN-BASE = 30 + (KAL-CH - 1) * 4
           MOVE KAL-MO-EX-CH-RAISED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE, KAL-COL)
           MOVE KAL-MO-EX-CH-RECURRING(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 1, KAL-COL)
           MOVE KAL-MO-EX-CH-CLOSED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 2, KAL-COL)
           MOVE KAL-MO-EX-CH-CLOSE-DAYS(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 3, KAL-COL)
           MOVE KAL-MO-EX-CH-CLOSED(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-DEN(KAL-LN-BASE + 3, KAL-COL)
           COMPUTE KAL-LN-BASE = 52 + (KAL-CH - 1) * 2
           MOVE KAL-MO-VR-CH-RUNS(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE, KAL-COL)
           MOVE KAL-MO-VR-CH-SUM(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-NUM(KAL-LN-BASE + 1, KAL-COL)
           MOVE KAL-MO-VR-CH-RUNS(KAL-SLOT-SUB, KAL-CH)
               TO KAL-LV-DEN(KAL-LN-BASE + 1, KAL-COL).
       5110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5200-PRINT-LINE -- a section heading with the column heading
      * under it, or one line of figures.
      *---------------------------------------------------------------*
       5200-PRINT-LINE.
           IF KAL-LD-TYPE(KAL-LN) = "H"
               IF KAL-LN > 1
                   PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               END-IF
               MOVE KAL-LD-LABEL(KAL-LN) TO KAL-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
               PERFORM 6200-WRITE-COLUMN-HEADING THRU 6200-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE KAL-LD-LABEL(KAL-LN) TO KAL-RPT-LINE(1:39)
           PERFORM 5300-EDIT-VALUE THRU 5300-EXIT
               VARYING KAL-COL FROM 1 BY 1
               UNTIL KAL-COL > 3
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       5200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 5300-EDIT-VALUE -- one figure into its column.  A rate or an
      * average with nothing to divide by prints as N/A.
      *---------------------------------------------------------------*
       5300-EDIT-VALUE.
           COMPUTE KAL-COL-POS = 42 + (KAL-COL - 1) * 16
           IF KAL-LD-TYPE(KAL-LN) = "C"
               MOVE KAL-LV-NUM(KAL-LN, KAL-COL) TO KAL-ED-KPI-COUNT
               MOVE KAL-ED-KPI-COUNT TO KAL-RPT-LINE(KAL-COL-POS:16)
               GO TO 5300-EXIT
           END-IF
           IF KAL-LV-DEN(KAL-LN, KAL-COL) = 0
               MOVE "             N/A" TO KAL-RPT-LINE(KAL-COL-POS:16)
               GO TO 5300-EXIT
           END-IF
           EVALUATE KAL-LD-TYPE(KAL-LN)
               WHEN "P"
                   MULTIPLY KAL-LV-NUM(KAL-LN, KAL-COL) BY 100
                       GIVING KAL-KPI-WORK
                   DIVIDE KAL-KPI-WORK BY KAL-LV-DEN(KAL-LN, KAL-COL)
                       GIVING KAL-KPI-PCT ROUNDED
                   MOVE KAL-KPI-PCT TO KAL-ED-KPI-PCT
                   MOVE KAL-ED-KPI-PCT
                       TO KAL-RPT-LINE(KAL-COL-POS:16)
               WHEN "D"
                   DIVIDE KAL-LV-NUM(KAL-LN, KAL-COL)
                       BY KAL-LV-DEN(KAL-LN, KAL-COL)
                       GIVING KAL-KPI-DAYS ROUNDED
                   MOVE KAL-KPI-DAYS TO KAL-ED-KPI-DAYS
                   MOVE KAL-ED-KPI-DAYS
                       TO KAL-RPT-LINE(KAL-COL-POS:16)
               WHEN OTHER
                   DIVIDE KAL-LV-NUM(KAL-LN, KAL-COL)
                       BY KAL-LV-DEN(KAL-LN, KAL-COL)
                       GIVING KAL-KPI-VR ROUNDED
                   MOVE KAL-KPI-VR TO KAL-ED-KPI-VR
                   MOVE KAL-ED-KPI-VR
                       TO KAL-RPT-LINE(KAL-COL-POS:16)
           END-EVALUATE.
       5300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE -- KAL-RPT-LINE to the print file,
      * starting a new page when the current one is full.
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
      * and page number, the parameters, and a blank line in front
      * of the body.
      *---------------------------------------------------------------*
       6100-START-REPORT-PAGE.
           ADD 1 TO KAL-RPT-PAGE-NO
           MOVE KAL-RPT-PAGE-NO TO KAL-RPT-PAGE-EDIT
           MOVE SPACES TO KAL-RPT-RECORD
           STRING "KALKPI -- MONTHLY OPERATIONS KPI REPORT"
                  "                 RUN DATE " 800-CURRENT-DATE-YYYY
                  "/" 800-CURRENT-DATE-MM "/" 800-CURRENT-DATE-DD
                  "  " 800-CURRENT-TIME-HH ":" 800-CURRENT-TIME-MM
                  ":" 800-CURRENT-TIME-SS
                  "   PAGE " KAL-RPT-PAGE-EDIT
               DELIMITED BY SIZE INTO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD FROM KAL-RPT-PARM-LINE
           MOVE SPACES TO KAL-RPT-RECORD
           WRITE KAL-RPT-RECORD
           MOVE 3 TO KAL-RPT-LINE-COUNT.
       6100-EXIT.
           EXIT.

       6200-WRITE-COLUMN-HEADING.
           MOVE KAL-RPT-COLUMN-LINE TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:89)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6500-FIND-SLOT -- the month-table slot for the date in
      * KAL-SLOT-DATE, zero when it falls outside the prior December
      * through the month reported.
      *---------------------------------------------------------------*
       6500-FIND-SLOT.
           MOVE ZERO TO KAL-SLOT-SUB
           IF KAL-SLOT-DATE(1:6) IS NOT NUMERIC
               GO TO 6500-EXIT
           END-IF
           IF KAL-SLOT-DATE(1:4) = KAL-MO-MONTH(1)(1:4)
               IF KAL-SLOT-DATE(5:2) = "12"
                   MOVE 1 TO KAL-SLOT-SUB
               END-IF
               GO TO 6500-EXIT
           END-IF
           IF KAL-SLOT-DATE(1:4) NOT = KAL-RPT-MONTH(1:4)
               GO TO 6500-EXIT
           END-IF
           MOVE KAL-SLOT-DATE(5:2) TO KAL-SLOT-MM
           IF KAL-SLOT-MM < 1 OR KAL-SLOT-MM > KAL-RPT-MM
               GO TO 6500-EXIT
           END-IF
           COMPUTE KAL-SLOT-SUB = KAL-SLOT-MM + 1.
       6500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 6600-FIND-CHANNEL -- KAL-CHAN-TEXT as a channel number, zero
      * when it is not one of the three probes.
      *---------------------------------------------------------------*
       6600-FIND-CHANNEL.
           EVALUATE KAL-CHAN-TEXT
               WHEN "01"
                   MOVE 1 TO KAL-CHAN-SUB
               WHEN "02"
                   MOVE 2 TO KAL-CHAN-SUB
               WHEN "03"
                   MOVE 3 TO KAL-CHAN-SUB
               WHEN OTHER
                   MOVE ZERO TO KAL-CHAN-SUB
           END-EVALUATE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REWRITE-SUMMARY -- KALKPI.DAT written back whole, in
      * month order, when anything on it changed.
      ******************************************************************
       7000-REWRITE-SUMMARY.
           IF KAL-KPI-UNREADABLE OR NOT KAL-KPI-CHANGED
               GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT KalKpi
           IF KAL-KPI-STATUS NOT = "00"
               AND KAL-KPI-STATUS NOT = "05"
               DISPLAY "KALKPI.DAT could not be rewritten, status "
                   KAL-KPI-STATUS " -- this run's figures not kept"
               ADD 1 TO KAL-ERROR-COUNT
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-WRITE-SUMMARY-RECORD THRU 7100-EXIT
               VARYING KAL-KF-SUB FROM 1 BY 1
               UNTIL KAL-KF-SUB > KAL-KF-COUNT
           CLOSE KalKpi
           DISPLAY "KALKPI.DAT rewritten with " KAL-KF-COUNT
               " months".
       7000-EXIT.
           EXIT.

       7100-WRITE-SUMMARY-RECORD.
           WRITE KAL-KPI-RECORD FROM KAL-KF-IMAGE(KAL-KF-SUB).
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY -- run totals and a one-line console
      * verdict on the month's nights.
      ******************************************************************
       8000-WRITE-SUMMARY.
           COMPUTE KAL-MISSED-COUNT =
               KAL-MO-NT-PLANNED(KAL-CUR-SLOT)
               - KAL-MO-NT-COMPLETED(KAL-CUR-SLOT)
           MOVE "RUN TOTALS" TO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ALL "-" TO KAL-RPT-LINE(1:50)
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RUNLOG-READ-COUNT TO KAL-ED-COUNT-1
           STRING "RUN-LOG EVENTS READ        : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-NIGHTS-SEEN-COUNT TO KAL-ED-COUNT-1
           STRING "  NIGHTS ON THE LOG        : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-XREG-READ-COUNT TO KAL-ED-COUNT-1
           STRING "EXCEPTIONS ON THE REGISTER : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-XMIT-READ-COUNT TO KAL-ED-COUNT-1
           STRING "EXTRACTS ON THE REGISTER   : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-RUNMAST-READ-COUNT TO KAL-ED-COUNT-1
           STRING "RUNS ON THE RUN MASTER     : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF KAL-FEED-ADDED
               MOVE SPACES TO KAL-ED-DATE
               STRING KAL-FEED-DATE(1:4) "/" KAL-FEED-DATE(5:2) "/"
                      KAL-FEED-DATE(7:2)
                   DELIMITED BY SIZE INTO KAL-ED-DATE
           ELSE
               MOVE "NONE" TO KAL-ED-DATE
           END-IF
           STRING "FEED EDIT ADDED            : " KAL-ED-DATE
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-KF-COUNT TO KAL-ED-COUNT-1
           STRING "MONTHS ON KALKPI.DAT       : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-REFRESHED-COUNT TO KAL-ED-COUNT-1
           STRING "  BROUGHT UP TO DATE       : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-KEPT-COUNT TO KAL-ED-COUNT-1
           STRING "  FIGURE GROUPS KEPT       : " KAL-ED-COUNT-1
               DELIMITED BY SIZE INTO KAL-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE KAL-MO-NT-PLANNED(KAL-CUR-SLOT) TO KAL-ED-COUNT-1
           MOVE KAL-MO-NT-COMPLETED(KAL-CUR-SLOT) TO KAL-ED-COUNT-2
           EVALUATE TRUE
               WHEN KAL-ERROR-COUNT > 0
                   MOVE "*** ERRORS -- SEE THE CONSOLE LOG ***"
                       TO KAL-RPT-LINE
               WHEN KAL-MISSED-COUNT > 0
                   MOVE "*** PLANNED NIGHTS NOT COMPLETED -- SEE ABOVE"
                       TO KAL-RPT-LINE
                   MOVE " ***" TO KAL-RPT-LINE(46:4)
               WHEN OTHER
                   MOVE "EVERY PLANNED NIGHT OF THE MONTH COMPLETED"
                       TO KAL-RPT-LINE
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           DISPLAY "KalKpi: month " KAL-RPT-MONTH ","
               KAL-ED-COUNT-2 " of" KAL-ED-COUNT-1
               " planned nights completed -- report on KALKPI.RPT".
       8000-EXIT.
           EXIT.

       END PROGRAM KalKpi.
