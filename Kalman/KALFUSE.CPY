      ******************************************************************
      * Copybook: KALFUSE
      * Purpose:  Record layout for KALFUSE.DAT, the fused
      *           best-estimate file KalVote writes.  One record per
      *           pass window of a run -- the three redundant probes'
      *           smoothed values voted two-out-of-three and fused to
      *           the median of the channels that agree.  The leading
      *           fields line up with KALREC: run-id, window number in
      *           the sequence slot, the fused value in both the raw
      *           and the smoothed value slots, timestamp, and a blank
      *           channel (the estimate belongs to no single probe),
      *           so a KALREC reader takes the fused value as the
      *           reading and the estimate alike.  The vote detail
      *           follows in place of KALREC's calibration and gain.
      *           KAL-FU-VOTE says how the window voted:
      *             "3" all three probes agree (or none is outvoted)
      *             "2" one probe outvoted, fused from the other two
      *             "N" no majority -- median of all three, unvoted
      *             "S" short window, fewer than three probes present
      * Modification History:
      *   - Gerardo Gonzalez Aguila : original version.
      *   - Gerardo Gonzalez Aguila : fused value repeated in the
      *     smoothed value slot and the spread moved behind the
      *     timestamp, so KALREC readers see the estimate and not the
      *     spread.
      ******************************************************************
       01  KAL-FUSE-RECORD.
           05  KAL-FU-RUN-ID           PIC X(10).
           05  KAL-FU-WINDOW-NO        PIC 9(04).
           05  KAL-FU-FUSED-VALUE      PIC 9(02)V9(03).
           05  KAL-FU-ESTIMATE         PIC 9(02)V9(03).
           05  KAL-FU-TIMESTAMP.
               10  KAL-FU-TS-YYYY      PIC X(04).
               10  KAL-FU-TS-MM        PIC X(02).
               10  KAL-FU-TS-DD        PIC X(02).
               10  KAL-FU-TS-HH        PIC X(02).
               10  KAL-FU-TS-MI        PIC X(02).
               10  KAL-FU-TS-SS        PIC X(02).
           05  KAL-FU-CHANNEL          PIC X(02).
           05  KAL-FU-SPREAD           PIC 9(02)V9(03).
           05  KAL-FU-OUTLIER          PIC X(02).
           05  KAL-FU-VOTE             PIC X(01).
               88  KAL-FU-ALL-AGREE            VALUE "3".
               88  KAL-FU-TWO-OF-THREE         VALUE "2".
               88  KAL-FU-NO-MAJORITY          VALUE "N".
               88  KAL-FU-SHORT-WINDOW         VALUE "S".
           05  KAL-FU-PROBE-COUNT      PIC 9(01).
