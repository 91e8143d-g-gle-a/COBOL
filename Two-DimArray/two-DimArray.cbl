      *     column 2's cell, and the table stays loaded between
      *     calls.  Callers communicate through the KALTBL copybook
      *     area.
      *   - Gerardo Gonzalez Aguila : room for 40 rows; the Kalman
      *     reference table outgrew 10 once per-channel filter
      *     tuning rows joined the thresholds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO.
       WORKING-STORAGE SECTION.
       01  WS-TABLE-FILE-STATUS             PIC X(02)   VALUE "00".

       01  WS-MAX-ROWS                      PIC 9(02)   VALUE 40.
       01  WS-MAX-COLS                      PIC 9(02)   VALUE 10.
       01  WS-ROW-COUNT                     PIC 9(02)   VALUE ZERO.
       01  WS-COL-COUNT                     PIC 9(02)   VALUE ZERO.
           88  WS-TABLE-LOADED                       VALUE "Y".

       01  WS-TABLE.
           05  WS-ROW OCCURS 1 TO 40 TIMES DEPENDING ON WS-ROW-COUNT.
               10  WS-COL OCCURS 1 TO 10 TIMES
                       DEPENDING ON WS-COL-COUNT.
                   15  WS-CELL              PIC X(10) VALUE SPACES.
