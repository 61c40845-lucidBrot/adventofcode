      *    each zone, each numbered with a check-off box.
           SELECT PICKFILE ASSIGN TO DYNAMIC WS-PICK-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 MST-CLASS PIC X(1).
       FD  PICKFILE.
       01  PICK-LINE PIC X(160).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-MASTER-DSN PIC X(100) VALUE 'partsmaster.txt'.
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-PICK-DSN PIC X(100) VALUE 'workorder.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-RUN-ID PIC 9(8) VALUE 0.

      *    class's FULL flag and the sheet prints a visible
      *    truncation note on every affected stop - a silently
      *    shortened pick list means an unsleeved crossing.
      *    Via stops take only the 'V' lines - via hardware is not
      *    a crossing part, and '*' lines are not fitted at a via.
       01 WS-PARTS-S PIC X(72) VALUE SPACES.
       01 WS-PARTS-S-FULL PIC X(1) VALUE 'N'.
       01 WS-PARTS-D PIC X(72) VALUE SPACES.
       01 WS-PARTS-D-FULL PIC X(1) VALUE 'N'.
       01 WS-PARTS-C PIC X(72) VALUE SPACES.
       01 WS-PARTS-C-FULL PIC X(1) VALUE 'N'.
       01 WS-PARTS-V PIC X(72) VALUE SPACES.
       01 WS-PARTS-V-FULL PIC X(1) VALUE 'N'.
       01 WS-STOP-PARTS PIC X(72) VALUE SPACES.
       01 WS-STOP-TRUNC PIC X(1) VALUE 'N'.
       01 WS-STOP-DESC PIC X(24) VALUE SPACES.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           PERFORM LOAD-CROSSING-STOPS.
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - NOTHING TO WALK"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           DISPLAY "WIREWORK: " STP-COUNT " STOP(S) SEQUENCED TO "
               FUNCTION TRIM(WS-PICK-DSN).

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-CROSSING-STOPS.
                           MOVE PARTS-X TO WS-STOP-X
                           MOVE PARTS-Y TO WS-STOP-Y
                           IF PARTS-CLASS = 'D' OR PARTS-CLASS = 'C'
                               OR PARTS-CLASS = 'V'
                               MOVE PARTS-CLASS TO WS-STOP-TYPE
                           ELSE
                               MOVE 'S' TO WS-STOP-TYPE
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - DATASET INCOMPLETE, NO WORK ORDER WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

      *    A line whose class is not one of the other two belongs
      *    on this class's list - that covers its own class letter
      *    and the '*' (or blank, on an older master) wildcard.
      *    'V' lines go on the via list alone.
           IF MST-CLASS = 'V'
               STRING FUNCTION TRIM(WS-PARTS-V) " " MST-PART-NUM
                   DELIMITED BY SIZE INTO WS-PARTS-V
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PARTS-V-FULL
               END-STRING
           ELSE
           IF MST-CLASS NOT = 'D' AND MST-CLASS NOT = 'C'
               STRING FUNCTION TRIM(WS-PARTS-S) " " MST-PART-NUM
                   DELIMITED BY SIZE INTO WS-PARTS-S
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PARTS-S-FULL
               END-STRING
           END-IF
           IF MST-CLASS NOT = 'S' AND MST-CLASS NOT = 'C'
               STRING FUNCTION TRIM(WS-PARTS-D) " " MST-PART-NUM
                   DELIMITED BY SIZE INTO WS-PARTS-D
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PARTS-D-FULL
               END-STRING
           END-IF
           IF MST-CLASS NOT = 'S' AND MST-CLASS NOT = 'D'
               STRING FUNCTION TRIM(WS-PARTS-C) " " MST-PART-NUM
                   DELIMITED BY SIZE INTO WS-PARTS-C
                   ON OVERFLOW
                       MOVE 'Y' TO WS-PARTS-C-FULL
               END-STRING
           END-IF
           END-IF.

       ORDER-ROUTE.
                   MOVE "CORNER CROSS" TO WS-STOP-DESC
                   MOVE WS-PARTS-C TO WS-STOP-PARTS
                   MOVE WS-PARTS-C-FULL TO WS-STOP-TRUNC
               WHEN 'V'
                   MOVE "VIA" TO WS-STOP-DESC
                   MOVE WS-PARTS-V TO WS-STOP-PARTS
                   MOVE WS-PARTS-V-FULL TO WS-STOP-TRUNC
               WHEN 'R'
                   MOVE "SELF-CROSS INSPECT" TO WS-STOP-DESC
                   MOVE " NONE - INSPECT ONLY" TO WS-STOP-PARTS
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PICK-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       END-STEP-TIMING.
      *    Stamp the end of the step and work out its elapsed
      *    seconds from the two CURRENT-DATE stamps - by day number,
      *    so a step that runs across midnight still comes out right.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TS.
           COMPUTE WS-STEP-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE)) * 86400
               + (WS-STEP-END-HH - WS-STEP-START-HH) * 3600
               + (WS-STEP-END-MI - WS-STEP-START-MI) * 60
               + (WS-STEP-END-SS - WS-STEP-START-SS)
               + (WS-STEP-END-HS - WS-STEP-START-HS) / 100.
           MOVE WS-STEP-ELAPSED TO WS-STEP-ELAPSED-OUT.

       WRITE-STEP-TIMING.
      *    Append this run's start, end, elapsed seconds and
      *    panel-size figures to TIMEDD, in the same tag=value form
      *    as an AUDITDD line so WIRESLA reads both the same way.
      *    Performed ahead of every STOP RUN.
           PERFORM END-STEP-TIMING.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE SPACES TO TIME-LINE.
           STRING "TS=" WS-STEP-END-TS
               " PROG=WIREWORK"
               " START=" WS-STEP-START-TS(1:14)
               " END=" WS-STEP-END-TS(1:14)
               " ELAPSED=" WS-STEP-ELAPSED-OUT
               " PANEL=" FUNCTION TRIM(WS-STEP-PANEL)
               " SEGS=" WS-STEP-SEGS
               " CELLS=" WS-STEP-CELLS
               " RC=" WS-STEP-RC
               DELIMITED BY SIZE INTO TIME-LINE.
      *    OPEN EXTEND requires the dataset to already exist - the
      *    first step on a brand-new TIMEDD gets status 35 (file
      *    not found), so fall back to OPEN OUTPUT to create it.
           OPEN EXTEND TIMEFILE.
           IF WS-TIME-STATUS = '35'
               OPEN OUTPUT TIMEFILE
           END-IF.
           WRITE TIME-LINE.
           CLOSE TIMEFILE.
