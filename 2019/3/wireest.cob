           SELECT ESTHISTFILE ASSIGN TO DYNAMIC WS-ESTHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTHIST-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 PARTS-X PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-CHAR PIC X(1).
      *    Geometry class (see CLASSIFY-CROSSING in pt2.cob) - only
      *    read to tell a via record ('V') from a crossing.
           05 PARTS-CLASS PIC X(1).
      *    RUN-ID from the run register - see ASSIGN-RUN-ID in
      *    pt2.cob.
           05 GRT-COST-PER-STEP PIC 9(5)V99.
       FD  ESTHISTFILE.
       01  ESTHIST-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-ATTR-STATUS PIC X(2) VALUE '00'.
       01 WS-GAUGE-DSN PIC X(100) VALUE 'gaugerate.txt'.
       01 WS-GAUGE-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
      *    Rank mode (ESTRANK=Y) prices WIRERANK's sorted candidates
      *    instead of a single run's result/parts pair.
       01 WS-PANEL-ID PIC X(8) VALUE 'NONE'.
       01 WS-RUN-ID PIC 9(8) VALUE 0.
       01 WS-CROSSING-COUNT PIC 9(9) VALUE 0.
      *    Vias on PARTSDD are not crossings but are fitted at the
      *    bench all the same, so they take the per-crossing labor.
       01 WS-VIA-COUNT PIC 9(9) VALUE 0.
       01 WS-PARTS-READ PIC 9(9) VALUE 0.
       01 WS-LABOR-ITEMS PIC 9(9) VALUE 0.
       01 WS-TOTAL-STEPS PIC 9(10) VALUE 0.
       01 WS-ESTHIST-DSN PIC X(100) VALUE 'esthist.txt'.
       01 WS-ESTHIST-STATUS PIC X(2) VALUE '00'.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           PERFORM LOAD-RATES.
               PERFORM APPEND-EST-HISTORY
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       APPEND-EST-HISTORY.

       COUNT-CROSSINGS.
           SET WS-CROSSING-COUNT TO 0.
           SET WS-VIA-COUNT TO 0.
           SET WS-PARTS-READ TO 0.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PARTSFILE.
                                   TO WS-TRAILER-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-PARTS-READ
                           IF PARTS-CLASS = 'V'
                               ADD 1 TO WS-VIA-COUNT
                           ELSE
                               ADD 1 TO WS-CROSSING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTSFILE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               OR WS-TRAILER-COUNT NOT = WS-PARTS-READ
               DISPLAY "WIREEST: TRAILER MISSING OR WRONG ON "
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - DATASET INCOMPLETE, NO ESTIMATE WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

               GIVING WS-TWO-MATERIAL ROUNDED.
           ADD WS-ONE-MATERIAL WS-TWO-MATERIAL
               GIVING WS-MATERIAL-COST.
           ADD WS-CROSSING-COUNT WS-VIA-COUNT GIVING WS-LABOR-ITEMS.
           MULTIPLY WS-LABOR-ITEMS BY WS-LABOR-MIN
               GIVING WS-LABOR-MINUTES.
           MULTIPLY WS-LABOR-MINUTES BY WS-LABOR-RATE
               GIVING WS-LABOR-COST ROUNDED.
           STRING "  CROSSING COUNT:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO EST-LINE
           WRITE EST-LINE.
           IF WS-VIA-COUNT > 0
               MOVE SPACES TO EST-LINE
               MOVE WS-VIA-COUNT TO WS-ED-COUNT
               STRING "  VIA COUNT:        " WS-ED-COUNT
                   DELIMITED BY SIZE INTO EST-LINE
               WRITE EST-LINE
           END-IF.
           MOVE SPACES TO EST-LINE.
           MOVE WS-LABOR-MINUTES TO WS-ED-MINUTES
           STRING "  CROSSING LABOR:   " WS-ED-MINUTES " MINUTES"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ESTHIST-DSN
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
           IF WS-PANEL-ID NOT = SPACES
               MOVE WS-PANEL-ID TO WS-STEP-PANEL
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE SPACES TO TIME-LINE.
           STRING "TS=" WS-STEP-END-TS
               " PROG=WIREEST"
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
