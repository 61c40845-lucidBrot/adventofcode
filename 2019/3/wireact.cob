      *    trail.
           SELECT ACTRPTFILE ASSIGN TO DYNAMIC WS-ACTRPT-DSN
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
       01  ACT-LINE PIC X(132).
       FD  ACTRPTFILE.
       01  ACTRPT-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-ACT-DSN PIC X(100) VALUE 'actmaster.txt'.
       01 WS-ACT-STATUS PIC X(2) VALUE '00'.
       01 WS-ACTRPT-DSN PIC X(100) VALUE 'actrpt.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           OPEN INPUT PANELFILE.
               DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       APPLY-ENTRY.
       WRITE-ACTUAL.
      *    One tag=value line on the actuals master - money and
      *    minutes as assumed-decimal digit strings, matching the
      *    estimate-history convention WIREVAR reads both by. DATE=
      *    is the day the actual was applied, which is the period
      *    WIREGL posts it in.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO ACT-LINE.
           STRING "PANEL=" FUNCTION TRIM(ACT-PANEL)
               " RUN=" WS-RUN-ID
               " ACT-LABMIN=" WS-LABOR-MIN
               " ACT-MATERIAL=" WS-MATERIAL
               " DATE=" WS-STEP-START-DATE
               DELIMITED BY SIZE INTO ACT-LINE
           WRITE ACT-LINE.
           MOVE SPACES TO ACTRPT-LINE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTRPT-DSN
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
               " PROG=WIREACT"
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
