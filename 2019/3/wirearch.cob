           SELECT SUMMFILE ASSIGN TO DYNAMIC WS-SUMM-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  ARCHFILE.
       01  ARCH-LINE PIC X(300).
       FD  KEEPFILE.
       01  KEEP-LINE PIC X(300).
       FD  SUMMFILE.
       01  SUMM-LINE PIC X(80).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-KEEP-DSN PIC X(100) VALUE 'auditkeep.txt'.
       01 WS-SUMM-DSN PIC X(100) VALUE 'auditsumm.txt'.
       01 WS-SUMM-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
      *    The month boundary - every line whose TS= month sorts
      *    BEFORE this YYYYMM is archived; the rest (including the

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

      *    Pass 1 - deal every live line to the archive or the
                   FUNCTION TRIM(WS-AUDIT-DSN)
                   " - STATUS " WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCHFILE.
           IF WS-ARCH-COUNT = 0
               DISPLAY "WIREARCH: NOTHING BEFORE " WS-CUT-MONTH
                   " TO ARCHIVE - TRAIL LEFT UNTOUCHED"
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

                   ", KEEP " WS-VERIFY-KEEP " OF " WS-KEEP-COUNT
                   " - LIVE TRAIL LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           DISPLAY "WIREARCH: COUNTS VERIFIED - ARCHIVE AT "
           PERFORM REWRITE-LIVE-TRAIL.
           PERFORM APPEND-SUMMARY.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       DEAL-AUDIT-LINE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SUMM-DSN
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
               " PROG=WIREARCH"
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
