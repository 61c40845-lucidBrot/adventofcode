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
       FD  HISTFILE.
       01  HIST-LINE PIC X(132).
       FD  SUMMFILE.
       01  SUMM-LINE PIC X(80).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-HIST-DSN PIC X(100) VALUE 'history.txt'.
       01 WS-SUMM-DSN PIC X(100) VALUE 'auditsumm.txt'.
       01 WS-SUMM-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).

      *    A day with at least this many RC=4 runs is listed in the
      *    blanks into tokens, each token on '=' into tag and value.
      *    Unrecognized tags are skipped, so an audit file mixing
      *    older lines (no PANEL=) with newer ones still parses.
      *    Sized past the tag count the newest lines carry - up to
      *    18 since START=/END=/ELAPSED= and SEGS=/CELLS= joined the
      *    set with the step timing - with headroom. WIRESLA splits
      *    the same lines into the same 24.
       01 WS-MAX-TOKENS PIC 9(2) VALUE 24.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 24 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           MOVE 'N' TO WS-EOF.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       RESOLVE-FILENAMES.
                       TO WS-REJECT-HEAVY-THRESH
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       LOAD-CARRY-FORWARD.
      *    Pull WIREARCH's per-month summary lines in through the
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                   WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15) WS-TOKEN(16)
                   WS-TOKEN(17) WS-TOKEN(18) WS-TOKEN(19) WS-TOKEN(20)
                   WS-TOKEN(21) WS-TOKEN(22) WS-TOKEN(23) WS-TOKEN(24)
               TALLYING IN WS-TOKEN-COUNT.
      *    Never walk past the table - anything beyond the last
      *    token is simply not read.
           IF WS-TOKEN-COUNT > WS-MAX-TOKENS
               MOVE WS-MAX-TOKENS TO WS-TOKEN-COUNT
           END-IF.

           MOVE SPACES TO WS-CUR-DATE.
           MOVE SPACES TO WS-CUR-PROG.
               END-IF
               SET RUNIDX UP BY 1
           END-PERFORM.

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
               " PROG=WIREHIST"
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
