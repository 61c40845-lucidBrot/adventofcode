      *    re-validation, and which rejects are left unrepaired.
           SELECT FIXRPTFILE ASSIGN TO DYNAMIC WS-FIXRPT-DSN
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
           05 FIXED-NUM-STEPS PIC X(09).
       FD  FIXRPTFILE.
       01  FIXRPT-LINE PIC X(100).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-FIX-DSN PIC X(100) VALUE 'fixes.txt'.
       01 WS-FIXED-DSN PIC X(100) VALUE 'cablefixed.txt'.
       01 WS-FIXRPT-DSN PIC X(100) VALUE 'fixreport.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Direction-code constants shared with the rest of the
      *    suite - see copybooks/CABLELAY.cpy. The cable/grid tables
      *    from that member are not used here.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           OPEN OUTPUT FIXRPTFILE.
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-FIXES.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO WS-STEP-SEGS
                       PERFORM REPAIR-ONE-LINE
               END-READ
           END-PERFORM.

       VALIDATE-FIXED-STEP.
      *    Same rules as VALIDATE-ONE-STEP in pt1.cob/pt2.cob -
      *    DIRECTION one of the nine CABLELAY.cpy codes, NUM-STEPS
      *    numeric (and zero for a via).
           SET STEP-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-CHK-DIRECTION NOT = UP-DIRECTION
               AND WS-CHK-DIRECTION NOT = UP-RIGHT-DIRECTION
               AND WS-CHK-DIRECTION NOT = DOWN-LEFT-DIRECTION
               AND WS-CHK-DIRECTION NOT = DOWN-RIGHT-DIRECTION
               AND WS-CHK-DIRECTION NOT = VIA-DIRECTION
               SET STEP-IS-INVALID TO TRUE
               MOVE "BAD DIRECTION" TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TRIM(WS-CHK-NUM-STEPS) NOT NUMERIC
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
               ELSE
                   IF WS-CHK-DIRECTION = VIA-DIRECTION
                       AND FUNCTION NUMVAL(WS-CHK-NUM-STEPS) NOT = 0
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "VIA WITH NONZERO NUM-STEPS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ENV-OVERRIDE(1:3) = 'TWO'
               MOVE 'TWO' TO WS-FIX-WHICH
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
               " PROG=WIREFIX"
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
