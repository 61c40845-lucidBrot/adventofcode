           SELECT RULEFILE ASSIGN TO DYNAMIC WS-RULE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 CRL-CLASS2 PIC X(1).
           05 FILLER PIC X(1).
           05 CRL-THRESH PIC 9(4).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Wire-step layouts (TEMP-CABLE-STEP, direction constants,
       01 WS-WIRE4-DSN PIC X(100) VALUE 'wire4.txt'.
       01 WS-WIRE5-DSN PIC X(100) VALUE 'wire5.txt'.
       01 WS-REJECT-DSN PIC X(100) VALUE 'reject.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Input-validation counters and working fields - see
      *    VALIDATE-STEP. STG-DIRECTION/STG-NUM-STEPS hold whichever
      *    wire's raw record is currently being read, so one
      *    Every cell any wire has touched, with a Y/N flag per wire
      *    number and a running visit count - a cell where
      *    NVISIT-COUNT >= 2 is an intersection between two or more
      *    wires. A cell is one face of the board at (X, Y) - wires
      *    on opposite faces of a two-layer panel do not meet.
       01 NGRIDSET.
           03 NSET-ENTRY OCCURS 100000 TIMES INDEXED BY NSEARCHIDX.
               04 NX-COORD PIC S9(9) SIGN LEADING SEPARATE.
               04 NY-COORD PIC S9(9) SIGN LEADING SEPARATE.
               04 NVISIT-COUNT PIC 9(2) VALUE 0.
               04 NWIRE-HIT OCCURS 5 TIMES PIC X(1) VALUE 'N'.
               04 NLAYER PIC 9(1) VALUE 1.
           03 NLATEST-INSERT PIC 9(9) VALUE 0.
           03 WS-MAX-CELLS PIC 9(9) COMP VALUE 100000.


      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOAD-CABLE-ATTRS.
           PERFORM LOAD-CLEAR-RULES.
           PERFORM SUMMARY-REPORT.
           PERFORM WRITE-MATRIX-REPORT.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       RESOLVE-FILENAMES.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RULE-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       LOAD-CABLE-ATTRS.
      *    Start every wire as an unclassified signal wire, then
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE WIRE1-DIRECTION TO STG-DIRECTION
                   MOVE WIRE1-NUM-STEPS TO STG-NUM-STEPS
                   PERFORM VALIDATE-STEP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE WIRE2-DIRECTION TO STG-DIRECTION
                   MOVE WIRE2-NUM-STEPS TO STG-NUM-STEPS
                   PERFORM VALIDATE-STEP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE WIRE3-DIRECTION TO STG-DIRECTION
                   MOVE WIRE3-NUM-STEPS TO STG-NUM-STEPS
                   PERFORM VALIDATE-STEP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE WIRE4-DIRECTION TO STG-DIRECTION
                   MOVE WIRE4-NUM-STEPS TO STG-NUM-STEPS
                   PERFORM VALIDATE-STEP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE WIRE5-DIRECTION TO STG-DIRECTION
                   MOVE WIRE5-NUM-STEPS TO STG-NUM-STEPS
                   PERFORM VALIDATE-STEP
           CLOSE WIRE5FILE.

       VALIDATE-STEP.
      *    Reject anything whose DIRECTION is not one of the nine
      *    codes CABLELAY.cpy defines (U/D/L/R, the Q/E/A/C
      *    diagonals and the V via, whose NUM-STEPS must be zero) or
      *    whose NUM-STEPS is not numeric before it ever reaches a
      *    grid -
      *    same rule PT1/PT2 apply, generalized to whichever wire
      *    WS-CURR-WIRE is currently pointing at.
           SET STEP-IS-VALID TO TRUE.
                   AND STG-DIRECTION NOT = UP-RIGHT-DIRECTION
                   AND STG-DIRECTION NOT = DOWN-LEFT-DIRECTION
                   AND STG-DIRECTION NOT = DOWN-RIGHT-DIRECTION
                   AND STG-DIRECTION NOT = VIA-DIRECTION
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "BAD DIRECTION" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(STG-NUM-STEPS) NOT NUMERIC
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
                   ELSE
                       IF STG-DIRECTION = VIA-DIRECTION
                           AND FUNCTION NUMVAL(STG-NUM-STEPS) NOT = 0
                           SET STEP-IS-INVALID TO TRUE
                           MOVE "VIA WITH NONZERO NUM-STEPS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    NGRIDSET, one wire at a time.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           SET WS-STEP-IDX TO 1.
           PERFORM UNTIL WS-STEP-IDX > WIRE-STEP-COUNT(WS-CURR-WIRE)
               MOVE WIRE-STEPS(WS-CURR-WIRE, WS-STEP-IDX)
                   PERFORM MARK-CELL
                   PERFORM CHECK-CLEARANCE
               END-PERFORM
      *        A via moves no cells - any stretch of adjacency ends
      *        with the face it ran along, and the via's cell is
      *        marked on the face the wire carries on along
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM CLOSE-ADJ-RUN
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM MARK-CELL
                       PERFORM CHECK-CLEARANCE
                   END-IF
               END-IF
               ADD 1 TO WS-STEP-IDX
           END-PERFORM.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       COMPUTE-SEGMENT-TARGET.
      *    Per-axis endpoint of the segment in TEMP-CABLE-STEP from
      *    (NAVX, NAVY). Straight codes move one axis and leave the
                   PERFORM INSERT-NEW-CELL
               WHEN ( NX-COORD(NSEARCHIDX) = NAVX )
                   AND ( NY-COORD(NSEARCHIDX) = NAVY )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   IF NWIRE-HIT(NSEARCHIDX, WS-CURR-WIRE) NOT = 'Y'
                       MOVE 'Y' TO
                           NWIRE-HIT(NSEARCHIDX, WS-CURR-WIRE)
               ADD 1 TO NLATEST-INSERT
               MOVE NAVX TO NX-COORD(NLATEST-INSERT)
               MOVE NAVY TO NY-COORD(NLATEST-INSERT)
               MOVE CURRENT-LAYER TO NLAYER(NLATEST-INSERT)
               SET NVISIT-COUNT(NLATEST-INSERT) TO 1
               MOVE 'Y' TO NWIRE-HIT(NLATEST-INSERT, WS-CURR-WIRE)
           END-IF.
                   CONTINUE
               WHEN ( NX-COORD(NSEARCHIDX) = NAVX )
                   AND ( NY-COORD(NSEARCHIDX) = NAVY )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   PERFORM TEST-SELF-SHARED
           END-SEARCH.
           IF WS-CELL-SHARED = 'Y'
                   CONTINUE
               WHEN ( NX-COORD(NSEARCHIDX) = CLR-X )
                   AND ( NY-COORD(NSEARCHIDX) = CLR-Y )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   PERFORM TEST-OTHER-WIRE
           END-SEARCH.

               IF NWIRE-HIT(NSEARCHIDX, WS-MAT-I) = 'Y'
                   AND NWIRE-HIT(NSEARCHIDX, WS-MAT-J) = 'Y'
                   MOVE SPACES TO MATRIX-LINE
                   IF NLAYER(NSEARCHIDX) = BACK-LAYER
                       STRING "  X=" NX-COORD(NSEARCHIDX)
                           " Y=" NY-COORD(NSEARCHIDX)
                           " (BACK FACE)"
                           DELIMITED BY SIZE INTO MATRIX-LINE
                   ELSE
                       STRING "  X=" NX-COORD(NSEARCHIDX)
                           " Y=" NY-COORD(NSEARCHIDX)
                           DELIMITED BY SIZE INTO MATRIX-LINE
                   END-IF
                   WRITE MATRIX-LINE
               END-IF
               ADD 1 TO NSEARCHIDX
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "----------------------------------------------".

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
               " PROG=WIREPT3"
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
