               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 TWO-NUM-STEPS PIC X(09).
       FD  REJECTFILE.
       01  REJECT-LINE PIC X(80).
      *    GR-LAYER is the board face, as in pt2.cob's GRIDFILE.
       FD  GRIDFILE.
       01  GRID-RECORD.
           05 GR-KEY.
               10 GR-X PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-Y PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-LAYER PIC 9(1).
           05 GR-CHAR PIC X(1) VALUE 'E'.
           05 GR-SHAPE PIC X(1) VALUE '.'.
      *    Carried to keep the GRID-RECORD layout in step with
           05 PNL-INSTALL-DATE PIC X(8).
           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Manifest/work dataset names, defaulted and then overridden
       01 WS-SORTWK-DSN PIC X(100) VALUE 'sortwk.dat'.
       01 WS-SORTED-DSN PIC X(100) VALUE 'sorted.txt'.
       01 WS-RANK-DSN PIC X(100) VALUE 'rank.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Panel-registry fields - WS-PANEL-ID stays NONE unless the
      *    caller exports PANELID; see LOOKUP-PANEL. Unlike WIREPT1/
      *    WIREPT2 the wire-pair DSNs come from CANDDD here, so the
       01 VAL-A PIC S9(9) VALUE 0.
       01 VAL-B PIC S9(9) VALUE 0.
       01 STEPS-SUM PIC 9(9) VALUE 0.
      *    Face of the crossing COUNT-STEPS is measuring to, and the
      *    face its walk is on as the vias flip it.
       01 VAL-L PIC 9(1) VALUE 1.
       01 SS-LAYER PIC 9(1) VALUE 1.

       01 SS-INDEX PIC 9(9) VALUE 0.
       01 SS-COUNTER PIC 9(9) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.

               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-DONE-CANDIDATES.
                   AT END MOVE 'Y' TO WS-ONE-EOF
                   NOT AT END
                       ADD 1 TO WS-ONE-LINE-NUM
                       ADD 1 TO WS-STEP-SEGS
                       PERFORM VALIDATE-ONE-STEP
                       IF STEP-IS-VALID
                           MOVE ONE-DIRECTION TO DIRECTION OF
                   AT END MOVE 'Y' TO WS-TWO-EOF
                   NOT AT END
                       ADD 1 TO WS-TWO-LINE-NUM
                       ADD 1 TO WS-STEP-SEGS
                       PERFORM VALIDATE-TWO-STEP
                       IF STEP-IS-VALID
                           MOVE TWO-DIRECTION TO DIRECTION OF
                   UNTIL LOOP-CTR > LATEST-INSERT2 OF GRIDSET1AND2
                   SET VAL-A TO X-COORD OF SET-ENTRY2(LOOP-CTR)
                   SET VAL-B TO Y-COORD OF SET-ENTRY2(LOOP-CTR)
                   MOVE LAYER OF SET-ENTRY2(LOOP-CTR) TO VAL-L
                   PERFORM COUNT-STEPS
                   SET STEPS-SUM TO
                       FUNCTION MIN ( STEPS-SUM SS-NUM-STEPS )
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                       ADD 1 TO NAVX
                       SUBTRACT 1 FROM NAVY
                   END-IF
                   PERFORM STAKE-CABLE1-CELL
                END-PERFORM
      *    A via moves no cells - the wire carries on along the other
      *    face, and the via's cell is staked out there as well.
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM STAKE-CABLE1-CELL
                   END-IF
               END-IF
               END-IF
            END-PERFORM.

       STAKE-CABLE1-CELL.
      *    One cell of cable 1's walk, (NAVX, NAVY) on the face
      *    cable 1 is running on.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   ADD 1 TO WS-GRID-COUNT
                   MOVE CH1 TO GR-CHAR
                   PERFORM SET-GRID-SHAPE
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE CH1 TO GR-CHAR
                   REWRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE REWRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       WALK-CABLE-TWO.
      *    Walk cable 2 and cross-check every cell against the
      *    already-populated GRIDFILE - same technique as WIREPT2.
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                       ADD 1 TO NAVX
                       SUBTRACT 1 FROM NAVY
                   END-IF
                   PERFORM CHECK-CABLE2-CELL
                END-PERFORM
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM CHECK-CABLE2-CELL
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       CHECK-CABLE2-CELL.
      *    One cell of cable 2's walk - a crossing only where cable 1
      *    ran on the same face.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CH2 TO CHAR OF INSERTSETENTRY2
                   MOVE NAVX TO X-COORD OF INSERTSETENTRY2
                   MOVE NAVY TO Y-COORD OF INSERTSETENTRY2
                   MOVE CURRENT-LAYER TO LAYER OF INSERTSETENTRY2
                   PERFORM INSERTION
           END-READ.

       INSERTION.
           SET SEARCHINDEX2 TO 1.
           SEARCH SET-ENTRY2 OF GRIDSET1AND2
               WHEN ( X-COORD OF INSERTSETENTRY2 = X-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND Y-COORD OF INSERTSETENTRY2 = Y-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND LAYER OF INSERTSETENTRY2 = LAYER OF
                       SET-ENTRY2(SEARCHINDEX2))
                   MOVE CHAR OF INSERTSETENTRY2 TO
                       CHAR OF SET-ENTRY2(SEARCHINDEX2)
           SET SS-CURR-Y TO VAL-B.

       COUNT-STEPS.
      * Inputs are VAL-A as x coord, VAL-B as y coord, VAL-L face,
      * CABLE-ONE and CABLE-TWO. Output is SS-NUM-STEPS.
           SET SS-NUM-STEPS TO 0.
           SET SS-INDEX TO 1.
           SET SS-CURR-X TO 0.
           SET SS-CURR-Y TO 0.
           SET SS-SHOULD-STOP TO 0.
           MOVE FRONT-LAYER TO SS-LAYER.
           PERFORM UNTIL SS-INDEX > WS-MAX-CABLE-SEGS
               OR SS-SHOULD-STOP = 1
               MOVE CONE-STUFF(SS-INDEX) TO TEMP-CABLE-STEP
           SET SS-CURR-X TO 0.
           SET SS-CURR-Y TO 0.
           SET SS-SHOULD-STOP TO 0.
           MOVE FRONT-LAYER TO SS-LAYER.
           PERFORM UNTIL SS-INDEX > WS-MAX-CABLE-SEGS
               OR SS-SHOULD-STOP = 1
               MOVE CTWO-STUFF(SS-INDEX) TO TEMP-CABLE-STEP
       COUNT-STEPS-ANOTHER-INNER.
           SET SS-COUNTER TO 0.
           SET SS-CROSSES TO 0.
      *    A via moves no steps - the wire just changes face
           IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
               IF SS-LAYER = FRONT-LAYER
                   MOVE BACK-LAYER TO SS-LAYER
               ELSE
                   MOVE FRONT-LAYER TO SS-LAYER
               END-IF
           END-IF.

           IF DIRECTION OF TEMP-CABLE-STEP = RIGHT-DIRECTION
               ADD SS-CURR-X TO NUM-STEPS OF TEMP-CABLE-STEP
                   GIVING SS-VAL-Q
               IF VAL-A <= SS-VAL-Q AND VAL-A >= SS-CURR-X AND VAL-B =
                   SS-CURR-Y AND SS-LAYER = VAL-L
                   PERFORM COUNT-STEPS-INNER-COMPUTATION
               ELSE
                   SET SS-CURR-X TO SS-VAL-Q
               ADD SS-CURR-Y TO NUM-STEPS OF TEMP-CABLE-STEP
                   GIVING SS-VAL-Q
               IF VAL-B <= SS-VAL-Q AND VAL-B >= SS-CURR-Y AND VAL-A =
                   SS-CURR-X AND SS-LAYER = VAL-L
                   PERFORM COUNT-STEPS-INNER-COMPUTATION
               ELSE
                   SET SS-CURR-Y TO SS-VAL-Q
               SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM SS-CURR-X
                   GIVING SS-VAL-Q
               IF VAL-A >= SS-VAL-Q AND VAL-A <= SS-CURR-X AND VAL-B =
                   SS-CURR-Y AND SS-LAYER = VAL-L
                   PERFORM COUNT-STEPS-INNER-COMPUTATION
               ELSE
                   SET SS-CURR-X TO SS-VAL-Q
               SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM SS-CURR-Y
                   GIVING SS-VAL-Q
               IF VAL-B >= SS-VAL-Q AND VAL-B <= SS-CURR-Y AND VAL-A =
                   SS-CURR-X AND SS-LAYER = VAL-L
                   PERFORM COUNT-STEPS-INNER-COMPUTATION
               ELSE
                   SET SS-CURR-Y TO SS-VAL-Q
                   GIVING SS-VAL-W
               IF VAL-A >= SS-VAL-Q AND VAL-A <= SS-CURR-X
                   AND VAL-B >= SS-CURR-Y AND VAL-B <= SS-VAL-W
                   AND SS-LAYER = VAL-L
                   SUBTRACT VAL-A FROM SS-CURR-X GIVING SS-VAL-U
                   SUBTRACT SS-CURR-Y FROM VAL-B GIVING SS-VAL-V
                   PERFORM COUNT-STEPS-DIAG-CHECK
                   GIVING SS-VAL-W
               IF VAL-A >= SS-CURR-X AND VAL-A <= SS-VAL-Q
                   AND VAL-B >= SS-CURR-Y AND VAL-B <= SS-VAL-W
                   AND SS-LAYER = VAL-L
                   SUBTRACT SS-CURR-X FROM VAL-A GIVING SS-VAL-U
                   SUBTRACT SS-CURR-Y FROM VAL-B GIVING SS-VAL-V
                   PERFORM COUNT-STEPS-DIAG-CHECK
                   SS-CURR-Y GIVING SS-VAL-W
               IF VAL-A >= SS-VAL-Q AND VAL-A <= SS-CURR-X
                   AND VAL-B >= SS-VAL-W AND VAL-B <= SS-CURR-Y
                   AND SS-LAYER = VAL-L
                   SUBTRACT VAL-A FROM SS-CURR-X GIVING SS-VAL-U
                   SUBTRACT VAL-B FROM SS-CURR-Y GIVING SS-VAL-V
                   PERFORM COUNT-STEPS-DIAG-CHECK
                   SS-CURR-Y GIVING SS-VAL-W
               IF VAL-A >= SS-CURR-X AND VAL-A <= SS-VAL-Q
                   AND VAL-B >= SS-VAL-W AND VAL-B <= SS-CURR-Y
                   AND SS-LAYER = VAL-L
                   SUBTRACT SS-CURR-X FROM VAL-A GIVING SS-VAL-U
                   SUBTRACT VAL-B FROM SS-CURR-Y GIVING SS-VAL-V
                   PERFORM COUNT-STEPS-DIAG-CHECK
           END-IF.
           ADD 1 TO SS-INDEX.
           IF VAL-B = SS-CURR-Y AND VAL-A = SS-CURR-X
               AND SS-LAYER = VAL-L
               SET SS-SHOULD-STOP TO 1
           END-IF.

      *    '-'/'|' for straight runs as before; the two diagonal
      *    slants chart as '/' (rising) and '\' (falling) so the
      *    grid map renders the new shapes without further change.
      *    A via's cell on the face the wire comes out on is 'O'.
           IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
               MOVE 'O' TO GR-SHAPE
           ELSE
           IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-DIRECTION
               MOVE '|' TO GR-SHAPE
                       MOVE '-' TO GR-SHAPE
                   END-IF
               END-IF
           END-IF
           END-IF.

       WRITE-CANDIDATE-RESULT.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:8) TO WS-PANEL-ID
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       LOOKUP-PANEL.
      *    A run handed a PANEL-ID reads that panel's registry record
           END-IF.

       VALIDATE-ONE-STEP.
      *    Reject anything whose DIRECTION is not one of the nine
      *    codes CABLELAY.cpy defines (U/D/L/R, the Q/E/A/C
      *    diagonals and the V via) or whose
      *    NUM-STEPS is not numeric before it ever reaches the grid.
      *    A via moves no cells, so its NUM-STEPS must be zero.
           SET STEP-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LOOP-CTR > WS-MAX-CABLE-SEGS
                   AND ONE-DIRECTION NOT = UP-RIGHT-DIRECTION
                   AND ONE-DIRECTION NOT = DOWN-LEFT-DIRECTION
                   AND ONE-DIRECTION NOT = DOWN-RIGHT-DIRECTION
                   AND ONE-DIRECTION NOT = VIA-DIRECTION
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "BAD DIRECTION" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(ONE-NUM-STEPS) NOT NUMERIC
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
                   ELSE
                       IF ONE-DIRECTION = VIA-DIRECTION
                           AND FUNCTION NUMVAL(ONE-NUM-STEPS) NOT = 0
                           SET STEP-IS-INVALID TO TRUE
                           MOVE "VIA WITH NONZERO NUM-STEPS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   AND TWO-DIRECTION NOT = UP-RIGHT-DIRECTION
                   AND TWO-DIRECTION NOT = DOWN-LEFT-DIRECTION
                   AND TWO-DIRECTION NOT = DOWN-RIGHT-DIRECTION
                   AND TWO-DIRECTION NOT = VIA-DIRECTION
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "BAD DIRECTION" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(TWO-NUM-STEPS) NOT NUMERIC
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
                   ELSE
                       IF TWO-DIRECTION = VIA-DIRECTION
                           AND FUNCTION NUMVAL(TWO-NUM-STEPS) NOT = 0
                           SET STEP-IS-INVALID TO TRUE
                           MOVE "VIA WITH NONZERO NUM-STEPS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
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
               " PROG=WIRERANK"
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
