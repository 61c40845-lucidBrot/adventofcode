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
           05 GR-KEY.
               10 GR-X PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-Y PIC S9(9) SIGN LEADING SEPARATE.
      *    Board face - see pt2.cob's GRIDFILE.
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
       01 WS-ONE-DSN PIC X(100) VALUE 'cable1.txt'.
       01 WS-GRID-DSN PIC X(100) VALUE 'grid.dat'.
       01 WS-GRID-STATUS PIC X(2) VALUE '00'.
       01 WS-CHECK-DSN PIC X(100) VALUE 'check.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Panel-registry fields - WS-PANEL-ID stays NONE unless the
      *    caller exports PANELID, in which case LOOKUP-PANEL reads
      *    the panel master and (when ONEDD/TWODD were not themselves
               05 Y-COORD PIC S9(9) SIGN LEADING SEPARATE.
               05 CHAR PIC X(1) VALUE 'E'.
               05 SHAPE PIC X(1) VALUE '.'.
               05 LAYER PIC 9(1) VALUE 1.
           03 LATEST-INSERT2B PIC 9(9) VALUE 0.
           03 WS-MAX-CROSSINGS-B PIC 9(9) COMP VALUE 100000.

           03 Y-COORD PIC S9(9) SIGN LEADING SEPARATE.
           03 CHAR PIC X(1) VALUE 'E'.
           03 SHAPE PIC X(1) VALUE '.'.
           03 LAYER PIC 9(1) VALUE 1.

       01 LOOP-CTR PIC 9(10) VALUE 1.


      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.

                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-ONE-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   PERFORM VALIDATE-ONE-STEP
                   IF STEP-IS-VALID
                       MOVE ONE-DIRECTION TO DIRECTION OF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-TWO-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   PERFORM VALIDATE-TWO-STEP
                   IF STEP-IS-VALID
                       MOVE TWO-DIRECTION TO DIRECTION OF
           PERFORM COMPARE-CROSSINGS.
           PERFORM WRITE-CHECK-REPORT.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       WALK-CABLE-ONE-INMEM.
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                   UNINITIALIZED-DIRECTION )
                   ADD WS-MAX-CABLE-SEGS TO LOOP-CTR
               ELSE
                   IF DIRECTION OF TEMP-CABLE-STEP = RIGHT-DIRECTION
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVX
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVY
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = LEFT-DIRECTION
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVX
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = DOWN-DIRECTION
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVY
                   END-IF

                   IF DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVX
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVY
                   END-IF

                   IF DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVX
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVY
                   END-IF

                   IF DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVX
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVY
                   END-IF

                   IF DIRECTION OF TEMP-CABLE-STEP =
                       DOWN-RIGHT-DIRECTION
                       ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVX
                       SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVY
                   END-IF
                   PERFORM CHECK-NAV-BOUNDS
      *            A via carries the wire on along the other face,
      *            where its cell is staked out - except at the panel
      *            origin, which WIREPT1 never stakes either
                   IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                       PERFORM SWITCH-LAYER
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                       AND NAVX = 0 AND NAVY = 0
                       CONTINUE
                   ELSE
                       SET SEARCHINDEX TO 1
                       SEARCH SET-ENTRY OF GRIDSET
                           VARYING SEARCHINDEX
                           AT END
                               ADD 1 TO LATEST-INSERT OF GRIDSET
                               MOVE CH1 TO CHAR OF
                                   SET-ENTRY(LATEST-INSERT)
                               MOVE NAVX TO X-COORD OF
                                   SET-ENTRY(LATEST-INSERT)
                               MOVE NAVY TO Y-COORD OF
                                   SET-ENTRY(LATEST-INSERT)
                               MOVE CURRENT-LAYER TO LAYER OF
                                   SET-ENTRY(LATEST-INSERT)
                           WHEN ( X-COORD OF SET-ENTRY(SEARCHINDEX) =
                                   NAVX ) AND
                               ( Y-COORD OF SET-ENTRY(SEARCHINDEX) =
                                   NAVY ) AND
                               ( LAYER OF SET-ENTRY(SEARCHINDEX) =
                                   CURRENT-LAYER )
                               MOVE CH1 TO CHAR OF
                                   SET-ENTRY(SEARCHINDEX)
                       END-SEARCH
                   END-IF
               END-IF
           END-PERFORM.

           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                   SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVY
               END-IF
               PERFORM CHECK-NAV-BOUNDS
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   AND NAVX = 0 AND NAVY = 0
                   CONTINUE
               ELSE
                   SET SEARCHINDEX TO 1
                   SEARCH SET-ENTRY OF GRIDSET
                       VARYING SEARCHINDEX
                       AT END
                           CONTINUE
                       WHEN ( X-COORD OF SET-ENTRY(SEARCHINDEX) =
                               NAVX ) AND
                           ( Y-COORD OF SET-ENTRY(SEARCHINDEX) =
                               NAVY ) AND
                           ( LAYER OF SET-ENTRY(SEARCHINDEX) =
                               CURRENT-LAYER )
                           MOVE CH2 TO CHAR OF INSERTSETENTRY2
                           MOVE NAVX TO X-COORD OF INSERTSETENTRY2
                           MOVE NAVY TO Y-COORD OF INSERTSETENTRY2
                           MOVE CURRENT-LAYER TO
                               LAYER OF INSERTSETENTRY2
                           PERFORM INSERTION
                   END-SEARCH
               END-IF
           END-PERFORM.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face. Only cells on the same face cross.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       WALK-CABLE-ONE-KEYED.
      *    Ported from WIREPT2 - stake out cable 1's path in the
      *    keyed GRIDFILE instead of the in-memory GRIDSET table.
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
      *        A via moves no cells - the wire carries on along the
      *        other face, and the via's cell is staked out there
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM STAKE-CABLE1-CELL
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       STAKE-CABLE1-CELL.
      *    One cell of cable 1's keyed walk, (NAVX, NAVY) on the face
      *    cable 1 is running on.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   ADD 1 TO WS-GRID-COUNT
                   MOVE CH1 TO GR-CHAR
                   MOVE '.' TO GR-SHAPE
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM UPDATE-GRID-BOUNDS
               NOT INVALID KEY
                   MOVE CH1 TO GR-CHAR
                   REWRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE REWRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       WALK-CABLE-TWO-KEYED.
      *    Ported from WIREPT2 - walk cable 2 cell-by-cell and record
      *    every cell already staked out by GRIDFILE (approach B's
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
      *    One cell of cable 2's keyed walk - a crossing only where
      *    cable 1 ran on the same face.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CH2 TO CHAR OF INSERTSETENTRY2B
                   MOVE NAVX TO X-COORD OF INSERTSETENTRY2B
                   MOVE NAVY TO Y-COORD OF INSERTSETENTRY2B
                   MOVE CURRENT-LAYER TO LAYER OF INSERTSETENTRY2B
                   PERFORM INSERTION-B
           END-READ.

       COMPUTE-SEGMENT-TARGET.
      *    Per-axis endpoint of the segment in TEMP-CABLE-STEP from
      *    (NAVX, NAVY). Straight codes move one axis and leave the
               WHEN ( X-COORD OF INSERTSETENTRY2 = X-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND Y-COORD OF INSERTSETENTRY2 = Y-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND LAYER OF INSERTSETENTRY2 = LAYER OF
                       SET-ENTRY2(SEARCHINDEX2))
                   MOVE CHAR OF INSERTSETENTRY2 TO
                       CHAR OF SET-ENTRY2(SEARCHINDEX2)
               WHEN ( X-COORD OF INSERTSETENTRY2B = X-COORD OF
                       SET-ENTRY2B(SEARCHINDEX2B)
                   AND Y-COORD OF INSERTSETENTRY2B = Y-COORD OF
                       SET-ENTRY2B(SEARCHINDEX2B)
                   AND LAYER OF INSERTSETENTRY2B = LAYER OF
                       SET-ENTRY2B(SEARCHINDEX2B))
                   MOVE CHAR OF INSERTSETENTRY2B TO
                       CHAR OF SET-ENTRY2B(SEARCHINDEX2B)
                           X-COORD OF SET-ENTRY2(SEARCHINDEX2) )
                       AND ( Y-COORD OF SET-ENTRY2B(SEARCHINDEX2B) =
                           Y-COORD OF SET-ENTRY2(SEARCHINDEX2) )
                       AND ( LAYER OF SET-ENTRY2B(SEARCHINDEX2B) =
                           LAYER OF SET-ENTRY2(SEARCHINDEX2) )
                       SET WS-FOUND-IN-OTHER TO 'Y'
               END-SEARCH
               IF FOUND-IN-OTHER
                           X-COORD OF SET-ENTRY2B(SEARCHINDEX2B) )
                       AND ( Y-COORD OF SET-ENTRY2(SEARCHINDEX2) =
                           Y-COORD OF SET-ENTRY2B(SEARCHINDEX2B) )
                       AND ( LAYER OF SET-ENTRY2(SEARCHINDEX2) =
                           LAYER OF SET-ENTRY2B(SEARCHINDEX2B) )
                       SET WS-FOUND-IN-OTHER TO 'Y'
               END-SEARCH
               IF NOT FOUND-IN-OTHER
                           X-COORD OF SET-ENTRY2(SEARCHINDEX2) )
                       AND ( Y-COORD OF SET-ENTRY2B(SEARCHINDEX2B) =
                           Y-COORD OF SET-ENTRY2(SEARCHINDEX2) )
                       AND ( LAYER OF SET-ENTRY2B(SEARCHINDEX2B) =
                           LAYER OF SET-ENTRY2(SEARCHINDEX2) )
                       SET WS-FOUND-IN-OTHER TO 'Y'
               END-SEARCH
               IF NOT FOUND-IN-OTHER
                   STRING "ONLY IN WIREPT1-STYLE RESULT: X="
                       X-COORD OF SET-ENTRY2(SEARCHINDEX2)
                       " Y=" Y-COORD OF SET-ENTRY2(SEARCHINDEX2)
                       " FACE=" LAYER OF SET-ENTRY2(SEARCHINDEX2)
                       DELIMITED BY SIZE INTO CHECK-LINE
                   WRITE CHECK-LINE
               END-IF
                           X-COORD OF SET-ENTRY2B(SEARCHINDEX2B) )
                       AND ( Y-COORD OF SET-ENTRY2(SEARCHINDEX2) =
                           Y-COORD OF SET-ENTRY2B(SEARCHINDEX2B) )
                       AND ( LAYER OF SET-ENTRY2(SEARCHINDEX2) =
                           LAYER OF SET-ENTRY2B(SEARCHINDEX2B) )
                       SET WS-FOUND-IN-OTHER TO 'Y'
               END-SEARCH
               IF NOT FOUND-IN-OTHER
                   STRING "ONLY IN WIREPT2-STYLE RESULT: X="
                       X-COORD OF SET-ENTRY2B(SEARCHINDEX2B)
                       " Y=" Y-COORD OF SET-ENTRY2B(SEARCHINDEX2B)
                       " FACE=" LAYER OF SET-ENTRY2B(SEARCHINDEX2B)
                       DELIMITED BY SIZE INTO CHECK-LINE
                   WRITE CHECK-LINE
               END-IF
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
               " PROG=WIRECHECK"
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
