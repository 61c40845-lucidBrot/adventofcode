               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Keyed engineering change order master maintained by
      *    WIREECO - a PANELID run only goes ahead when a RELEASED
      *    ECO for that panel names the wire-pair it is about to
      *    read, and the ECO number is stamped into the result and
      *    audit records so the traveler and the run register say
      *    which approved revision was built. See LOOKUP-ECO.
           SELECT ECOFILE ASSIGN TO DYNAMIC WS-ECO-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-NUM
               FILE STATUS IS WS-ECO-STATUS.
      *    Keyed run register - every WIREPT1/WIREPT2 run takes the
      *    next sequential RUN-ID from here and records which panel
      *    it ran for and where its PARTSDD archive went, so
       01  REJECT-LINE PIC X(80).
      *    One cell of cable 1's path, keyed on its coordinates -
      *    replaces the OCCURS 100000 GRIDSET table's SET-ENTRY rows.
      *    GR-LAYER is the board face (FRONT-LAYER/BACK-LAYER, see
      *    CABLELAY.cpy) - the same X/Y on the other face of a
      *    two-layer panel is a different cell, so wires on opposite
      *    faces never meet in this file.
       FD  GRIDFILE.
       01  GRID-RECORD.
           05 GR-KEY.
               10 GR-X PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-Y PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-LAYER PIC 9(1).
           05 GR-CHAR PIC X(1) VALUE 'E'.
           05 GR-SHAPE PIC X(1) VALUE '.'.
      *    Which wire segment first staked the cell out - a revisit
           05 CKPT-NAVY PIC S9(9).
           05 CKPT-GRID-COUNT PIC 9(9).
           05 CKPT-CROSS-COUNT PIC 9(9).
           05 CKPT-LAYER PIC 9(1).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  CLEARFILE.
       01  CLEAR-LINE PIC X(120).
       FD  SELFFILE.
      *    cross (standard sleeve), 'D' a crossing involving a
      *    diagonal Q/E/A/C run (angled junction clip), 'C' a
      *    crossing at a corner cell (wide saddle). See
      *    CLASSIFY-CROSSING. 'V' is not a crossing at all but a
      *    via - one record per place a wire passes through a
      *    two-layer board, PARTS-CHAR naming the cable - so the
      *    via hardware is ordered off the same list. See
      *    BUILD-VIA-LIST.
           05 PARTS-CLASS PIC X(1).
      *    RUN-ID from the run register, so an archived crossing
      *    list names the run that produced it - see ASSIGN-RUN-ID.
           05 PNL-INSTALL-DATE PIC X(8).
           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
      *    One ECO, keyed on its ECO number - layout shared with
      *    wireeco.cob (the maintenance program) and the ECOFILE FD
      *    in pt1.cob; do not change one without changing the others
      *    to match.
       FD  ECOFILE.
       01  ECO-RECORD.
           05 ECO-NUM PIC X(8).
           05 ECO-PANEL-ID PIC X(8).
           05 ECO-OLD-ONE-DSN PIC X(40).
           05 ECO-OLD-TWO-DSN PIC X(40).
           05 ECO-NEW-ONE-DSN PIC X(40).
           05 ECO-NEW-TWO-DSN PIC X(40).
           05 ECO-REASON PIC X(40).
           05 ECO-REQUESTER PIC X(8).
           05 ECO-APPROVER PIC X(8).
           05 ECO-STATUS PIC X(9).
               88 ECO-IS-RELEASED VALUE 'RELEASED'.
           05 ECO-EFFECTIVE-DATE PIC X(8).
      *    One register entry per WIREPT1/WIREPT2 run, keyed on the
      *    sequential RUN-ID - layout shared with the RUNREGFILE FDs
      *    in pt1.cob/wirecomp.cob/wirevrfy.cob; do not change one
      *    without changing the others to match.
       FD  RUNREGFILE.
       01  RUNREG-RECORD.
           05 RR-RUN-ID PIC 9(8).
           05 RR-PANEL-ID PIC X(8).
           05 RR-DATE PIC X(8).
           05 RR-PARTS-DSN PIC X(100).
      *        The RELEASED ECO the run was built under (see
      *        LOOKUP-ECO) - NONE for a run with no PANELID.
           05 RR-ECO-NUM PIC X(8).
      *        Control totals of the two wire-step files exactly as
      *        this run read them - record count, NUM-STEPS summed
      *        per direction code (U/D/L/R/Q/E/A/C in that order),
      *        and a hash total of every byte - so WIREVRFY can prove
      *        later that the files a panel is built from are still
      *        the files that were analyzed. See
      *        ACCUMULATE-CONTROL-TOTALS/REGISTER-CONTROL-TOTALS.
           05 RR-ONE-DSN PIC X(100).
           05 RR-ONE-TOTALS.
               10 RR-ONE-RECORDS PIC 9(9).
               10 RR-ONE-DIR-STEPS PIC 9(11) OCCURS 8 TIMES.
               10 RR-ONE-HASH PIC 9(9).
           05 RR-TWO-DSN PIC X(100).
           05 RR-TWO-TOTALS.
               10 RR-TWO-RECORDS PIC 9(9).
               10 RR-TWO-DIR-STEPS PIC 9(11) OCCURS 8 TIMES.
               10 RR-TWO-HASH PIC 9(9).
       FD  ARCHPARTSFILE.
       01  ARCH-PARTS-LINE PIC X(30).
       FD  GRIDMAPFILE.
       01 WS-HAVE-REG PIC X(1) VALUE 'N'.
           88 HAVE-REG VALUE 'Y'.
       01 WS-MAP-DSN PIC X(100) VALUE 'gridmap.txt'.
      *    ECO control fields - see LOOKUP-ECO. WS-ECO-NUM stays
      *    NONE for a run with no PANELID; a PANELID run whose
      *    wire-pair has no RELEASED ECO behind it is refused.
       01 WS-ECO-DSN PIC X(100) VALUE 'eco.dat'.
       01 WS-ECO-STATUS PIC X(2) VALUE '00'.
       01 WS-ECO-NUM PIC X(8) VALUE 'NONE'.
       01 WS-ECO-EFF-DATE PIC X(8) VALUE SPACES.
      *    The panel's latest RELEASED ECO already in effect - by
      *    effective date, then ECO number - whose new pair is the
      *    one the panel must now be built from, and a RELEASED ECO
      *    for this run's own pair that is not in effect until later.
       01 WS-ECO-LAST-NUM PIC X(8) VALUE SPACES.
       01 WS-ECO-LAST-DATE PIC X(8) VALUE SPACES.
       01 WS-ECO-LAST-ONE-DSN PIC X(40) VALUE SPACES.
       01 WS-ECO-LAST-TWO-DSN PIC X(40) VALUE SPACES.
       01 WS-ECO-FUTURE-NUM PIC X(8) VALUE SPACES.
       01 WS-ECO-FUTURE-DATE PIC X(8) VALUE SPACES.
       01 WS-ECO-REFUSED PIC X(1) VALUE 'N'.
           88 ECO-REFUSED VALUE 'Y'.
      *    Wire-step file control totals, one set per cable, laid
      *    out exactly like RR-ONE-TOTALS/RR-TWO-TOTALS so each set
      *    moves onto the register whole. Same arithmetic as the
      *    FP- fields in pt1.cob and wirevrfy.cob - do not change one
      *    without changing the others to match, or every panel
      *    will verify as edited. See ACCUMULATE-CONTROL-TOTALS.
       01 FP-TABLE.
           03 FP-CABLE OCCURS 2 TIMES.
               05 FP-RECORDS PIC 9(9).
               05 FP-DIR-STEPS PIC 9(11) OCCURS 8 TIMES.
               05 FP-HASH PIC 9(9).
       01 WS-FP-LINE PIC X(10).
       01 WS-FP-CABLE PIC 9(1) VALUE 1.
       01 WS-FP-DIR-IDX PIC 9(1) VALUE 0.
       01 WS-FP-POS PIC 9(2) VALUE 0.
       01 WS-FP-REC-VALUE PIC 9(9) VALUE 0.
      *    Who launched the run - WIREMENU's sign-on exports the
      *    operator id as OPERID; a run submitted straight from a
      *    job without one is stamped NONE as before.
      *    first.
       01 WS-AUDIT-RC PIC 9(3) VALUE 0.

      *    Step start/end stamps and panel-size figures, carried on
      *    the audit line - see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Checkpoint/restart working fields - see LOAD-CHECKPOINT,
      *    WRITE-CHECKPOINT-1/WRITE-CHECKPOINT-2. WS-RESUME-STAGE of
      *    SPACE means no checkpoint was found (a fresh run); '1'
       01 WS-RESUME-NAVY PIC S9(9) VALUE 0.
       01 WS-RESUME-GRID-COUNT PIC 9(9) VALUE 0.
       01 WS-RESUME-CROSS-COUNT PIC 9(9) VALUE 0.
       01 WS-RESUME-LAYER PIC 9(1) VALUE 1.

      *    Segment-geometry mode - GEOMODE=Y keeps only the segment
      *    endpoints the CONE-STUFF/CTWO-STUFF tables already hold
               05 SG1-YLO PIC S9(9) USAGE IS COMPUTATIONAL.
               05 SG1-YHI PIC S9(9) USAGE IS COMPUTATIONAL.
               05 SG1-ORIENT PIC X(1).
               05 SG1-LAYER PIC 9(1).
       01 WS-SEG1-COUNT PIC 9(9) VALUE 0.
       01 SEG2-TABLE.
           03 SEG2-ENTRY OCCURS 20000 TIMES.
               05 SG2-YLO PIC S9(9) USAGE IS COMPUTATIONAL.
               05 SG2-YHI PIC S9(9) USAGE IS COMPUTATIONAL.
               05 SG2-ORIENT PIC X(1).
               05 SG2-LAYER PIC 9(1).
       01 WS-SEG2-COUNT PIC 9(9) VALUE 0.
       01 S1-IDX PIC 9(9) VALUE 0.
       01 S2-IDX PIC 9(9) VALUE 0.
       01 GEO-CROSS-X PIC S9(9) USAGE IS COMPUTATIONAL VALUE 0.
       01 GEO-CROSS-Y PIC S9(9) USAGE IS COMPUTATIONAL VALUE 0.
       01 GEO-CROSS-LAYER PIC 9(1) VALUE 1.

      *    Clearance-check working fields - see CHECK-CLEARANCE.
      *    A stretch is consecutive cells of cable 2's walk, each of
       01 VAL-B PIC S9(9) VALUE 0.
       01 STEPS-SUM PIC 9(9) VALUE 0.
       01 VAL-E PIC 9(9) VALUE 0.
      *    Face of the crossing COUNT-STEPS is measuring to - the
      *    cable must reach VAL-A/VAL-B on that face, and SS-LAYER
      *    tracks the face its walk is on as the vias flip it.
       01 VAL-L PIC 9(1) VALUE 1.
       01 SS-LAYER PIC 9(1) VALUE 1.

       01 SS-INDEX PIC 9(9) VALUE 0.
       01 SS-COUNTER PIC 9(9) VALUE 0.
      *    real panel-sized wiring job.
       01 GM-MAX-AREA PIC 9(9) VALUE 10000.
       01 GM-MAX-WIDTH PIC 9(9) VALUE 200.
      *    Face being charted - a panel with vias prints its front
      *    and back faces as two maps, one under the other, with
      *    the vias marked 'O' on both. See PRINT-FACE-MAP.
       01 GM-LAYER PIC 9(1) VALUE 1.
       01 GM-IS-VIA PIC X(1) VALUE 'N'.
           88 GM-CELL-IS-VIA VALUE 'Y'.
      *    Detail records on PARTSDD - crossings plus vias - for the
      *    trailer. See WRITE-PARTS-FILE.
       01 WS-PARTS-TOTAL PIC 9(9) VALUE 0.
      *    Cable BUILD-VIA-LIST is listing the vias of.
       01 WS-VIA-CABLE PIC 9(1) VALUE 1.



      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the run's start first thing, so the audit line's
      *    elapsed time covers the whole run - see END-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.
           PERFORM LOOKUP-ECO.
      *    A refused run is still written to the audit trail (RC 8,
      *    ECO=NONE) so the refusal is on record, but it takes no
      *    RUN-ID and touches none of the run's outputs.
           IF ECO-REFUSED
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
           PERFORM ASSIGN-RUN-ID.
           INITIALIZE FP-TABLE.
           PERFORM LOAD-CHECKPOINT.

           OPEN OUTPUT REJECTFILE.
      *                    WS-CONTENT
                   NOT AT END
                   ADD 1 TO WS-ONE-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE ONE-STEP-LINE TO WS-FP-LINE
                   MOVE 1 TO WS-FP-CABLE
                   PERFORM ACCUMULATE-CONTROL-TOTALS
                   PERFORM VALIDATE-ONE-STEP
                   IF STEP-IS-VALID
                       MOVE ONE-DIRECTION TO DIRECTION OF
      *                    WS-CONTENT
                   NOT AT END
                   ADD 1 TO WS-TWO-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE TWO-STEP-LINE TO WS-FP-LINE
                   MOVE 2 TO WS-FP-CABLE
                   PERFORM ACCUMULATE-CONTROL-TOTALS
                   PERFORM VALIDATE-TWO-STEP
                   IF STEP-IS-VALID
                       MOVE TWO-DIRECTION TO DIRECTION OF
           END-PERFORM.
      *DISPLAY "CABLE: "CABLE-TWO.
           CLOSE TWOINPUTFILE.
           PERFORM REGISTER-CONTROL-TOTALS.
           CLOSE REJECTFILE.
           IF WS-REJECT-COUNT > 0
               DISPLAY "VALIDATION: "WS-REJECT-COUNT" RECORD(S) "
                   FROM 1 BY 1 UNTIL LOOP-CTR > LATEST-INSERT2
                   SET VAL-A TO X-COORD OF SET-ENTRY2(LOOP-CTR)
                   SET VAL-B TO Y-COORD OF SET-ENTRY2(LOOP-CTR)
                   MOVE LAYER OF SET-ENTRY2(LOOP-CTR) TO VAL-L
      * VAL-A and VAL-B are inputs to Procedure COUNT-STEPS.
      * As are the cables stored in CABLE-ONE and CABLE-TWO
      * Output will
           END-IF.

           PERFORM COMPUTE-MIN-DISTANCE.
           PERFORM BUILD-VIA-LIST.
           PERFORM PRINT-GRID-MAP.
           PERFORM SUMMARY-REPORT.
           PERFORM WRITE-RESULT-FILE.
               SET NAVX TO WS-RESUME-NAVX
               SET NAVY TO WS-RESUME-NAVY
               SET WS-GRID-COUNT TO WS-RESUME-GRID-COUNT
               MOVE WS-RESUME-LAYER TO CURRENT-LAYER
           ELSE
               SET LOOP-CTR TO 0
               SET NAVX TO 0
               SET NAVY TO 0
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
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
      *    Checkpoint every WS-CKPT-INTERVAL segments so a run killed
      *    mid-cable can resume close to where it left off. Inside the
      *    ELSE so the end-of-cable sentinel's LOOP-CTR-inflating exit
               END-IF
            END-PERFORM.

       STAKE-CABLE1-CELL.
      *    One cell of cable 1's walk - look up (NAVX, NAVY) on the
      *    face cable 1 is running on in GRIDFILE and if it is not
      *    there, add it
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   ADD 1 TO WS-GRID-COUNT
                   MOVE CH1 TO GR-CHAR
                   MOVE LOOP-CTR TO GR-SEG
                   PERFORM SET-GRID-SHAPE
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - STATUS "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM UPDATE-GRID-BOUNDS
                   DISPLAY "["LOOP-CTR"] INSERTED CABLE1: ("
                   NAVX", "NAVY") at ["WS-GRID-COUNT"]"
               NOT INVALID KEY
      *            Cable 1 crossing its own earlier path is a defect
      *            the bench must inspect - except when a stage-'1'
      *            restart is replaying the cells written between the
      *            last checkpoint and the kill point (same segment
      *            number, which a genuine revisit can never carry),
      *            the same guard CABLE2-CELL-HIT applies
                   IF GR-SEG NOT = LOOP-CTR
                       MOVE 1 TO WS-SELF-CABLE
                       MOVE GR-SEG TO WS-SELF-SEG1
                       PERFORM RECORD-SELF-CROSSING
                   END-IF
                   MOVE CH1 TO GR-CHAR
                   REWRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE REWRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   DISPLAY "MODIFIED CABLE1: ("NAVX", "NAVY")"
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
      *    Store second cable and find intersections with cable 1's
      *    already-populated GRIDFILE. GRIDSET1AND2 (the crossing list
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                       SUBTRACT 1 FROM NAVY
                   END-IF

                   PERFORM STAKE-CABLE2-CELL
                END-PERFORM
      *    A via - any stretch of adjacency ends with the face it ran
      *    along, and the via's cell is staked out on the new face.
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM CLOSE-ADJ-RUN
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM STAKE-CABLE2-CELL
                   END-IF
               END-IF
      *    Checkpoint every WS-CKPT-INTERVAL segments so a run killed
      *    mid-cable can resume close to where it left off. Inside the
      *    ELSE so the end-of-cable sentinel's LOOP-CTR-inflating exit
               END-IF
           END-PERFORM.

       STAKE-CABLE2-CELL.
      *    One cell of cable 2's walk, (NAVX, NAVY) on CURRENT-LAYER -
      *    only cable 1 cells on the same face are crossed.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
      *            Not crossed by cable 1 - stake cable 2's own
      *            cell out (CH2) so a later cable 2 visit is
      *            caught as a self-crossing
                   MOVE 'N' TO WS-CELL-ON-CABLE1
                   MOVE CH2 TO GR-CHAR
                   MOVE LOOP-CTR TO GR-SEG
                   PERFORM SET-GRID-SHAPE
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - STATUS "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   DISPLAY "NOPE"
               NOT INVALID KEY
                   PERFORM CABLE2-CELL-HIT
           END-READ.
           PERFORM CHECK-CLEARANCE.

       CHECK-CLEARANCE.
      *    Clearance check for the cell cable 2 just landed on. A
      *    cell that itself sits on cable 1 is a crossing, not an
      *    One neighboring coordinate - adjacency means cable 1 ran
      *    through it. GRIDFILE also carries cable 2's own cells
      *    (CH2, kept for the self-crossing check), and a cable is
      *    not adjacent to itself. Only the face cable 2 is running
      *    on counts - the board lies between it and the other one.
           MOVE CLR-X TO GR-X.
           MOVE CLR-Y TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   CONTINUE
               MOVE CH2 TO CHAR OF INSERTSETENTRY2
               MOVE NAVX TO X-COORD OF INSERTSETENTRY2
               MOVE NAVY TO Y-COORD OF INSERTSETENTRY2
               MOVE CURRENT-LAYER TO LAYER OF INSERTSETENTRY2
               PERFORM CLASSIFY-CROSSING
               MOVE WS-CROSS-CLASS TO SHAPE OF INSERTSETENTRY2
               DISPLAY "FOUND VISITED BY BOTH: ("NAVX", "NAVY")"
      *    how cable 1 ran through it ('/'/'\' diagonal, '+' a
      *    corner - see SET-GRID-SHAPE), TEMP-CABLE-STEP says how
      *    cable 2 is running, and a crossing on the last cell of
      *    cable 2's segment sits on one of ITS corners - as does one
      *    on a via of cable 1's ('O'), where its wire turns through
      *    the board. A diagonal on either side takes the angled clip
      *    even at a corner - the clip seats where a saddle will not.
           IF DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
               OR GR-SHAPE = '/' OR GR-SHAPE = '\'
               MOVE 'D' TO WS-CROSS-CLASS
           ELSE
               IF GR-SHAPE = '+' OR GR-SHAPE = 'O'
                   OR ( NAVX = NAVX-POST AND NAVY = NAVY-POST )
                   MOVE 'C' TO WS-CROSS-CLASS
               ELSE
      *    uses, with lows and highs normalized so CROSS-SEGMENTS
      *    can range-test without caring which way the wire ran.
      *    Zero-step segments stake out no new cells in the cell
      *    walk, so they are not stored here either. A via is one of
      *    those, but it switches the face every later segment is
      *    stored on - the segment out of a via starts on the via's
      *    cell, so that cell's new-face stake is covered too.
           SET WS-SEG1-COUNT TO 0.
           MOVE 'N' TO WS-GEO-DIAG-FOUND.
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                   IF NUM-STEPS OF TEMP-CABLE-STEP > 0
                       PERFORM STORE-SEGMENT-ONE
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                       PERFORM SWITCH-LAYER
                   END-IF
                   SET NAVX TO NAVX-POST
                   SET NAVY TO NAVY-POST
               END-IF
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
                   IF NUM-STEPS OF TEMP-CABLE-STEP > 0
                       PERFORM STORE-SEGMENT-TWO
                   END-IF
                   IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                       PERFORM SWITCH-LAYER
                   END-IF
                   SET NAVX TO NAVX-POST
                   SET NAVY TO NAVY-POST
               END-IF
           ELSE
               MOVE 'V' TO SG1-ORIENT(WS-SEG1-COUNT)
           END-IF.
           MOVE CURRENT-LAYER TO SG1-LAYER(WS-SEG1-COUNT).

       STORE-SEGMENT-TWO.
           ADD 1 TO WS-SEG2-COUNT.
           ELSE
               MOVE 'V' TO SG2-ORIENT(WS-SEG2-COUNT)
           END-IF.
           MOVE CURRENT-LAYER TO SG2-LAYER(WS-SEG2-COUNT).

       CROSS-SEGMENTS.
      *    Every horizontal of one cable against every vertical of
      *    the other - the crossing, when the ranges overlap, is at
      *    (vertical's X, horizontal's Y). INSERTION dedups repeat
      *    visits to the same cell exactly as the cell walk's
      *    GRIDFILE hits do. Segments on opposite faces of the board
      *    never cross.
           SET S1-IDX TO 1.
           PERFORM UNTIL S1-IDX > WS-SEG1-COUNT
               SET S2-IDX TO 1
               PERFORM UNTIL S2-IDX > WS-SEG2-COUNT
                   IF SG1-LAYER(S1-IDX) = SG2-LAYER(S2-IDX)
                       PERFORM CHECK-SEGMENT-PAIR
                   END-IF
                   ADD 1 TO S2-IDX
               END-PERFORM
               ADD 1 TO S1-IDX
      *    on an end of either segment's range - the cell where
      *    that wire bends - and 'S' otherwise, matching what
      *    CLASSIFY-CROSSING decides on the cell walk.
           MOVE SG1-LAYER(S1-IDX) TO GEO-CROSS-LAYER.
           IF SG1-ORIENT(S1-IDX) = 'H' AND SG2-ORIENT(S2-IDX) = 'V'
               IF SG2-XLO(S2-IDX) >= SG1-XLO(S1-IDX)
                   AND SG2-XLO(S2-IDX) <= SG1-XHI(S1-IDX)
               MOVE CH2 TO CHAR OF INSERTSETENTRY2
               MOVE GEO-CROSS-X TO X-COORD OF INSERTSETENTRY2
               MOVE GEO-CROSS-Y TO Y-COORD OF INSERTSETENTRY2
               MOVE GEO-CROSS-LAYER TO LAYER OF INSERTSETENTRY2
               MOVE WS-CROSS-CLASS TO SHAPE OF INSERTSETENTRY2
               PERFORM INSERTION
           END-IF.

       LOOKUP-ECO.
      *    A PANELID run may only build from a wire-pair that a
      *    RELEASED engineering change order put on the panel - the
      *    ECO master is walked for the panel's latest RELEASED ECO
      *    in effect today (latest effective date, then highest ECO
      *    number), and the run goes ahead only if that ECO's new
      *    pair is exactly the ONEDD/TWODD this run is about to read
      *    (after LOOKUP-PANEL has resolved them). An older ECO for
      *    the pair does not do - a later one has superseded it - nor
      *    does one whose effective date has not yet come. Anything
      *    else, or no ECO master to look in, refuses the run RC 8 -
      *    a pair changed through WIREPNLM (or overridden on the
      *    job) without the current ECO behind it is exactly what
      *    this is here to stop. A run with no PANELID is not a
      *    panel build and is left alone, stamped ECO=NONE.
           IF WS-PANEL-ID NOT = 'NONE'
               OPEN INPUT ECOFILE
               IF WS-ECO-STATUS NOT = '00'
                   DISPLAY "ECO MASTER OPEN FAILED - STATUS "
                       WS-ECO-STATUS
               ELSE
                   PERFORM UNTIL WS-ECO-STATUS NOT = '00'
                       READ ECOFILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               PERFORM CHECK-ECO-MATCH
                       END-READ
                   END-PERFORM
                   CLOSE ECOFILE
               END-IF
               IF WS-ECO-LAST-NUM NOT = SPACES
                   AND WS-ECO-LAST-ONE-DSN = WS-ONE-DSN
                   AND WS-ECO-LAST-TWO-DSN = WS-TWO-DSN
                   MOVE WS-ECO-LAST-NUM TO WS-ECO-NUM
                   MOVE WS-ECO-LAST-DATE TO WS-ECO-EFF-DATE
               END-IF
               IF WS-ECO-NUM = 'NONE'
                   EVALUATE TRUE
                       WHEN WS-ECO-FUTURE-NUM NOT = SPACES
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " ECO " FUNCTION TRIM(WS-ECO-FUTURE-NUM)
                               " FOR "
                               FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " NOT EFFECTIVE UNTIL "
                               WS-ECO-FUTURE-DATE " - RUN REFUSED"
                       WHEN WS-ECO-LAST-NUM NOT = SPACES
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " IS UNDER ECO "
                               FUNCTION TRIM(WS-ECO-LAST-NUM)
                               " EFFECTIVE " WS-ECO-LAST-DATE " FOR "
                               FUNCTION TRIM(WS-ECO-LAST-ONE-DSN) "/"
                               FUNCTION TRIM(WS-ECO-LAST-TWO-DSN)
                               ", NOT " FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " - RUN REFUSED"
                       WHEN OTHER
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " HAS NO RELEASED ECO FOR "
                               FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " - RUN REFUSED"
                   END-EVALUATE
                   MOVE 'Y' TO WS-ECO-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "BUILT UNDER ECO " WS-ECO-NUM
                       " EFFECTIVE " WS-ECO-EFF-DATE
               END-IF
           END-IF.

       CHECK-ECO-MATCH.
      *    Keep the latest RELEASED ECO for the panel that is in
      *    effect by today's date; one dated after today is only
      *    noted, when it is for this run's pair, for the refusal.
           IF ECO-PANEL-ID = WS-PANEL-ID
               AND ECO-IS-RELEASED
               IF ECO-EFFECTIVE-DATE > WS-STEP-START-TS(1:8)
                   IF ECO-NEW-ONE-DSN = WS-ONE-DSN
                       AND ECO-NEW-TWO-DSN = WS-TWO-DSN
                       MOVE ECO-NUM TO WS-ECO-FUTURE-NUM
                       MOVE ECO-EFFECTIVE-DATE TO WS-ECO-FUTURE-DATE
                   END-IF
               ELSE
                   IF WS-ECO-LAST-NUM = SPACES
                       OR ECO-EFFECTIVE-DATE > WS-ECO-LAST-DATE
                       OR (ECO-EFFECTIVE-DATE = WS-ECO-LAST-DATE
                           AND ECO-NUM > WS-ECO-LAST-NUM)
                       MOVE ECO-NUM TO WS-ECO-LAST-NUM
                       MOVE ECO-EFFECTIVE-DATE TO WS-ECO-LAST-DATE
                       MOVE ECO-NEW-ONE-DSN TO WS-ECO-LAST-ONE-DSN
                       MOVE ECO-NEW-TWO-DSN TO WS-ECO-LAST-TWO-DSN
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-CONTROL-TOTALS.
      *    Fold one raw wire-step line (WS-FP-LINE, for cable
      *    WS-FP-CABLE) into that cable's control totals - every
      *    line counts, rejected or not, since the point is to
      *    fingerprint the file rather than the path. NUM-STEPS is
      *    summed under its direction code when both are good; the
      *    hash weights each of the ten bytes by its position and
      *    folds the lines in order, so a changed, swapped, added
      *    or dropped line all move it.
           ADD 1 TO FP-RECORDS(WS-FP-CABLE).
           MOVE 0 TO WS-FP-DIR-IDX.
           EVALUATE WS-FP-LINE(1:1)
               WHEN UP-DIRECTION
                   MOVE 1 TO WS-FP-DIR-IDX
               WHEN DOWN-DIRECTION
                   MOVE 2 TO WS-FP-DIR-IDX
               WHEN LEFT-DIRECTION
                   MOVE 3 TO WS-FP-DIR-IDX
               WHEN RIGHT-DIRECTION
                   MOVE 4 TO WS-FP-DIR-IDX
               WHEN UP-LEFT-DIRECTION
                   MOVE 5 TO WS-FP-DIR-IDX
               WHEN UP-RIGHT-DIRECTION
                   MOVE 6 TO WS-FP-DIR-IDX
               WHEN DOWN-LEFT-DIRECTION
                   MOVE 7 TO WS-FP-DIR-IDX
               WHEN DOWN-RIGHT-DIRECTION
                   MOVE 8 TO WS-FP-DIR-IDX
           END-EVALUATE.
           IF WS-FP-DIR-IDX > 0
               AND FUNCTION TRIM(WS-FP-LINE(2:9)) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-FP-LINE(2:9))
                   TO FP-DIR-STEPS(WS-FP-CABLE, WS-FP-DIR-IDX)
           END-IF.
           MOVE 0 TO WS-FP-REC-VALUE.
           MOVE 1 TO WS-FP-POS.
           PERFORM UNTIL WS-FP-POS > 10
               COMPUTE WS-FP-REC-VALUE = WS-FP-REC-VALUE
                   + FUNCTION ORD(WS-FP-LINE(WS-FP-POS:1)) * WS-FP-POS
               ADD 1 TO WS-FP-POS
           END-PERFORM.
           COMPUTE FP-HASH(WS-FP-CABLE) = FUNCTION MOD(
               FP-HASH(WS-FP-CABLE) * 31 + WS-FP-REC-VALUE,
               999999937).

       REGISTER-CONTROL-TOTALS.
      *    Both wire-step files are read - put the DSNs and control
      *    totals on this run's register entry (written blank by
      *    ASSIGN-RUN-ID, which runs before the files are opened).
      *    An unregistered run has nowhere to put them.
           IF HAVE-REG
               OPEN I-O RUNREGFILE
               IF WS-REG-STATUS NOT = '00'
                   DISPLAY "RUN REGISTER REOPEN FAILED - STATUS "
                       WS-REG-STATUS " - CONTROL TOTALS NOT REGISTERED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-RUN-ID TO RR-RUN-ID
                   READ RUNREGFILE
                       INVALID KEY
                           DISPLAY "RUN " WS-RUN-ID " NOT ON REGISTER"
                               " - CONTROL TOTALS NOT REGISTERED"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       NOT INVALID KEY
                           MOVE WS-ONE-DSN TO RR-ONE-DSN
                           MOVE FP-CABLE(1) TO RR-ONE-TOTALS
                           MOVE WS-TWO-DSN TO RR-TWO-DSN
                           MOVE FP-CABLE(2) TO RR-TWO-TOTALS
                           REWRITE RUNREG-RECORD
                           IF WS-REG-STATUS NOT = '00'
                               DISPLAY "RUN REGISTER REWRITE FAILED - "
                                   WS-REG-STATUS
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE RUNREGFILE
               END-IF
           END-IF.

       ASSIGN-RUN-ID.
      *    Take the next sequential RUN-ID off the keyed run
      *    register and record this run on it - panel and date
               MOVE WS-RUN-ID TO RR-RUN-ID
               MOVE 'WIREPT2' TO RR-PROG
               MOVE WS-PANEL-ID TO RR-PANEL-ID
               MOVE WS-ECO-NUM TO RR-ECO-NUM
               MOVE SPACES TO RR-ONE-DSN
               MOVE SPACES TO RR-TWO-DSN
               INITIALIZE RR-ONE-TOTALS
               INITIALIZE RR-TWO-TOTALS
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO RR-DATE
               MOVE SPACES TO RR-PARTS-DSN
                       MOVE CKPT-NAVY TO WS-RESUME-NAVY
                       MOVE CKPT-GRID-COUNT TO WS-RESUME-GRID-COUNT
                       MOVE CKPT-CROSS-COUNT TO WS-RESUME-CROSS-COUNT
      *                A checkpoint from before panels had two faces
      *                is short a layer - its cable was on the front
                       IF CKPT-LAYER IS NUMERIC
                           MOVE CKPT-LAYER TO WS-RESUME-LAYER
                       ELSE
                           MOVE FRONT-LAYER TO WS-RESUME-LAYER
                       END-IF
               END-READ
               CLOSE CHECKPTFILE
           END-IF.
           MOVE NAVY TO CKPT-NAVY.
           MOVE WS-GRID-COUNT TO CKPT-GRID-COUNT.
           MOVE 0 TO CKPT-CROSS-COUNT.
           MOVE CURRENT-LAYER TO CKPT-LAYER.
           OPEN OUTPUT CHECKPTFILE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPTFILE.
           MOVE NAVY TO CKPT-NAVY.
           MOVE WS-GRID-COUNT TO CKPT-GRID-COUNT.
           MOVE LATEST-INSERT2 OF GRIDSET1AND2 TO CKPT-CROSS-COUNT.
           MOVE CURRENT-LAYER TO CKPT-LAYER.
           OPEN OUTPUT CHECKPTFILE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPTFILE.
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ECO-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MAPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAP-DSN
      *    Append one line to AUDITDD recording this run's inputs and
      *    headline results - unlike RESULTDD (overwritten every run),
      *    AUDITDD accumulates across runs so the history survives.
           PERFORM END-STEP-TIMING.
           MOVE WS-STEP-END-TS TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING "TS=" WS-AUDIT-TIMESTAMP
               " PROG=WIREPT2"
               " RUN=" WS-RUN-ID
               " USER=" FUNCTION TRIM(WS-OPER-ID)
               " PANEL=" FUNCTION TRIM(WS-PANEL-ID)
               " ECO=" FUNCTION TRIM(WS-ECO-NUM)
               " ONE=" FUNCTION TRIM(WS-ONE-DSN)
               " TWO=" FUNCTION TRIM(WS-TWO-DSN)
               " CROSSINGS=" LATEST-INSERT2 OF GRIDSET1AND2
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           STRING FUNCTION TRIM(AUDIT-LINE) " RC=" WS-AUDIT-RC
               DELIMITED BY SIZE INTO AUDIT-LINE.
      *    Batch-window timing and panel size, kept after RC= so the
      *    tags every existing reader of the trail looks for stay
      *    where they always were.
           STRING FUNCTION TRIM(AUDIT-LINE)
               " START=" WS-STEP-START-TS(1:14)
               " END=" WS-STEP-END-TS(1:14)
               " ELAPSED=" WS-STEP-ELAPSED-OUT
               " SEGS=" WS-STEP-SEGS
               " CELLS=" WS-STEP-CELLS
               DELIMITED BY SIZE INTO AUDIT-LINE.
      *    OPEN EXTEND requires the dataset to already exist - a first
      *    run on a brand-new AUDITDD gets status 35 (file not found),
      *    so fall back to OPEN OUTPUT to create it.
           CLOSE AUDITFILE.

       VALIDATE-ONE-STEP.
      *    Reject anything whose DIRECTION is not one of the nine
      *    codes CABLELAY.cpy defines (U/D/L/R, the Q/E/A/C
      *    diagonals and the V via) or whose
      *    NUM-STEPS is not numeric before it ever reaches the grid.
      *    A via moves no cells, so its NUM-STEPS must be zero.
      *    A cable already at WS-MAX-CABLE-SEGS is rejected too, rather
      *    than silently overrunning CONE-STUFF.
           SET STEP-IS-VALID TO TRUE.
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
               WHEN ( X-COORD OF INSERTSETENTRY2 = X-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND Y-COORD OF INSERTSETENTRY2 = Y-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND LAYER OF INSERTSETENTRY2 = LAYER OF
                       SET-ENTRY2(SEARCHINDEX2))
                   MOVE CHAR OF INSERTSETENTRY2 TO
                       CHAR OF SET-ENTRY2(SEARCHINDEX2)
      *    Chart cable 1's path ('-'/'|' per SHAPE) bounded to the
      *    min/max X-COORD/Y-COORD actually touched (tracked live by
      *    UPDATE-GRID-BOUNDS as GRIDFILE was built), with every
      *    GRIDSET1AND2 crossing overlaid as 'X', every via as 'O'
      *    and everything else printed as '.'. Suppressed above
      *    GM-MAX-AREA cells so a real panel-sized run doesn't try
      *    to DISPLAY a huge map one row at a time.
      *    The map goes to MAPDD as well as the job's SYSOUT, so
      *    it can travel with the panel's paperwork.
           OPEN OUTPUT GRIDMAPFILE.
                       DELIMITED BY SIZE INTO MAP-LINE
                   WRITE MAP-LINE
               ELSE
                   MOVE FRONT-LAYER TO GM-LAYER
                   PERFORM PRINT-FACE-MAP
                   IF VIA-COUNT > 0
                       MOVE BACK-LAYER TO GM-LAYER
                       PERFORM PRINT-FACE-MAP
                   END-IF
               END-IF
           END-IF.
           CLOSE GRIDMAPFILE.

       PRINT-FACE-MAP.
      *    One face's chart, rows top (GM-MAX-Y) to bottom. A panel
      *    with no vias is all front face and charts exactly as it
      *    always has; otherwise each face is headed, and a via's
      *    cell reads 'O' on both unless a crossing on the face
      *    being charted sits there.
           IF VIA-COUNT > 0
               MOVE SPACES TO MAP-LINE
               IF GM-LAYER = FRONT-LAYER
                   MOVE "FRONT FACE" TO MAP-LINE
               ELSE
                   MOVE "BACK FACE" TO MAP-LINE
               END-IF
               DISPLAY FUNCTION TRIM ( MAP-LINE )
               WRITE MAP-LINE
           END-IF.
           SET GM-Y TO GM-MAX-Y.
           PERFORM UNTIL GM-Y < GM-MIN-Y
               MOVE SPACES TO GM-ROW
               SET GM-ROW-LEN TO 0
               SET GM-X TO GM-MIN-X
               PERFORM UNTIL GM-X > GM-MAX-X
                   MOVE '.' TO GM-CELL-CHAR
                   MOVE GM-X TO GR-X
                   MOVE GM-Y TO GR-Y
                   MOVE GM-LAYER TO GR-LAYER
                   READ GRIDFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GR-SHAPE TO GM-CELL-CHAR
                   END-READ
                   SET GM-IS-VIA TO 'N'
                   SET VIAINDEX TO 1
                   SEARCH VIA-ENTRY
                       VARYING VIAINDEX
                       AT END
                           CONTINUE
                       WHEN
                           VIAINDEX > VIA-COUNT
                           CONTINUE
                       WHEN
                           ( VIA-X(VIAINDEX) = GM-X )
                           AND
                           ( VIA-Y(VIAINDEX) = GM-Y )
                           SET GM-IS-VIA TO 'Y'
                   END-SEARCH
                   IF GM-CELL-IS-VIA
                       MOVE 'O' TO GM-CELL-CHAR
                   END-IF
                   SET GM-IS-CROSSING TO 'N'
                   SET SEARCHINDEX2 TO 1
                   SEARCH SET-ENTRY2 OF GRIDSET1AND2
                       VARYING SEARCHINDEX2
                       AT END
                           CONTINUE
                       WHEN
                           ( X-COORD OF
                               SET-ENTRY2(SEARCHINDEX2) = GM-X )
                           AND
                           ( Y-COORD OF
                               SET-ENTRY2(SEARCHINDEX2) = GM-Y )
                           AND
                           ( LAYER OF
                               SET-ENTRY2(SEARCHINDEX2) = GM-LAYER )
                           SET GM-IS-CROSSING TO 'Y'
                   END-SEARCH
                   IF GM-CELL-IS-CROSSING
                       MOVE 'X' TO GM-CELL-CHAR
                   END-IF
                   ADD 1 TO GM-ROW-LEN
                   MOVE GM-CELL-CHAR TO GM-ROW(GM-ROW-LEN:1)
                   ADD 1 TO GM-X
               END-PERFORM
               DISPLAY GM-ROW(1:GM-ROW-LEN)
               MOVE SPACES TO MAP-LINE
               MOVE GM-ROW(1:GM-ROW-LEN)
                   TO MAP-LINE(1:GM-ROW-LEN)
               WRITE MAP-LINE
               SUBTRACT 1 FROM GM-Y
           END-PERFORM.

       SUMMARY-REPORT.
      *    One-page end-of-job total: wire length per cable, the
      *    bounding box GRIDSET actually used (left in GM-MIN-X/
                   ", Y "GM-MIN-Y" TO "GM-MAX-Y
           END-IF.
           DISPLAY "  CROSSING COUNT: "LATEST-INSERT2 OF GRIDSET1AND2.
           DISPLAY "  VIA COUNT: "VIA-COUNT.
           DISPLAY "  SELF-CROSSINGS DETECTED: "SELF-COUNT.
           IF WS-RESUME-STAGE NOT = SPACE
               AND NOT ( GEO-MODE AND WS-GEO-DIAG-FOUND = 'N' )
           STRING "RUN-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.
           MOVE SPACES TO RESULT-LINE.
           STRING "ECO: " WS-ECO-NUM
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.
      *    The wire lengths used to live only in this run's SYSOUT
      *    summary - archived here too so the estimating step can
      *    cost the run without anyone retyping figures off the
           CLOSE RESULTFILE.

       WRITE-PARTS-FILE.
      *    One PARTS-RECORD per GRIDSET1AND2 crossing and one per
      *    via (see BUILD-VIA-LIST) - PARTSDD, unlike
      *    RESULTDD, carries no headers or labels so a downstream
      *    parts-ordering program can read it field by field instead of
      *    parsing text. Each record is also written to the
               END-IF
               ADD 1 TO SEARCHINDEX2
           END-PERFORM.
      *    Then one class 'V' record per via, in walk order - each
      *    is a barrel the bench must fit, so it is ordered and
      *    worked like a crossing.
           SET VIAINDEX TO 1.
           PERFORM UNTIL VIAINDEX > VIA-COUNT
               MOVE VIA-X(VIAINDEX) TO PARTS-X
               MOVE VIA-Y(VIAINDEX) TO PARTS-Y
               IF VIA-CABLE(VIAINDEX) = 1
                   MOVE CH1 TO PARTS-CHAR
               ELSE
                   MOVE CH2 TO PARTS-CHAR
               END-IF
               MOVE 'V' TO PARTS-CLASS
               MOVE WS-RUN-ID TO PARTS-RUN-ID
               WRITE PARTS-RECORD
               IF HAVE-REG
                   MOVE PARTS-RECORD TO ARCH-PARTS-LINE
                   WRITE ARCH-PARTS-LINE
               END-IF
               SET VIAINDEX UP BY 1
           END-PERFORM.
      *    Trailer record carrying the detail record count (crossings
      *    plus vias) - every consumer (WIREORD/WIREEST/WIRECOMP and
      *    the bench work-order step) verifies it, so a PARTSDD
      *    truncated by an abend or a half-copied transfer fails
      *    loudly instead of being consumed silently.
           ADD LATEST-INSERT2 OF GRIDSET1AND2 VIA-COUNT
               GIVING WS-PARTS-TOTAL.
           MOVE SPACES TO PARTS-RECORD.
           STRING "TRAILER " WS-PARTS-TOTAL
               DELIMITED BY SIZE INTO PARTS-RECORD.
           WRITE PARTS-RECORD.
           IF HAVE-REG
       
       COUNT-STEPS.
      * Inputs are VAL-A as x coord , VAL-B as y coord
      *     (VAL-L the face - a wire only reaches the crossing on it)
      *     CABLE-ONE and CABLE-TWO
           SET SS-NUM-STEPS TO 0.
      * Get next step, and next, and next...
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
      * Also for the second cable. Sum together.
           PERFORM UNTIL SS-INDEX > WS-MAX-CABLE-SEGS
               OR SS-SHOULD-STOP = 1
           SET SS-COUNTER TO 0.
      * Check whether the next step crosses the goal field
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
      *             Update current position
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
           ADD 1 TO SS-INDEX.
      * Set early-abort condition
           IF VAL-B = SS-CURR-Y AND VAL-A = SS-CURR-X
               AND SS-LAYER = VAL-L
               SET SS-SHOULD-STOP TO 1
           END-IF.

       BUILD-VIA-LIST.
      *    Every via on either cable, taken from the step tables with
      *    the same COMPUTE-SEGMENT-TARGET arithmetic the walks use,
      *    so the list is whole whichever mode ran and however the
      *    run was restarted. VIA-LAYER is the face the wire comes
      *    out on.
           MOVE 0 TO VIA-COUNT.
           MOVE 1 TO WS-VIA-CABLE.
           PERFORM BUILD-VIA-LIST-CABLE.
           MOVE 2 TO WS-VIA-CABLE.
           PERFORM BUILD-VIA-LIST-CABLE.
           IF VIA-COUNT > 0
               DISPLAY "VIAS: " VIA-COUNT
           END-IF.

       BUILD-VIA-LIST-CABLE.
           SET LOOP-CTR TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               IF WS-VIA-CABLE = 1
                   MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
               ELSE
                   MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
               END-IF
               IF ( DIRECTION OF TEMP-CABLE-STEP =
                   UNINITIALIZED-DIRECTION )
                   ADD WS-MAX-CABLE-SEGS TO LOOP-CTR
               ELSE
                   PERFORM COMPUTE-SEGMENT-TARGET
                   IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                       PERFORM SWITCH-LAYER
                       PERFORM INSERT-VIA
                   END-IF
                   SET NAVX TO NAVX-POST
                   SET NAVY TO NAVY-POST
               END-IF
           END-PERFORM.

       INSERT-VIA.
           IF VIA-COUNT >= WS-MAX-VIAS
               DISPLAY "TOO MANY VIAS - VIASET FULL AT "
                   WS-MAX-VIAS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO VIA-COUNT
               MOVE WS-VIA-CABLE TO VIA-CABLE(VIA-COUNT)
               MOVE NAVX TO VIA-X(VIA-COUNT)
               MOVE NAVY TO VIA-Y(VIA-COUNT)
               MOVE LOOP-CTR TO VIA-SEG(VIA-COUNT)
               MOVE CURRENT-LAYER TO VIA-LAYER(VIA-COUNT)
           END-IF.

       COMPUTE-SEGMENT-TARGET.
      *    Per-axis endpoint of the segment in TEMP-CABLE-STEP from
      *    (NAVX, NAVY). Straight codes move one axis and leave the
      *    The last cell of a segment is where the wire bends (or
      *    terminates) - marked '+' so CLASSIFY-CROSSING can spot a
      *    crossing at a corner, and the map charts the bend too.
      *    A via's cell, staked on the face the wire comes out on,
      *    is marked 'O'.
           IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
               MOVE 'O' TO GR-SHAPE
           ELSE
               IF NAVX = NAVX-POST AND NAVY = NAVY-POST
                   MOVE '+' TO GR-SHAPE
               ELSE
                   IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
                       OR DIRECTION OF TEMP-CABLE-STEP =
                           DOWN-DIRECTION
                       MOVE '|' TO GR-SHAPE
                   ELSE
                       IF DIRECTION OF TEMP-CABLE-STEP =
                           UP-RIGHT-DIRECTION
                           OR DIRECTION OF TEMP-CABLE-STEP =
                               DOWN-LEFT-DIRECTION
                           MOVE '/' TO GR-SHAPE
                       ELSE
                           IF DIRECTION OF TEMP-CABLE-STEP =
                               UP-LEFT-DIRECTION
                               OR DIRECTION OF TEMP-CABLE-STEP =
                                   DOWN-RIGHT-DIRECTION
                               MOVE '\' TO GR-SHAPE
                           ELSE
                               MOVE '-' TO GR-SHAPE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-STEPS-DIAG-CHECK.
           SET SS-CURR-X TO SS-VAL-Q.
           SET SS-CURR-Y TO SS-VAL-W.
           ADD NUM-STEPS OF TEMP-CABLE-STEP TO SS-COUNTER.

       END-STEP-TIMING.
      *    Stamp the end of the run and work out its elapsed
      *    seconds from the two CURRENT-DATE stamps - by day number,
      *    so a run that goes across midnight still comes out right.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TS.
           COMPUTE WS-STEP-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE)) * 86400
               + (WS-STEP-END-HH - WS-STEP-START-HH) * 3600
               + (WS-STEP-END-MI - WS-STEP-START-MI) * 60
               + (WS-STEP-END-SS - WS-STEP-START-SS)
               + (WS-STEP-END-HS - WS-STEP-START-HS) / 100.
           MOVE WS-STEP-ELAPSED TO WS-STEP-ELAPSED-OUT.
