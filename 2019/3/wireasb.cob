      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREASB.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One wire-step file at a time - the panel's ONEDD/TWODD
      *    pair - reassigned and reopened for each wire. See
      *    EXPORT-ONE-WIRE.
           SELECT STEPFILE ASSIGN TO DYNAMIC WS-STEP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
      *    Keyed panel master loaded by WIREPNL - a PANELID run
      *    exports the wire-pair registered for the panel, same as
      *    WIREPT1/WIREPT2's LOOKUP-PANEL.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    The run's machine-readable crossing list (see
      *    WRITE-PARTS-FILE in pt2.cob) - each crossing goes back
      *    to engineering as an annotation point.
           SELECT PARTSFILE ASSIGN TO DYNAMIC WS-PARTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
      *    As-built corner vertex list for one wire, in exactly the
      *    VTX1DD/VTX2DD format WIRECONV reads - reassigned to
      *    ASB1DD then ASB2DD.
           SELECT VTXFILE ASSIGN TO DYNAMIC WS-VTX-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Crossing annotation points for the drawing, with a
      *    trailer like every other hand-off file in the suite.
           SELECT ANNOFILE ASSIGN TO DYNAMIC WS-ANNO-DSN
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
      *    Raw wire-step line as it arrives from the input dataset,
      *    e.g. 'R75      ' - direction code plus zero-padded steps.
       FD  STEPFILE.
       01  STEP-LINE.
           05 STP-DIRECTION PIC X(01).
           05 STP-NUM-STEPS PIC X(09).
      *    One panel, keyed on its PANEL-ID - layout shared with
      *    wirepnl.cob (the loader) and the PANELFILE FDs in
      *    pt1.cob/pt2.cob/wirerank.cob/wirecheck.cob; do not
      *    change one without changing the others to match.
       FD  PANELFILE.
       01  PNL-RECORD.
           05 PNL-ID PIC X(8).
           05 PNL-SITE PIC X(20).
           05 PNL-BAY PIC X(8).
           05 PNL-INSTALL-DATE PIC X(8).
           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
      *    Layout mirrors PARTS-RECORD in pt2.cob's WRITE-PARTS-FILE
      *    - do not change one without changing the other to match.
       FD  PARTSFILE.
       01  PARTS-RECORD.
           05 PARTS-X PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-CHAR PIC X(1).
           05 PARTS-CLASS PIC X(1).
           05 PARTS-RUN-ID PIC 9(8).
      *    Layout mirrors VTX1-LINE/VTX2-LINE in wireconv.cob - a
      *    signed eleven-character X, a blank, a signed Y; do not
      *    change one without changing the other to match.
       FD  VTXFILE.
       01  VTX-LINE.
           05 VTX-X PIC S9(10) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 VTX-Y PIC S9(10) SIGN LEADING SEPARATE.
      *    One crossing annotation - the vertex pair in the same
      *    columns as VTX-LINE, then the crossing class (S/D/C, or
      *    V where a wire passes through the board), the run and
      *    the panel it came from.
       FD  ANNOFILE.
       01  ANNO-LINE.
           05 ANNO-X PIC S9(10) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 ANNO-Y PIC S9(10) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 ANNO-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 ANNO-RUN-ID PIC 9(8).
           05 FILLER PIC X(1).
           05 ANNO-PANEL-ID PIC X(8).
       01  ANNO-TRAILER.
           05 ANT-TAG PIC X(8).
           05 ANT-COUNT PIC 9(9).
           05 FILLER PIC X(26).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Direction constants shared with WIREPT1/WIREPT2 - see
      *    copybooks/CABLELAY.cpy. The cable tables and grids there
      *    are not used here; the export only needs the corners.
           COPY CABLELAY.

      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2/WIRECONV.
       01 WS-STEP-DSN PIC X(100) VALUE SPACES.
       01 WS-STEP-STATUS PIC X(2) VALUE '00'.
       01 WS-ONE-DSN PIC X(100) VALUE 'cable1.txt'.
       01 WS-TWO-DSN PIC X(100) VALUE 'cable2.txt'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-PARTS-DSN PIC X(100) VALUE 'parts.txt'.
       01 WS-PARTS-STATUS PIC X(2) VALUE '00'.
       01 WS-VTX-DSN PIC X(100) VALUE SPACES.
       01 WS-ASB1-DSN PIC X(100) VALUE 'asbuilt1.txt'.
       01 WS-ASB2-DSN PIC X(100) VALUE 'asbuilt2.txt'.
       01 WS-ANNO-DSN PIC X(100) VALUE 'asbuiltx.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Panel-registry fields, as in WIREPT1/WIREPT2 - a PANELID
      *    run takes the registered pair unless ONEDD/TWODD were
      *    themselves overridden.
       01 WS-PANEL-ID PIC X(8) VALUE 'NONE'.
       01 WS-ONE-FROM-ENV PIC X(1) VALUE 'N'.
       01 WS-TWO-FROM-ENV PIC X(1) VALUE 'N'.

       01 WS-EOF PIC A(1).
       01 WS-CURR-WIRE PIC 9(1) VALUE 0.
       01 WS-LINE-NUM PIC 9(9) VALUE 0.
       01 WS-STEP-VALUE PIC 9(9) VALUE 0.
       01 WS-STEP-VALIDITY PIC X(1) VALUE 'Y'.
           88 STEP-IS-VALID VALUE 'Y'.
           88 STEP-IS-INVALID VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
       01 WS-SEGMENT-COUNT PIC 9(9) VALUE 0.
       01 WS-VERTEX-COUNT PIC 9(9) VALUE 0.
       01 WS-WIRE-STATUS PIC X(20) VALUE SPACES.

      *    The walk. WS-LEG-DIRECTION is the direction of the leg
      *    being accumulated ('Z' before the first); a corner is
      *    only written when the direction changes, so a run of
      *    same-direction lines comes out as one leg. Positions
      *    are wide enough to see a walk pass WS-MAX-COORD instead
      *    of wrapping.
       01 WS-LEG-DIRECTION PIC X(1) VALUE 'Z'.
       01 WS-POS-X PIC S9(12) USAGE IS COMPUTATIONAL VALUE 0.
       01 WS-POS-Y PIC S9(12) USAGE IS COMPUTATIONAL VALUE 0.
       01 WS-ABS-X PIC 9(12) USAGE IS COMPUTATIONAL VALUE 0.
       01 WS-ABS-Y PIC 9(12) USAGE IS COMPUTATIONAL VALUE 0.

      *    Trailer verification - PARTSDD ends in a TRAILER record
      *    carrying the crossing count; a drawing annotated off a
      *    truncated list would show crossings that are missing.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-CROSSING-COUNT PIC 9(9) VALUE 0.
       01 WS-RUN-ID PIC 9(8) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.

           MOVE 1 TO WS-CURR-WIRE.
           MOVE WS-ONE-DSN TO WS-STEP-DSN.
           MOVE WS-ASB1-DSN TO WS-VTX-DSN.
           PERFORM EXPORT-ONE-WIRE.
           MOVE 2 TO WS-CURR-WIRE.
           MOVE WS-TWO-DSN TO WS-STEP-DSN.
           MOVE WS-ASB2-DSN TO WS-VTX-DSN.
           PERFORM EXPORT-ONE-WIRE.

           PERFORM EXPORT-CROSSINGS.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOOKUP-PANEL.
      *    Same registry lookup as WIREPT1/WIREPT2 - an unknown
      *    PANEL-ID or a missing master still exports the files
      *    named on ONEDD/TWODD, flagged RC 4.
           IF WS-PANEL-ID NOT = 'NONE'
               OPEN INPUT PANELFILE
               IF WS-PANEL-STATUS NOT = '00'
                   DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                       WS-PANEL-STATUS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-PANEL-ID TO PNL-ID
                   READ PANELFILE
                       INVALID KEY
                           DISPLAY "PANEL-ID " WS-PANEL-ID
                               " NOT ON PANEL MASTER"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       NOT INVALID KEY
                           IF WS-ONE-FROM-ENV NOT = 'Y'
                               AND PNL-ONE-DSN NOT = SPACES
                               MOVE PNL-ONE-DSN TO WS-ONE-DSN
                           END-IF
                           IF WS-TWO-FROM-ENV NOT = 'Y'
                               AND PNL-TWO-DSN NOT = SPACES
                               MOVE PNL-TWO-DSN TO WS-TWO-DSN
                           END-IF
                   END-READ
                   CLOSE PANELFILE
               END-IF
           END-IF.

       EXPORT-ONE-WIRE.
      *    Walk one wire-step file from the panel origin and write
      *    its corners. The origin is always the first vertex -
      *    every wire-step file starts there, which is also what
      *    WIRECONV's shared-start check expects of the pair. Bad
      *    lines are skipped (and counted) as WIREPT1 rejects them,
      *    so the drawing shows the path the crossing check saw.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE 0 TO WS-SEGMENT-COUNT.
           MOVE 0 TO WS-VERTEX-COUNT.
           MOVE 0 TO WS-POS-X.
           MOVE 0 TO WS-POS-Y.
           MOVE 'Z' TO WS-LEG-DIRECTION.
           MOVE 'OK' TO WS-WIRE-STATUS.
           OPEN OUTPUT VTXFILE.
           PERFORM WRITE-VERTEX.
           OPEN INPUT STEPFILE.
           IF WS-STEP-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-WIRE-STATUS
               DISPLAY "WIRE " WS-CURR-WIRE " WIRE-STEP FILE "
                   FUNCTION TRIM(WS-STEP-DSN) " NOT FOUND - STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STEPFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           ADD 1 TO WS-STEP-SEGS
                           PERFORM VALIDATE-STEP
                           IF STEP-IS-VALID
                               AND WS-WIRE-STATUS = 'OK'
                               PERFORM TAKE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPFILE
      *        The last leg's far end closes the list
               IF WS-LEG-DIRECTION NOT = 'Z'
                   AND WS-WIRE-STATUS = 'OK'
                   PERFORM WRITE-VERTEX
               END-IF
               IF WS-SEGMENT-COUNT = 0
                   AND WS-WIRE-STATUS = 'OK'
                   MOVE 'NO WIRE STEPS' TO WS-WIRE-STATUS
               END-IF
           END-IF.
           CLOSE VTXFILE.
           DISPLAY "WIREASB: WIRE " WS-CURR-WIRE " - "
               WS-SEGMENT-COUNT " STEP LINE(S) IN, " WS-VERTEX-COUNT
               " VERTEX(ES) OUT TO " FUNCTION TRIM(WS-VTX-DSN).
           IF WS-WIRE-STATUS NOT = 'OK'
               DISPLAY "WIREASB: WIRE " WS-CURR-WIRE " - "
                   FUNCTION TRIM(WS-WIRE-STATUS)
                   " - AS-BUILT INCOMPLETE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       VALIDATE-STEP.
      *    The nine direction codes CABLELAY.cpy defines and a
      *    numeric NUM-STEPS, exactly as WIRECUT checks them. A via
      *    moves no cells, so its NUM-STEPS must be zero.
           SET STEP-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF STP-DIRECTION NOT = UP-DIRECTION
               AND STP-DIRECTION NOT = DOWN-DIRECTION
               AND STP-DIRECTION NOT = LEFT-DIRECTION
               AND STP-DIRECTION NOT = RIGHT-DIRECTION
               AND STP-DIRECTION NOT = UP-LEFT-DIRECTION
               AND STP-DIRECTION NOT = UP-RIGHT-DIRECTION
               AND STP-DIRECTION NOT = DOWN-LEFT-DIRECTION
               AND STP-DIRECTION NOT = DOWN-RIGHT-DIRECTION
               AND STP-DIRECTION NOT = VIA-DIRECTION
               SET STEP-IS-INVALID TO TRUE
               MOVE "BAD DIRECTION" TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TRIM(STP-NUM-STEPS) NOT NUMERIC
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
               ELSE
                   IF STP-DIRECTION = VIA-DIRECTION
                       AND FUNCTION NUMVAL(STP-NUM-STEPS) NOT = 0
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "VIA WITH NONZERO NUM-STEPS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF STEP-IS-INVALID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WIRE " WS-CURR-WIRE " LINE " WS-LINE-NUM
                   ": '" STEP-LINE "' - " WS-REJECT-REASON
           END-IF.

       TAKE-STEP.
      *    A change of direction ends the leg so far - its far end
      *    (the current position) is a corner. Zero-step lines
      *    neither move nor turn - a via among them; it reaches the
      *    drawing as an annotation point off PARTSDD instead.
           MOVE FUNCTION NUMVAL(STP-NUM-STEPS) TO WS-STEP-VALUE.
           IF WS-STEP-VALUE > 0
               ADD 1 TO WS-SEGMENT-COUNT
               IF WS-LEG-DIRECTION NOT = 'Z'
                   AND STP-DIRECTION NOT = WS-LEG-DIRECTION
                   PERFORM WRITE-VERTEX
               END-IF
               MOVE STP-DIRECTION TO WS-LEG-DIRECTION
               IF STP-DIRECTION = RIGHT-DIRECTION
                   OR STP-DIRECTION = UP-RIGHT-DIRECTION
                   OR STP-DIRECTION = DOWN-RIGHT-DIRECTION
                   ADD WS-STEP-VALUE TO WS-POS-X
               END-IF
               IF STP-DIRECTION = LEFT-DIRECTION
                   OR STP-DIRECTION = UP-LEFT-DIRECTION
                   OR STP-DIRECTION = DOWN-LEFT-DIRECTION
                   SUBTRACT WS-STEP-VALUE FROM WS-POS-X
               END-IF
               IF STP-DIRECTION = UP-DIRECTION
                   OR STP-DIRECTION = UP-LEFT-DIRECTION
                   OR STP-DIRECTION = UP-RIGHT-DIRECTION
                   ADD WS-STEP-VALUE TO WS-POS-Y
               END-IF
               IF STP-DIRECTION = DOWN-DIRECTION
                   OR STP-DIRECTION = DOWN-LEFT-DIRECTION
                   OR STP-DIRECTION = DOWN-RIGHT-DIRECTION
                   SUBTRACT WS-STEP-VALUE FROM WS-POS-Y
               END-IF
               SET WS-ABS-X TO FUNCTION ABS ( WS-POS-X )
               SET WS-ABS-Y TO FUNCTION ABS ( WS-POS-Y )
               IF WS-ABS-X > WS-MAX-COORD OR WS-ABS-Y > WS-MAX-COORD
                   MOVE 'PAST PANEL LIMIT' TO WS-WIRE-STATUS
                   DISPLAY "WIRE " WS-CURR-WIRE " LINE " WS-LINE-NUM
                       " RUNS PAST THE PANEL LIMIT - EXPORT STOPPED"
               END-IF
           END-IF.

       WRITE-VERTEX.
           ADD 1 TO WS-VERTEX-COUNT.
           MOVE SPACES TO VTX-LINE.
           MOVE WS-POS-X TO VTX-X.
           MOVE WS-POS-Y TO VTX-Y.
           WRITE VTX-LINE.

       EXPORT-CROSSINGS.
      *    One annotation point per PARTSDD crossing, stamped with
      *    the run and panel. The trailer is checked before
      *    anything is written - a short list gets an empty
      *    annotation file and RC 8 rather than a drawing that
      *    looks complete.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PARTSFILE.
           IF WS-PARTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARTSFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PARTS-RECORD(1:8) = 'TRAILER '
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               IF PARTS-RECORD(9:9) IS NUMERIC
                                   MOVE PARTS-RECORD(9:9)
                                       TO WS-TRAILER-COUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-CROSSING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTSFILE
           END-IF.
           OPEN OUTPUT ANNOFILE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               OR WS-TRAILER-COUNT NOT = WS-CROSSING-COUNT
               DISPLAY "WIREASB: TRAILER MISSING OR WRONG ON "
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - DATASET INCOMPLETE, NO ANNOTATIONS WRITTEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF
               OPEN INPUT PARTSFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARTSFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PARTS-RECORD(1:8) NOT = 'TRAILER '
                               PERFORM WRITE-ANNOTATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTSFILE
               MOVE SPACES TO ANNO-TRAILER
               MOVE 'TRAILER ' TO ANT-TAG
               MOVE WS-CROSSING-COUNT TO ANT-COUNT
               WRITE ANNO-TRAILER
               DISPLAY "WIREASB: " WS-CROSSING-COUNT
                   " CROSSING ANNOTATION(S) FOR RUN " WS-RUN-ID
                   " TO " FUNCTION TRIM(WS-ANNO-DSN)
           END-IF.
           CLOSE ANNOFILE.

       WRITE-ANNOTATION.
           MOVE PARTS-RUN-ID TO WS-RUN-ID.
           MOVE SPACES TO ANNO-LINE.
           MOVE PARTS-X TO ANNO-X.
           MOVE PARTS-Y TO ANNO-Y.
           IF PARTS-CLASS = 'D' OR PARTS-CLASS = 'C'
               OR PARTS-CLASS = 'V'
               MOVE PARTS-CLASS TO ANNO-CLASS
           ELSE
               MOVE 'S' TO ANNO-CLASS
           END-IF.
           MOVE PARTS-RUN-ID TO ANNO-RUN-ID.
           MOVE WS-PANEL-ID TO ANNO-PANEL-ID.
           WRITE ANNO-LINE.

       RESOLVE-FILENAMES.
      *    ONEDD/TWODD/PANELID/PANELDD as WIREPT1/WIREPT2 take them;
      *    PARTSDD as WIREORD takes it; ASB1DD/ASB2DD/ASBXDD for
      *    this program's own files (point engineering's VTX1DD/
      *    VTX2DD at ASB1DD/ASB2DD).
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ONEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ONE-DSN
               MOVE 'Y' TO WS-ONE-FROM-ENV
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TWODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TWO-DSN
               MOVE 'Y' TO WS-TWO-FROM-ENV
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELID".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:8) TO WS-PANEL-ID
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTSDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTS-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ASB1DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ASB1-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ASB2DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ASB2-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ASBXDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ANNO-DSN
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
               " PROG=WIREASB"
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
