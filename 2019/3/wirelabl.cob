      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRELABL.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The run's machine-readable crossing list (see
      *    WRITE-PARTS-FILE in pt2.cob) - one sleeve label per
      *    crossing.
           SELECT PARTSFILE ASSIGN TO DYNAMIC WS-PARTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The run's self-crossing report - read only so the
      *    revisits take their stop numbers exactly as WIREWORK
      *    gives them; a revisit gets no label.
           SELECT SELFFILE ASSIGN TO DYNAMIC WS-SELF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELF-STATUS.
      *    One wire-step file at a time - the panel's ONEDD/TWODD
      *    pair, reassigned and reopened for each cable. Walked
      *    only to find where the cable ends. See
      *    WALK-ONE-CABLE.
           SELECT STEPFILE ASSIGN TO DYNAMIC WS-STEP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
      *    Keyed panel master loaded by WIREPNL - a PANELID run
      *    labels the wire-pair registered for the panel, same as
      *    WIREPT1/WIREPT2's LOOKUP-PANEL.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Cable attributes master we maintain, keyed by wire-step
      *    DSN - gauge and signal class printed on each marker. A
      *    cable whose DSN carries no row is marked gauge 00,
      *    class S, as WIRECUT cuts it.
           SELECT ATTRFILE ASSIGN TO DYNAMIC WS-ATTR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTR-STATUS.
      *    Fixed-layout label file for the thermal label printer's
      *    batch interface - marker labels, then sleeve labels,
      *    then a trailer.
           SELECT LABELFILE ASSIGN TO DYNAMIC WS-LABEL-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Printable proof listing of the same labels, headed with
      *    the panel, run and datasets they were made from so a
      *    reprint can be matched to its run.
           SELECT PROOFFILE ASSIGN TO DYNAMIC WS-PROOF-DSN
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
      *    Layout mirrors PARTS-RECORD in pt2.cob's WRITE-PARTS-FILE
      *    - do not change one without changing the other to match.
       FD  PARTSFILE.
       01  PARTS-RECORD.
           05 PARTS-X PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-CHAR PIC X(1).
           05 PARTS-CLASS PIC X(1).
           05 PARTS-RUN-ID PIC 9(8).
       FD  SELFFILE.
       01  SELF-LINE PIC X(100).
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
      *    One attribute row per cable DSN - layout shared with the
      *    ATTRFILE FDs in pt3.cob, wireest.cob and wirecut.cob; do
      *    not change one without changing the others to match.
       FD  ATTRFILE.
       01  ATTR-LINE.
           05 ATR-DSN PIC X(40).
           05 FILLER PIC X(1).
           05 ATR-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 ATR-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 ATR-CONDUCTORS PIC 9(2).
      *    Label printer batch layout, 78 bytes. A wire marker
      *    ('M') names one end of one cable - LBM-END 'A' is the
      *    panel-origin end the walk starts from, 'B' the end the
      *    walk finishes at - and carries this end's coordinates
      *    (FROM) and the far end's (TO). A sleeve label ('S')
      *    carries the crossing's coordinates and class, numbered
      *    with the stop it is on WIREWORK's pick sheet. The
      *    trailer carries the marker and sleeve counts.
       FD  LABELFILE.
       01  LABEL-MARKER.
           05 LBM-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 LBM-SEQ PIC 9(5).
           05 FILLER PIC X(1).
           05 LBM-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LBM-RUN-ID PIC 9(8).
           05 FILLER PIC X(1).
           05 LBM-CABLE PIC 9(1).
           05 FILLER PIC X(1).
           05 LBM-END PIC X(1).
           05 FILLER PIC X(1).
           05 LBM-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 LBM-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 LBM-FROM-X PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 LBM-FROM-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 LBM-TO-X PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 LBM-TO-Y PIC S9(9) SIGN LEADING SEPARATE.
       01  LABEL-SLEEVE.
           05 LBS-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 LBS-SEQ PIC 9(5).
           05 FILLER PIC X(1).
           05 LBS-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LBS-RUN-ID PIC 9(8).
           05 FILLER PIC X(1).
           05 LBS-X PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 LBS-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 LBS-CROSS-CLASS PIC X(1).
           05 FILLER PIC X(29).
       01  LABEL-TRAILER.
           05 LBT-TAG PIC X(8).
           05 LBT-MARKERS PIC 9(5).
           05 FILLER PIC X(1).
           05 LBT-SLEEVES PIC 9(5).
           05 FILLER PIC X(59).
       FD  PROOFFILE.
       01  PROOF-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Direction constants shared with WIREPT1/WIREPT2 - see
      *    copybooks/CABLELAY.cpy. The cable tables and grids there
      *    are not used here; a marker only needs where each cable
      *    ends.
           COPY CABLELAY.

      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2/WIRECUT.
       01 WS-PARTS-DSN PIC X(100) VALUE 'parts.txt'.
       01 WS-SELF-DSN PIC X(100) VALUE 'selfcross.txt'.
       01 WS-SELF-STATUS PIC X(2) VALUE '00'.
       01 WS-STEP-DSN PIC X(100) VALUE SPACES.
       01 WS-STEP-STATUS PIC X(2) VALUE '00'.
       01 WS-ONE-DSN PIC X(100) VALUE 'cable1.txt'.
       01 WS-TWO-DSN PIC X(100) VALUE 'cable2.txt'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-ATTR-DSN PIC X(100) VALUE 'cableattr.txt'.
       01 WS-ATTR-STATUS PIC X(2) VALUE '00'.
       01 WS-LABEL-DSN PIC X(100) VALUE 'labels.txt'.
       01 WS-PROOF-DSN PIC X(100) VALUE 'labelproof.txt'.
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
       01 WS-RUN-ID PIC 9(8) VALUE 0.

      *    Trailer verification - PARTSDD ends in a TRAILER record
      *    carrying the crossing count; labels off a truncated
      *    list would leave crossings unsleeved.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-CROSSING-COUNT PIC 9(9) VALUE 0.

      *    The bench stops, loaded and ordered exactly as WIREWORK
      *    loads and orders them (every crossing in file order,
      *    then every self-crossing, exchange-sorted on zone then
      *    distance) so a sleeve's number is its pick-sheet stop.
      *    STP-TYPE is the crossing class ('S'/'D'/'C') or 'R' for
      *    a revisit, which takes a number but gets no sleeve.
       01 WS-MAX-STOPS PIC 9(5) COMP VALUE 20000.
       01 STOP-TABLE.
           03 STP-ENTRY OCCURS 20000 TIMES.
               05 STP-X PIC S9(9) SIGN LEADING SEPARATE.
               05 STP-Y PIC S9(9) SIGN LEADING SEPARATE.
               05 STP-TYPE PIC X(1).
               05 STP-ZONE PIC 9(1).
               05 STP-DIST PIC 9(9).
           03 STP-COUNT PIC 9(5) VALUE 0.
       01 STP-SWAP-ENTRY.
           05 FILLER PIC X(10).
           05 FILLER PIC X(10).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(1).
           05 FILLER PIC 9(9).
       01 STP-I PIC 9(5) VALUE 0.
       01 STP-J PIC 9(5) VALUE 0.
       01 WS-STOP-X PIC S9(9) VALUE 0.
       01 WS-STOP-Y PIC S9(9) VALUE 0.
       01 WS-STOP-TYPE PIC X(1) VALUE 'S'.
       01 WS-STOP-ZONE PIC 9(1) VALUE 0.
       01 WS-STOP-DIST PIC 9(9) VALUE 0.
       01 WS-DIST-X PIC S9(9) VALUE 0.
       01 WS-DIST-Y PIC S9(9) VALUE 0.

      *    Self-crossing report parsing - the X=/Y= tokens are
      *    lifted with the same blank-then-equals split WIREWORK
      *    uses.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 12 TIMES PIC X(20).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(16).
       01 WS-HAVE-X PIC X(1) VALUE 'N'.
       01 WS-HAVE-Y PIC X(1) VALUE 'N'.

      *    One entry per cable of the pair, built by
      *    WALK-ONE-CABLE. The walk starts at the panel origin;
      *    CBL-END-X/Y is where it finishes.
       01 WS-MAX-CABLES PIC 9(1) COMP VALUE 2.
       01 CABLE-TABLE.
           03 CBL-ENTRY OCCURS 2 TIMES.
               05 CBL-DSN PIC X(100).
               05 CBL-GAUGE PIC 9(2).
               05 CBL-CLASS PIC X(1).
               05 CBL-SEGMENTS PIC 9(9).
               05 CBL-REJECTS PIC 9(9).
               05 CBL-END-X PIC S9(9).
               05 CBL-END-Y PIC S9(9).
               05 CBL-STATUS PIC X(20).
           03 CBL-COUNT PIC 9(1) VALUE 0.
       01 CBL-I PIC 9(1) VALUE 0.

       01 WS-LINE-NUM PIC 9(9) VALUE 0.
       01 WS-STEP-VALUE PIC 9(9) VALUE 0.
       01 WS-STEP-VALIDITY PIC X(1) VALUE 'Y'.
           88 STEP-IS-VALID VALUE 'Y'.
           88 STEP-IS-INVALID VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30).

      *    Two markers per labelled cable, one for each end,
      *    ordered by the same zone-then-distance rule as the
      *    stops so the markers come off the printer in the order
      *    the bench reaches the cable ends.
       01 WS-MAX-MARKERS PIC 9(1) COMP VALUE 4.
       01 MARKER-TABLE.
           03 MRK-ENTRY OCCURS 4 TIMES.
               05 MRK-CABLE PIC 9(1).
               05 MRK-END PIC X(1).
               05 MRK-GAUGE PIC 9(2).
               05 MRK-CLASS PIC X(1).
               05 MRK-X PIC S9(9) SIGN LEADING SEPARATE.
               05 MRK-Y PIC S9(9) SIGN LEADING SEPARATE.
               05 MRK-TO-X PIC S9(9) SIGN LEADING SEPARATE.
               05 MRK-TO-Y PIC S9(9) SIGN LEADING SEPARATE.
               05 MRK-ZONE PIC 9(1).
               05 MRK-DIST PIC 9(9).
           03 MRK-COUNT PIC 9(1) VALUE 0.
       01 MRK-SWAP-ENTRY.
           05 FILLER PIC 9(1).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(2).
           05 FILLER PIC X(1).
           05 FILLER PIC X(10).
           05 FILLER PIC X(10).
           05 FILLER PIC X(10).
           05 FILLER PIC X(10).
           05 FILLER PIC 9(1).
           05 FILLER PIC 9(9).
       01 MRK-I PIC 9(1) VALUE 0.
       01 MRK-J PIC 9(1) VALUE 0.

       01 WS-SEQ PIC 9(5) VALUE 0.
       01 WS-SLEEVE-COUNT PIC 9(5) VALUE 0.
       01 WS-STOP-DESC PIC X(24) VALUE SPACES.
       01 WS-RPT-X PIC -(9)9.
       01 WS-RPT-Y PIC -(9)9.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.

           PERFORM LOAD-CROSSING-STOPS.
           PERFORM LOAD-SELF-STOPS.
           PERFORM ORDER-ROUTE.

           MOVE WS-ONE-DSN TO WS-STEP-DSN.
           PERFORM WALK-ONE-CABLE.
           MOVE WS-TWO-DSN TO WS-STEP-DSN.
           PERFORM WALK-ONE-CABLE.
           PERFORM LOAD-CABLE-ATTRS.
           PERFORM BUILD-MARKERS.
           PERFORM ORDER-MARKERS.

           PERFORM WRITE-LABEL-FILE.
           PERFORM WRITE-PROOF-LISTING.

           DISPLAY "WIRELABL: " MRK-COUNT " MARKER(S), "
               WS-SLEEVE-COUNT " SLEEVE(S) FOR RUN " WS-RUN-ID
               " TO " FUNCTION TRIM(WS-LABEL-DSN).
           IF MRK-COUNT = 0 AND WS-SLEEVE-COUNT = 0
               DISPLAY "WIRELABL: NOTHING TO LABEL - SEE "
                   FUNCTION TRIM(WS-PROOF-DSN)
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOOKUP-PANEL.
      *    Same registry lookup as WIREPT1/WIREPT2 - an unknown
      *    PANEL-ID or a missing master still labels the files
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

       LOAD-CROSSING-STOPS.
      *    One stop per PARTSDD crossing, trailer verified the
      *    same way WIREWORK verifies it - no label file at all
      *    rather than one that silently misses crossings. A via
      *    record is a stop on WIREWORK's route too, so it takes
      *    its number here, but a via gets no sleeve.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PARTSFILE.
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
                           MOVE PARTS-X TO WS-STOP-X
                           MOVE PARTS-Y TO WS-STOP-Y
                           IF PARTS-CLASS = 'D' OR PARTS-CLASS = 'C'
                               OR PARTS-CLASS = 'V'
                               MOVE PARTS-CLASS TO WS-STOP-TYPE
                           ELSE
                               MOVE 'S' TO WS-STOP-TYPE
                           END-IF
                           MOVE PARTS-RUN-ID TO WS-RUN-ID
                           PERFORM STORE-STOP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTSFILE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               OR WS-TRAILER-COUNT NOT = WS-CROSSING-COUNT
               DISPLAY "WIRELABL: TRAILER MISSING OR WRONG ON "
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - DATASET INCOMPLETE, NO LABELS WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

       LOAD-SELF-STOPS.
      *    One stop per self-crossing detail line, as WIREWORK
      *    takes them. No report at all (status 35) just means no
      *    revisits on the route.
           OPEN INPUT SELFFILE.
           IF WS-SELF-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SELFFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-SELF-LINE
                   END-READ
               END-PERFORM
               CLOSE SELFFILE
           END-IF.

       PARSE-SELF-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING SELF-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
               TALLYING IN WS-TOKEN-COUNT.
           MOVE 'N' TO WS-HAVE-X.
           MOVE 'N' TO WS-HAVE-Y.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-SELF-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.
           IF WS-HAVE-X = 'Y' AND WS-HAVE-Y = 'Y'
               MOVE 'R' TO WS-STOP-TYPE
               PERFORM STORE-STOP
           END-IF.

       TAKE-SELF-TOKEN.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'X'
                   COMPUTE WS-STOP-X = FUNCTION NUMVAL(WS-VALUE)
                   MOVE 'Y' TO WS-HAVE-X
               WHEN 'Y'
                   COMPUTE WS-STOP-Y = FUNCTION NUMVAL(WS-VALUE)
                   MOVE 'Y' TO WS-HAVE-Y
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-STOP.
           IF STP-COUNT >= WS-MAX-STOPS
               DISPLAY "TOO MANY STOPS - STOP-TABLE FULL AT "
                   WS-MAX-STOPS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO STP-COUNT
               MOVE WS-STOP-X TO STP-X(STP-COUNT)
               MOVE WS-STOP-Y TO STP-Y(STP-COUNT)
               MOVE WS-STOP-TYPE TO STP-TYPE(STP-COUNT)
               PERFORM ZONE-AND-DISTANCE
               MOVE WS-STOP-ZONE TO STP-ZONE(STP-COUNT)
               MOVE WS-STOP-DIST TO STP-DIST(STP-COUNT)
           END-IF.

       ZONE-AND-DISTANCE.
      *    WIREWORK's STORE-STOP rule for WS-STOP-X/Y - zone by
      *    quadrant about the panel origin, 1 upper right sweeping
      *    counterclockwise to 4 lower right, and the Manhattan
      *    distance that orders positions inside one.
           IF WS-STOP-X >= 0 AND WS-STOP-Y >= 0
               MOVE 1 TO WS-STOP-ZONE
           ELSE
               IF WS-STOP-X < 0 AND WS-STOP-Y >= 0
                   MOVE 2 TO WS-STOP-ZONE
               ELSE
                   IF WS-STOP-X < 0
                       MOVE 3 TO WS-STOP-ZONE
                   ELSE
                       MOVE 4 TO WS-STOP-ZONE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-STOP-X TO WS-DIST-X.
           MOVE WS-STOP-Y TO WS-DIST-Y.
           SET WS-DIST-X TO FUNCTION ABS ( WS-DIST-X ).
           SET WS-DIST-Y TO FUNCTION ABS ( WS-DIST-Y ).
           ADD WS-DIST-X TO WS-DIST-Y GIVING WS-STOP-DIST.

       ORDER-ROUTE.
      *    Identical to WIREWORK's ORDER-ROUTE - same input order,
      *    same exchange, so ties fall the same way and the stop
      *    numbers agree with the pick sheet.
           SET STP-I TO 1.
           PERFORM UNTIL STP-I >= STP-COUNT
               ADD 1 TO STP-I GIVING STP-J
               PERFORM UNTIL STP-J > STP-COUNT
                   IF STP-ZONE(STP-J) < STP-ZONE(STP-I)
                       OR ( STP-ZONE(STP-J) = STP-ZONE(STP-I)
                           AND STP-DIST(STP-J) < STP-DIST(STP-I) )
                       MOVE STP-ENTRY(STP-I) TO STP-SWAP-ENTRY
                       MOVE STP-ENTRY(STP-J) TO STP-ENTRY(STP-I)
                       MOVE STP-SWAP-ENTRY TO STP-ENTRY(STP-J)
                   END-IF
                   ADD 1 TO STP-J
               END-PERFORM
               ADD 1 TO STP-I
           END-PERFORM.

       WALK-ONE-CABLE.
      *    Walk one wire-step file from the panel origin to find
      *    where the cable ends - U/D/L/R move one axis, Q/E/A/C
      *    both, as WIREPT1 walks them. Bad lines are skipped (and
      *    counted) the way WIRECUT skips them; a cable with no
      *    usable steps gets no markers.
           ADD 1 TO CBL-COUNT.
           MOVE WS-STEP-DSN TO CBL-DSN(CBL-COUNT).
           MOVE 0 TO CBL-GAUGE(CBL-COUNT).
           MOVE 'S' TO CBL-CLASS(CBL-COUNT).
           MOVE 0 TO CBL-SEGMENTS(CBL-COUNT).
           MOVE 0 TO CBL-REJECTS(CBL-COUNT).
           MOVE 0 TO CBL-END-X(CBL-COUNT).
           MOVE 0 TO CBL-END-Y(CBL-COUNT).
           MOVE 'OK' TO CBL-STATUS(CBL-COUNT).
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT STEPFILE.
           IF WS-STEP-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO CBL-STATUS(CBL-COUNT)
               DISPLAY "CABLE " CBL-COUNT " WIRE-STEP FILE "
                   FUNCTION TRIM(WS-STEP-DSN) " NOT FOUND - STATUS "
                   WS-STEP-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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
                               PERFORM MOVE-ALONG-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPFILE
               IF CBL-SEGMENTS(CBL-COUNT) = 0
                   AND CBL-STATUS(CBL-COUNT) = 'OK'
                   MOVE 'NO WIRE STEPS' TO CBL-STATUS(CBL-COUNT)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-STEP.
      *    The nine direction codes CABLELAY.cpy defines and a
      *    numeric NUM-STEPS (zero for a via), exactly as WIRECUT
      *    checks them.
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
               ADD 1 TO CBL-REJECTS(CBL-COUNT)
               DISPLAY "CABLE " CBL-COUNT " LINE " WS-LINE-NUM
                   ": '" STEP-LINE "' - " WS-REJECT-REASON
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       MOVE-ALONG-STEP.
      *    A walk that would run past the signed nine-digit
      *    coordinate range (WS-MAX-COORD) is not labelled - its
      *    far end cannot be printed truthfully.
           MOVE FUNCTION NUMVAL(STP-NUM-STEPS) TO WS-STEP-VALUE.
           IF WS-STEP-VALUE > 0 AND CBL-STATUS(CBL-COUNT) = 'OK'
               ADD 1 TO CBL-SEGMENTS(CBL-COUNT)
               IF STP-DIRECTION = RIGHT-DIRECTION
                   OR STP-DIRECTION = UP-RIGHT-DIRECTION
                   OR STP-DIRECTION = DOWN-RIGHT-DIRECTION
                   ADD WS-STEP-VALUE TO CBL-END-X(CBL-COUNT)
                       ON SIZE ERROR
                           MOVE 'PAST PANEL LIMIT'
                               TO CBL-STATUS(CBL-COUNT)
                   END-ADD
               END-IF
               IF STP-DIRECTION = LEFT-DIRECTION
                   OR STP-DIRECTION = UP-LEFT-DIRECTION
                   OR STP-DIRECTION = DOWN-LEFT-DIRECTION
                   SUBTRACT WS-STEP-VALUE FROM CBL-END-X(CBL-COUNT)
                       ON SIZE ERROR
                           MOVE 'PAST PANEL LIMIT'
                               TO CBL-STATUS(CBL-COUNT)
                   END-SUBTRACT
               END-IF
               IF STP-DIRECTION = UP-DIRECTION
                   OR STP-DIRECTION = UP-LEFT-DIRECTION
                   OR STP-DIRECTION = UP-RIGHT-DIRECTION
                   ADD WS-STEP-VALUE TO CBL-END-Y(CBL-COUNT)
                       ON SIZE ERROR
                           MOVE 'PAST PANEL LIMIT'
                               TO CBL-STATUS(CBL-COUNT)
                   END-ADD
               END-IF
               IF STP-DIRECTION = DOWN-DIRECTION
                   OR STP-DIRECTION = DOWN-LEFT-DIRECTION
                   OR STP-DIRECTION = DOWN-RIGHT-DIRECTION
                   SUBTRACT WS-STEP-VALUE FROM CBL-END-Y(CBL-COUNT)
                       ON SIZE ERROR
                           MOVE 'PAST PANEL LIMIT'
                               TO CBL-STATUS(CBL-COUNT)
                   END-SUBTRACT
               END-IF
               IF CBL-STATUS(CBL-COUNT) NOT = 'OK'
                   DISPLAY "CABLE " CBL-COUNT " LINE " WS-LINE-NUM
                       " RUNS PAST THE PANEL LIMIT - NOT LABELLED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-CABLE-ATTRS.
      *    Gauge and class for each cable by its DSN, as WIRECUT's
      *    LOAD-CABLE-ATTRS looks them up. No attributes master
      *    (status 35) leaves every cable gauge 00, class S.
           OPEN INPUT ATTRFILE.
           IF WS-ATTR-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTRFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ATR-DSN NOT = SPACES
                               PERFORM MATCH-CABLE-ATTR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTRFILE
           END-IF.

       MATCH-CABLE-ATTR.
           MOVE 1 TO CBL-I.
           PERFORM UNTIL CBL-I > CBL-COUNT
               IF ATR-DSN = CBL-DSN(CBL-I)(1:40)
                   MOVE ATR-GAUGE TO CBL-GAUGE(CBL-I)
                   MOVE ATR-CLASS TO CBL-CLASS(CBL-I)
               END-IF
               ADD 1 TO CBL-I
           END-PERFORM.

       BUILD-MARKERS.
      *    End A at the panel origin the walk starts from, end B
      *    where it finishes - each marker reads FROM its own end
      *    TO the other.
           MOVE 1 TO CBL-I.
           PERFORM UNTIL CBL-I > CBL-COUNT
               IF CBL-STATUS(CBL-I) = 'OK'
                   MOVE 0 TO WS-STOP-X
                   MOVE 0 TO WS-STOP-Y
                   PERFORM ADD-MARKER
                   MOVE 'A' TO MRK-END(MRK-COUNT)
                   MOVE CBL-END-X(CBL-I) TO MRK-TO-X(MRK-COUNT)
                   MOVE CBL-END-Y(CBL-I) TO MRK-TO-Y(MRK-COUNT)
                   MOVE CBL-END-X(CBL-I) TO WS-STOP-X
                   MOVE CBL-END-Y(CBL-I) TO WS-STOP-Y
                   PERFORM ADD-MARKER
                   MOVE 'B' TO MRK-END(MRK-COUNT)
                   MOVE 0 TO MRK-TO-X(MRK-COUNT)
                   MOVE 0 TO MRK-TO-Y(MRK-COUNT)
               END-IF
               ADD 1 TO CBL-I
           END-PERFORM.

       ADD-MARKER.
           ADD 1 TO MRK-COUNT.
           MOVE CBL-I TO MRK-CABLE(MRK-COUNT).
           MOVE CBL-GAUGE(CBL-I) TO MRK-GAUGE(MRK-COUNT).
           MOVE CBL-CLASS(CBL-I) TO MRK-CLASS(MRK-COUNT).
           MOVE WS-STOP-X TO MRK-X(MRK-COUNT).
           MOVE WS-STOP-Y TO MRK-Y(MRK-COUNT).
           PERFORM ZONE-AND-DISTANCE.
           MOVE WS-STOP-ZONE TO MRK-ZONE(MRK-COUNT).
           MOVE WS-STOP-DIST TO MRK-DIST(MRK-COUNT).

       ORDER-MARKERS.
      *    Same exchange as ORDER-ROUTE on zone then distance, with
      *    cable then end breaking ties so the two origin-end
      *    markers always print cable 1 first.
           MOVE 1 TO MRK-I.
           PERFORM UNTIL MRK-I >= MRK-COUNT
               ADD 1 TO MRK-I GIVING MRK-J
               PERFORM UNTIL MRK-J > MRK-COUNT
                   IF MRK-ZONE(MRK-J) < MRK-ZONE(MRK-I)
                       OR ( MRK-ZONE(MRK-J) = MRK-ZONE(MRK-I)
                           AND MRK-DIST(MRK-J) < MRK-DIST(MRK-I) )
                       OR ( MRK-ZONE(MRK-J) = MRK-ZONE(MRK-I)
                           AND MRK-DIST(MRK-J) = MRK-DIST(MRK-I)
                           AND MRK-CABLE(MRK-J) < MRK-CABLE(MRK-I) )
                       MOVE MRK-ENTRY(MRK-I) TO MRK-SWAP-ENTRY
                       MOVE MRK-ENTRY(MRK-J) TO MRK-ENTRY(MRK-I)
                       MOVE MRK-SWAP-ENTRY TO MRK-ENTRY(MRK-J)
                   END-IF
                   ADD 1 TO MRK-J
               END-PERFORM
               ADD 1 TO MRK-I
           END-PERFORM.

       WRITE-LABEL-FILE.
      *    Markers numbered 1 up in marker order; sleeves numbered
      *    with their pick-sheet stop, so a revisit's number is
      *    simply absent from the sleeve run.
           OPEN OUTPUT LABELFILE.
           MOVE 1 TO MRK-I.
           PERFORM UNTIL MRK-I > MRK-COUNT
               MOVE SPACES TO LABEL-MARKER
               MOVE 'M' TO LBM-TYPE
               MOVE MRK-I TO LBM-SEQ
               MOVE WS-PANEL-ID TO LBM-PANEL-ID
               MOVE WS-RUN-ID TO LBM-RUN-ID
               MOVE MRK-CABLE(MRK-I) TO LBM-CABLE
               MOVE MRK-END(MRK-I) TO LBM-END
               MOVE MRK-GAUGE(MRK-I) TO LBM-GAUGE
               MOVE MRK-CLASS(MRK-I) TO LBM-CLASS
               MOVE MRK-X(MRK-I) TO LBM-FROM-X
               MOVE MRK-Y(MRK-I) TO LBM-FROM-Y
               MOVE MRK-TO-X(MRK-I) TO LBM-TO-X
               MOVE MRK-TO-Y(MRK-I) TO LBM-TO-Y
               WRITE LABEL-MARKER
               ADD 1 TO MRK-I
           END-PERFORM.
           MOVE 0 TO WS-SEQ.
           MOVE 0 TO WS-SLEEVE-COUNT.
           SET STP-I TO 1.
           PERFORM UNTIL STP-I > STP-COUNT
               ADD 1 TO WS-SEQ
               IF STP-TYPE(STP-I) NOT = 'R'
                   AND STP-TYPE(STP-I) NOT = 'V'
                   ADD 1 TO WS-SLEEVE-COUNT
                   MOVE SPACES TO LABEL-SLEEVE
                   MOVE 'S' TO LBS-TYPE
                   MOVE WS-SEQ TO LBS-SEQ
                   MOVE WS-PANEL-ID TO LBS-PANEL-ID
                   MOVE WS-RUN-ID TO LBS-RUN-ID
                   MOVE STP-X(STP-I) TO LBS-X
                   MOVE STP-Y(STP-I) TO LBS-Y
                   MOVE STP-TYPE(STP-I) TO LBS-CROSS-CLASS
                   WRITE LABEL-SLEEVE
               END-IF
               ADD 1 TO STP-I
           END-PERFORM.
           MOVE SPACES TO LABEL-TRAILER.
           MOVE 'TRAILER ' TO LBT-TAG.
           MOVE MRK-COUNT TO LBT-MARKERS.
           MOVE WS-SLEEVE-COUNT TO LBT-SLEEVES.
           WRITE LABEL-TRAILER.
           CLOSE LABELFILE.

       WRITE-PROOF-LISTING.
      *    The header names everything the labels were made from;
      *    a cable that could not be walked is still listed, with
      *    why, so the proof accounts for every wire.
           OPEN OUTPUT PROOFFILE.
           MOVE SPACES TO PROOF-LINE.
           STRING "WIRELABL LABEL PROOF - PANEL " WS-PANEL-ID
               " - RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "CROSSING LIST  " FUNCTION TRIM(WS-PARTS-DSN)
               " (" WS-CROSSING-COUNT " CROSSINGS, TRAILER OK)"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "SELF-CROSSINGS " FUNCTION TRIM(WS-SELF-DSN)
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "LABEL FILE     " FUNCTION TRIM(WS-LABEL-DSN)
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE 1 TO CBL-I.
           PERFORM UNTIL CBL-I > CBL-COUNT
               MOVE SPACES TO PROOF-LINE
               IF CBL-STATUS(CBL-I) = 'OK'
                   MOVE CBL-END-X(CBL-I) TO WS-RPT-X
                   MOVE CBL-END-Y(CBL-I) TO WS-RPT-Y
                   STRING "CABLE " CBL-I "        "
                       FUNCTION TRIM(CBL-DSN(CBL-I))
                       " GAUGE " CBL-GAUGE(CBL-I)
                       " CLASS " CBL-CLASS(CBL-I)
                       " ENDS X=" FUNCTION TRIM(WS-RPT-X)
                       " Y=" FUNCTION TRIM(WS-RPT-Y)
                       DELIMITED BY SIZE INTO PROOF-LINE
               ELSE
                   STRING "CABLE " CBL-I "        "
                       FUNCTION TRIM(CBL-DSN(CBL-I))
                       " NOT LABELLED - " CBL-STATUS(CBL-I)
                       DELIMITED BY SIZE INTO PROOF-LINE
               END-IF
               WRITE PROOF-LINE
               IF CBL-REJECTS(CBL-I) > 0
                   MOVE SPACES TO PROOF-LINE
                   STRING "               " CBL-REJECTS(CBL-I)
                       " BAD LINE(S) SKIPPED - SEE SYSOUT"
                       DELIMITED BY SIZE INTO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
               ADD 1 TO CBL-I
           END-PERFORM.

           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "WIRE MARKERS" TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "  LABEL CABLE END GAUGE CLASS      FROM-X"
               "      FROM-Y        TO-X        TO-Y"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE 1 TO MRK-I.
           PERFORM UNTIL MRK-I > MRK-COUNT
               MOVE MRK-I TO WS-SEQ
               MOVE SPACES TO PROOF-LINE
               STRING "  " WS-SEQ "     " MRK-CABLE(MRK-I)
                   "   " MRK-END(MRK-I)
                   "    " MRK-GAUGE(MRK-I)
                   "     " MRK-CLASS(MRK-I)
                   " " MRK-X(MRK-I) "  " MRK-Y(MRK-I)
                   "  " MRK-TO-X(MRK-I) "  " MRK-TO-Y(MRK-I)
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
               ADD 1 TO MRK-I
           END-PERFORM.

           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "CROSSING SLEEVES - NUMBERED AS WIREWORK STOPS"
               TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "  LABEL           X           Y CLASS"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           MOVE 0 TO WS-SEQ.
           SET STP-I TO 1.
           PERFORM UNTIL STP-I > STP-COUNT
               ADD 1 TO WS-SEQ
               IF STP-TYPE(STP-I) NOT = 'R'
                   AND STP-TYPE(STP-I) NOT = 'V'
                   EVALUATE STP-TYPE(STP-I)
                       WHEN 'D'
                           MOVE "DIAGONAL CROSS" TO WS-STOP-DESC
                       WHEN 'C'
                           MOVE "CORNER CROSS" TO WS-STOP-DESC
                       WHEN OTHER
                           MOVE "STANDARD CROSS" TO WS-STOP-DESC
                   END-EVALUATE
                   MOVE SPACES TO PROOF-LINE
                   STRING "  " WS-SEQ " " STP-X(STP-I)
                       "  " STP-Y(STP-I)
                       " " STP-TYPE(STP-I) "     " WS-STOP-DESC
                       DELIMITED BY SIZE INTO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
               ADD 1 TO STP-I
           END-PERFORM.

           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "TOTAL " MRK-COUNT " MARKER(S), "
               WS-SLEEVE-COUNT " SLEEVE(S), "
               STP-COUNT " ROUTE STOP(S) FOR RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE.
           CLOSE PROOFFILE.

       RESOLVE-FILENAMES.
      *    PARTSDD/SELFDD name the run as WIREWORK takes them;
      *    ONEDD/TWODD/PANELID/PANELDD as WIREPT1/WIREPT2 take them;
      *    ATTRDD as WIRECUT takes it; LABELDD/LBLPRFDD for this
      *    program's own files.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTSDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTS-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SELFDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SELF-DSN
           END-IF.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LABELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LABEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LBLPRFDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROOF-DSN
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
               " PROG=WIRELABL"
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
