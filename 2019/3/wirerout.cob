      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREROUT.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed panel master loaded by WIREPNL - a PANELID handed to
      *    this run supplies the wire-pair to re-route, exactly as
      *    for WIREPT1 (ONEDD/TWODD, when exported, still win).
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    The panel's two wire-step files. Cable 1 is left exactly
      *    where it is; only cable 2 is re-routed.
           SELECT ONEINPUTFILE ASSIGN TO DYNAMIC WS-ONE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONE-STATUS.
           SELECT TWOINPUTFILE ASSIGN TO DYNAMIC WS-TWO-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWO-STATUS.
      *    Cable 1's cells plus every cell any cable-2 route tried so
      *    far has touched - see WALK-CABLE-ONE/WALK-ALT-PATH. Built
      *    once per run; each route is told apart by GR-ALT, so the
      *    grid never has to be cleared between alternatives.
           SELECT GRIDFILE ASSIGN TO DYNAMIC WS-GRID-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-KEY
               FILE STATUS IS WS-GRID-STATUS.
      *    Cable attributes master and class-pair clearance rules,
      *    exactly as WIREPT3 reads them - the pair's own limit is
      *    the one every route is held to.
           SELECT ATTRFILE ASSIGN TO DYNAMIC WS-ATTR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTR-STATUS.
           SELECT RULEFILE ASSIGN TO DYNAMIC WS-RULE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
      *    One suggested cable-2 route, reassigned and rewritten for
      *    each route kept - same line layout WIRECONV writes, so
      *    the file can go straight to WIREPT1/WIREPT2 as TWODD.
           SELECT ALTSTEPFILE ASSIGN TO DYNAMIC WS-ALT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.
      *    Candidate manifest for WIRERANK - one line per route kept,
      *    cable 1 unchanged beside the new cable-2 step file.
           SELECT CANDFILE ASSIGN TO DYNAMIC WS-CAND-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Comparison report - the original route's figures, then
      *    each route kept against them, best first.
           SELECT ROUTRPTFILE ASSIGN TO DYNAMIC WS-ROUTRPT-DSN
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
       FD  ONEINPUTFILE.
       01  ONE-STEP-LINE.
           05 ONE-DIRECTION PIC X(01).
           05 ONE-NUM-STEPS PIC X(09).
       FD  TWOINPUTFILE.
       01  TWO-STEP-LINE.
           05 TWO-DIRECTION PIC X(01).
           05 TWO-NUM-STEPS PIC X(09).
      *    GR-ONE says cable 1 runs through the cell, GR-ONE-STEPS
      *    how far along cable 1 it first got there. GR-ALT is the
      *    last cable-2 route (WS-EVAL-ID) to visit the cell - a
      *    route finding its own number there has been this way
      *    before, so the cell is neither a new crossing nor a new
      *    grid record. GR-LAYER is the board face, as in pt2.cob's
      *    GRIDFILE - the two faces' cells never meet.
       FD  GRIDFILE.
       01  GRID-RECORD.
           05 GR-KEY.
               10 GR-X PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-Y PIC S9(9) SIGN LEADING SEPARATE.
               10 GR-LAYER PIC 9(1).
           05 GR-ONE PIC X(1).
           05 GR-ONE-STEPS PIC 9(9).
           05 GR-ALT PIC 9(5).
      *    One attribute row per cable DSN - layout shared with the
      *    ATTRFILE FDs in pt3.cob, wireest.cob, wirecut.cob and
      *    wirebay.cob; do not change one without changing the
      *    others to match.
       FD  ATTRFILE.
       01  ATTR-LINE.
           05 ATR-DSN PIC X(40).
           05 FILLER PIC X(1).
           05 ATR-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 ATR-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 ATR-CONDUCTORS PIC 9(2).
       FD  RULEFILE.
       01  RULE-LINE.
           05 CRL-CLASS1 PIC X(1).
           05 FILLER PIC X(1).
           05 CRL-CLASS2 PIC X(1).
           05 FILLER PIC X(1).
           05 CRL-THRESH PIC 9(4).
      *    Same line layout as WIRECONV's OUT1FILE/OUT2FILE.
       FD  ALTSTEPFILE.
       01  ALT-STEP-LINE.
           05 ALT-OUT-DIRECTION PIC X(01).
           05 ALT-OUT-NUM-STEPS PIC 9(09).
      *    Same layout as WIRERANK's CAND-LINE - CAND-SEQ is left
      *    blank, so WIRERANK numbers the routes itself.
       FD  CANDFILE.
       01  CAND-LINE.
           05 CAND-ONE-DSN PIC X(40).
           05 FILLER PIC X(01).
           05 CAND-TWO-DSN PIC X(40).
           05 FILLER PIC X(01).
           05 CAND-SEQ PIC X(4).
       FD  ROUTRPTFILE.
       01  ROUTRPT-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Wire-step layouts (CONE-STUFF/CTWO-STUFF, TEMP-CABLE-STEP,
      *    direction constants, WS-MAX-COORD) shared with WIREPT1/
      *    WIREPT2 - see copybooks/CABLELAY.cpy.
           COPY CABLELAY.

      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2/WIRERANK.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-PANEL-ID PIC X(8) VALUE 'NONE'.
       01 WS-ONE-DSN PIC X(100) VALUE 'cable1.txt'.
       01 WS-ONE-STATUS PIC X(2) VALUE '00'.
       01 WS-ONE-FROM-ENV PIC X(1) VALUE 'N'.
       01 WS-TWO-DSN PIC X(100) VALUE 'cable2.txt'.
       01 WS-TWO-STATUS PIC X(2) VALUE '00'.
       01 WS-TWO-FROM-ENV PIC X(1) VALUE 'N'.
       01 WS-GRID-DSN PIC X(100) VALUE 'routgrid.dat'.
       01 WS-GRID-STATUS PIC X(2) VALUE '00'.
       01 WS-ATTR-DSN PIC X(100) VALUE 'cableattr.txt'.
       01 WS-ATTR-STATUS PIC X(2) VALUE '00'.
       01 WS-RULE-DSN PIC X(100) VALUE 'clearrule.txt'.
       01 WS-RULE-STATUS PIC X(2) VALUE '00'.
       01 WS-ALT-DSN PIC X(100) VALUE SPACES.
       01 WS-ALT-STATUS PIC X(2) VALUE '00'.
       01 WS-CAND-DSN PIC X(100) VALUE 'candidates.txt'.
       01 WS-ROUTRPT-DSN PIC X(100) VALUE 'reroute.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Tuning, each overridable before the run: RRBASE names the
      *    suggested step files (RRBASE.01.txt, RRBASE.02.txt, ...),
      *    RRSHIFT is the farthest a segment is moved sideways,
      *    RRKEEP how many improving routes are written, RRMAXALT a
      *    ceiling on routes tried so a very long cable 2 cannot run
      *    the step all night.
       01 WS-ALT-BASE PIC X(30) VALUE 'reroute'.
       01 WS-MAX-SHIFT PIC 9(2) VALUE 5.
       01 WS-KEEP PIC 9(2) VALUE 5.
       01 WS-MAX-ALTS PIC 9(4) VALUE 2000.

       01 WS-EOF PIC A(1).
       01 WS-LINE-NUM PIC 9(9) VALUE 0.
       01 WS-STEP-IS-VALID PIC X(1) VALUE 'Y'.
           88 STEP-IS-VALID VALUE 'Y'.
           88 STEP-IS-INVALID VALUE 'N'.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
       01 WS-ONE-SEGS PIC 9(9) VALUE 0.
       01 WS-TWO-SEGS PIC 9(9) VALUE 0.
       01 LOOP-CTR PIC 9(9) VALUE 0.

       01 NAVX PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVX-PREV PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVX-POST PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY-POST PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY-PREV PIC S9(9) USAGE IS COMPUTATIONAL.
       01 WS-WALK-STEPS PIC 9(9) VALUE 0.

      *    The cable-2 route being evaluated - the original, or one
      *    alternative rebuilt from its descriptor by BUILD-
      *    ALTERNATIVE. Two more entries than CTWO-STUFF because a
      *    parallel shift adds a jog at each end of the moved
      *    segment.
       01 WS-MAX-ALT-SEGS PIC 9(9) COMP VALUE 20002.
       01 ALT-PATH.
           02 ALT-STUFF OCCURS 20002 TIMES.
               05 DIRECTION PIC A(1) VALUE 'Z'.
               05 NUM-STEPS PIC S9(9) USAGE IS COMPUTATIONAL VALUE 0.
       01 ALT-COUNT PIC 9(9) VALUE 0.
       01 ALT-OVERFLOW PIC X(1) VALUE 'N'.

      *    An alternative is only ever held as a descriptor - kind
      *    'S' shifts segment BLD-SEG sideways by BLD-SHIFT cells
      *    (positive = up for a horizontal run, right for a vertical
      *    one), kind 'W' swaps segment BLD-SEG with the one after
      *    it, kind 'O' is the original route as read.
       01 WS-BLD-KIND PIC X(1) VALUE 'O'.
       01 WS-BLD-SEG PIC 9(5) VALUE 0.
       01 WS-BLD-SHIFT PIC S9(2) VALUE 0.
       01 WS-BLD-J PIC 9(9) VALUE 0.
       01 WS-BLD-LENGTH PIC 9(9) VALUE 0.
       01 WS-SEG-AXIS PIC X(1) VALUE SPACE.
       01 WS-NEXT-AXIS PIC X(1) VALUE SPACE.
      *    'Y' when the segment being tried has a via either side of
      *    it - see GENERATE-ALTERNATIVES.
       01 WS-SEG-BY-VIA PIC X(1) VALUE 'N'.
       01 WS-JOG-AXIS PIC X(1) VALUE SPACE.
       01 WS-SHIFT-D PIC 9(2) VALUE 0.

      *    APPEND-ALT-SEG working fields - the step being appended,
      *    and the axis ('H', 'V', or 'X' for a diagonal) and signed
      *    length (right/up positive) SET-STEP-AXIS works out for a
      *    step, used to fold a step into the one before it when
      *    both run along the same axis.
       01 WS-APP-DIR PIC A(1) VALUE SPACE.
       01 WS-APP-STEPS PIC S9(9) VALUE 0.
       01 WS-AX-DIR PIC A(1) VALUE SPACE.
       01 WS-AX-STEPS PIC S9(9) VALUE 0.
       01 WS-AX-AXIS PIC X(1) VALUE SPACE.
       01 WS-AX-SIGNED PIC S9(9) VALUE 0.
       01 WS-APP-AXIS PIC X(1) VALUE SPACE.
       01 WS-APP-SIGNED PIC S9(9) VALUE 0.
       01 WS-APP-SUM PIC S9(9) VALUE 0.

      *    Figures for the route just walked - see WALK-ALT-PATH.
       01 WS-EVAL-ID PIC 9(5) VALUE 0.
       01 WS-EV-CROSS PIC 9(9) VALUE 0.
       01 WS-EV-VIOL PIC 9(9) VALUE 0.
       01 WS-EV-SELF PIC 9(9) VALUE 0.
       01 WS-EV-MIN-DIST PIC 9(9) VALUE 0.
       01 WS-EV-MIN-STEPS PIC 9(9) VALUE 0.
       01 WS-EV-ADDED PIC S9(9) VALUE 0.
       01 WS-DIST-X PIC S9(9) VALUE 0.
       01 WS-DIST-Y PIC S9(9) VALUE 0.
       01 WS-DIST-SUM PIC 9(9) VALUE 0.
       01 WS-STEP-SUM PIC 9(9) VALUE 0.
      *    Crossing-not-found figure, as in WIRERANK, so a route
      *    with no crossing still compares on MIN-STEPS.
       01 WS-NO-CROSSING-FIGURE PIC 9(9) VALUE 999999999.

      *    The original route's figures, every alternative's yard-
      *    stick.
       01 WS-ORIG-CROSS PIC 9(9) VALUE 0.
       01 WS-ORIG-VIOL PIC 9(9) VALUE 0.
       01 WS-ORIG-SELF PIC 9(9) VALUE 0.
       01 WS-ORIG-MIN-DIST PIC 9(9) VALUE 0.
       01 WS-ORIG-MIN-STEPS PIC 9(9) VALUE 0.
       01 WS-ORIG-LENGTH PIC 9(9) VALUE 0.

      *    Clearance-check working fields - WIREPT2's stretch
      *    bookkeeping, held to the class-pair limit for the two
      *    cables (WIREPT3's rules; CLEARTHR when no rule applies).
       01 WS-CLEAR-THRESH PIC 9(4) VALUE 3.
       01 WS-PAIR-THRESH PIC 9(4) VALUE 0.
       01 WS-CLASS-A PIC X(1) VALUE 'S'.
       01 WS-CLASS-B PIC X(1) VALUE 'S'.
       01 WS-ADJ-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-ADJ-LEN PIC 9(9) VALUE 0.
       01 WS-CELL-ON-ONE PIC X(1) VALUE 'N'.
       01 WS-CELL-ADJACENT PIC X(1) VALUE 'N'.
       01 CLR-X PIC S9(9) USAGE IS COMPUTATIONAL.
       01 CLR-Y PIC S9(9) USAGE IS COMPUTATIONAL.

      *    Cable attributes by DSN and class-pair rules, loaded as
      *    in WIREPT3/WIREBAY.
       01 WS-MAX-ATTRS PIC 9(4) COMP VALUE 500.
       01 ATTR-TABLE.
           03 ATT-ENTRY OCCURS 500 TIMES INDEXED BY ATTIDX.
               05 ATT-DSN PIC X(40).
               05 ATT-CLASS PIC X(1).
           03 ATT-COUNT PIC 9(4) VALUE 0.
       01 WS-MAX-RULES PIC 9(2) COMP VALUE 20.
       01 RULE-TABLE.
           03 RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULEIDX.
               05 RUL-CLASS1 PIC X(1).
               05 RUL-CLASS2 PIC X(1).
               05 RUL-THRESH PIC 9(4).
           03 RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-FIND-DSN PIC X(40) VALUE SPACES.
       01 WS-FOUND-CLASS PIC X(1) VALUE 'S'.

      *    The best routes found so far, best first - crossings,
      *    then clearance violations, then added wire, then
      *    MIN-STEPS. Only the descriptor and the figures are kept;
      *    the route itself is rebuilt when its step file is
      *    written.
       01 BEST-TABLE.
           03 BST-ENTRY OCCURS 20 TIMES.
               05 BST-KIND PIC X(1).
               05 BST-SEG PIC 9(5).
               05 BST-SHIFT PIC S9(2).
               05 BST-CROSS PIC 9(9).
               05 BST-VIOL PIC 9(9).
               05 BST-MIN-DIST PIC 9(9).
               05 BST-MIN-STEPS PIC 9(9).
               05 BST-ADDED PIC S9(9).
           03 BST-COUNT PIC 9(2) VALUE 0.
       01 WS-BST-I PIC 9(2) VALUE 0.
       01 WS-INS-POS PIC 9(2) VALUE 0.
       01 WS-IS-BETTER PIC X(1) VALUE 'N'.
           88 IS-BETTER VALUE 'Y'.

      *    Run totals.
       01 WS-ALT-TRIED PIC 9(5) VALUE 0.
       01 WS-ALT-IMPROVING PIC 9(5) VALUE 0.
       01 WS-ALT-SELF-REJECT PIC 9(5) VALUE 0.
       01 WS-ALT-WRITTEN PIC 9(2) VALUE 0.
       01 WS-CAP-REACHED PIC X(1) VALUE 'N'.
           88 CAP-REACHED VALUE 'Y'.

      *    Report line pieces.
       01 WS-RANK-NUM PIC 9(2) VALUE 0.
       01 WS-DESC PIC X(26) VALUE SPACES.
       01 WS-DESC-SEG PIC 9(5) VALUE 0.
       01 WS-DESC-SEG2 PIC 9(5) VALUE 0.
       01 WS-DESC-WORD PIC X(5) VALUE SPACES.
       01 WS-DESC-CELLS PIC 9(2) VALUE 0.
       01 WS-ED-CROSS PIC Z(8)9.
       01 WS-ED-DELTA PIC -(8)9.
       01 WS-ED-VIOL PIC Z(8)9.
       01 WS-ED-DIST PIC X(10).
       01 WS-ED-STEPS PIC X(10).
       01 WS-ED-ADDED PIC -(8)9.
       01 WS-ED-NUM PIC Z(8)9.
       01 WS-DELTA PIC S9(9) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.
           PERFORM LOAD-CABLE-ATTRS.
           PERFORM LOAD-CLEAR-RULES.
           PERFORM LOAD-CABLE-ONE.
           PERFORM LOAD-CABLE-TWO.
           IF WS-ONE-SEGS = 0 OR WS-TWO-SEGS = 0
               DISPLAY "WIREROUT: NOTHING TO ROUTE - CABLE 1 HAS "
                   WS-ONE-SEGS " AND CABLE 2 " WS-TWO-SEGS
                   " USABLE SEGMENT(S)"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM FIND-PAIR-THRESHOLD.

           OPEN OUTPUT GRIDFILE.
           CLOSE GRIDFILE.
           OPEN I-O GRIDFILE.
           IF WS-GRID-STATUS NOT = '00'
               DISPLAY "GRIDFILE OPEN FAILED - STATUS " WS-GRID-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM WALK-CABLE-ONE.

      *    The original route is route 1; alternatives follow from 2.
           MOVE 'O' TO WS-BLD-KIND.
           PERFORM BUILD-ALTERNATIVE.
           MOVE WS-BLD-LENGTH TO WS-ORIG-LENGTH.
           MOVE 1 TO WS-EVAL-ID.
           PERFORM WALK-ALT-PATH.
           MOVE WS-EV-CROSS TO WS-ORIG-CROSS.
           MOVE WS-EV-VIOL TO WS-ORIG-VIOL.
           MOVE WS-EV-SELF TO WS-ORIG-SELF.
           MOVE WS-EV-MIN-DIST TO WS-ORIG-MIN-DIST.
           MOVE WS-EV-MIN-STEPS TO WS-ORIG-MIN-STEPS.

      *    A route with nothing to improve on is left alone.
           IF WS-ORIG-CROSS > 0 OR WS-ORIG-VIOL > 0
               PERFORM GENERATE-ALTERNATIVES
           END-IF.
           CLOSE GRIDFILE.

           PERFORM WRITE-SUGGESTIONS.

           DISPLAY "WIREROUT: " WS-ALT-TRIED " ROUTE(S) TRIED, "
               WS-ALT-IMPROVING " IMPROVING, " WS-ALT-WRITTEN
               " WRITTEN TO " FUNCTION TRIM(WS-CAND-DSN).
           IF WS-ORIG-CROSS > 0 OR WS-ORIG-VIOL > 0
               IF WS-ALT-WRITTEN = 0
                   DISPLAY "WIREROUT: NO ROUTE IMPROVES ON THE "
                       "ORIGINAL - SEE " FUNCTION TRIM(WS-ROUTRPT-DSN)
               END-IF
           END-IF.
           IF WS-REJECT-COUNT > 0
               DISPLAY "WIREROUT: " WS-REJECT-COUNT " INPUT LINE(S) "
                   "REJECTED - SEE " FUNCTION TRIM(WS-ROUTRPT-DSN)
           END-IF.
           IF CAP-REACHED
               DISPLAY "WIREROUT: ROUTE CEILING OF " WS-MAX-ALTS
                   " REACHED (RRMAXALT) - SEE "
                   FUNCTION TRIM(WS-ROUTRPT-DSN)
           END-IF.
      *    RC 4 means CANDDD is empty and the job's RANK step is
      *    skipped - WIRERANK refuses an empty manifest. Once any
      *    route is on CANDDD it goes on to RANK, whatever else went
      *    wrong; a rejected line or the RRMAXALT ceiling is still
      *    reported above and on ROUTRPDD.
           IF WS-ALT-WRITTEN = 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-CABLE-ONE.
      *    A cable that cannot be opened leaves zero segments, which
      *    the mainline refuses.
           MOVE 0 TO WS-ONE-SEGS.
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT ONEINPUTFILE.
           IF WS-ONE-STATUS NOT = '00'
               DISPLAY "CABLE 1 OPEN FAILED - STATUS " WS-ONE-STATUS
                   " - " FUNCTION TRIM(WS-ONE-DSN)
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ONEINPUTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           ADD 1 TO WS-STEP-SEGS
                           MOVE ONE-STEP-LINE TO TWO-STEP-LINE
                           MOVE WS-ONE-SEGS TO LOOP-CTR
                           PERFORM VALIDATE-STEP
                           IF STEP-IS-VALID
                               ADD 1 TO WS-ONE-SEGS
                               MOVE ONE-DIRECTION TO DIRECTION OF
                                   CONE-STUFF(WS-ONE-SEGS)
                               MOVE FUNCTION NUMVAL(ONE-NUM-STEPS)
                                   TO NUM-STEPS OF
                                   CONE-STUFF(WS-ONE-SEGS)
                           ELSE
                               DISPLAY "CABLE 1 LINE " WS-LINE-NUM
                                   ": '" ONE-STEP-LINE "' - "
                                   WS-REJECT-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONEINPUTFILE
           END-IF.
           IF WS-ONE-SEGS < WS-MAX-CABLE-SEGS
               MOVE UNINITIALIZED-DIRECTION TO DIRECTION OF
                   CONE-STUFF(WS-ONE-SEGS + 1)
           END-IF.

       LOAD-CABLE-TWO.
           MOVE 0 TO WS-TWO-SEGS.
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT TWOINPUTFILE.
           IF WS-TWO-STATUS NOT = '00'
               DISPLAY "CABLE 2 OPEN FAILED - STATUS " WS-TWO-STATUS
                   " - " FUNCTION TRIM(WS-TWO-DSN)
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TWOINPUTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           ADD 1 TO WS-STEP-SEGS
                           MOVE WS-TWO-SEGS TO LOOP-CTR
                           PERFORM VALIDATE-STEP
                           IF STEP-IS-VALID
                               ADD 1 TO WS-TWO-SEGS
                               MOVE TWO-DIRECTION TO DIRECTION OF
                                   CTWO-STUFF(WS-TWO-SEGS)
                               MOVE FUNCTION NUMVAL(TWO-NUM-STEPS)
                                   TO NUM-STEPS OF
                                   CTWO-STUFF(WS-TWO-SEGS)
                           ELSE
                               DISPLAY "CABLE 2 LINE " WS-LINE-NUM
                                   ": '" TWO-STEP-LINE "' - "
                                   WS-REJECT-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TWOINPUTFILE
           END-IF.
           IF WS-TWO-SEGS < WS-MAX-CABLE-SEGS
               MOVE UNINITIALIZED-DIRECTION TO DIRECTION OF
                   CTWO-STUFF(WS-TWO-SEGS + 1)
           END-IF.

       VALIDATE-STEP.
      *    WIRERANK's VALIDATE-ONE-STEP, for a line staged in
      *    TWO-STEP-LINE with LOOP-CTR holding the segments kept so
      *    far.
           SET STEP-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LOOP-CTR >= WS-MAX-CABLE-SEGS
               SET STEP-IS-INVALID TO TRUE
               MOVE "CABLE EXCEEDS MAX SEGMENTS" TO WS-REJECT-REASON
           ELSE
               IF TWO-DIRECTION NOT = UP-DIRECTION
                   AND TWO-DIRECTION NOT = DOWN-DIRECTION
                   AND TWO-DIRECTION NOT = LEFT-DIRECTION
                   AND TWO-DIRECTION NOT = RIGHT-DIRECTION
                   AND TWO-DIRECTION NOT = UP-LEFT-DIRECTION
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
           IF STEP-IS-INVALID
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       WALK-CABLE-ONE.
      *    Stake out cable 1's cells, remembering how far along the
      *    cable each was first reached.
           SET WS-WALK-STEPS TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM VARYING LOOP-CTR FROM 1 BY 1
               UNTIL LOOP-CTR > WS-ONE-SEGS
               MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
               PERFORM COMPUTE-SEGMENT-TARGET
               PERFORM UNTIL NAVX = NAVX-POST
                   AND NAVY = NAVY-POST
                   PERFORM ADVANCE-ONE-CELL
                   ADD 1 TO WS-WALK-STEPS
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
           END-PERFORM.

       STAKE-CABLE1-CELL.
      *    One cell of cable 1's walk, (NAVX, NAVY) on the face
      *    cable 1 is running on.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   MOVE 'Y' TO GR-ONE
                   MOVE WS-WALK-STEPS TO GR-ONE-STEPS
                   MOVE 0 TO GR-ALT
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       WALK-ALT-PATH.
      *    Walk the route in ALT-PATH as cable 2 under route number
      *    WS-EVAL-ID, leaving its crossings, clearance violations,
      *    self-revisits, MIN-DIST and MIN-STEPS in the WS-EV-
      *    fields. A cell is a crossing the first time this route
      *    reaches a cable-1 cell, as in WIREPT2; the crossing's
      *    combined steps are cable 1's steps to it plus this
      *    route's.
           MOVE 0 TO WS-EV-CROSS.
           MOVE 0 TO WS-EV-VIOL.
           MOVE 0 TO WS-EV-SELF.
           MOVE WS-NO-CROSSING-FIGURE TO WS-EV-MIN-DIST.
           MOVE WS-NO-CROSSING-FIGURE TO WS-EV-MIN-STEPS.
           MOVE 'N' TO WS-ADJ-ACTIVE.
           MOVE 0 TO WS-ADJ-LEN.
           SET WS-WALK-STEPS TO 0.
           SET NAVX TO 0.
           SET NAVY TO 0.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM VARYING LOOP-CTR FROM 1 BY 1
               UNTIL LOOP-CTR > ALT-COUNT
               MOVE ALT-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP
               PERFORM COMPUTE-SEGMENT-TARGET
               PERFORM UNTIL NAVX = NAVX-POST
                   AND NAVY = NAVY-POST
                   PERFORM ADVANCE-ONE-CELL
                   ADD 1 TO WS-WALK-STEPS
                   PERFORM VISIT-ALT-CELL
                   PERFORM CHECK-CLEARANCE
               END-PERFORM
      *    A via - any stretch of adjacency ends with the face it ran
      *    along, and the via's cell is visited on the new face.
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM CLOSE-ADJ-RUN
                   PERFORM SWITCH-LAYER
                   IF NAVX NOT = 0 OR NAVY NOT = 0
                       PERFORM VISIT-ALT-CELL
                       PERFORM CHECK-CLEARANCE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-ADJ-RUN.

       VISIT-ALT-CELL.
      *    One cell of the route's walk, on the face it is running
      *    on - a crossing only where cable 1 ran on the same face.
           MOVE NAVX TO GR-X.
           MOVE NAVY TO GR-Y.
           MOVE CURRENT-LAYER TO GR-LAYER.
           READ GRIDFILE
               INVALID KEY
                   MOVE 'N' TO WS-CELL-ON-ONE
                   MOVE 'N' TO GR-ONE
                   MOVE 0 TO GR-ONE-STEPS
                   MOVE WS-EVAL-ID TO GR-ALT
                   ADD 1 TO WS-STEP-CELLS
                   WRITE GRID-RECORD
                   IF WS-GRID-STATUS NOT = '00'
                       DISPLAY "GRIDFILE WRITE FAILED - "
                           WS-GRID-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE GR-ONE TO WS-CELL-ON-ONE
                   IF GR-ALT = WS-EVAL-ID
                       ADD 1 TO WS-EV-SELF
                   ELSE
                       MOVE WS-EVAL-ID TO GR-ALT
                       REWRITE GRID-RECORD
                       IF WS-GRID-STATUS NOT = '00'
                           DISPLAY "GRIDFILE REWRITE FAILED - "
                               WS-GRID-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       IF GR-ONE = 'Y'
                           PERFORM RECORD-CROSSING
                       END-IF
                   END-IF
           END-READ.

       RECORD-CROSSING.
           ADD 1 TO WS-EV-CROSS.
           MOVE NAVX TO WS-DIST-X.
           MOVE NAVY TO WS-DIST-Y.
           SET WS-DIST-X TO FUNCTION ABS ( WS-DIST-X ).
           SET WS-DIST-Y TO FUNCTION ABS ( WS-DIST-Y ).
           ADD WS-DIST-X TO WS-DIST-Y GIVING WS-DIST-SUM.
           SET WS-EV-MIN-DIST TO
               FUNCTION MIN ( WS-EV-MIN-DIST WS-DIST-SUM ).
           ADD GR-ONE-STEPS TO WS-WALK-STEPS GIVING WS-STEP-SUM.
           SET WS-EV-MIN-STEPS TO
               FUNCTION MIN ( WS-EV-MIN-STEPS WS-STEP-SUM ).

       CHECK-CLEARANCE.
      *    WIREPT2's clearance stretch: a cable-2 cell beside (but
      *    not on) a cable-1 cell extends the stretch; anything else
      *    closes it. The grid record area is free to reuse by now -
      *    VISIT-ALT-CELL has already written this cell back.
           IF WS-CELL-ON-ONE = 'Y'
               PERFORM CLOSE-ADJ-RUN
           ELSE
               MOVE 'N' TO WS-CELL-ADJACENT
               SET CLR-X TO NAVX
               SET CLR-Y TO NAVY
               ADD 1 TO CLR-X
               PERFORM CHECK-ADJ-NEIGHBOR
               SUBTRACT 2 FROM CLR-X
               PERFORM CHECK-ADJ-NEIGHBOR
               ADD 1 TO CLR-X
               ADD 1 TO CLR-Y
               PERFORM CHECK-ADJ-NEIGHBOR
               SUBTRACT 2 FROM CLR-Y
               PERFORM CHECK-ADJ-NEIGHBOR
               IF WS-CELL-ADJACENT = 'Y'
                   MOVE 'Y' TO WS-ADJ-ACTIVE
                   ADD 1 TO WS-ADJ-LEN
               ELSE
                   PERFORM CLOSE-ADJ-RUN
               END-IF
           END-IF.

       CHECK-ADJ-NEIGHBOR.
      *    Only cable 1's cells on the route's own face are beside it
      *    - the board lies between the route and the other face.
           IF WS-CELL-ADJACENT = 'N'
               MOVE CLR-X TO GR-X
               MOVE CLR-Y TO GR-Y
               MOVE CURRENT-LAYER TO GR-LAYER
               READ GRIDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-ONE = 'Y'
                           MOVE 'Y' TO WS-CELL-ADJACENT
                       END-IF
               END-READ
           END-IF.

       CLOSE-ADJ-RUN.
           IF WS-ADJ-ACTIVE = 'Y'
               IF WS-ADJ-LEN > WS-PAIR-THRESH
                   ADD 1 TO WS-EV-VIOL
               END-IF
           END-IF.
           MOVE 'N' TO WS-ADJ-ACTIVE.
           MOVE 0 TO WS-ADJ-LEN.

       GENERATE-ALTERNATIVES.
      *    Every straight segment of cable 2 is moved sideways 1 to
      *    RRSHIFT cells each way, and every straight segment
      *    followed by a straight segment at right angles to it has
      *    the two legs swapped. Both keep the start and end points;
      *    diagonal runs and vias are left as they are. A segment
      *    with a via either side of it is not shifted - the via is
      *    drilled where the route changes face, and a jog laid
      *    beside it would leave the via where it was with a stub
      *    of the shifted face's run hung off it, so the route is
      *    only ever changed away from its vias.
           MOVE 1 TO WS-EVAL-ID.
           PERFORM VARYING WS-BLD-J FROM 1 BY 1
               UNTIL WS-BLD-J > WS-TWO-SEGS OR CAP-REACHED
               MOVE DIRECTION OF CTWO-STUFF(WS-BLD-J) TO WS-AX-DIR
               MOVE NUM-STEPS OF CTWO-STUFF(WS-BLD-J) TO WS-AX-STEPS
               PERFORM SET-STEP-AXIS
               MOVE WS-AX-AXIS TO WS-SEG-AXIS
               MOVE 'N' TO WS-SEG-BY-VIA
               IF WS-BLD-J > 1
                   IF DIRECTION OF CTWO-STUFF(WS-BLD-J - 1)
                       = VIA-DIRECTION
                       MOVE 'Y' TO WS-SEG-BY-VIA
                   END-IF
               END-IF
               IF WS-BLD-J < WS-TWO-SEGS
                   IF DIRECTION OF CTWO-STUFF(WS-BLD-J + 1)
                       = VIA-DIRECTION
                       MOVE 'Y' TO WS-SEG-BY-VIA
                   END-IF
               END-IF
               IF WS-SEG-AXIS NOT = 'X'
                   PERFORM VARYING WS-SHIFT-D FROM 1 BY 1
                       UNTIL WS-SHIFT-D > WS-MAX-SHIFT OR CAP-REACHED
                       OR WS-SEG-BY-VIA = 'Y'
                       MOVE 'S' TO WS-BLD-KIND
                       MOVE WS-BLD-J TO WS-BLD-SEG
                       MOVE WS-SHIFT-D TO WS-BLD-SHIFT
                       PERFORM TRY-ALTERNATIVE
                       IF NOT CAP-REACHED
                           MOVE 'S' TO WS-BLD-KIND
                           MOVE WS-BLD-J TO WS-BLD-SEG
                           COMPUTE WS-BLD-SHIFT = 0 - WS-SHIFT-D
                           PERFORM TRY-ALTERNATIVE
                       END-IF
                   END-PERFORM
                   IF WS-BLD-J < WS-TWO-SEGS AND NOT CAP-REACHED
                       MOVE DIRECTION OF CTWO-STUFF(WS-BLD-J + 1)
                           TO WS-AX-DIR
                       PERFORM SET-STEP-AXIS
                       MOVE WS-AX-AXIS TO WS-NEXT-AXIS
                       IF WS-NEXT-AXIS NOT = 'X'
                           AND WS-NEXT-AXIS NOT = WS-SEG-AXIS
                           MOVE 'W' TO WS-BLD-KIND
                           MOVE WS-BLD-J TO WS-BLD-SEG
                           MOVE 0 TO WS-BLD-SHIFT
                           PERFORM TRY-ALTERNATIVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TRY-ALTERNATIVE.
      *    Build, walk and rank one alternative. A route that loops
      *    back over itself more than the original did would trade
      *    a crossing with cable 1 for a self-crossing WIREPT1/
      *    WIREPT2 would flag, so it is set aside.
           IF WS-ALT-TRIED >= WS-MAX-ALTS
               MOVE 'Y' TO WS-CAP-REACHED
           ELSE
               ADD 1 TO WS-ALT-TRIED
               PERFORM BUILD-ALTERNATIVE
               IF ALT-OVERFLOW = 'N'
                   ADD 1 TO WS-EVAL-ID
                   PERFORM WALK-ALT-PATH
                   COMPUTE WS-EV-ADDED =
                       WS-BLD-LENGTH - WS-ORIG-LENGTH
                   IF WS-EV-SELF > WS-ORIG-SELF
                       ADD 1 TO WS-ALT-SELF-REJECT
                   ELSE
                       IF WS-EV-CROSS < WS-ORIG-CROSS
                           OR ( WS-EV-CROSS = WS-ORIG-CROSS
                               AND WS-EV-VIOL < WS-ORIG-VIOL )
                           ADD 1 TO WS-ALT-IMPROVING
                           PERFORM INSERT-BEST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-ALTERNATIVE.
      *    Rebuild the route WS-BLD-KIND/WS-BLD-SEG/WS-BLD-SHIFT
      *    describes into ALT-PATH, with its total length in
      *    WS-BLD-LENGTH. The original is copied as read; an
      *    alternative goes through APPEND-ALT-SEG so a jog or a
      *    swapped leg that lines up with its neighbour folds into
      *    it rather than leaving two steps in the same line.
           MOVE 0 TO ALT-COUNT.
           MOVE 'N' TO ALT-OVERFLOW.
           MOVE 0 TO WS-BLD-LENGTH.
           IF WS-BLD-KIND = 'O'
               PERFORM VARYING LOOP-CTR FROM 1 BY 1
                   UNTIL LOOP-CTR > WS-TWO-SEGS
                   MOVE CTWO-STUFF(LOOP-CTR) TO ALT-STUFF(LOOP-CTR)
               END-PERFORM
               MOVE WS-TWO-SEGS TO ALT-COUNT
           ELSE
               MOVE 1 TO LOOP-CTR
               PERFORM UNTIL LOOP-CTR > WS-TWO-SEGS
                   IF LOOP-CTR = WS-BLD-SEG
                       PERFORM BUILD-CHANGED-SEGMENT
                   ELSE
                       MOVE DIRECTION OF CTWO-STUFF(LOOP-CTR)
                           TO WS-APP-DIR
                       MOVE NUM-STEPS OF CTWO-STUFF(LOOP-CTR)
                           TO WS-APP-STEPS
                       PERFORM APPEND-ALT-SEG
                   END-IF
                   ADD 1 TO LOOP-CTR
               END-PERFORM
           END-IF.
           PERFORM VARYING LOOP-CTR FROM 1 BY 1
               UNTIL LOOP-CTR > ALT-COUNT
               ADD NUM-STEPS OF ALT-STUFF(LOOP-CTR) TO WS-BLD-LENGTH
           END-PERFORM.

       BUILD-CHANGED-SEGMENT.
      *    A shift puts a jog of WS-BLD-SHIFT cells across the
      *    segment's line before it and the matching jog back after
      *    it; a swap lays the next leg down first and steps
      *    LOOP-CTR past it.
           IF WS-BLD-KIND = 'W'
               MOVE DIRECTION OF CTWO-STUFF(LOOP-CTR + 1) TO WS-APP-DIR
               MOVE NUM-STEPS OF CTWO-STUFF(LOOP-CTR + 1)
                   TO WS-APP-STEPS
               PERFORM APPEND-ALT-SEG
               MOVE DIRECTION OF CTWO-STUFF(LOOP-CTR) TO WS-APP-DIR
               MOVE NUM-STEPS OF CTWO-STUFF(LOOP-CTR) TO WS-APP-STEPS
               PERFORM APPEND-ALT-SEG
               ADD 1 TO LOOP-CTR
           ELSE
               MOVE DIRECTION OF CTWO-STUFF(LOOP-CTR) TO WS-AX-DIR
               MOVE NUM-STEPS OF CTWO-STUFF(LOOP-CTR) TO WS-AX-STEPS
               PERFORM SET-STEP-AXIS
               MOVE WS-AX-AXIS TO WS-JOG-AXIS
               PERFORM SET-JOG-OUT
               PERFORM APPEND-ALT-SEG
               MOVE DIRECTION OF CTWO-STUFF(LOOP-CTR) TO WS-APP-DIR
               MOVE NUM-STEPS OF CTWO-STUFF(LOOP-CTR) TO WS-APP-STEPS
               PERFORM APPEND-ALT-SEG
               PERFORM SET-JOG-OUT
               IF WS-APP-DIR = UP-DIRECTION
                   MOVE DOWN-DIRECTION TO WS-APP-DIR
               ELSE
               IF WS-APP-DIR = DOWN-DIRECTION
                   MOVE UP-DIRECTION TO WS-APP-DIR
               ELSE
               IF WS-APP-DIR = RIGHT-DIRECTION
                   MOVE LEFT-DIRECTION TO WS-APP-DIR
               ELSE
                   MOVE RIGHT-DIRECTION TO WS-APP-DIR
               END-IF
               END-IF
               END-IF
               PERFORM APPEND-ALT-SEG
           END-IF.

       SET-JOG-OUT.
      *    The outward jog for a shift of the segment whose axis is
      *    in WS-JOG-AXIS - up or down across a horizontal run, right
      *    or left across a vertical one.
           IF WS-BLD-SHIFT > 0
               MOVE WS-BLD-SHIFT TO WS-APP-STEPS
               IF WS-JOG-AXIS = 'H'
                   MOVE UP-DIRECTION TO WS-APP-DIR
               ELSE
                   MOVE RIGHT-DIRECTION TO WS-APP-DIR
               END-IF
           ELSE
               COMPUTE WS-APP-STEPS = 0 - WS-BLD-SHIFT
               IF WS-JOG-AXIS = 'H'
                   MOVE DOWN-DIRECTION TO WS-APP-DIR
               ELSE
                   MOVE LEFT-DIRECTION TO WS-APP-DIR
               END-IF
           END-IF.

       APPEND-ALT-SEG.
      *    Add WS-APP-DIR/WS-APP-STEPS to the end of ALT-PATH. A
      *    straight step along the same axis as the last one is
      *    folded into it as a signed sum (dropping the last step
      *    altogether if they cancel); a diagonal folds only into
      *    the same diagonal. A via is always kept, zero steps and
      *    all, and nothing folds across it - it has no axis, so the
      *    step after it always starts a new leg on the other face,
      *    and a second via is never folded into the first.
           IF WS-APP-STEPS > 0 OR WS-APP-DIR = VIA-DIRECTION
               MOVE WS-APP-DIR TO WS-AX-DIR
               MOVE WS-APP-STEPS TO WS-AX-STEPS
               PERFORM SET-STEP-AXIS
               MOVE WS-AX-AXIS TO WS-APP-AXIS
               MOVE WS-AX-SIGNED TO WS-APP-SIGNED
               MOVE SPACE TO WS-AX-AXIS
               IF ALT-COUNT > 0
                   MOVE DIRECTION OF ALT-STUFF(ALT-COUNT) TO WS-AX-DIR
                   MOVE NUM-STEPS OF ALT-STUFF(ALT-COUNT)
                       TO WS-AX-STEPS
                   PERFORM SET-STEP-AXIS
               END-IF
               IF WS-AX-AXIS = WS-APP-AXIS AND WS-APP-AXIS NOT = 'X'
                   ADD WS-AX-SIGNED TO WS-APP-SIGNED
                       GIVING WS-APP-SUM
                   IF WS-APP-SUM = 0
                       SUBTRACT 1 FROM ALT-COUNT
                   ELSE
                       PERFORM SET-MERGED-STEP
                   END-IF
               ELSE
                   IF WS-AX-AXIS = 'X' AND WS-APP-AXIS = 'X'
                       AND WS-AX-DIR = WS-APP-DIR
                       AND WS-APP-DIR NOT = VIA-DIRECTION
                       ADD WS-APP-STEPS TO
                           NUM-STEPS OF ALT-STUFF(ALT-COUNT)
                   ELSE
                       IF ALT-COUNT >= WS-MAX-ALT-SEGS
                           MOVE 'Y' TO ALT-OVERFLOW
                       ELSE
                           ADD 1 TO ALT-COUNT
                           MOVE WS-APP-DIR TO
                               DIRECTION OF ALT-STUFF(ALT-COUNT)
                           MOVE WS-APP-STEPS TO
                               NUM-STEPS OF ALT-STUFF(ALT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-MERGED-STEP.
      *    The folded step's direction comes from the sign of the
      *    sum along its axis.
           IF WS-APP-SUM > 0
               MOVE WS-APP-SUM TO NUM-STEPS OF ALT-STUFF(ALT-COUNT)
               IF WS-APP-AXIS = 'H'
                   MOVE RIGHT-DIRECTION TO
                       DIRECTION OF ALT-STUFF(ALT-COUNT)
               ELSE
                   MOVE UP-DIRECTION TO
                       DIRECTION OF ALT-STUFF(ALT-COUNT)
               END-IF
           ELSE
               COMPUTE NUM-STEPS OF ALT-STUFF(ALT-COUNT) =
                   0 - WS-APP-SUM
               IF WS-APP-AXIS = 'H'
                   MOVE LEFT-DIRECTION TO
                       DIRECTION OF ALT-STUFF(ALT-COUNT)
               ELSE
                   MOVE DOWN-DIRECTION TO
                       DIRECTION OF ALT-STUFF(ALT-COUNT)
               END-IF
           END-IF.

       SET-STEP-AXIS.
      *    Axis and signed length of WS-AX-DIR/WS-AX-STEPS.
           MOVE 'X' TO WS-AX-AXIS.
           MOVE WS-AX-STEPS TO WS-AX-SIGNED.
           IF WS-AX-DIR = RIGHT-DIRECTION
               MOVE 'H' TO WS-AX-AXIS
           END-IF.
           IF WS-AX-DIR = LEFT-DIRECTION
               MOVE 'H' TO WS-AX-AXIS
               COMPUTE WS-AX-SIGNED = 0 - WS-AX-STEPS
           END-IF.
           IF WS-AX-DIR = UP-DIRECTION
               MOVE 'V' TO WS-AX-AXIS
           END-IF.
           IF WS-AX-DIR = DOWN-DIRECTION
               MOVE 'V' TO WS-AX-AXIS
               COMPUTE WS-AX-SIGNED = 0 - WS-AX-STEPS
           END-IF.

       INSERT-BEST.
      *    Slot the route just walked into BEST-TABLE at the first
      *    entry it beats, pushing the rest down and dropping the
      *    last once RRKEEP entries are held.
           MOVE 0 TO WS-INS-POS.
           MOVE 1 TO WS-BST-I.
           PERFORM UNTIL WS-BST-I > BST-COUNT OR WS-INS-POS > 0
               PERFORM COMPARE-TO-BEST
               IF IS-BETTER
                   MOVE WS-BST-I TO WS-INS-POS
               END-IF
               ADD 1 TO WS-BST-I
           END-PERFORM.
           IF WS-INS-POS = 0
               COMPUTE WS-INS-POS = BST-COUNT + 1
           END-IF.
           IF WS-INS-POS <= WS-KEEP
               IF BST-COUNT < WS-KEEP
                   ADD 1 TO BST-COUNT
               END-IF
               MOVE BST-COUNT TO WS-BST-I
               PERFORM UNTIL WS-BST-I <= WS-INS-POS
                   MOVE BST-ENTRY(WS-BST-I - 1) TO BST-ENTRY(WS-BST-I)
                   SUBTRACT 1 FROM WS-BST-I
               END-PERFORM
               MOVE WS-BLD-KIND TO BST-KIND(WS-INS-POS)
               MOVE WS-BLD-SEG TO BST-SEG(WS-INS-POS)
               MOVE WS-BLD-SHIFT TO BST-SHIFT(WS-INS-POS)
               MOVE WS-EV-CROSS TO BST-CROSS(WS-INS-POS)
               MOVE WS-EV-VIOL TO BST-VIOL(WS-INS-POS)
               MOVE WS-EV-MIN-DIST TO BST-MIN-DIST(WS-INS-POS)
               MOVE WS-EV-MIN-STEPS TO BST-MIN-STEPS(WS-INS-POS)
               MOVE WS-EV-ADDED TO BST-ADDED(WS-INS-POS)
           END-IF.

       COMPARE-TO-BEST.
      *    Strictly better than BEST-TABLE entry WS-BST-I - a tie
      *    leaves the route found first ahead.
           MOVE 'N' TO WS-IS-BETTER.
           IF WS-EV-CROSS < BST-CROSS(WS-BST-I)
               MOVE 'Y' TO WS-IS-BETTER
           ELSE
           IF WS-EV-CROSS = BST-CROSS(WS-BST-I)
               IF WS-EV-VIOL < BST-VIOL(WS-BST-I)
                   MOVE 'Y' TO WS-IS-BETTER
               ELSE
               IF WS-EV-VIOL = BST-VIOL(WS-BST-I)
                   IF WS-EV-ADDED < BST-ADDED(WS-BST-I)
                       MOVE 'Y' TO WS-IS-BETTER
                   ELSE
                       IF WS-EV-ADDED = BST-ADDED(WS-BST-I)
                           AND WS-EV-MIN-STEPS <
                               BST-MIN-STEPS(WS-BST-I)
                           MOVE 'Y' TO WS-IS-BETTER
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       WRITE-SUGGESTIONS.
      *    The report, and one step file plus one manifest line per
      *    route kept. The manifest is always written, even empty,
      *    so a stale one from an earlier run cannot be ranked by
      *    mistake.
           OPEN OUTPUT ROUTRPTFILE.
           OPEN OUTPUT CANDFILE.
           MOVE SPACES TO ROUTRPT-LINE.
           STRING "WIREROUT CABLE-2 RE-ROUTE SUGGESTIONS - PANEL "
               FUNCTION TRIM(WS-PANEL-ID)
               DELIMITED BY SIZE INTO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           MOVE SPACES TO ROUTRPT-LINE.
           STRING "CABLE 1 " FUNCTION TRIM(WS-ONE-DSN)
               " (UNCHANGED)  CABLE 2 " FUNCTION TRIM(WS-TWO-DSN)
               DELIMITED BY SIZE INTO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           MOVE SPACES TO ROUTRPT-LINE.
           STRING "CLASSES " WS-CLASS-A "/" WS-CLASS-B
               " CLEARANCE LIMIT " WS-PAIR-THRESH
               " CELL(S)  SHIFTS UP TO " WS-MAX-SHIFT " CELL(S)"
               DELIMITED BY SIZE INTO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           MOVE SPACES TO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           MOVE SPACES TO ROUTRPT-LINE.
           STRING "RANK CHANGE                     CROSSINGS    "
               "CHANGE  CLR-VIOL  MIN-DIST   MIN-STEPS ADDED-LEN "
               "STEP FILE"
               DELIMITED BY SIZE INTO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.

           MOVE 'ORIGINAL ROUTE' TO WS-DESC.
           MOVE WS-ORIG-CROSS TO WS-EV-CROSS.
           MOVE WS-ORIG-VIOL TO WS-EV-VIOL.
           MOVE WS-ORIG-MIN-DIST TO WS-EV-MIN-DIST.
           MOVE WS-ORIG-MIN-STEPS TO WS-EV-MIN-STEPS.
           MOVE 0 TO WS-EV-ADDED.
           MOVE WS-TWO-DSN TO WS-ALT-DSN.
           MOVE 0 TO WS-RANK-NUM.
           PERFORM WRITE-ROUTE-LINE.

           PERFORM VARYING WS-BST-I FROM 1 BY 1
               UNTIL WS-BST-I > BST-COUNT
               PERFORM WRITE-ONE-SUGGESTION
           END-PERFORM.
           CLOSE CANDFILE.

           MOVE SPACES TO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           IF WS-ORIG-CROSS = 0 AND WS-ORIG-VIOL = 0
               MOVE SPACES TO ROUTRPT-LINE
               STRING "ORIGINAL ROUTE HAS NO CROSSINGS AND NO "
                   "CLEARANCE VIOLATIONS - NOTHING TO IMPROVE"
                   DELIMITED BY SIZE INTO ROUTRPT-LINE
               WRITE ROUTRPT-LINE
           ELSE
               IF BST-COUNT = 0
                   MOVE "NO ALTERNATIVE ROUTE IMPROVES ON THE ORIGINAL"
                       TO ROUTRPT-LINE
                   WRITE ROUTRPT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO ROUTRPT-LINE.
           STRING "ROUTES TRIED: " WS-ALT-TRIED
               " IMPROVING: " WS-ALT-IMPROVING
               " SET ASIDE FOR SELF-CROSSING: " WS-ALT-SELF-REJECT
               " WRITTEN: " WS-ALT-WRITTEN
               " INPUT LINES REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO ROUTRPT-LINE.
           WRITE ROUTRPT-LINE.
           IF CAP-REACHED
               MOVE SPACES TO ROUTRPT-LINE
               STRING "ROUTE CEILING OF " WS-MAX-ALTS
                   " REACHED - LATER SEGMENTS NOT TRIED (RRMAXALT)"
                   DELIMITED BY SIZE INTO ROUTRPT-LINE
               WRITE ROUTRPT-LINE
           END-IF.
           CLOSE ROUTRPTFILE.

       WRITE-ONE-SUGGESTION.
      *    Rebuild BEST-TABLE entry WS-BST-I, write it out as a step
      *    file, and list it on the manifest and the report.
           MOVE BST-KIND(WS-BST-I) TO WS-BLD-KIND.
           MOVE BST-SEG(WS-BST-I) TO WS-BLD-SEG.
           MOVE BST-SHIFT(WS-BST-I) TO WS-BLD-SHIFT.
           PERFORM BUILD-ALTERNATIVE.
           MOVE WS-BST-I TO WS-RANK-NUM.
           MOVE SPACES TO WS-ALT-DSN.
           STRING FUNCTION TRIM(WS-ALT-BASE) "." WS-RANK-NUM ".txt"
               DELIMITED BY SIZE INTO WS-ALT-DSN.
           IF WS-ALT-DSN(41:60) NOT = SPACES
               DISPLAY "STEP FILE NAME TOO LONG FOR THE MANIFEST - "
                   FUNCTION TRIM(WS-ALT-DSN)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ALTSTEPFILE
               IF WS-ALT-STATUS NOT = '00'
                   DISPLAY "STEP FILE OPEN FAILED - STATUS "
                       WS-ALT-STATUS " - " FUNCTION TRIM(WS-ALT-DSN)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING LOOP-CTR FROM 1 BY 1
                       UNTIL LOOP-CTR > ALT-COUNT
                       MOVE DIRECTION OF ALT-STUFF(LOOP-CTR)
                           TO ALT-OUT-DIRECTION
                       MOVE NUM-STEPS OF ALT-STUFF(LOOP-CTR)
                           TO ALT-OUT-NUM-STEPS
                       WRITE ALT-STEP-LINE
                   END-PERFORM
                   CLOSE ALTSTEPFILE
                   ADD 1 TO WS-ALT-WRITTEN
                   MOVE SPACES TO CAND-LINE
                   MOVE WS-ONE-DSN(1:40) TO CAND-ONE-DSN
                   MOVE WS-ALT-DSN(1:40) TO CAND-TWO-DSN
                   WRITE CAND-LINE
               END-IF
           END-IF.

           PERFORM DESCRIBE-ALTERNATIVE.
           MOVE BST-CROSS(WS-BST-I) TO WS-EV-CROSS.
           MOVE BST-VIOL(WS-BST-I) TO WS-EV-VIOL.
           MOVE BST-MIN-DIST(WS-BST-I) TO WS-EV-MIN-DIST.
           MOVE BST-MIN-STEPS(WS-BST-I) TO WS-EV-MIN-STEPS.
           MOVE BST-ADDED(WS-BST-I) TO WS-EV-ADDED.
           PERFORM WRITE-ROUTE-LINE.

       DESCRIBE-ALTERNATIVE.
      *    'SHIFT SEG 00012 UP 03' or 'SWAP SEGS 00012/00013'.
           MOVE SPACES TO WS-DESC.
           MOVE WS-BLD-SEG TO WS-DESC-SEG.
           IF WS-BLD-KIND = 'W'
               ADD 1 TO WS-BLD-SEG GIVING WS-DESC-SEG2
               STRING "SWAP SEGS " WS-DESC-SEG "/" WS-DESC-SEG2
                   DELIMITED BY SIZE INTO WS-DESC
           ELSE
               MOVE DIRECTION OF CTWO-STUFF(WS-BLD-SEG) TO WS-AX-DIR
               PERFORM SET-STEP-AXIS
               MOVE WS-AX-AXIS TO WS-JOG-AXIS
               PERFORM SET-JOG-OUT
               IF WS-APP-DIR = UP-DIRECTION
                   MOVE 'UP' TO WS-DESC-WORD
               END-IF
               IF WS-APP-DIR = DOWN-DIRECTION
                   MOVE 'DOWN' TO WS-DESC-WORD
               END-IF
               IF WS-APP-DIR = LEFT-DIRECTION
                   MOVE 'LEFT' TO WS-DESC-WORD
               END-IF
               IF WS-APP-DIR = RIGHT-DIRECTION
                   MOVE 'RIGHT' TO WS-DESC-WORD
               END-IF
               MOVE WS-APP-STEPS TO WS-DESC-CELLS
               STRING "SHIFT SEG " DELIMITED BY SIZE
                   WS-DESC-SEG " " DELIMITED BY SIZE
                   WS-DESC-WORD DELIMITED BY SPACE
                   " " WS-DESC-CELLS DELIMITED BY SIZE
                   INTO WS-DESC
           END-IF.

       WRITE-ROUTE-LINE.
      *    One report line for the route whose figures are in the
      *    WS-EV- fields - CHANGE is crossings against the original.
           MOVE SPACES TO ROUTRPT-LINE.
           MOVE WS-EV-CROSS TO WS-ED-CROSS.
           COMPUTE WS-DELTA = WS-EV-CROSS - WS-ORIG-CROSS.
           MOVE WS-DELTA TO WS-ED-DELTA.
           MOVE WS-EV-VIOL TO WS-ED-VIOL.
           IF WS-EV-CROSS = 0
               MOVE '      NONE' TO WS-ED-DIST
               MOVE '      NONE' TO WS-ED-STEPS
           ELSE
               MOVE WS-EV-MIN-DIST TO WS-ED-NUM
               MOVE WS-ED-NUM TO WS-ED-DIST
               MOVE WS-EV-MIN-STEPS TO WS-ED-NUM
               MOVE WS-ED-NUM TO WS-ED-STEPS
           END-IF.
           MOVE WS-EV-ADDED TO WS-ED-ADDED.
           IF WS-RANK-NUM = 0
               STRING "  -- " WS-DESC " " WS-ED-CROSS " "
                   WS-ED-DELTA " " WS-ED-VIOL " " WS-ED-DIST " "
                   WS-ED-STEPS " " WS-ED-ADDED " "
                   FUNCTION TRIM(WS-ALT-DSN)
                   DELIMITED BY SIZE INTO ROUTRPT-LINE
           ELSE
               STRING "  " WS-RANK-NUM " " WS-DESC " " WS-ED-CROSS " "
                   WS-ED-DELTA " " WS-ED-VIOL " " WS-ED-DIST " "
                   WS-ED-STEPS " " WS-ED-ADDED " "
                   FUNCTION TRIM(WS-ALT-DSN)
                   DELIMITED BY SIZE INTO ROUTRPT-LINE
           END-IF.
           WRITE ROUTRPT-LINE.

       ADVANCE-ONE-CELL.
      *    One cell along TEMP-CABLE-STEP's direction - the same
      *    moves WIRERANK's WALK-CABLE-ONE/WALK-CABLE-TWO make.
           IF DIRECTION OF TEMP-CABLE-STEP = RIGHT-DIRECTION
               ADD 1 TO NAVX
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
               ADD 1 TO NAVY
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = LEFT-DIRECTION
               SUBTRACT 1 FROM NAVX
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = DOWN-DIRECTION
               SUBTRACT 1 FROM NAVY
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
               SUBTRACT 1 FROM NAVX
               ADD 1 TO NAVY
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
               ADD 1 TO NAVX
               ADD 1 TO NAVY
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
               SUBTRACT 1 FROM NAVX
               SUBTRACT 1 FROM NAVY
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = DOWN-RIGHT-DIRECTION
               ADD 1 TO NAVX
               SUBTRACT 1 FROM NAVY
           END-IF.

       COMPUTE-SEGMENT-TARGET.
      *    Per-axis endpoint of the segment in TEMP-CABLE-STEP from
      *    (NAVX, NAVY) - as in WIRERANK.
           SET NAVY-PREV TO NAVY.
           SET NAVX-PREV TO NAVX.
           SET NAVX-POST TO NAVX-PREV.
           SET NAVY-POST TO NAVY-PREV.
           IF DIRECTION OF TEMP-CABLE-STEP = RIGHT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-RIGHT-DIRECTION
               ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVX-PREV
                   GIVING NAVX-POST
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = LEFT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
               SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVX-PREV
                   GIVING NAVX-POST
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
               ADD NUM-STEPS OF TEMP-CABLE-STEP TO NAVY-PREV
                   GIVING NAVY-POST
           END-IF.
           IF DIRECTION OF TEMP-CABLE-STEP = DOWN-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
               OR DIRECTION OF TEMP-CABLE-STEP = DOWN-RIGHT-DIRECTION
               SUBTRACT NUM-STEPS OF TEMP-CABLE-STEP FROM NAVY-PREV
                   GIVING NAVY-POST
           END-IF.
           IF FUNCTION ABS ( NAVX-POST ) > WS-MAX-COORD
               OR FUNCTION ABS ( NAVY-POST ) > WS-MAX-COORD
               DISPLAY "PANEL EXCEEDS COORDINATE RANGE - "
                   "SEGMENT REJECTED"
               MOVE 8 TO RETURN-CODE
               SET NAVX-POST TO NAVX
               SET NAVY-POST TO NAVY
           END-IF.

       LOAD-CABLE-ATTRS.
      *    No attributes master (status 35) leaves both cables plain
      *    signal wires, as in WIREPT3.
           OPEN INPUT ATTRFILE.
           IF WS-ATTR-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTRFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-CABLE-ATTR
                   END-READ
               END-PERFORM
               CLOSE ATTRFILE
           END-IF.

       STORE-CABLE-ATTR.
           IF ATR-DSN NOT = SPACES
               IF ATT-COUNT >= WS-MAX-ATTRS
                   DISPLAY "TOO MANY CABLE ATTRIBUTES - ATTR-TABLE "
                       "FULL AT " WS-MAX-ATTRS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO ATT-COUNT
                   MOVE ATR-DSN TO ATT-DSN(ATT-COUNT)
                   IF ATR-CLASS = 'P' OR ATR-CLASS = 'S'
                       OR ATR-CLASS = 'G'
                       MOVE ATR-CLASS TO ATT-CLASS(ATT-COUNT)
                   ELSE
                       MOVE 'S' TO ATT-CLASS(ATT-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-CLEAR-RULES.
      *    No rules file means the pair falls back to the flat
      *    CLEARTHR threshold, as in WIREPT3.
           SET RULE-COUNT TO 0.
           OPEN INPUT RULEFILE.
           IF WS-RULE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RULEFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-CLEAR-RULE
                   END-READ
               END-PERFORM
               CLOSE RULEFILE
           END-IF.

       STORE-CLEAR-RULE.
           IF CRL-CLASS1 = SPACE
               CONTINUE
           ELSE
               IF RULE-COUNT >= WS-MAX-RULES
                   DISPLAY "TOO MANY RULES - RULE-TABLE FULL AT "
                       WS-MAX-RULES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO RULE-COUNT
                   MOVE CRL-CLASS1 TO RUL-CLASS1(RULE-COUNT)
                   MOVE CRL-CLASS2 TO RUL-CLASS2(RULE-COUNT)
                   MOVE CRL-THRESH TO RUL-THRESH(RULE-COUNT)
               END-IF
           END-IF.

       FIND-PAIR-THRESHOLD.
      *    Classes of the panel's two cables and the class-pair rule
      *    between them, in either order, or the flat CLEARTHR
      *    fallback. A re-routed cable 2 is the same cable run a
      *    different way, so every route is held to this one limit.
           MOVE WS-ONE-DSN(1:40) TO WS-FIND-DSN.
           PERFORM FIND-CABLE-CLASS.
           MOVE WS-FOUND-CLASS TO WS-CLASS-A.
           MOVE WS-TWO-DSN(1:40) TO WS-FIND-DSN.
           PERFORM FIND-CABLE-CLASS.
           MOVE WS-FOUND-CLASS TO WS-CLASS-B.
           MOVE WS-CLEAR-THRESH TO WS-PAIR-THRESH.
           IF RULE-COUNT > 0
               SET RULEIDX TO 1
               SEARCH RULE-ENTRY
                   VARYING RULEIDX
                   AT END
                       CONTINUE
                   WHEN ( RUL-CLASS1(RULEIDX) = WS-CLASS-A
                           AND RUL-CLASS2(RULEIDX) = WS-CLASS-B )
                       OR ( RUL-CLASS1(RULEIDX) = WS-CLASS-B
                           AND RUL-CLASS2(RULEIDX) = WS-CLASS-A )
                       MOVE RUL-THRESH(RULEIDX) TO WS-PAIR-THRESH
               END-SEARCH
           END-IF.

       FIND-CABLE-CLASS.
           MOVE 'S' TO WS-FOUND-CLASS.
           IF ATT-COUNT > 0
               SET ATTIDX TO 1
               SEARCH ATT-ENTRY
                   VARYING ATTIDX
                   AT END
                       CONTINUE
                   WHEN ATT-DSN(ATTIDX) = WS-FIND-DSN
                       MOVE ATT-CLASS(ATTIDX) TO WS-FOUND-CLASS
               END-SEARCH
           END-IF.

       RESOLVE-FILENAMES.
      *    PANELDD/ONEDD/TWODD/GRIDDD/ATTRDD/CLRRULDD/CANDDD/ROUTRPDD
      *    (exported before the run, or set as JCL DD overrides under
      *    a job scheduler) replace the built-in defaults; CLEARTHR
      *    is the flat clearance fallback, as for WIREPT3.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GRIDDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRID-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CLRRULDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RULE-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CANDDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAND-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROUTRPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ROUTRPT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CLEARTHR".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-CLEAR-THRESH
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RRBASE".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ALT-BASE
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RRSHIFT".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-MAX-SHIFT
               END-IF
           END-IF.
      *    A shift wider than 50 cells is a new route, not a nudge.
           IF WS-MAX-SHIFT > 50
               MOVE 50 TO WS-MAX-SHIFT
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RRKEEP".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-KEEP
               END-IF
           END-IF.
      *    BEST-TABLE holds 20 routes at most.
           IF WS-KEEP > 20
               MOVE 20 TO WS-KEEP
           END-IF.
           IF WS-KEEP = 0
               MOVE 1 TO WS-KEEP
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RRMAXALT".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-MAX-ALTS
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       LOOKUP-PANEL.
      *    As in WIREPT1 - a PANELID points the run at the panel's
      *    registered wire-pair unless ONEDD/TWODD were exported
      *    themselves. An unregistered ID is a reject-level
      *    condition; the run proceeds on ONEDD/TWODD as given.
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
               " PROG=WIREROUT"
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
