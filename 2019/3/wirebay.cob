      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREBAY.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bay layout file - one line per panel giving where its
      *    (0,0) origin sits within the bay it is registered to on
      *    the panel master, in the same grid cells the wire-step
      *    files use. Panels mounted side by side share the bay's
      *    wireway, and this is what lines their grids up.
           SELECT LAYOUTFILE ASSIGN TO DYNAMIC WS-LAYOUT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
      *    Keyed panel master loaded by WIREPNL - read end to end
      *    for every panel's PNL-SITE/PNL-BAY and registered
      *    wire-pair.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    One wire-step file at a time, reassigned and reopened for
      *    each cable of each panel placed in the bay being walked.
           SELECT STEPFILE ASSIGN TO DYNAMIC WS-STEP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
      *    Cable attributes master and class-pair clearance rules,
      *    exactly as WIREPT3 reads them - see LOAD-CABLE-ATTRS/
      *    LOAD-CLEAR-RULES.
           SELECT ATTRFILE ASSIGN TO DYNAMIC WS-ATTR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTR-STATUS.
           SELECT RULEFILE ASSIGN TO DYNAMIC WS-RULE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
      *    Bay check report - per bay, the panels placed and where,
      *    then every inter-panel clearance violation and crossing
      *    by panel pair.
           SELECT BAYRPTFILE ASSIGN TO DYNAMIC WS-BAYRPT-DSN
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
      *    Offsets are signed, e.g. 'PNL00042 +000000120 -000000015'
      *    puts PNL00042's origin 120 cells right of and 15 cells
      *    below the bay's.
       FD  LAYOUTFILE.
       01  LAYOUT-LINE.
           05 BLY-PANEL PIC X(8).
           05 FILLER PIC X(1).
           05 BLY-X-OFFSET PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 BLY-Y-OFFSET PIC S9(9) SIGN LEADING SEPARATE.
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
      *    Raw wire-step line as it arrives from the input dataset,
      *    e.g. 'R75      ' - direction code plus zero-padded steps.
       FD  STEPFILE.
       01  STEP-LINE.
           05 STP-DIRECTION PIC X(01).
           05 STP-NUM-STEPS PIC X(09).
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
       FD  RULEFILE.
       01  RULE-LINE.
           05 CRL-CLASS1 PIC X(1).
           05 FILLER PIC X(1).
           05 CRL-CLASS2 PIC X(1).
           05 FILLER PIC X(1).
           05 CRL-THRESH PIC 9(4).
       FD  BAYRPTFILE.
       01  BAYRPT-LINE PIC X(200).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Wire-step layouts (TEMP-CABLE-STEP, direction constants,
      *    WS-MAX-COORD) shared with WIREPT1/WIREPT2 - see
      *    copybooks/CABLELAY.cpy. Like WIREPT3 this program keeps
      *    its own grid, sized for every wire in a bay.
           COPY CABLELAY.

      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2/WIREPT3.
       01 WS-LAYOUT-DSN PIC X(100) VALUE 'baylayout.txt'.
       01 WS-LAYOUT-STATUS PIC X(2) VALUE '00'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-STEP-DSN PIC X(100) VALUE SPACES.
       01 WS-STEP-STATUS PIC X(2) VALUE '00'.
       01 WS-ATTR-DSN PIC X(100) VALUE 'cableattr.txt'.
       01 WS-ATTR-STATUS PIC X(2) VALUE '00'.
       01 WS-RULE-DSN PIC X(100) VALUE 'clearrule.txt'.
       01 WS-RULE-STATUS PIC X(2) VALUE '00'.
       01 WS-BAYRPT-DSN PIC X(100) VALUE 'baycheck.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-LINE-NUM PIC 9(9) VALUE 0.
       01 WS-STEP-IS-VALID PIC X(1) VALUE 'Y'.
           88 STEP-IS-VALID VALUE 'Y'.
           88 STEP-IS-INVALID VALUE 'N'.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.

      *    Layout rows as loaded - LAY-USED flags the ones a panel
      *    on the master claimed, so a row naming an unknown panel
      *    can be reported.
       01 WS-MAX-LAYOUT PIC 9(4) COMP VALUE 2000.
       01 LAYOUT-TABLE.
           03 LAY-ENTRY OCCURS 2000 TIMES INDEXED BY LAYIDX.
               05 LAY-PANEL PIC X(8).
               05 LAY-X-OFFSET PIC S9(9) COMP.
               05 LAY-Y-OFFSET PIC S9(9) COMP.
               05 LAY-USED PIC X(1).
           03 LAY-COUNT PIC 9(4) VALUE 0.

      *    Every panel on the master, ordered by site, bay and
      *    panel id so each bay's panels come together. PLC-PLACED
      *    says whether the layout file gave it an offset.
       01 WS-MAX-PLACE PIC 9(4) COMP VALUE 2000.
       01 PLACE-TABLE.
           03 PLC-ENTRY OCCURS 2000 TIMES.
               05 PLC-SITE PIC X(20).
               05 PLC-BAY PIC X(8).
               05 PLC-PANEL PIC X(8).
               05 PLC-X-OFFSET PIC S9(9) COMP.
               05 PLC-Y-OFFSET PIC S9(9) COMP.
               05 PLC-ONE-DSN PIC X(40).
               05 PLC-TWO-DSN PIC X(40).
               05 PLC-PLACED PIC X(1).
           03 PLC-COUNT PIC 9(4) VALUE 0.
       01 PLC-SWAP-ENTRY.
           05 FILLER PIC X(20).
           05 FILLER PIC X(8).
           05 FILLER PIC X(8).
           05 FILLER PIC S9(9) COMP.
           05 FILLER PIC S9(9) COMP.
           05 FILLER PIC X(40).
           05 FILLER PIC X(40).
           05 FILLER PIC X(1).
       01 PLC-I PIC 9(4) VALUE 0.
       01 PLC-J PIC 9(4) VALUE 0.
       01 WS-GROUP-START PIC 9(4) VALUE 0.
       01 WS-GROUP-END PIC 9(4) VALUE 0.

      *    The bay being walked - up to WS-MAX-BAY-PANELS panels,
      *    two wires each. Wire W belongs to bay panel (W + 1) / 2
      *    and is that panel's cable 1 or 2.
       01 WS-MAX-BAY-PANELS PIC 9(2) COMP VALUE 10.
       01 BAY-PANEL-TABLE.
           03 BPN-ENTRY OCCURS 10 TIMES.
               05 BPN-PANEL PIC X(8).
               05 BPN-X-OFFSET PIC S9(9) COMP.
               05 BPN-Y-OFFSET PIC S9(9) COMP.
               05 BPN-DSN OCCURS 2 TIMES PIC X(40).
           03 BPN-COUNT PIC 9(2) VALUE 0.
       01 BAY-WIRE-TABLE.
           03 BWR-ENTRY OCCURS 20 TIMES.
               05 BWR-CLASS PIC X(1).
       01 WS-BAY-WIRES PIC 9(2) VALUE 0.
       01 WS-CURR-PANEL PIC 9(2) VALUE 0.
       01 WS-CURR-CABLE PIC 9(1) VALUE 0.
       01 WS-CURR-WIRE PIC 9(2) VALUE 0.
       01 WS-WIRE-J PIC 9(2) VALUE 0.
       01 WS-J-PANEL PIC 9(2) VALUE 0.

      *    Every cell any wire in the bay has touched, with a Y/N
      *    flag per wire - the WIREPT3 NGRIDSET, widened to a bay's
      *    worth of wires and cleared between bays. A cell is one
      *    face of the board at (X, Y) - wires on opposite faces of
      *    a two-layer panel do not meet.
       01 NGRIDSET.
           03 NSET-ENTRY OCCURS 100000 TIMES INDEXED BY NSEARCHIDX.
               04 NX-COORD PIC S9(9) SIGN LEADING SEPARATE.
               04 NY-COORD PIC S9(9) SIGN LEADING SEPARATE.
               04 NWIRE-HIT OCCURS 20 TIMES PIC X(1) VALUE 'N'.
               04 NLAYER PIC 9(1) VALUE 1.
           03 NLATEST-INSERT PIC 9(9) VALUE 0.
           03 WS-MAX-CELLS PIC 9(9) COMP VALUE 100000.

       01 NAVX PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVX-PREV PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVX-POST PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY-POST PIC S9(9) USAGE IS COMPUTATIONAL.
       01 NAVY-PREV PIC S9(9) USAGE IS COMPUTATIONAL.
       01 WS-ED-X PIC S9(9) SIGN LEADING SEPARATE.
       01 WS-ED-Y PIC S9(9) SIGN LEADING SEPARATE.

      *    Clearance-check working fields - WIREPT3's stretch
      *    bookkeeping, except that only ANOTHER PANEL'S wire makes
      *    a cell shared or adjacent. A panel's own two cables are
      *    WIREPT2's business, not the bay's.
       01 WS-CLEAR-THRESH PIC 9(4) VALUE 3.
       01 WS-ADJ-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-ADJ-LEN PIC 9(9) VALUE 0.
       01 WS-ADJ-START-X PIC S9(9) SIGN LEADING SEPARATE VALUE 0.
       01 WS-ADJ-START-Y PIC S9(9) SIGN LEADING SEPARATE VALUE 0.
       01 WS-ADJ-END-X PIC S9(9) SIGN LEADING SEPARATE VALUE 0.
       01 WS-ADJ-END-Y PIC S9(9) SIGN LEADING SEPARATE VALUE 0.
       01 WS-ADJ-OTHER PIC 9(2) VALUE 0.
       01 WS-ADJ-CAND PIC 9(2) VALUE 0.
       01 WS-CELL-SHARED PIC X(1) VALUE 'N'.
       01 WS-CELL-ADJACENT PIC X(1) VALUE 'N'.
       01 CLR-X PIC S9(9) USAGE IS COMPUTATIONAL.
       01 CLR-Y PIC S9(9) USAGE IS COMPUTATIONAL.
       01 WS-OTHER-PANEL PIC 9(2) VALUE 0.
       01 WS-OTHER-CABLE PIC 9(1) VALUE 0.

      *    Cable attributes by DSN, loaded once - each bay wire's
      *    class is looked up here as the bay is set up. Class
      *    defaults to 'S' for a DSN with no row, as in WIREPT3.
       01 WS-MAX-ATTRS PIC 9(4) COMP VALUE 500.
       01 ATTR-TABLE.
           03 ATT-ENTRY OCCURS 500 TIMES INDEXED BY ATTIDX.
               05 ATT-DSN PIC X(40).
               05 ATT-CLASS PIC X(1).
           03 ATT-COUNT PIC 9(4) VALUE 0.

      *    Class-pair threshold rules, checked in either order.
       01 WS-MAX-RULES PIC 9(2) COMP VALUE 20.
       01 RULE-TABLE.
           03 RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULEIDX.
               05 RUL-CLASS1 PIC X(1).
               05 RUL-CLASS2 PIC X(1).
               05 RUL-THRESH PIC 9(4).
           03 RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-PAIR-THRESH PIC 9(4) VALUE 0.
       01 WS-CLASS-A PIC X(1) VALUE 'S'.
       01 WS-CLASS-B PIC X(1) VALUE 'S'.

      *    Panel-versus-panel crossing counts for the bay being
      *    checked - only I < J is used, as in WIREPT3's matrix.
       01 MATRIX-TABLE.
           03 MTX-ROW OCCURS 10 TIMES.
               05 MTX-CELL OCCURS 10 TIMES PIC 9(9).
       01 WS-MAT-I PIC 9(2) VALUE 0.
       01 WS-MAT-J PIC 9(2) VALUE 0.
       01 WS-HIT-I PIC X(1) VALUE 'N'.
       01 WS-HIT-J PIC X(1) VALUE 'N'.
       01 WS-ED-CELL PIC Z(8)9.

      *    Bay and run totals.
       01 WS-BAY-CROSSINGS PIC 9(9) VALUE 0.
       01 WS-BAY-VIOLS PIC 9(9) VALUE 0.
       01 WS-BAY-PLACED PIC 9(4) VALUE 0.
       01 WS-BAY-COUNT PIC 9(4) VALUE 0.
       01 WS-BAYS-CHECKED PIC 9(4) VALUE 0.
       01 WS-BAYS-FLAGGED PIC 9(4) VALUE 0.
       01 WS-TOTAL-CROSSINGS PIC 9(9) VALUE 0.
       01 WS-TOTAL-VIOLS PIC 9(9) VALUE 0.
       01 WS-UNPLACED-COUNT PIC 9(4) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOAD-CABLE-ATTRS.
           PERFORM LOAD-CLEAR-RULES.
           PERFORM LOAD-LAYOUT.
           PERFORM LOAD-PANELS.
           PERFORM ORDER-PANELS.

           OPEN OUTPUT BAYRPTFILE.
           MOVE SPACES TO BAYRPT-LINE.
           STRING "WIREBAY BAY COMPOSITE CROSSING CHECK - LAYOUT "
               FUNCTION TRIM(WS-LAYOUT-DSN)
               ", CLASS-PAIR CLEARANCE LIMITS, FALLBACK "
               WS-CLEAR-THRESH " CELL(S)"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.

           PERFORM REPORT-UNUSED-LAYOUT.

           MOVE 1 TO WS-GROUP-START.
           PERFORM UNTIL WS-GROUP-START > PLC-COUNT
               MOVE WS-GROUP-START TO WS-GROUP-END
               PERFORM UNTIL WS-GROUP-END >= PLC-COUNT
                   OR PLC-SITE(WS-GROUP-END + 1)
                       NOT = PLC-SITE(WS-GROUP-START)
                   OR PLC-BAY(WS-GROUP-END + 1)
                       NOT = PLC-BAY(WS-GROUP-START)
                   ADD 1 TO WS-GROUP-END
               END-PERFORM
               PERFORM CHECK-ONE-BAY
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM.

           MOVE SPACES TO BAYRPT-LINE.
           WRITE BAYRPT-LINE.
           MOVE SPACES TO BAYRPT-LINE.
           STRING "BAYS: " WS-BAY-COUNT
               " CHECKED: " WS-BAYS-CHECKED
               " FLAGGED: " WS-BAYS-FLAGGED
               " INTER-PANEL CROSSINGS: " WS-TOTAL-CROSSINGS
               " CLEARANCE VIOLATIONS: " WS-TOTAL-VIOLS
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.
           CLOSE BAYRPTFILE.

           DISPLAY "WIREBAY: " WS-BAYS-CHECKED " BAY(S) CHECKED, "
               WS-BAYS-FLAGGED " FLAGGED - " WS-TOTAL-CROSSINGS
               " CROSSING(S), " WS-TOTAL-VIOLS
               " CLEARANCE VIOLATION(S)".
           IF WS-TOTAL-CROSSINGS > 0 OR WS-TOTAL-VIOLS > 0
               OR WS-UNPLACED-COUNT > 0 OR WS-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BAYS-CHECKED = 0
               DISPLAY "WIREBAY: NO BAY HAS TWO PLACED PANELS - SEE "
                   FUNCTION TRIM(WS-BAYRPT-DSN)
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-CABLE-ATTRS.
      *    No attributes master (status 35) leaves every wire a
      *    plain signal wire, as in WIREPT3.
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
      *    No rules file means every pair falls back to the flat
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

       LOAD-LAYOUT.
      *    Without a layout nothing can be placed, so a missing
      *    file stops the run.
           OPEN INPUT LAYOUTFILE.
           IF WS-LAYOUT-STATUS NOT = '00'
               DISPLAY "BAY LAYOUT OPEN FAILED - STATUS "
                   WS-LAYOUT-STATUS " - " FUNCTION TRIM(WS-LAYOUT-DSN)
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-LINE-NUM.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAYOUTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM STORE-LAYOUT
               END-READ
           END-PERFORM.
           CLOSE LAYOUTFILE.

       STORE-LAYOUT.
           IF BLY-PANEL = SPACES
               CONTINUE
           ELSE
               IF BLY-X-OFFSET IS NOT NUMERIC
                   OR BLY-Y-OFFSET IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "BAY LAYOUT LINE " WS-LINE-NUM ": '"
                       LAYOUT-LINE "' - OFFSET NOT NUMERIC"
               ELSE
                   IF LAY-COUNT >= WS-MAX-LAYOUT
                       DISPLAY "TOO MANY LAYOUT ROWS - LAYOUT-TABLE "
                           "FULL AT " WS-MAX-LAYOUT
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO LAY-COUNT
                       MOVE BLY-PANEL TO LAY-PANEL(LAY-COUNT)
                       MOVE BLY-X-OFFSET TO LAY-X-OFFSET(LAY-COUNT)
                       MOVE BLY-Y-OFFSET TO LAY-Y-OFFSET(LAY-COUNT)
                       MOVE 'N' TO LAY-USED(LAY-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-PANELS.
      *    Every panel on the master, placed or not, so a bay's
      *    panels with no layout row can be named on its report.
           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PANEL-STATUS NOT = '00'
               READ PANELFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-PANEL
               END-READ
           END-PERFORM.
           CLOSE PANELFILE.

       STORE-PANEL.
           IF PLC-COUNT >= WS-MAX-PLACE
               DISPLAY "TOO MANY PANELS - PLACE-TABLE FULL AT "
                   WS-MAX-PLACE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO PLC-COUNT
               MOVE PNL-SITE TO PLC-SITE(PLC-COUNT)
               MOVE PNL-BAY TO PLC-BAY(PLC-COUNT)
               MOVE PNL-ID TO PLC-PANEL(PLC-COUNT)
               MOVE PNL-ONE-DSN TO PLC-ONE-DSN(PLC-COUNT)
               MOVE PNL-TWO-DSN TO PLC-TWO-DSN(PLC-COUNT)
               MOVE 0 TO PLC-X-OFFSET(PLC-COUNT)
               MOVE 0 TO PLC-Y-OFFSET(PLC-COUNT)
               MOVE 'N' TO PLC-PLACED(PLC-COUNT)
               PERFORM FIND-LAYOUT
           END-IF.

       FIND-LAYOUT.
           SET LAYIDX TO 1.
           SEARCH LAY-ENTRY
               VARYING LAYIDX
               AT END
                   CONTINUE
               WHEN LAYIDX > LAY-COUNT
                   CONTINUE
               WHEN LAY-PANEL(LAYIDX) = PNL-ID
                   MOVE LAY-X-OFFSET(LAYIDX) TO PLC-X-OFFSET(PLC-COUNT)
                   MOVE LAY-Y-OFFSET(LAYIDX) TO PLC-Y-OFFSET(PLC-COUNT)
                   MOVE 'Y' TO PLC-PLACED(PLC-COUNT)
                   MOVE 'Y' TO LAY-USED(LAYIDX)
           END-SEARCH.

       ORDER-PANELS.
      *    Straight exchange sort on site, bay, panel id - the same
      *    in-line approach as WIRESCHD's ORDER-SCHEDULE.
           MOVE 1 TO PLC-I.
           PERFORM UNTIL PLC-I >= PLC-COUNT
               ADD 1 TO PLC-I GIVING PLC-J
               PERFORM UNTIL PLC-J > PLC-COUNT
                   IF PLC-SITE(PLC-J) < PLC-SITE(PLC-I)
                       OR ( PLC-SITE(PLC-J) = PLC-SITE(PLC-I)
                           AND PLC-BAY(PLC-J) < PLC-BAY(PLC-I) )
                       OR ( PLC-SITE(PLC-J) = PLC-SITE(PLC-I)
                           AND PLC-BAY(PLC-J) = PLC-BAY(PLC-I)
                           AND PLC-PANEL(PLC-J) < PLC-PANEL(PLC-I) )
                       MOVE PLC-ENTRY(PLC-I) TO PLC-SWAP-ENTRY
                       MOVE PLC-ENTRY(PLC-J) TO PLC-ENTRY(PLC-I)
                       MOVE PLC-SWAP-ENTRY TO PLC-ENTRY(PLC-J)
                   END-IF
                   ADD 1 TO PLC-J
               END-PERFORM
               ADD 1 TO PLC-I
           END-PERFORM.

       REPORT-UNUSED-LAYOUT.
      *    A layout row for a panel the master does not know is
      *    either a typo or a panel not yet registered - either way
      *    it places nothing, and the bay check is incomplete.
           SET LAYIDX TO 1.
           PERFORM UNTIL LAYIDX > LAY-COUNT
               IF LAY-USED(LAYIDX) NOT = 'Y'
                   ADD 1 TO WS-UNPLACED-COUNT
                   MOVE SPACES TO BAYRPT-LINE
                   STRING "LAYOUT ROW FOR " LAY-PANEL(LAYIDX)
                       " IGNORED - PANEL NOT ON PANEL MASTER"
                       DELIMITED BY SIZE INTO BAYRPT-LINE
                   WRITE BAYRPT-LINE
               END-IF
               SET LAYIDX UP BY 1
           END-PERFORM.

       CHECK-ONE-BAY.
      *    Panels WS-GROUP-START thru WS-GROUP-END share a site and
      *    bay. Their placed panels' cables are walked into one grid
      *    at their offsets; a bay with fewer than two placed
      *    panels has nothing to collide with and is only listed.
           ADD 1 TO WS-BAY-COUNT.
           MOVE 0 TO WS-BAY-PLACED.
           MOVE WS-GROUP-START TO PLC-I.
           PERFORM UNTIL PLC-I > WS-GROUP-END
               IF PLC-PLACED(PLC-I) = 'Y'
                   ADD 1 TO WS-BAY-PLACED
               END-IF
               ADD 1 TO PLC-I
           END-PERFORM.
           MOVE SPACES TO BAYRPT-LINE.
           WRITE BAYRPT-LINE.
           MOVE SPACES TO BAYRPT-LINE.
           STRING "BAY " FUNCTION TRIM(PLC-SITE(WS-GROUP-START))
               " / " FUNCTION TRIM(PLC-BAY(WS-GROUP-START))
               " - " WS-BAY-PLACED " PANEL(S) PLACED"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.

           MOVE 0 TO BPN-COUNT.
           MOVE WS-GROUP-START TO PLC-I.
           PERFORM UNTIL PLC-I > WS-GROUP-END
               PERFORM LIST-BAY-PANEL
               ADD 1 TO PLC-I
           END-PERFORM.

           IF BPN-COUNT >= 2
               ADD 1 TO WS-BAYS-CHECKED
               PERFORM WALK-BAY
           ELSE
               MOVE SPACES TO BAYRPT-LINE
               STRING "  NOTHING TO CHECK - FEWER THAN TWO PANELS "
                   "PLACED IN THE BAY"
                   DELIMITED BY SIZE INTO BAYRPT-LINE
               WRITE BAYRPT-LINE
           END-IF.

       LIST-BAY-PANEL.
      *    One report line per panel in the bay, and the placed
      *    ones into BAY-PANEL-TABLE for walking. A panel with no
      *    layout row in a bay where others are placed leaves the
      *    check incomplete and is flagged.
           MOVE SPACES TO BAYRPT-LINE.
           IF PLC-PLACED(PLC-I) = 'Y'
               IF BPN-COUNT >= WS-MAX-BAY-PANELS
                   ADD 1 TO WS-UNPLACED-COUNT
                   STRING "  PANEL " PLC-PANEL(PLC-I)
                       " NOT CHECKED - MORE THAN 10"
                       " PANELS PLACED IN THE BAY"
                       DELIMITED BY SIZE INTO BAYRPT-LINE
               ELSE
                   ADD 1 TO BPN-COUNT
                   MOVE PLC-PANEL(PLC-I) TO BPN-PANEL(BPN-COUNT)
                   MOVE PLC-X-OFFSET(PLC-I) TO BPN-X-OFFSET(BPN-COUNT)
                   MOVE PLC-Y-OFFSET(PLC-I) TO BPN-Y-OFFSET(BPN-COUNT)
                   MOVE PLC-ONE-DSN(PLC-I) TO BPN-DSN(BPN-COUNT, 1)
                   MOVE PLC-TWO-DSN(PLC-I) TO BPN-DSN(BPN-COUNT, 2)
                   MOVE PLC-X-OFFSET(PLC-I) TO WS-ED-X
                   MOVE PLC-Y-OFFSET(PLC-I) TO WS-ED-Y
                   STRING "  PANEL " BPN-COUNT " " PLC-PANEL(PLC-I)
                       " AT X=" WS-ED-X " Y=" WS-ED-Y
                       " ONE=" FUNCTION TRIM(PLC-ONE-DSN(PLC-I))
                       " TWO=" FUNCTION TRIM(PLC-TWO-DSN(PLC-I))
                       DELIMITED BY SIZE INTO BAYRPT-LINE
               END-IF
           ELSE
               STRING "  PANEL    " PLC-PANEL(PLC-I)
                   " NOT PLACED - NO BAY LAYOUT ROW"
                   DELIMITED BY SIZE INTO BAYRPT-LINE
               IF WS-BAY-PLACED > 0
                   ADD 1 TO WS-UNPLACED-COUNT
               END-IF
           END-IF.
           WRITE BAYRPT-LINE.

       WALK-BAY.
      *    Clear the grid, walk every placed panel's two cables
      *    into it in turn (clearance stretches are reported as
      *    they close), then tally the crossings by panel pair.
           MOVE 0 TO NLATEST-INSERT.
           MOVE 0 TO WS-BAY-CROSSINGS.
           MOVE 0 TO WS-BAY-VIOLS.
           COMPUTE WS-BAY-WIRES = BPN-COUNT * 2.
           MOVE SPACES TO BAYRPT-LINE.
           STRING "  CLEARANCE VIOLATIONS BETWEEN PANELS:"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.
           MOVE 1 TO WS-CURR-PANEL.
           PERFORM UNTIL WS-CURR-PANEL > BPN-COUNT
               MOVE 1 TO WS-CURR-CABLE
               PERFORM UNTIL WS-CURR-CABLE > 2
                   COMPUTE WS-CURR-WIRE =
                       ( WS-CURR-PANEL - 1 ) * 2 + WS-CURR-CABLE
                   PERFORM WALK-WIRE-FILE
                   ADD 1 TO WS-CURR-CABLE
               END-PERFORM
               ADD 1 TO WS-CURR-PANEL
           END-PERFORM.
           IF WS-BAY-VIOLS = 0
               MOVE SPACES TO BAYRPT-LINE
               STRING "    NONE" DELIMITED BY SIZE INTO BAYRPT-LINE
               WRITE BAYRPT-LINE
           END-IF.
           PERFORM REPORT-BAY-CROSSINGS.
           MOVE SPACES TO BAYRPT-LINE.
           STRING "  BAY TOTAL: " WS-BAY-CROSSINGS
               " INTER-PANEL CROSSING(S), " WS-BAY-VIOLS
               " CLEARANCE VIOLATION(S)"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.
           ADD WS-BAY-CROSSINGS TO WS-TOTAL-CROSSINGS.
           ADD WS-BAY-VIOLS TO WS-TOTAL-VIOLS.
           IF WS-BAY-CROSSINGS > 0 OR WS-BAY-VIOLS > 0
               ADD 1 TO WS-BAYS-FLAGGED
           END-IF.

       WALK-WIRE-FILE.
      *    Walk one cable straight off its wire-step file from the
      *    panel's offset in the bay, cell by cell with WIREPT3's
      *    PREV/POST technique, marking and clearance-checking
      *    every cell landed on.
           MOVE BPN-DSN(WS-CURR-PANEL, WS-CURR-CABLE) TO WS-STEP-DSN.
           MOVE 'S' TO BWR-CLASS(WS-CURR-WIRE).
           SET ATTIDX TO 1.
           SEARCH ATT-ENTRY
               VARYING ATTIDX
               AT END
                   CONTINUE
               WHEN ATTIDX > ATT-COUNT
                   CONTINUE
               WHEN ATT-DSN(ATTIDX) = WS-STEP-DSN(1:40)
                   MOVE ATT-CLASS(ATTIDX) TO BWR-CLASS(WS-CURR-WIRE)
           END-SEARCH.
           MOVE 'N' TO WS-ADJ-ACTIVE.
           MOVE BPN-X-OFFSET(WS-CURR-PANEL) TO NAVX.
           MOVE BPN-Y-OFFSET(WS-CURR-PANEL) TO NAVY.
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT STEPFILE.
           IF WS-STEP-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO BAYRPT-LINE
               STRING "    PANEL " BPN-PANEL(WS-CURR-PANEL)
                   " CABLE " WS-CURR-CABLE " NOT WALKED - FILE "
                   FUNCTION TRIM(WS-STEP-DSN) " STATUS "
                   WS-STEP-STATUS
                   DELIMITED BY SIZE INTO BAYRPT-LINE
               WRITE BAYRPT-LINE
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
                               PERFORM WALK-SEGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPFILE
               PERFORM CLOSE-ADJ-RUN
           END-IF.

       VALIDATE-STEP.
      *    The nine direction codes CABLELAY.cpy defines and a
      *    numeric NUM-STEPS (zero for a via) - the rule
      *    WIREPT1/WIREPT2/WIREPT3 apply. A bad line is skipped and
      *    listed on SYSOUT.
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
               DISPLAY "PANEL " BPN-PANEL(WS-CURR-PANEL)
                   " CABLE " WS-CURR-CABLE " LINE " WS-LINE-NUM
                   ": '" STEP-LINE "' - " WS-REJECT-REASON
           END-IF.

       WALK-SEGMENT.
           MOVE STP-DIRECTION TO DIRECTION OF TEMP-CABLE-STEP.
           MOVE FUNCTION NUMVAL(STP-NUM-STEPS)
               TO NUM-STEPS OF TEMP-CABLE-STEP.
           PERFORM COMPUTE-SEGMENT-TARGET.
           PERFORM UNTIL NAVX = NAVX-POST
               AND NAVY = NAVY-POST
               IF DIRECTION OF TEMP-CABLE-STEP = RIGHT-DIRECTION
                   ADD 1 TO NAVX
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = UP-DIRECTION
                   ADD 1 TO NAVY
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = LEFT-DIRECTION
                   SUBTRACT 1 FROM NAVX
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = DOWN-DIRECTION
                   SUBTRACT 1 FROM NAVY
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = UP-LEFT-DIRECTION
                   SUBTRACT 1 FROM NAVX
                   ADD 1 TO NAVY
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = UP-RIGHT-DIRECTION
                   ADD 1 TO NAVX
                   ADD 1 TO NAVY
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP = DOWN-LEFT-DIRECTION
                   SUBTRACT 1 FROM NAVX
                   SUBTRACT 1 FROM NAVY
               END-IF
               IF DIRECTION OF TEMP-CABLE-STEP =
                   DOWN-RIGHT-DIRECTION
                   ADD 1 TO NAVX
                   SUBTRACT 1 FROM NAVY
               END-IF
               PERFORM MARK-CELL
               PERFORM CHECK-CLEARANCE
           END-PERFORM.
      *    A via moves no cells - any stretch of adjacency ends with
      *    the face it ran along, and the via's cell is marked on the
      *    face the wire carries on along, as in WIREPT3.
           IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
               PERFORM CLOSE-ADJ-RUN
               PERFORM SWITCH-LAYER
               IF NAVX NOT = BPN-X-OFFSET(WS-CURR-PANEL)
                   OR NAVY NOT = BPN-Y-OFFSET(WS-CURR-PANEL)
                   PERFORM MARK-CELL
                   PERFORM CHECK-CLEARANCE
               END-IF
           END-IF.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       COMPUTE-SEGMENT-TARGET.
      *    Per-axis endpoint of the segment from (NAVX, NAVY) - see
      *    the paragraph of the same name in pt3.cob.
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
      *    A segment that would run past the representable signed
      *    range is rejected (RC 8) and clamped to a zero-length
      *    walk rather than wrapping the coordinate fields.
           IF FUNCTION ABS ( NAVX-POST ) > WS-MAX-COORD
               OR FUNCTION ABS ( NAVY-POST ) > WS-MAX-COORD
               DISPLAY "BAY EXCEEDS COORDINATE RANGE - "
                   "SEGMENT REJECTED"
               MOVE 8 TO RETURN-CODE
               SET NAVX-POST TO NAVX
               SET NAVY-POST TO NAVY
           END-IF.

       MARK-CELL.
      *    Record that WS-CURR-WIRE has visited (NAVX, NAVY) on the
      *    face it is on.
           SET NSEARCHIDX TO 1.
           SEARCH NSET-ENTRY
               VARYING NSEARCHIDX
               AT END
                   PERFORM INSERT-NEW-CELL
               WHEN NSEARCHIDX > NLATEST-INSERT
                   PERFORM INSERT-NEW-CELL
               WHEN ( NX-COORD(NSEARCHIDX) = NAVX )
                   AND ( NY-COORD(NSEARCHIDX) = NAVY )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   MOVE 'Y' TO NWIRE-HIT(NSEARCHIDX, WS-CURR-WIRE)
           END-SEARCH.

      *    Factored out of MARK-CELL's SEARCH for the same
      *    SEARCH-grammar reason as INSERT-NEW-CELL in pt3.cob. The
      *    slot may hold a cell from the previous bay, so every
      *    wire flag is cleared before this wire's is set.
       INSERT-NEW-CELL.
           IF NLATEST-INSERT >= WS-MAX-CELLS
               DISPLAY "TOO MANY GRID CELLS - NGRIDSET FULL AT "
                   WS-MAX-CELLS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO NLATEST-INSERT
               MOVE NAVX TO NX-COORD(NLATEST-INSERT)
               MOVE NAVY TO NY-COORD(NLATEST-INSERT)
               MOVE CURRENT-LAYER TO NLAYER(NLATEST-INSERT)
               MOVE 1 TO WS-WIRE-J
               PERFORM UNTIL WS-WIRE-J > 20
                   MOVE 'N' TO NWIRE-HIT(NLATEST-INSERT, WS-WIRE-J)
                   ADD 1 TO WS-WIRE-J
               END-PERFORM
               MOVE 'Y' TO NWIRE-HIT(NLATEST-INSERT, WS-CURR-WIRE)
           END-IF.

       CHECK-CLEARANCE.
      *    WIREPT3's clearance check, panel against panel: a cell
      *    another panel's wire also occupies is a crossing and ends
      *    any open stretch; otherwise a neighbouring cell visited
      *    by another panel's wire extends (or opens) the stretch.
      *    Only the face the wire is on counts, both for the cell
      *    and for its neighbours.
           MOVE 'N' TO WS-CELL-SHARED.
           SET NSEARCHIDX TO 1.
           SEARCH NSET-ENTRY
               VARYING NSEARCHIDX
               AT END
                   CONTINUE
               WHEN NSEARCHIDX > NLATEST-INSERT
                   CONTINUE
               WHEN ( NX-COORD(NSEARCHIDX) = NAVX )
                   AND ( NY-COORD(NSEARCHIDX) = NAVY )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   PERFORM TEST-OTHER-PANEL-SHARED
           END-SEARCH.
           IF WS-CELL-SHARED = 'Y'
               PERFORM CLOSE-ADJ-RUN
           ELSE
               MOVE 'N' TO WS-CELL-ADJACENT
               ADD 1 TO NAVX GIVING CLR-X
               SET CLR-Y TO NAVY
               PERFORM CHECK-ADJ-NEIGHBOR
               SUBTRACT 1 FROM NAVX GIVING CLR-X
               PERFORM CHECK-ADJ-NEIGHBOR
               SET CLR-X TO NAVX
               ADD 1 TO NAVY GIVING CLR-Y
               PERFORM CHECK-ADJ-NEIGHBOR
               SUBTRACT 1 FROM NAVY GIVING CLR-Y
               PERFORM CHECK-ADJ-NEIGHBOR
               IF WS-CELL-ADJACENT = 'Y'
                   IF WS-ADJ-ACTIVE = 'Y'
                       ADD 1 TO WS-ADJ-LEN
                   ELSE
                       MOVE 'Y' TO WS-ADJ-ACTIVE
                       SET WS-ADJ-LEN TO 1
                       MOVE NAVX TO WS-ADJ-START-X
                       MOVE NAVY TO WS-ADJ-START-Y
                       MOVE WS-ADJ-CAND TO WS-ADJ-OTHER
                   END-IF
                   MOVE NAVX TO WS-ADJ-END-X
                   MOVE NAVY TO WS-ADJ-END-Y
               ELSE
                   PERFORM CLOSE-ADJ-RUN
               END-IF
           END-IF.

       CHECK-ADJ-NEIGHBOR.
           SET NSEARCHIDX TO 1.
           SEARCH NSET-ENTRY
               VARYING NSEARCHIDX
               AT END
                   CONTINUE
               WHEN NSEARCHIDX > NLATEST-INSERT
                   CONTINUE
               WHEN ( NX-COORD(NSEARCHIDX) = CLR-X )
                   AND ( NY-COORD(NSEARCHIDX) = CLR-Y )
                   AND ( NLAYER(NSEARCHIDX) = CURRENT-LAYER )
                   PERFORM TEST-OTHER-PANEL-WIRE
           END-SEARCH.

       TEST-OTHER-PANEL-SHARED.
           MOVE 1 TO WS-WIRE-J.
           PERFORM UNTIL WS-WIRE-J > WS-BAY-WIRES
               COMPUTE WS-J-PANEL = ( WS-WIRE-J + 1 ) / 2
               IF WS-J-PANEL NOT = WS-CURR-PANEL
                   IF NWIRE-HIT(NSEARCHIDX, WS-WIRE-J) = 'Y'
                       MOVE 'Y' TO WS-CELL-SHARED
                   END-IF
               END-IF
               ADD 1 TO WS-WIRE-J
           END-PERFORM.

       TEST-OTHER-PANEL-WIRE.
      *    WS-ADJ-CAND remembers which other wire made the cell
      *    adjacent - the lowest-numbered one when several qualify,
      *    as in WIREPT3.
           MOVE 1 TO WS-WIRE-J.
           PERFORM UNTIL WS-WIRE-J > WS-BAY-WIRES
               COMPUTE WS-J-PANEL = ( WS-WIRE-J + 1 ) / 2
               IF WS-J-PANEL NOT = WS-CURR-PANEL
                   IF NWIRE-HIT(NSEARCHIDX, WS-WIRE-J) = 'Y'
                       IF WS-CELL-ADJACENT NOT = 'Y'
                           MOVE WS-WIRE-J TO WS-ADJ-CAND
                       END-IF
                       MOVE 'Y' TO WS-CELL-ADJACENT
                   END-IF
               END-IF
               ADD 1 TO WS-WIRE-J
           END-PERFORM.

       GET-PAIR-THRESHOLD.
      *    The class-pair rule for the two wires, in either order,
      *    or the flat CLEARTHR fallback.
           MOVE WS-CLEAR-THRESH TO WS-PAIR-THRESH.
           MOVE BWR-CLASS(WS-CURR-WIRE) TO WS-CLASS-A.
           MOVE BWR-CLASS(WS-ADJ-OTHER) TO WS-CLASS-B.
           SET RULEIDX TO 1.
           SEARCH RULE-ENTRY
               VARYING RULEIDX
               AT END
                   CONTINUE
               WHEN ( RUL-CLASS1(RULEIDX) = WS-CLASS-A
                       AND RUL-CLASS2(RULEIDX) = WS-CLASS-B )
                   OR ( RUL-CLASS1(RULEIDX) = WS-CLASS-B
                       AND RUL-CLASS2(RULEIDX) = WS-CLASS-A )
                   MOVE RUL-THRESH(RULEIDX) TO WS-PAIR-THRESH
           END-SEARCH.

       CLOSE-ADJ-RUN.
      *    End of a stretch alongside another panel's wire - report
      *    it, naming both panels and cables, if it ran longer than
      *    the class-pair limit.
           IF WS-ADJ-ACTIVE = 'Y'
               PERFORM GET-PAIR-THRESHOLD
               IF WS-ADJ-LEN > WS-PAIR-THRESH
                   ADD 1 TO WS-BAY-VIOLS
                   COMPUTE WS-OTHER-PANEL = ( WS-ADJ-OTHER + 1 ) / 2
                   COMPUTE WS-OTHER-CABLE =
                       WS-ADJ-OTHER - ( WS-OTHER-PANEL - 1 ) * 2
                   MOVE SPACES TO BAYRPT-LINE
                   STRING "    PANEL " BPN-PANEL(WS-CURR-PANEL)
                       " CABLE " WS-CURR-CABLE
                       " (CLASS " WS-CLASS-A ")"
                       " ALONGSIDE PANEL " BPN-PANEL(WS-OTHER-PANEL)
                       " CABLE " WS-OTHER-CABLE
                       " (CLASS " WS-CLASS-B ")"
                       " FROM X=" WS-ADJ-START-X
                       " Y=" WS-ADJ-START-Y
                       " TO X=" WS-ADJ-END-X
                       " Y=" WS-ADJ-END-Y
                       " LENGTH " WS-ADJ-LEN
                       " LIMIT " WS-PAIR-THRESH
                       DELIMITED BY SIZE INTO BAYRPT-LINE
                   WRITE BAYRPT-LINE
               END-IF
               MOVE 'N' TO WS-ADJ-ACTIVE
           END-IF.

       REPORT-BAY-CROSSINGS.
      *    One pass over the grid counts each cell shared by two
      *    panels' wires on the same face once for that panel pair
      *    (a cell holds one face, so wires that pass on opposite
      *    faces never share one), then each pair with crossings
      *    is listed with its coordinates in bay terms and, as in
      *    WIREPT3's matrix, the face when it is the back one.
           MOVE 1 TO WS-MAT-I.
           PERFORM UNTIL WS-MAT-I > 10
               MOVE 1 TO WS-MAT-J
               PERFORM UNTIL WS-MAT-J > 10
                   MOVE 0 TO MTX-CELL(WS-MAT-I, WS-MAT-J)
                   ADD 1 TO WS-MAT-J
               END-PERFORM
               ADD 1 TO WS-MAT-I
           END-PERFORM.
           SET NSEARCHIDX TO 1.
           PERFORM UNTIL NSEARCHIDX > NLATEST-INSERT
               PERFORM COUNT-CELL-PANEL-PAIRS
               SET NSEARCHIDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO BAYRPT-LINE.
           STRING "  INTER-PANEL CROSSINGS:"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.
           MOVE 1 TO WS-MAT-I.
           PERFORM UNTIL WS-MAT-I > BPN-COUNT
               ADD 1 TO WS-MAT-I GIVING WS-MAT-J
               PERFORM UNTIL WS-MAT-J > BPN-COUNT
                   IF MTX-CELL(WS-MAT-I, WS-MAT-J) > 0
                       ADD MTX-CELL(WS-MAT-I, WS-MAT-J)
                           TO WS-BAY-CROSSINGS
                       PERFORM WRITE-PAIR-DETAIL
                   END-IF
                   ADD 1 TO WS-MAT-J
               END-PERFORM
               ADD 1 TO WS-MAT-I
           END-PERFORM.
           IF WS-BAY-CROSSINGS = 0
               MOVE SPACES TO BAYRPT-LINE
               STRING "    NONE" DELIMITED BY SIZE INTO BAYRPT-LINE
               WRITE BAYRPT-LINE
           END-IF.

       COUNT-CELL-PANEL-PAIRS.
           MOVE 1 TO WS-MAT-I.
           PERFORM UNTIL WS-MAT-I > BPN-COUNT
               PERFORM TEST-PANEL-I-HIT
               IF WS-HIT-I = 'Y'
                   ADD 1 TO WS-MAT-I GIVING WS-MAT-J
                   PERFORM UNTIL WS-MAT-J > BPN-COUNT
                       PERFORM TEST-PANEL-J-HIT
                       IF WS-HIT-J = 'Y'
                           ADD 1 TO MTX-CELL(WS-MAT-I, WS-MAT-J)
                       END-IF
                       ADD 1 TO WS-MAT-J
                   END-PERFORM
               END-IF
               ADD 1 TO WS-MAT-I
           END-PERFORM.

       TEST-PANEL-I-HIT.
      *    Did either cable of bay panel WS-MAT-I visit the cell?
           MOVE 'N' TO WS-HIT-I.
           COMPUTE WS-WIRE-J = WS-MAT-I * 2 - 1.
           IF NWIRE-HIT(NSEARCHIDX, WS-WIRE-J) = 'Y'
               OR NWIRE-HIT(NSEARCHIDX, WS-WIRE-J + 1) = 'Y'
               MOVE 'Y' TO WS-HIT-I
           END-IF.

       TEST-PANEL-J-HIT.
           MOVE 'N' TO WS-HIT-J.
           COMPUTE WS-WIRE-J = WS-MAT-J * 2 - 1.
           IF NWIRE-HIT(NSEARCHIDX, WS-WIRE-J) = 'Y'
               OR NWIRE-HIT(NSEARCHIDX, WS-WIRE-J + 1) = 'Y'
               MOVE 'Y' TO WS-HIT-J
           END-IF.

       WRITE-PAIR-DETAIL.
           MOVE SPACES TO BAYRPT-LINE.
           MOVE MTX-CELL(WS-MAT-I, WS-MAT-J) TO WS-ED-CELL.
           STRING "    PANEL " BPN-PANEL(WS-MAT-I) " X PANEL "
               BPN-PANEL(WS-MAT-J) " - "
               FUNCTION TRIM(WS-ED-CELL) " CROSSING(S)"
               DELIMITED BY SIZE INTO BAYRPT-LINE
           WRITE BAYRPT-LINE.
           SET NSEARCHIDX TO 1.
           PERFORM UNTIL NSEARCHIDX > NLATEST-INSERT
               PERFORM TEST-PANEL-I-HIT
               PERFORM TEST-PANEL-J-HIT
               IF WS-HIT-I = 'Y' AND WS-HIT-J = 'Y'
                   MOVE SPACES TO BAYRPT-LINE
                   IF NLAYER(NSEARCHIDX) = BACK-LAYER
                       STRING "      X=" NX-COORD(NSEARCHIDX)
                           " Y=" NY-COORD(NSEARCHIDX)
                           " (BACK FACE)"
                           DELIMITED BY SIZE INTO BAYRPT-LINE
                   ELSE
                       STRING "      X=" NX-COORD(NSEARCHIDX)
                           " Y=" NY-COORD(NSEARCHIDX)
                           DELIMITED BY SIZE INTO BAYRPT-LINE
                   END-IF
                   WRITE BAYRPT-LINE
               END-IF
               SET NSEARCHIDX UP BY 1
           END-PERFORM.

       RESOLVE-FILENAMES.
      *    BAYLAYDD/PANELDD/ATTRDD/CLRRULDD/BAYRPTDD (exported
      *    before the run, or set as JCL DD overrides under a job
      *    scheduler) replace the built-in defaults; CLEARTHR is
      *    the flat clearance fallback, as for WIREPT3.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BAYLAYDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LAYOUT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BAYRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BAYRPT-DSN
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
               " PROG=WIREBAY"
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
