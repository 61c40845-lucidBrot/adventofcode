      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECUT.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One wire-step file at a time - the panel's ONEDD/TWODD
      *    pair, or WIREPT3's WIRE1DD thru WIREnDD for a junction
      *    box - reassigned and reopened for each cable on the cut
      *    list. See CUT-ONE-CABLE.
           SELECT STEPFILE ASSIGN TO DYNAMIC WS-STEP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
      *    Keyed panel master loaded by WIREPNL - a PANELID run
      *    cuts the wire-pair registered for the panel, same as
      *    WIREPT1/WIREPT2's LOOKUP-PANEL.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Cable attributes master we maintain, keyed by wire-step
      *    DSN - gauge and signal class for each cable. A cable
      *    whose DSN carries no row is cut as gauge 00, class S,
      *    the plain signal wire every cable was before attributes
      *    existed.
           SELECT ATTRFILE ASSIGN TO DYNAMIC WS-ATTR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTR-STATUS.
      *    Slack rules the prep room maintains - per gauge, the
      *    extra wire allowed at each square bend, at each diagonal
      *    (45 degree) bend and at each termination. A gauge 00 row
      *    covers every gauge without its own row. See
      *    RESOLVE-SLACK-RULE.
           SELECT SLACKFILE ASSIGN TO DYNAMIC WS-SLACK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLACK-STATUS.
      *    Printable cut sheet for the prep room, grouped by gauge
      *    so each reel is pulled once.
           SELECT CUTFILE ASSIGN TO DYNAMIC WS-CUT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Machine-readable cut list in the same gauge order, one
      *    fixed-layout record per cable plus a trailer, for
      *    loading the cutting machine directly.
           SELECT CUTMFILE ASSIGN TO DYNAMIC WS-CUTM-DSN
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
      *    One attribute row per cable DSN - layout shared with the
      *    ATTRFILE FDs in pt3.cob and wireest.cob; do not change
      *    one without changing the others to match.
       FD  ATTRFILE.
       01  ATTR-LINE.
           05 ATR-DSN PIC X(40).
           05 FILLER PIC X(1).
           05 ATR-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 ATR-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 ATR-CONDUCTORS PIC 9(2).
      *    One slack rule per gauge - allowances in grid steps with
      *    one assumed decimal, e.g. '16 0010 0005 0030' is one step
      *    per square bend, half a step per diagonal bend and three
      *    steps per termination for 16-gauge wire.
       FD  SLACKFILE.
       01  SLACK-LINE.
           05 SLK-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 SLK-BEND PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 SLK-DIAG-BEND PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 SLK-TERM PIC 9(3)V9.
       FD  CUTFILE.
       01  CUT-LINE PIC X(132).
      *    One cable to cut. CM-CUT-LENGTH carries one assumed
      *    decimal; the trailer carries the record count and the
      *    total cut length the same way.
       FD  CUTMFILE.
       01  CUTM-RECORD.
           05 CM-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 CM-CABLE PIC 9(1).
           05 FILLER PIC X(1).
           05 CM-GAUGE PIC 9(2).
           05 FILLER PIC X(1).
           05 CM-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 CM-CUT-LENGTH PIC 9(9)V9.
           05 FILLER PIC X(1).
           05 CM-RUN-LENGTH PIC 9(9).
           05 FILLER PIC X(1).
           05 CM-SQ-BENDS PIC 9(5).
           05 FILLER PIC X(1).
           05 CM-DIAG-BENDS PIC 9(5).
           05 FILLER PIC X(1).
           05 CM-DSN PIC X(40).
       01  CUTM-TRAILER.
           05 CMT-TAG PIC X(8).
           05 CMT-COUNT PIC 9(4).
           05 FILLER PIC X(1).
           05 CMT-TOTAL-LENGTH PIC 9(11)V9.
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Direction constants shared with WIREPT1/WIREPT2 - see
      *    copybooks/CABLELAY.cpy. The cable tables and grids there
      *    are not used here; a cut list only needs each cable's
      *    running totals.
           COPY CABLELAY.

      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2/WIREPT3.
       01 WS-STEP-DSN PIC X(100) VALUE SPACES.
       01 WS-STEP-STATUS PIC X(2) VALUE '00'.
       01 WS-ONE-DSN PIC X(100) VALUE 'cable1.txt'.
       01 WS-TWO-DSN PIC X(100) VALUE 'cable2.txt'.
       01 WS-WIRE1-DSN PIC X(100) VALUE 'wire1.txt'.
       01 WS-WIRE2-DSN PIC X(100) VALUE 'wire2.txt'.
       01 WS-WIRE3-DSN PIC X(100) VALUE 'wire3.txt'.
       01 WS-WIRE4-DSN PIC X(100) VALUE 'wire4.txt'.
       01 WS-WIRE5-DSN PIC X(100) VALUE 'wire5.txt'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-ATTR-DSN PIC X(100) VALUE 'cableattr.txt'.
       01 WS-ATTR-STATUS PIC X(2) VALUE '00'.
       01 WS-SLACK-DSN PIC X(100) VALUE 'slackrules.txt'.
       01 WS-SLACK-STATUS PIC X(2) VALUE '00'.
       01 WS-CUT-DSN PIC X(100) VALUE 'cutlist.txt'.
       01 WS-CUTM-DSN PIC X(100) VALUE 'cutmach.txt'.
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

      *    WIRECOUNT (2 thru 5), when exported, makes this a
      *    junction-box cut list over WIRE1DD thru WIREnDD exactly
      *    as WIREPT3 reads them; otherwise the cut list is the
      *    panel's ONEDD/TWODD pair.
       01 WS-JBOX-MODE PIC X(1) VALUE 'N'.
           88 JBOX-MODE VALUE 'Y'.
       01 WS-WIRE-COUNT PIC 9(2) VALUE 2.

       01 WS-EOF PIC A(1).
       01 WS-LINE-NUM PIC 9(9) VALUE 0.
       01 WS-STEP-VALUE PIC 9(9) VALUE 0.
       01 WS-PREV-DIRECTION PIC X(1) VALUE 'Z'.
       01 WS-DIAG-SWITCH PIC X(1) VALUE 'N'.
           88 IS-DIAGONAL VALUE 'Y'.
       01 WS-PREV-DIAG-SWITCH PIC X(1) VALUE 'N'.
           88 PREV-IS-DIAGONAL VALUE 'Y'.
       01 WS-STEP-VALIDITY PIC X(1) VALUE 'Y'.
           88 STEP-IS-VALID VALUE 'Y'.
           88 STEP-IS-INVALID VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30).

      *    Built-in allowances when the slack rules carry neither a
      *    row for the gauge nor a gauge 00 row - no slack at all,
      *    the bare run length the prep room measured by hand.
       01 WS-RULE-BEND PIC 9(3)V9 VALUE 0.
       01 WS-RULE-DIAG-BEND PIC 9(3)V9 VALUE 0.
       01 WS-RULE-TERM PIC 9(3)V9 VALUE 0.
       01 WS-RULE-SOURCE PIC X(7) VALUE 'NONE'.

      *    Slack rules as loaded.
       01 WS-MAX-RULES PIC 9(2) COMP VALUE 30.
       01 RULE-TABLE.
           03 RULE-ENTRY OCCURS 30 TIMES INDEXED BY RULEIDX.
               05 RL-GAUGE PIC 9(2).
               05 RL-BEND PIC 9(3)V9.
               05 RL-DIAG-BEND PIC 9(3)V9.
               05 RL-TERM PIC 9(3)V9.
           03 RL-COUNT PIC 9(2) VALUE 0.

      *    One entry per cable on the cut list, built by
      *    CUT-ONE-CABLE and reordered by gauge before printing.
       01 WS-MAX-CUTS PIC 9(2) COMP VALUE 5.
       01 CUT-TABLE.
           03 CUT-ENTRY OCCURS 5 TIMES.
               05 CUT-CABLE PIC 9(1).
               05 CUT-DSN PIC X(100).
               05 CUT-GAUGE PIC 9(2).
               05 CUT-CLASS PIC X(1).
               05 CUT-SEGMENTS PIC 9(9).
               05 CUT-REJECTS PIC 9(9).
               05 CUT-RUN-LENGTH PIC 9(9).
               05 CUT-SQ-BENDS PIC 9(5).
               05 CUT-DIAG-BENDS PIC 9(5).
               05 CUT-SLACK PIC 9(9)V9.
               05 CUT-LENGTH PIC 9(9)V9.
               05 CUT-RULE-SOURCE PIC X(7).
               05 CUT-STATUS PIC X(20).
           03 CUT-COUNT PIC 9(2) VALUE 0.
       01 CUT-SWAP-ENTRY.
           05 FILLER PIC 9(1).
           05 FILLER PIC X(100).
           05 FILLER PIC 9(2).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(9).
           05 FILLER PIC 9(9).
           05 FILLER PIC 9(9).
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(9)V9.
           05 FILLER PIC 9(9)V9.
           05 FILLER PIC X(7).
           05 FILLER PIC X(20).
       01 CUT-I PIC 9(2) VALUE 0.
       01 CUT-J PIC 9(2) VALUE 0.

      *    Report totals and edit fields.
       01 WS-CUT-DONE PIC 9(4) VALUE 0.
       01 WS-CUT-TOTAL PIC 9(11)V9 VALUE 0.
       01 WS-GROUP-GAUGE PIC 9(2) VALUE 0.
       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
       01 WS-GROUP-TOTAL PIC 9(11)V9 VALUE 0.
       01 WS-RPT-RUN PIC Z(8)9.
       01 WS-RPT-BENDS PIC Z(4)9.
       01 WS-RPT-DIAG PIC Z(4)9.
       01 WS-RPT-SLACK PIC Z(8)9.9.
       01 WS-RPT-LENGTH PIC Z(8)9.9.
       01 WS-RPT-TOTAL PIC Z(10)9.9.
       01 WS-RPT-COUNT PIC Z(3)9.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.
           PERFORM LOAD-SLACK-RULES.

           IF JBOX-MODE
               MOVE WS-WIRE1-DSN TO WS-STEP-DSN
               PERFORM CUT-ONE-CABLE
               MOVE WS-WIRE2-DSN TO WS-STEP-DSN
               PERFORM CUT-ONE-CABLE
               IF WS-WIRE-COUNT >= 3
                   MOVE WS-WIRE3-DSN TO WS-STEP-DSN
                   PERFORM CUT-ONE-CABLE
               END-IF
               IF WS-WIRE-COUNT >= 4
                   MOVE WS-WIRE4-DSN TO WS-STEP-DSN
                   PERFORM CUT-ONE-CABLE
               END-IF
               IF WS-WIRE-COUNT >= 5
                   MOVE WS-WIRE5-DSN TO WS-STEP-DSN
                   PERFORM CUT-ONE-CABLE
               END-IF
           ELSE
               MOVE WS-ONE-DSN TO WS-STEP-DSN
               PERFORM CUT-ONE-CABLE
               MOVE WS-TWO-DSN TO WS-STEP-DSN
               PERFORM CUT-ONE-CABLE
           END-IF.

           PERFORM LOAD-CABLE-ATTRS.
           PERFORM APPLY-SLACK.
           PERFORM ORDER-BY-GAUGE.
           PERFORM WRITE-CUT-SHEET.
           PERFORM WRITE-CUT-MACHINE-FILE.

           DISPLAY "WIRECUT: " CUT-COUNT " CABLE(S), "
               WS-CUT-DONE " ON THE CUT LIST".
           IF WS-CUT-DONE = 0
               DISPLAY "WIRECUT: NOTHING TO CUT - SEE "
                   FUNCTION TRIM(WS-CUT-DSN)
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOOKUP-PANEL.
      *    Same registry lookup as WIREPT1/WIREPT2 - an unknown
      *    PANEL-ID or a missing master still cuts the files named
      *    on ONEDD/TWODD, flagged RC 4.
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

       LOAD-SLACK-RULES.
      *    No slack rules file (status 35) leaves every cable on the
      *    built-in allowances.
           OPEN INPUT SLACKFILE.
           IF WS-SLACK-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SLACKFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-SLACK-RULE
                   END-READ
               END-PERFORM
               CLOSE SLACKFILE
           END-IF.

       STORE-SLACK-RULE.
           IF SLK-GAUGE IS NOT NUMERIC OR SLK-BEND IS NOT NUMERIC
               OR SLK-DIAG-BEND IS NOT NUMERIC
               OR SLK-TERM IS NOT NUMERIC
               DISPLAY "SLACK RULE IGNORED - NOT NUMERIC: '"
                   SLACK-LINE "'"
           ELSE
               IF RL-COUNT >= WS-MAX-RULES
                   DISPLAY "TOO MANY SLACK RULES - RULE-TABLE FULL AT "
                       WS-MAX-RULES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO RL-COUNT
                   MOVE SLK-GAUGE TO RL-GAUGE(RL-COUNT)
                   MOVE SLK-BEND TO RL-BEND(RL-COUNT)
                   MOVE SLK-DIAG-BEND TO RL-DIAG-BEND(RL-COUNT)
                   MOVE SLK-TERM TO RL-TERM(RL-COUNT)
               END-IF
           END-IF.

       CUT-ONE-CABLE.
      *    Walk one wire-step file: the run length is the summed
      *    NUM-STEPS, and every change of DIRECTION between one
      *    segment and the next is a bend - a diagonal bend when
      *    either leg is Q/E/A/C, a square bend otherwise. Bad lines
      *    are skipped (and counted) the way WIREPT1/WIREPT2 reject
      *    them; zero-step lines neither add length nor bend.
           ADD 1 TO CUT-COUNT.
           MOVE CUT-COUNT TO CUT-CABLE(CUT-COUNT).
           MOVE WS-STEP-DSN TO CUT-DSN(CUT-COUNT).
           MOVE 0 TO CUT-GAUGE(CUT-COUNT).
           MOVE 'S' TO CUT-CLASS(CUT-COUNT).
           MOVE 0 TO CUT-SEGMENTS(CUT-COUNT).
           MOVE 0 TO CUT-REJECTS(CUT-COUNT).
           MOVE 0 TO CUT-RUN-LENGTH(CUT-COUNT).
           MOVE 0 TO CUT-SQ-BENDS(CUT-COUNT).
           MOVE 0 TO CUT-DIAG-BENDS(CUT-COUNT).
           MOVE 0 TO CUT-SLACK(CUT-COUNT).
           MOVE 0 TO CUT-LENGTH(CUT-COUNT).
           MOVE SPACES TO CUT-RULE-SOURCE(CUT-COUNT).
           MOVE 'OK' TO CUT-STATUS(CUT-COUNT).
           MOVE 'Z' TO WS-PREV-DIRECTION.
           MOVE 'N' TO WS-PREV-DIAG-SWITCH.
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT STEPFILE.
           IF WS-STEP-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO CUT-STATUS(CUT-COUNT)
               DISPLAY "CABLE " CUT-COUNT " WIRE-STEP FILE "
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
                               PERFORM COUNT-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPFILE
               IF CUT-SEGMENTS(CUT-COUNT) = 0
                   MOVE 'NO WIRE STEPS' TO CUT-STATUS(CUT-COUNT)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-STEP.
      *    The nine direction codes CABLELAY.cpy defines and a
      *    numeric NUM-STEPS (zero for a via), exactly as
      *    VALIDATE-ONE-STEP checks.
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
               ADD 1 TO CUT-REJECTS(CUT-COUNT)
               DISPLAY "CABLE " CUT-COUNT " LINE " WS-LINE-NUM
                   ": '" STEP-LINE "' - " WS-REJECT-REASON
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COUNT-STEP.
           MOVE FUNCTION NUMVAL(STP-NUM-STEPS) TO WS-STEP-VALUE.
           IF WS-STEP-VALUE > 0
               ADD 1 TO CUT-SEGMENTS(CUT-COUNT)
               ADD WS-STEP-VALUE TO CUT-RUN-LENGTH(CUT-COUNT)
               IF STP-DIRECTION = UP-LEFT-DIRECTION
                   OR STP-DIRECTION = UP-RIGHT-DIRECTION
                   OR STP-DIRECTION = DOWN-LEFT-DIRECTION
                   OR STP-DIRECTION = DOWN-RIGHT-DIRECTION
                   MOVE 'Y' TO WS-DIAG-SWITCH
               ELSE
                   MOVE 'N' TO WS-DIAG-SWITCH
               END-IF
               IF WS-PREV-DIRECTION NOT = 'Z'
                   AND STP-DIRECTION NOT = WS-PREV-DIRECTION
                   IF IS-DIAGONAL OR PREV-IS-DIAGONAL
                       ADD 1 TO CUT-DIAG-BENDS(CUT-COUNT)
                   ELSE
                       ADD 1 TO CUT-SQ-BENDS(CUT-COUNT)
                   END-IF
               END-IF
               MOVE STP-DIRECTION TO WS-PREV-DIRECTION
               MOVE WS-DIAG-SWITCH TO WS-PREV-DIAG-SWITCH
           END-IF.

       LOAD-CABLE-ATTRS.
      *    Gauge and class for each cable by its DSN, as WIREEST's
      *    LOAD-CABLE-GAUGES looks them up. No attributes master
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
           MOVE 1 TO CUT-I.
           PERFORM UNTIL CUT-I > CUT-COUNT
               IF ATR-DSN = CUT-DSN(CUT-I)(1:40)
                   MOVE ATR-GAUGE TO CUT-GAUGE(CUT-I)
                   MOVE ATR-CLASS TO CUT-CLASS(CUT-I)
               END-IF
               ADD 1 TO CUT-I
           END-PERFORM.

       APPLY-SLACK.
      *    Cut length = run length + a square-bend allowance per
      *    square bend + a diagonal-bend allowance per diagonal
      *    bend + a termination allowance at each of the two ends.
           MOVE 1 TO CUT-I.
           PERFORM UNTIL CUT-I > CUT-COUNT
               IF CUT-STATUS(CUT-I) = 'OK'
                   PERFORM RESOLVE-SLACK-RULE
                   COMPUTE CUT-SLACK(CUT-I) =
                       CUT-SQ-BENDS(CUT-I) * WS-RULE-BEND
                       + CUT-DIAG-BENDS(CUT-I) * WS-RULE-DIAG-BEND
                       + 2 * WS-RULE-TERM
                   COMPUTE CUT-LENGTH(CUT-I) =
                       CUT-RUN-LENGTH(CUT-I) + CUT-SLACK(CUT-I)
                   MOVE WS-RULE-SOURCE TO CUT-RULE-SOURCE(CUT-I)
               END-IF
               ADD 1 TO CUT-I
           END-PERFORM.

       RESOLVE-SLACK-RULE.
      *    The row for CUT-GAUGE(CUT-I), else the gauge 00 row, else
      *    the built-in allowances.
           MOVE 0 TO WS-RULE-BEND.
           MOVE 0 TO WS-RULE-DIAG-BEND.
           MOVE 0 TO WS-RULE-TERM.
           MOVE 'NONE' TO WS-RULE-SOURCE.
           SET RULEIDX TO 1.
           SEARCH RULE-ENTRY
               VARYING RULEIDX
               AT END
                   CONTINUE
               WHEN RULEIDX > RL-COUNT
                   CONTINUE
               WHEN RL-GAUGE(RULEIDX) = 0
                   MOVE RL-BEND(RULEIDX) TO WS-RULE-BEND
                   MOVE RL-DIAG-BEND(RULEIDX) TO WS-RULE-DIAG-BEND
                   MOVE RL-TERM(RULEIDX) TO WS-RULE-TERM
                   MOVE 'DEFAULT' TO WS-RULE-SOURCE
           END-SEARCH.
           IF CUT-GAUGE(CUT-I) > 0
               PERFORM FIND-GAUGE-SLACK-RULE
           END-IF.

       FIND-GAUGE-SLACK-RULE.
      *    A gauge's own row, when there is one, overrides the
      *    gauge 00 row RESOLVE-SLACK-RULE has already applied.
           SET RULEIDX TO 1.
           SEARCH RULE-ENTRY
               VARYING RULEIDX
               AT END
                   CONTINUE
               WHEN RULEIDX > RL-COUNT
                   CONTINUE
               WHEN RL-GAUGE(RULEIDX) = CUT-GAUGE(CUT-I)
                   MOVE RL-BEND(RULEIDX) TO WS-RULE-BEND
                   MOVE RL-DIAG-BEND(RULEIDX) TO WS-RULE-DIAG-BEND
                   MOVE RL-TERM(RULEIDX) TO WS-RULE-TERM
                   MOVE 'GAUGE' TO WS-RULE-SOURCE
           END-SEARCH.

       ORDER-BY-GAUGE.
      *    Straight exchange sort on gauge, then cable number - at
      *    most five cables, so the ORDER-SCHEDULE approach from
      *    WIRESCHD is plenty.
           MOVE 1 TO CUT-I.
           PERFORM UNTIL CUT-I >= CUT-COUNT
               ADD 1 TO CUT-I GIVING CUT-J
               PERFORM UNTIL CUT-J > CUT-COUNT
                   IF CUT-GAUGE(CUT-J) < CUT-GAUGE(CUT-I)
                       OR ( CUT-GAUGE(CUT-J) = CUT-GAUGE(CUT-I)
                           AND CUT-CABLE(CUT-J) < CUT-CABLE(CUT-I) )
                       MOVE CUT-ENTRY(CUT-I) TO CUT-SWAP-ENTRY
                       MOVE CUT-ENTRY(CUT-J) TO CUT-ENTRY(CUT-I)
                       MOVE CUT-SWAP-ENTRY TO CUT-ENTRY(CUT-J)
                   END-IF
                   ADD 1 TO CUT-J
               END-PERFORM
               ADD 1 TO CUT-I
           END-PERFORM.

       WRITE-CUT-SHEET.
      *    One block per gauge with a subtotal, then the grand
      *    total. A cable that could not be measured is still
      *    listed, with why, so the sheet accounts for every wire.
           OPEN OUTPUT CUTFILE.
           MOVE SPACES TO CUT-LINE.
           IF JBOX-MODE
               STRING "WIRECUT WIRE CUT LIST - PANEL " WS-PANEL-ID
                   " - JUNCTION BOX, " WS-WIRE-COUNT " WIRES"
                   DELIMITED BY SIZE INTO CUT-LINE
           ELSE
               STRING "WIRECUT WIRE CUT LIST - PANEL " WS-PANEL-ID
                   DELIMITED BY SIZE INTO CUT-LINE
           END-IF.
           WRITE CUT-LINE.
           MOVE SPACES TO CUT-LINE.
           STRING "LENGTHS IN GRID STEPS - SLACK RULES FROM "
               FUNCTION TRIM(WS-SLACK-DSN)
               DELIMITED BY SIZE INTO CUT-LINE
           WRITE CUT-LINE.
           MOVE 0 TO WS-CUT-TOTAL.
           MOVE 99 TO WS-GROUP-GAUGE.
           MOVE 1 TO CUT-I.
           PERFORM UNTIL CUT-I > CUT-COUNT
               IF CUT-GAUGE(CUT-I) NOT = WS-GROUP-GAUGE
                   IF CUT-I > 1
                       PERFORM WRITE-GAUGE-SUBTOTAL
                   END-IF
                   PERFORM WRITE-GAUGE-HEADING
               END-IF
               PERFORM WRITE-CUT-DETAIL
               ADD 1 TO CUT-I
           END-PERFORM.
           IF CUT-COUNT > 0
               PERFORM WRITE-GAUGE-SUBTOTAL
           END-IF.
           MOVE SPACES TO CUT-LINE.
           WRITE CUT-LINE.
           MOVE WS-CUT-DONE TO WS-RPT-COUNT.
           MOVE WS-CUT-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO CUT-LINE.
           STRING "TOTAL " WS-RPT-COUNT " CABLE(S) TO CUT, "
               FUNCTION TRIM(WS-RPT-TOTAL) " STEPS OF WIRE"
               DELIMITED BY SIZE INTO CUT-LINE
           WRITE CUT-LINE.
           CLOSE CUTFILE.

       WRITE-GAUGE-HEADING.
           MOVE CUT-GAUGE(CUT-I) TO WS-GROUP-GAUGE.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-TOTAL.
           MOVE SPACES TO CUT-LINE.
           WRITE CUT-LINE.
           MOVE SPACES TO CUT-LINE.
           STRING "GAUGE " WS-GROUP-GAUGE
               DELIMITED BY SIZE INTO CUT-LINE
           WRITE CUT-LINE.
           MOVE SPACES TO CUT-LINE.
           STRING "  CABLE CLASS       RUN SQ-BENDS DIAG-BENDS"
               "       SLACK  CUT-LENGTH RULE    DSN"
               DELIMITED BY SIZE INTO CUT-LINE
           WRITE CUT-LINE.

       WRITE-CUT-DETAIL.
           MOVE SPACES TO CUT-LINE.
           IF CUT-STATUS(CUT-I) = 'OK'
               ADD 1 TO WS-CUT-DONE
               ADD 1 TO WS-GROUP-COUNT
               ADD CUT-LENGTH(CUT-I) TO WS-GROUP-TOTAL
               ADD CUT-LENGTH(CUT-I) TO WS-CUT-TOTAL
               MOVE CUT-RUN-LENGTH(CUT-I) TO WS-RPT-RUN
               MOVE CUT-SQ-BENDS(CUT-I) TO WS-RPT-BENDS
               MOVE CUT-DIAG-BENDS(CUT-I) TO WS-RPT-DIAG
               MOVE CUT-SLACK(CUT-I) TO WS-RPT-SLACK
               MOVE CUT-LENGTH(CUT-I) TO WS-RPT-LENGTH
               STRING "  " CUT-CABLE(CUT-I) "     "
                   CUT-CLASS(CUT-I) "     " WS-RPT-RUN
                   "    " WS-RPT-BENDS "      " WS-RPT-DIAG
                   " " WS-RPT-SLACK " " WS-RPT-LENGTH
                   " " CUT-RULE-SOURCE(CUT-I)
                   " " FUNCTION TRIM(CUT-DSN(CUT-I))
                   DELIMITED BY SIZE INTO CUT-LINE
           ELSE
               STRING "  " CUT-CABLE(CUT-I) "     "
                   CUT-CLASS(CUT-I) "     NOT CUT - "
                   CUT-STATUS(CUT-I) " "
                   FUNCTION TRIM(CUT-DSN(CUT-I))
                   DELIMITED BY SIZE INTO CUT-LINE
           END-IF.
           WRITE CUT-LINE.
           IF CUT-REJECTS(CUT-I) > 0
               MOVE SPACES TO CUT-LINE
               STRING "        " CUT-REJECTS(CUT-I)
                   " BAD LINE(S) SKIPPED - SEE SYSOUT"
                   DELIMITED BY SIZE INTO CUT-LINE
               WRITE CUT-LINE
           END-IF.

       WRITE-GAUGE-SUBTOTAL.
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT.
           MOVE WS-GROUP-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO CUT-LINE.
           STRING "  GAUGE " WS-GROUP-GAUGE " TOTAL " WS-RPT-COUNT
               " CABLE(S) " FUNCTION TRIM(WS-RPT-TOTAL) " STEPS"
               DELIMITED BY SIZE INTO CUT-LINE
           WRITE CUT-LINE.

       WRITE-CUT-MACHINE-FILE.
      *    Only cables actually measured go to the machine, in the
      *    same gauge order as the sheet, closed by a trailer.
           OPEN OUTPUT CUTMFILE.
           MOVE 1 TO CUT-I.
           PERFORM UNTIL CUT-I > CUT-COUNT
               IF CUT-STATUS(CUT-I) = 'OK'
                   MOVE SPACES TO CUTM-RECORD
                   MOVE WS-PANEL-ID TO CM-PANEL-ID
                   MOVE CUT-CABLE(CUT-I) TO CM-CABLE
                   MOVE CUT-GAUGE(CUT-I) TO CM-GAUGE
                   MOVE CUT-CLASS(CUT-I) TO CM-CLASS
                   MOVE CUT-LENGTH(CUT-I) TO CM-CUT-LENGTH
                   MOVE CUT-RUN-LENGTH(CUT-I) TO CM-RUN-LENGTH
                   MOVE CUT-SQ-BENDS(CUT-I) TO CM-SQ-BENDS
                   MOVE CUT-DIAG-BENDS(CUT-I) TO CM-DIAG-BENDS
                   MOVE CUT-DSN(CUT-I) TO CM-DSN
                   WRITE CUTM-RECORD
               END-IF
               ADD 1 TO CUT-I
           END-PERFORM.
           MOVE SPACES TO CUTM-TRAILER.
           MOVE 'TRAILER ' TO CMT-TAG.
           MOVE WS-CUT-DONE TO CMT-COUNT.
           MOVE WS-CUT-TOTAL TO CMT-TOTAL-LENGTH.
           WRITE CUTM-TRAILER.
           CLOSE CUTMFILE.

       RESOLVE-FILENAMES.
      *    ONEDD/TWODD/PANELID/PANELDD as WIREPT1/WIREPT2 take them;
      *    WIRECOUNT/WIRE1DD-WIRE5DD as WIREPT3 takes them;
      *    ATTRDD/SLACKDD/CUTDD/CUTMDD for this program's own
      *    files.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRECOUNT".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-ENV-OVERRIDE) >= 2
                       AND FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                           <= WS-MAX-CUTS
                       MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                           TO WS-WIRE-COUNT
                       MOVE 'Y' TO WS-JBOX-MODE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRE1DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WIRE1-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRE2DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WIRE2-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRE3DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WIRE3-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRE4DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WIRE4-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WIRE5DD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WIRE5-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLACKDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SLACK-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CUTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CUTMDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUTM-DSN
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
               " PROG=WIRECUT"
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
