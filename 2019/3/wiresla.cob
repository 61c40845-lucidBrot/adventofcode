      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRESLA.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The append-only audit trail - WIREPT1, WIREPT2 and
      *    WIREGATE carry their START=/END=/ELAPSED= and SEGS=/CELLS=
      *    on their own audit line (see WRITE-AUDIT-RECORD in pt1.cob/
      *    pt2.cob/wiregate.cob). Lines written before the timing tags
      *    existed have no START= and are counted as untimed.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, in the same
      *    tag=value form. Read end to end here, then this program's
      *    own timing line is appended to it like any other step's -
      *    see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      *    Batch-window report - per night, every program's elapsed
      *    time and seconds per thousand segments and how close the
      *    chain came to the window end, then the growing panels in
      *    the order they are projected to break the window.
           SELECT SLARPTFILE ASSIGN TO DYNAMIC WS-SLARPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).
       FD  SLARPTFILE.
       01  SLARPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-SLARPT-DSN PIC X(100) VALUE 'slarpt.txt'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-LOGS-READ PIC 9(1) VALUE 0.

      *    The batch window. SLASTART/SLAEND (HHMM) bound it - by
      *    default 18:00 to the 06:00 morning bench start - and
      *    SLAMARGIN (minutes) is how close to the window end the
      *    chain may finish before the night is flagged NEAR.
      *    SLAHORIZON (nights) is how far ahead a panel projected to
      *    break the window raises RC 4.
       01 WS-WIN-START PIC 9(4) VALUE 1800.
       01 WS-WIN-START-PARTS REDEFINES WS-WIN-START.
           05 WS-WIN-START-HH PIC 9(2).
           05 WS-WIN-START-MI PIC 9(2).
       01 WS-WIN-END PIC 9(4) VALUE 0600.
       01 WS-WIN-END-PARTS REDEFINES WS-WIN-END.
           05 WS-WIN-END-HH PIC 9(2).
           05 WS-WIN-END-MI PIC 9(2).
       01 WS-MARGIN-MINS PIC 9(3) VALUE 30.
       01 WS-HORIZON PIC 9(3) VALUE 30.
       01 WS-HHMM-CHECK PIC 9(4) VALUE 0.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-CHECK.
           05 WS-HHMM-HH PIC 9(2).
           05 WS-HHMM-MI PIC 9(2).
       01 WS-HHMM-VALID PIC X(1) VALUE 'N'.
      *    The window in seconds. A step belongs to the night whose
      *    window start it follows; one starting after the window end
      *    still counts as that night's (an overrun) until halfway
      *    through the day gap, after which it is a daytime run and
      *    left out.
       01 WS-WIN-START-SECS PIC 9(5) VALUE 0.
       01 WS-WIN-LEN-SECS PIC 9(5) VALUE 0.
       01 WS-NIGHT-CUTOFF-SECS PIC 9(5) VALUE 0.
       01 WS-MARGIN-SECS PIC 9(7) VALUE 0.

      *    Tag=value parsing fields - the same split WIREHIST uses:
      *    blanks into tokens, each token on '=' into tag and value.
      *    A WIREGATE line's REASON= runs to several blank-separated
      *    words, so there is room for more tokens than WIREHIST's.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 24 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).
       01 WS-CUR-PROG PIC X(10).
       01 WS-CUR-START PIC X(14).
       01 WS-CUR-END PIC X(14).
       01 WS-CUR-ELAPSED PIC X(10).
       01 WS-CUR-PANEL PIC X(8).
       01 WS-CUR-SEGS PIC X(9).
       01 WS-CUR-CELLS PIC X(9).

      *    A START=/END= value broken out for the day-number and
      *    seconds arithmetic.
       01 WS-TS-WORK.
           05 WS-TS-DATE PIC 9(8).
           05 WS-TS-HH PIC 9(2).
           05 WS-TS-MI PIC 9(2).
           05 WS-TS-SS PIC 9(2).
       01 WS-STEP-DAY PIC 9(7) VALUE 0.
       01 WS-STEP-START-OFF PIC S9(7) VALUE 0.
       01 WS-STEP-END-OFF PIC S9(7) VALUE 0.
       01 WS-STEP-SECS PIC 9(7)V99 VALUE 0.
       01 WS-STEP-SEG-COUNT PIC 9(9) VALUE 0.
       01 WS-STEP-CELL-COUNT PIC 9(9) VALUE 0.

       01 WS-TIMED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNTIMED-COUNT PIC 9(7) VALUE 0.
       01 WS-DAYTIME-COUNT PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.

      *    One entry per night, keyed on the day number (FUNCTION
      *    INTEGER-OF-DATE) of the date the window opened. Offsets
      *    are seconds from that night's window start.
       01 WS-MAX-NIGHTS PIC 9(4) COMP VALUE 100.
       01 NIGHT-TABLE.
           03 NT-ENTRY OCCURS 100 TIMES INDEXED BY NTIDX.
               05 NT-DAY PIC 9(7).
               05 NT-FIRST-START PIC S9(7).
               05 NT-FINISH PIC S9(7).
               05 NT-STEPS PIC 9(5).
               05 NT-STEP-SECS PIC 9(9)V99.
               05 NT-SEGS PIC 9(11).
               05 NT-MARGIN PIC S9(7).
               05 NT-FLAG PIC X(7).
           03 NT-COUNT PIC 9(4) VALUE 0.
       01 NT-SWAP-ENTRY PIC X(62).

      *    One entry per program per night.
       01 WS-MAX-STEPS PIC 9(4) COMP VALUE 3000.
       01 STEP-TABLE.
           03 ST-ENTRY OCCURS 3000 TIMES INDEXED BY STIDX.
               05 ST-DAY PIC 9(7).
               05 ST-PROG PIC X(10).
               05 ST-FIRST-START PIC S9(7).
               05 ST-RUNS PIC 9(5).
               05 ST-SECS PIC 9(9)V99.
               05 ST-SEGS PIC 9(11).
               05 ST-CELLS PIC 9(11).
           03 ST-COUNT PIC 9(4) VALUE 0.
       01 ST-SWAP-ENTRY PIC X(62).

      *    One entry per panel per night - the panel's size that
      *    night (the most segments any of its steps read) and the
      *    seconds its steps took between them.
       01 WS-MAX-PANEL-NIGHTS PIC 9(4) COMP VALUE 3000.
       01 PANEL-NIGHT-TABLE.
           03 PN-ENTRY OCCURS 3000 TIMES INDEXED BY PNIDX.
               05 PN-DAY PIC 9(7).
               05 PN-PANEL PIC X(8).
               05 PN-SEGS PIC 9(9).
               05 PN-SECS PIC 9(9)V99.
           03 PN-COUNT PIC 9(4) VALUE 0.

      *    One entry per panel, its first and latest sized night,
      *    for the growth projection.
       01 WS-MAX-PANELS PIC 9(4) COMP VALUE 500.
       01 PANEL-TABLE.
           03 PL-ENTRY OCCURS 500 TIMES INDEXED BY PLIDX.
               05 PL-PANEL PIC X(8).
               05 PL-FIRST-DAY PIC 9(7).
               05 PL-FIRST-SEGS PIC 9(9).
               05 PL-LAST-DAY PIC 9(7).
               05 PL-LAST-SEGS PIC 9(9).
               05 PL-LAST-SECS PIC 9(9)V99.
               05 PL-GROWTH PIC 9(9)V99.
               05 PL-ADDED-SECS PIC 9(7)V99.
               05 PL-NIGHTS-LEFT PIC 9(5).
               05 PL-GROWING PIC X(1).
           03 PL-COUNT PIC 9(4) VALUE 0.
       01 PL-SWAP-ENTRY PIC X(77).
       01 WS-GROWING-COUNT PIC 9(4) VALUE 0.
       01 WS-HORIZON-COUNT PIC 9(4) VALUE 0.
       01 WS-HEADROOM PIC S9(7) VALUE 0.
       01 WS-LATEST-NIGHT PIC 9(4) VALUE 0.

       01 SRT-I PIC 9(4) VALUE 0.
       01 SRT-J PIC 9(4) VALUE 0.

      *    Report editing fields.
       01 WS-PRINT-DATE PIC 9(8) VALUE 0.
       01 WS-PRINT-DATE-PARTS REDEFINES WS-PRINT-DATE.
           05 WS-PRINT-YYYY PIC 9(4).
           05 WS-PRINT-MM PIC 9(2).
           05 WS-PRINT-DD PIC 9(2).
       01 WS-ED-DATE PIC X(10).
       01 WS-CLOCK-SECS PIC 9(7) VALUE 0.
       01 WS-CLOCK-HH PIC 9(2) VALUE 0.
       01 WS-CLOCK-MI PIC 9(2) VALUE 0.
       01 WS-CLOCK-SS PIC 9(2) VALUE 0.
       01 WS-CLOCK-REM PIC 9(5) VALUE 0.
       01 WS-ED-CLOCK PIC X(8).
       01 WS-ED-FIRST-CLOCK PIC X(8).
       01 WS-ED-RUNS PIC ZZZZ9.
       01 WS-ED-SECS PIC Z(7)9.99.
       01 WS-ED-SEGS PIC Z(10)9.
       01 WS-ED-CELLS PIC Z(10)9.
       01 WS-PER-K PIC 9(7)V99 VALUE 0.
       01 WS-ED-PER-K PIC Z(6)9.99.
       01 WS-ED-PER-K-TEXT PIC X(10).
       01 WS-MARGIN-MINUTES PIC S9(5)V9 VALUE 0.
       01 WS-ED-MARGIN PIC -(5)9.9.
       01 WS-ED-WIN-START PIC X(5).
       01 WS-ED-WIN-END PIC X(5).
       01 WS-ED-MARGIN-MINS PIC ZZ9.
       01 WS-ED-HORIZON PIC ZZ9.
       01 WS-ED-COUNT PIC Z(6)9.
       01 WS-ED-GROWTH PIC Z(8)9.99.
       01 WS-ED-ADDED PIC Z(6)9.99.
       01 WS-ED-LEFT PIC ZZZZ9.
       01 WS-ED-HEADROOM PIC -(6)9.
       01 WS-ED-FIRST-DATE PIC X(10).
       01 WS-ED-BREAK-DATE PIC X(10).
       01 WS-ED-FIRST-SEGS PIC Z(8)9.
       01 WS-ED-LAST-SEGS PIC Z(8)9.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM SET-WINDOW.

           PERFORM READ-AUDIT-TRAIL.
           PERFORM READ-TIMING-LOG.
           IF WS-LOGS-READ = 0
               DISPLAY "WIRESLA: NEITHER " FUNCTION TRIM(WS-AUDIT-DSN)
                   " NOR " FUNCTION TRIM(WS-TIME-DSN) " COULD BE READ"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           PERFORM ORDER-NIGHTS.
           PERFORM ORDER-STEPS.
           PERFORM SIZE-NIGHTS.
           PERFORM PROJECT-PANELS.

           OPEN OUTPUT SLARPTFILE.
           PERFORM WRITE-REPORT-HEADING.
           SET NTIDX TO 1.
           PERFORM UNTIL NTIDX > NT-COUNT
               PERFORM WRITE-NIGHT
               SET NTIDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-PROJECTION.
           CLOSE SLARPTFILE.

           DISPLAY "WIRESLA: " NT-COUNT " NIGHT(S), " WS-TIMED-COUNT
               " TIMED STEP(S) - SEE " FUNCTION TRIM(WS-SLARPT-DSN).
           IF NT-COUNT = 0
               DISPLAY "WIRESLA: NO TIMED STEPS FELL IN ANY BATCH "
                   "WINDOW"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
      *        Only the latest night sets the return code - an old
      *        overrun stays on the report but does not fail every
      *        run after it.
               SET NTIDX TO NT-COUNT
               IF NT-FLAG(NTIDX) = 'OVERRAN'
                   DISPLAY "WIRESLA: LATEST NIGHT OVERRAN THE WINDOW"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NT-FLAG(NTIDX) = 'NEAR' OR WS-HORIZON-COUNT > 0
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       SET-WINDOW.
      *    Window length and the daytime cut-off, in seconds from the
      *    window start. SLAEND at or before SLASTART is the usual
      *    window across midnight.
           COMPUTE WS-WIN-START-SECS =
               WS-WIN-START-HH * 3600 + WS-WIN-START-MI * 60.
           COMPUTE WS-WIN-LEN-SECS =
               WS-WIN-END-HH * 3600 + WS-WIN-END-MI * 60.
           IF WS-WIN-LEN-SECS > WS-WIN-START-SECS
               SUBTRACT WS-WIN-START-SECS FROM WS-WIN-LEN-SECS
           ELSE
               COMPUTE WS-WIN-LEN-SECS =
                   WS-WIN-LEN-SECS + 86400 - WS-WIN-START-SECS
           END-IF.
           COMPUTE WS-NIGHT-CUTOFF-SECS =
               WS-WIN-LEN-SECS + (86400 - WS-WIN-LEN-SECS) / 2.
           COMPUTE WS-MARGIN-SECS = WS-MARGIN-MINS * 60.

       READ-AUDIT-TRAIL.
      *    A missing trail only means the WIREPT1/WIREPT2/WIREGATE
      *    steps are missing from the report - the timing log may
      *    still carry the rest of the chain.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "WIRESLA: AUDIT TRAIL NOT READ - STATUS "
                   WS-AUDIT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-LOGS-READ
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

       READ-TIMING-LOG.
           OPEN INPUT TIMEFILE.
           IF WS-TIME-STATUS NOT = '00'
               DISPLAY "WIRESLA: STEP-TIMING LOG NOT READ - STATUS "
                   WS-TIME-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-LOGS-READ
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TIMEFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE TIME-LINE TO AUDIT-LINE
                           PERFORM PARSE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE TIMEFILE
           END-IF.

       PARSE-LOG-LINE.
      *    Audit and timing lines share one layout, so both logs come
      *    through here.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                   WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15) WS-TOKEN(16)
                   WS-TOKEN(17) WS-TOKEN(18) WS-TOKEN(19) WS-TOKEN(20)
                   WS-TOKEN(21) WS-TOKEN(22) WS-TOKEN(23) WS-TOKEN(24)
               TALLYING IN WS-TOKEN-COUNT.
           MOVE SPACES TO WS-CUR-PROG.
           MOVE SPACES TO WS-CUR-START.
           MOVE SPACES TO WS-CUR-END.
           MOVE SPACES TO WS-CUR-ELAPSED.
           MOVE 'NONE' TO WS-CUR-PANEL.
           MOVE SPACES TO WS-CUR-SEGS.
           MOVE SPACES TO WS-CUR-CELLS.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.
           IF WS-CUR-PROG = SPACES
               OR WS-CUR-START IS NOT NUMERIC
               OR WS-CUR-END IS NOT NUMERIC
               ADD 1 TO WS-UNTIMED-COUNT
           ELSE
               PERFORM TALLY-TIMED-STEP
           END-IF.

       TAKE-TOKEN.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PROG'
                   MOVE WS-VALUE(1:10) TO WS-CUR-PROG
               WHEN 'START'
                   MOVE WS-VALUE(1:14) TO WS-CUR-START
               WHEN 'END'
                   MOVE WS-VALUE(1:14) TO WS-CUR-END
               WHEN 'ELAPSED'
                   MOVE WS-VALUE(1:10) TO WS-CUR-ELAPSED
               WHEN 'PANEL'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PANEL
               WHEN 'SEGS'
                   MOVE WS-VALUE(1:9) TO WS-CUR-SEGS
               WHEN 'CELLS'
                   MOVE WS-VALUE(1:9) TO WS-CUR-CELLS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-TIMED-STEP.
      *    Place the step in its night by its start, then roll it
      *    into that night, its program-within-night and (when it
      *    names one) its panel-within-night.
           MOVE WS-CUR-START TO WS-TS-WORK.
           COMPUTE WS-STEP-DAY = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
           COMPUTE WS-STEP-START-OFF = WS-TS-HH * 3600
               + WS-TS-MI * 60 + WS-TS-SS - WS-WIN-START-SECS.
           IF WS-STEP-START-OFF < 0
               ADD 86400 TO WS-STEP-START-OFF
               SUBTRACT 1 FROM WS-STEP-DAY
           END-IF.
           IF WS-STEP-START-OFF >= WS-NIGHT-CUTOFF-SECS
               ADD 1 TO WS-DAYTIME-COUNT
           ELSE
               MOVE WS-CUR-END TO WS-TS-WORK
               COMPUTE WS-STEP-END-OFF =
                   (FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                   - WS-STEP-DAY) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
                   - WS-WIN-START-SECS
               MOVE 0 TO WS-STEP-SECS
               IF WS-CUR-ELAPSED(1:7) IS NUMERIC
                   COMPUTE WS-STEP-SECS =
                       FUNCTION NUMVAL(WS-CUR-ELAPSED)
               END-IF
               MOVE 0 TO WS-STEP-SEG-COUNT
               IF WS-CUR-SEGS IS NUMERIC
                   MOVE WS-CUR-SEGS TO WS-STEP-SEG-COUNT
               END-IF
               MOVE 0 TO WS-STEP-CELL-COUNT
               IF WS-CUR-CELLS IS NUMERIC
                   MOVE WS-CUR-CELLS TO WS-STEP-CELL-COUNT
               END-IF
               PERFORM FIND-OR-ADD-NIGHT
               PERFORM FIND-OR-ADD-STEP
               IF WS-CUR-PANEL NOT = 'NONE'
                   AND WS-CUR-PANEL NOT = SPACES
                   PERFORM FIND-OR-ADD-PANEL-NIGHT
               END-IF
           END-IF.

       FIND-OR-ADD-NIGHT.
           SET NTIDX TO 1.
           SEARCH NT-ENTRY
               VARYING NTIDX
               AT END
                   PERFORM ADD-NEW-NIGHT
               WHEN NTIDX > NT-COUNT
                   PERFORM ADD-NEW-NIGHT
               WHEN NT-DAY(NTIDX) = WS-STEP-DAY
                   PERFORM BUMP-NIGHT
           END-SEARCH.

      *    Factored out of FIND-OR-ADD-NIGHT's SEARCH - GnuCOBOL's
      *    SEARCH grammar cannot parse a nested IF/END-IF there, so it
      *    is PERFORMed from AT END/WHEN instead. The same goes for the
      *    other ADD-NEW- paragraphs below.
       ADD-NEW-NIGHT.
           IF NT-COUNT >= WS-MAX-NIGHTS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO NT-COUNT
               SET NTIDX TO NT-COUNT
               MOVE WS-STEP-DAY TO NT-DAY(NTIDX)
               MOVE WS-STEP-START-OFF TO NT-FIRST-START(NTIDX)
               MOVE WS-STEP-END-OFF TO NT-FINISH(NTIDX)
               MOVE 0 TO NT-STEPS(NTIDX)
               MOVE 0 TO NT-STEP-SECS(NTIDX)
               MOVE 0 TO NT-SEGS(NTIDX)
               MOVE 0 TO NT-MARGIN(NTIDX)
               MOVE SPACES TO NT-FLAG(NTIDX)
               PERFORM BUMP-NIGHT
           END-IF.

       BUMP-NIGHT.
           ADD 1 TO WS-TIMED-COUNT.
           ADD 1 TO NT-STEPS(NTIDX).
           ADD WS-STEP-SECS TO NT-STEP-SECS(NTIDX).
           IF WS-STEP-START-OFF < NT-FIRST-START(NTIDX)
               MOVE WS-STEP-START-OFF TO NT-FIRST-START(NTIDX)
           END-IF.
           IF WS-STEP-END-OFF > NT-FINISH(NTIDX)
               MOVE WS-STEP-END-OFF TO NT-FINISH(NTIDX)
           END-IF.

       FIND-OR-ADD-STEP.
           SET STIDX TO 1.
           SEARCH ST-ENTRY
               VARYING STIDX
               AT END
                   PERFORM ADD-NEW-STEP
               WHEN STIDX > ST-COUNT
                   PERFORM ADD-NEW-STEP
               WHEN ST-DAY(STIDX) = WS-STEP-DAY
                   AND ST-PROG(STIDX) = WS-CUR-PROG
                   PERFORM BUMP-STEP
           END-SEARCH.

       ADD-NEW-STEP.
           IF ST-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO ST-COUNT
               SET STIDX TO ST-COUNT
               MOVE WS-STEP-DAY TO ST-DAY(STIDX)
               MOVE WS-CUR-PROG TO ST-PROG(STIDX)
               MOVE WS-STEP-START-OFF TO ST-FIRST-START(STIDX)
               MOVE 0 TO ST-RUNS(STIDX)
               MOVE 0 TO ST-SECS(STIDX)
               MOVE 0 TO ST-SEGS(STIDX)
               MOVE 0 TO ST-CELLS(STIDX)
               PERFORM BUMP-STEP
           END-IF.

       BUMP-STEP.
           ADD 1 TO ST-RUNS(STIDX).
           ADD WS-STEP-SECS TO ST-SECS(STIDX).
           ADD WS-STEP-SEG-COUNT TO ST-SEGS(STIDX).
           ADD WS-STEP-CELL-COUNT TO ST-CELLS(STIDX).
           IF WS-STEP-START-OFF < ST-FIRST-START(STIDX)
               MOVE WS-STEP-START-OFF TO ST-FIRST-START(STIDX)
           END-IF.

       FIND-OR-ADD-PANEL-NIGHT.
           SET PNIDX TO 1.
           SEARCH PN-ENTRY
               VARYING PNIDX
               AT END
                   PERFORM ADD-NEW-PANEL-NIGHT
               WHEN PNIDX > PN-COUNT
                   PERFORM ADD-NEW-PANEL-NIGHT
               WHEN PN-DAY(PNIDX) = WS-STEP-DAY
                   AND PN-PANEL(PNIDX) = WS-CUR-PANEL
                   PERFORM BUMP-PANEL-NIGHT
           END-SEARCH.

       ADD-NEW-PANEL-NIGHT.
           IF PN-COUNT >= WS-MAX-PANEL-NIGHTS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO PN-COUNT
               SET PNIDX TO PN-COUNT
               MOVE WS-STEP-DAY TO PN-DAY(PNIDX)
               MOVE WS-CUR-PANEL TO PN-PANEL(PNIDX)
               MOVE 0 TO PN-SEGS(PNIDX)
               MOVE 0 TO PN-SECS(PNIDX)
               PERFORM BUMP-PANEL-NIGHT
           END-IF.

       BUMP-PANEL-NIGHT.
           ADD WS-STEP-SECS TO PN-SECS(PNIDX).
           IF WS-STEP-SEG-COUNT > PN-SEGS(PNIDX)
               MOVE WS-STEP-SEG-COUNT TO PN-SEGS(PNIDX)
           END-IF.

       ORDER-NIGHTS.
      *    Straight exchange sort, earliest night first - the same
      *    in-line approach as WIRESCHD's ORDER-SCHEDULE.
           MOVE 1 TO SRT-I.
           PERFORM UNTIL SRT-I >= NT-COUNT
               ADD 1 TO SRT-I GIVING SRT-J
               PERFORM UNTIL SRT-J > NT-COUNT
                   IF NT-DAY(SRT-J) < NT-DAY(SRT-I)
                       MOVE NT-ENTRY(SRT-I) TO NT-SWAP-ENTRY
                       MOVE NT-ENTRY(SRT-J) TO NT-ENTRY(SRT-I)
                       MOVE NT-SWAP-ENTRY TO NT-ENTRY(SRT-J)
                   END-IF
                   ADD 1 TO SRT-J
               END-PERFORM
               ADD 1 TO SRT-I
           END-PERFORM.

       ORDER-STEPS.
      *    Night, then first start within the night - so each night's
      *    programs print in the order the chain ran them.
           MOVE 1 TO SRT-I.
           PERFORM UNTIL SRT-I >= ST-COUNT
               ADD 1 TO SRT-I GIVING SRT-J
               PERFORM UNTIL SRT-J > ST-COUNT
                   IF ST-DAY(SRT-J) < ST-DAY(SRT-I)
                       OR ( ST-DAY(SRT-J) = ST-DAY(SRT-I)
                           AND ST-FIRST-START(SRT-J)
                               < ST-FIRST-START(SRT-I) )
                       MOVE ST-ENTRY(SRT-I) TO ST-SWAP-ENTRY
                       MOVE ST-ENTRY(SRT-J) TO ST-ENTRY(SRT-I)
                       MOVE ST-SWAP-ENTRY TO ST-ENTRY(SRT-J)
                   END-IF
                   ADD 1 TO SRT-J
               END-PERFORM
               ADD 1 TO SRT-I
           END-PERFORM.

       SIZE-NIGHTS.
      *    Each night's panel volume is the sum of its panels' sizes,
      *    and its margin is what was left of the window when the
      *    last step of the chain ended.
           SET NTIDX TO 1.
           PERFORM UNTIL NTIDX > NT-COUNT
               SET PNIDX TO 1
               PERFORM UNTIL PNIDX > PN-COUNT
                   IF PN-DAY(PNIDX) = NT-DAY(NTIDX)
                       ADD PN-SEGS(PNIDX) TO NT-SEGS(NTIDX)
                   END-IF
                   SET PNIDX UP BY 1
               END-PERFORM
               COMPUTE NT-MARGIN(NTIDX) =
                   WS-WIN-LEN-SECS - NT-FINISH(NTIDX)
               IF NT-MARGIN(NTIDX) < 0
                   MOVE 'OVERRAN' TO NT-FLAG(NTIDX)
               ELSE
                   IF NT-MARGIN(NTIDX) < WS-MARGIN-SECS
                       MOVE 'NEAR' TO NT-FLAG(NTIDX)
                   ELSE
                       MOVE 'OK' TO NT-FLAG(NTIDX)
                   END-IF
               END-IF
               SET NTIDX UP BY 1
           END-PERFORM.

       PROJECT-PANELS.
      *    For every panel sized on two or more nights, its growth in
      *    segments per night, priced at the seconds per segment its
      *    own steps took on its latest night, is the time it adds to
      *    the chain each night. The latest night's margin divided by
      *    that is how many more nights it can grow before the chain
      *    runs past the window end on its account alone.
           SET PNIDX TO 1.
           PERFORM UNTIL PNIDX > PN-COUNT
               IF PN-SEGS(PNIDX) > 0
                   PERFORM FIND-OR-ADD-PANEL
               END-IF
               SET PNIDX UP BY 1
           END-PERFORM.

           MOVE 0 TO WS-HEADROOM.
           MOVE NT-COUNT TO WS-LATEST-NIGHT.
           IF NT-COUNT > 0
               MOVE NT-MARGIN(NT-COUNT) TO WS-HEADROOM
           END-IF.
           SET PLIDX TO 1.
           PERFORM UNTIL PLIDX > PL-COUNT
               PERFORM PROJECT-ONE-PANEL
               SET PLIDX UP BY 1
           END-PERFORM.
           PERFORM ORDER-PANELS.

       FIND-OR-ADD-PANEL.
           SET PLIDX TO 1.
           SEARCH PL-ENTRY
               VARYING PLIDX
               AT END
                   PERFORM ADD-NEW-PANEL
               WHEN PLIDX > PL-COUNT
                   PERFORM ADD-NEW-PANEL
               WHEN PL-PANEL(PLIDX) = PN-PANEL(PNIDX)
                   PERFORM BUMP-PANEL
           END-SEARCH.

       ADD-NEW-PANEL.
           IF PL-COUNT >= WS-MAX-PANELS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO PL-COUNT
               SET PLIDX TO PL-COUNT
               MOVE PN-PANEL(PNIDX) TO PL-PANEL(PLIDX)
               MOVE PN-DAY(PNIDX) TO PL-FIRST-DAY(PLIDX)
               MOVE PN-SEGS(PNIDX) TO PL-FIRST-SEGS(PLIDX)
               MOVE PN-DAY(PNIDX) TO PL-LAST-DAY(PLIDX)
               MOVE PN-SEGS(PNIDX) TO PL-LAST-SEGS(PLIDX)
               MOVE PN-SECS(PNIDX) TO PL-LAST-SECS(PLIDX)
               MOVE 0 TO PL-GROWTH(PLIDX)
               MOVE 0 TO PL-ADDED-SECS(PLIDX)
               MOVE 0 TO PL-NIGHTS-LEFT(PLIDX)
               MOVE 'N' TO PL-GROWING(PLIDX)
           END-IF.

       BUMP-PANEL.
           IF PN-DAY(PNIDX) < PL-FIRST-DAY(PLIDX)
               MOVE PN-DAY(PNIDX) TO PL-FIRST-DAY(PLIDX)
               MOVE PN-SEGS(PNIDX) TO PL-FIRST-SEGS(PLIDX)
           END-IF.
           IF PN-DAY(PNIDX) > PL-LAST-DAY(PLIDX)
               MOVE PN-DAY(PNIDX) TO PL-LAST-DAY(PLIDX)
               MOVE PN-SEGS(PNIDX) TO PL-LAST-SEGS(PLIDX)
               MOVE PN-SECS(PNIDX) TO PL-LAST-SECS(PLIDX)
           END-IF.

       PROJECT-ONE-PANEL.
      *    A panel already past the headroom (the latest night had
      *    none left) breaks the window now - 0 nights left.
           IF PL-LAST-DAY(PLIDX) > PL-FIRST-DAY(PLIDX)
               AND PL-LAST-SEGS(PLIDX) > PL-FIRST-SEGS(PLIDX)
               MOVE 'Y' TO PL-GROWING(PLIDX)
               ADD 1 TO WS-GROWING-COUNT
               COMPUTE PL-GROWTH(PLIDX) ROUNDED =
                   (PL-LAST-SEGS(PLIDX) - PL-FIRST-SEGS(PLIDX))
                   / (PL-LAST-DAY(PLIDX) - PL-FIRST-DAY(PLIDX))
               COMPUTE PL-ADDED-SECS(PLIDX) ROUNDED =
                   PL-GROWTH(PLIDX) * PL-LAST-SECS(PLIDX)
                   / PL-LAST-SEGS(PLIDX)
               IF WS-HEADROOM <= 0
                   MOVE 0 TO PL-NIGHTS-LEFT(PLIDX)
               ELSE
                   IF PL-ADDED-SECS(PLIDX) = 0
                       MOVE 99999 TO PL-NIGHTS-LEFT(PLIDX)
                   ELSE
                       COMPUTE PL-NIGHTS-LEFT(PLIDX) = FUNCTION MIN(
                           WS-HEADROOM / PL-ADDED-SECS(PLIDX) 99999)
                   END-IF
               END-IF
               IF PL-NIGHTS-LEFT(PLIDX) <= WS-HORIZON
                   ADD 1 TO WS-HORIZON-COUNT
               END-IF
           END-IF.

       ORDER-PANELS.
      *    Growing panels first, soonest to break first; panels that
      *    are not growing keep their place after them.
           MOVE 1 TO SRT-I.
           PERFORM UNTIL SRT-I >= PL-COUNT
               ADD 1 TO SRT-I GIVING SRT-J
               PERFORM UNTIL SRT-J > PL-COUNT
                   IF PL-GROWING(SRT-J) = 'Y'
                       AND ( PL-GROWING(SRT-I) NOT = 'Y'
                           OR PL-NIGHTS-LEFT(SRT-J)
                               < PL-NIGHTS-LEFT(SRT-I) )
                       MOVE PL-ENTRY(SRT-I) TO PL-SWAP-ENTRY
                       MOVE PL-ENTRY(SRT-J) TO PL-ENTRY(SRT-I)
                       MOVE PL-SWAP-ENTRY TO PL-ENTRY(SRT-J)
                   END-IF
                   ADD 1 TO SRT-J
               END-PERFORM
               ADD 1 TO SRT-I
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-ED-WIN-START.
           STRING WS-WIN-START-HH ":" WS-WIN-START-MI
               DELIMITED BY SIZE INTO WS-ED-WIN-START.
           MOVE SPACES TO WS-ED-WIN-END.
           STRING WS-WIN-END-HH ":" WS-WIN-END-MI
               DELIMITED BY SIZE INTO WS-ED-WIN-END.
           MOVE WS-MARGIN-MINS TO WS-ED-MARGIN-MINS.
           MOVE SPACES TO SLARPT-LINE.
           STRING "WIRESLA BATCH-WINDOW REPORT - WINDOW "
               WS-ED-WIN-START " TO " WS-ED-WIN-END
               ", NEAR WITHIN " FUNCTION TRIM(WS-ED-MARGIN-MINS)
               " MIN OF THE WINDOW END"
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  " NT-COUNT " NIGHT(S), " WS-TIMED-COUNT
               " TIMED STEP(S); NOT COUNTED: " WS-DAYTIME-COUNT
               " DAYTIME, " WS-UNTIMED-COUNT " UNTIMED"
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO SLARPT-LINE
               STRING "  " WS-DROPPED-COUNT " ENTRY(IES) DROPPED - "
                   "A TABLE FILLED; REPORT IS INCOMPLETE"
                   DELIMITED BY SIZE INTO SLARPT-LINE
               WRITE SLARPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-NIGHT.
      *    Night header with the chain's first start, finish and
      *    margin, then one line per program in the order it ran,
      *    then the night's totals.
           MOVE NT-DAY(NTIDX) TO WS-STEP-DAY.
           PERFORM EDIT-DAY.
           MOVE NT-FIRST-START(NTIDX) TO WS-CLOCK-SECS.
           PERFORM EDIT-CLOCK.
           MOVE WS-ED-CLOCK TO WS-ED-FIRST-CLOCK.
           MOVE NT-FINISH(NTIDX) TO WS-CLOCK-SECS.
           PERFORM EDIT-CLOCK.
           COMPUTE WS-MARGIN-MINUTES ROUNDED = NT-MARGIN(NTIDX) / 60.
           MOVE WS-MARGIN-MINUTES TO WS-ED-MARGIN.
           MOVE SPACES TO SLARPT-LINE.
           WRITE SLARPT-LINE.
           MOVE SPACES TO SLARPT-LINE.
           STRING "NIGHT OF " WS-ED-DATE "  FIRST START "
               WS-ED-FIRST-CLOCK "  FINISH " WS-ED-CLOCK
               "  MARGIN " WS-ED-MARGIN " MIN  " NT-FLAG(NTIDX)
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  PROGRAM      RUNS    ELAPSED SECS"
               "     SEGMENTS  GRIDDD CELLS  SECS/1000 SEGS"
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.
           SET STIDX TO 1.
           PERFORM UNTIL STIDX > ST-COUNT
               IF ST-DAY(STIDX) = NT-DAY(NTIDX)
                   PERFORM WRITE-STEP-LINE
               END-IF
               SET STIDX UP BY 1
           END-PERFORM.
      *    The night's line prices the whole chain's step time over
      *    the night's panel volume (each panel counted once, at its
      *    largest) - the figure to watch as panels grow.
           MOVE NT-STEPS(NTIDX) TO WS-ED-RUNS.
           MOVE NT-STEP-SECS(NTIDX) TO WS-ED-SECS.
           MOVE NT-SEGS(NTIDX) TO WS-ED-SEGS.
           MOVE NT-SEGS(NTIDX) TO WS-STEP-SEG-COUNT.
           MOVE NT-STEP-SECS(NTIDX) TO WS-STEP-SECS.
           PERFORM EDIT-PER-K.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  CHAIN     " WS-ED-RUNS "  " WS-ED-SECS
               "  " WS-ED-SEGS "                   "
               WS-ED-PER-K-TEXT
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.

       WRITE-STEP-LINE.
           MOVE ST-RUNS(STIDX) TO WS-ED-RUNS.
           MOVE ST-SECS(STIDX) TO WS-ED-SECS.
           MOVE ST-SEGS(STIDX) TO WS-ED-SEGS.
           MOVE ST-CELLS(STIDX) TO WS-ED-CELLS.
           MOVE ST-SEGS(STIDX) TO WS-STEP-SEG-COUNT.
           MOVE ST-SECS(STIDX) TO WS-STEP-SECS.
           PERFORM EDIT-PER-K.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  " ST-PROG(STIDX) WS-ED-RUNS "  " WS-ED-SECS
               "  " WS-ED-SEGS "  " WS-ED-CELLS "      "
               WS-ED-PER-K-TEXT
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.

       EDIT-PER-K.
      *    Seconds per thousand segments - blank for a step that
      *    read no wire-step file.
           MOVE SPACES TO WS-ED-PER-K-TEXT.
           IF WS-STEP-SEG-COUNT > 0
               COMPUTE WS-PER-K ROUNDED =
                   WS-STEP-SECS * 1000 / WS-STEP-SEG-COUNT
               MOVE WS-PER-K TO WS-ED-PER-K
               MOVE WS-ED-PER-K TO WS-ED-PER-K-TEXT
           END-IF.

       WRITE-PROJECTION.
           MOVE SPACES TO SLARPT-LINE.
           WRITE SLARPT-LINE.
           MOVE WS-HEADROOM TO WS-ED-HEADROOM.
           MOVE WS-HORIZON TO WS-ED-HORIZON.
           MOVE SPACES TO SLARPT-LINE.
           STRING "PANEL GROWTH PROJECTION - LATEST NIGHT'S HEADROOM "
               FUNCTION TRIM(WS-ED-HEADROOM) " SECS; RC 4 FOR A "
               "BREAK WITHIN " FUNCTION TRIM(WS-ED-HORIZON) " NIGHTS"
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.
           IF WS-GROWING-COUNT = 0
               MOVE SPACES TO SLARPT-LINE
               MOVE "  NO PANEL GREW OVER THE NIGHTS ON FILE"
                   TO SLARPT-LINE
               WRITE SLARPT-LINE
           ELSE
               MOVE SPACES TO SLARPT-LINE
               STRING "  PANEL     FIRST NIGHT       SEGS  LATEST"
                   " NIGHT      SEGS    SEGS/NIGHT  SECS/NIGHT"
                   "  NIGHTS LEFT  BREAKS"
                   DELIMITED BY SIZE INTO SLARPT-LINE
               WRITE SLARPT-LINE
               SET PLIDX TO 1
               PERFORM UNTIL PLIDX > WS-GROWING-COUNT
                   PERFORM WRITE-PANEL-LINE
                   SET PLIDX UP BY 1
               END-PERFORM
           END-IF.
           COMPUTE WS-ED-COUNT = PL-COUNT - WS-GROWING-COUNT.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  " FUNCTION TRIM(WS-ED-COUNT)
               " OTHER PANEL(S) SIZED BUT NOT GROWING"
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.

       WRITE-PANEL-LINE.
           MOVE PL-FIRST-DAY(PLIDX) TO WS-STEP-DAY.
           PERFORM EDIT-DAY.
           MOVE WS-ED-DATE TO WS-ED-FIRST-DATE.
           MOVE PL-FIRST-SEGS(PLIDX) TO WS-ED-FIRST-SEGS.
           MOVE PL-LAST-SEGS(PLIDX) TO WS-ED-LAST-SEGS.
           MOVE PL-GROWTH(PLIDX) TO WS-ED-GROWTH.
           MOVE PL-ADDED-SECS(PLIDX) TO WS-ED-ADDED.
           MOVE PL-NIGHTS-LEFT(PLIDX) TO WS-ED-LEFT.
           IF PL-NIGHTS-LEFT(PLIDX) = 99999
               MOVE "NEVER" TO WS-ED-BREAK-DATE
           ELSE
      *        NIGHTS LEFT is the nights that still fit, so the
      *        break is the night after them - or the latest night
      *        itself when it had no headroom left.
               COMPUTE WS-STEP-DAY =
                   PL-LAST-DAY(PLIDX) + PL-NIGHTS-LEFT(PLIDX)
               IF WS-HEADROOM > 0
                   ADD 1 TO WS-STEP-DAY
               END-IF
               PERFORM EDIT-DAY
               MOVE WS-ED-DATE TO WS-ED-BREAK-DATE
           END-IF.
           MOVE PL-LAST-DAY(PLIDX) TO WS-STEP-DAY.
           PERFORM EDIT-DAY.
           MOVE SPACES TO SLARPT-LINE.
           STRING "  " PL-PANEL(PLIDX) "  " WS-ED-FIRST-DATE
               "  " WS-ED-FIRST-SEGS "  " WS-ED-DATE
               "  " WS-ED-LAST-SEGS "  " WS-ED-GROWTH
               "  " WS-ED-ADDED "        " WS-ED-LEFT
               "  " WS-ED-BREAK-DATE
               DELIMITED BY SIZE INTO SLARPT-LINE.
           WRITE SLARPT-LINE.

       EDIT-DAY.
      *    WS-STEP-DAY (a day number) as YYYY-MM-DD.
           COMPUTE WS-PRINT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STEP-DAY).
           MOVE SPACES TO WS-ED-DATE.
           STRING WS-PRINT-YYYY "-" WS-PRINT-MM "-" WS-PRINT-DD
               DELIMITED BY SIZE INTO WS-ED-DATE.

       EDIT-CLOCK.
      *    WS-CLOCK-SECS (seconds from the window start) as the time
      *    of day, HH:MM:SS.
           ADD WS-WIN-START-SECS TO WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-REM.
           DIVIDE WS-CLOCK-REM BY 60 GIVING WS-CLOCK-MI
               REMAINDER WS-CLOCK-SS.
           MOVE SPACES TO WS-ED-CLOCK.
           STRING WS-CLOCK-HH ":" WS-CLOCK-MI ":" WS-CLOCK-SS
               DELIMITED BY SIZE INTO WS-ED-CLOCK.

       RESOLVE-FILENAMES.
      *    AUDITDD/TIMEDD are the two logs read (TIMEDD is also where
      *    this program's own timing line goes), SLARPTDD the report.
      *    SLASTART/SLAEND are the window as HHMM, SLAMARGIN the
      *    NEAR margin in minutes and SLAHORIZON the projection
      *    horizon in nights; a bad value keeps the default and sets
      *    RC 4.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDITDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLARPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SLARPT-DSN
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLASTART".
           IF WS-ENV-OVERRIDE NOT = SPACES
               PERFORM CHECK-HHMM
               IF WS-HHMM-VALID = 'Y'
                   MOVE WS-HHMM-CHECK TO WS-WIN-START
               ELSE
                   DISPLAY "WIRESLA: SLASTART NOT A VALID HHMM - "
                       "USING " WS-WIN-START
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLAEND".
           IF WS-ENV-OVERRIDE NOT = SPACES
               PERFORM CHECK-HHMM
               IF WS-HHMM-VALID = 'Y'
                   MOVE WS-HHMM-CHECK TO WS-WIN-END
               ELSE
                   DISPLAY "WIRESLA: SLAEND NOT A VALID HHMM - "
                       "USING " WS-WIN-END
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLAMARGIN".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-ENV-OVERRIDE) < 1000
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-MARGIN-MINS
               ELSE
                   DISPLAY "WIRESLA: SLAMARGIN NOT A MINUTE COUNT - "
                       "USING " WS-MARGIN-MINS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLAHORIZON".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-ENV-OVERRIDE) < 1000
                   MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                       TO WS-HORIZON
               ELSE
                   DISPLAY "WIRESLA: SLAHORIZON NOT A NIGHT COUNT - "
                       "USING " WS-HORIZON
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-HHMM.
           MOVE 'N' TO WS-HHMM-VALID.
           IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-OVERRIDE)) = 4
               MOVE WS-ENV-OVERRIDE(1:4) TO WS-HHMM-CHECK
               IF WS-HHMM-HH < 24 AND WS-HHMM-MI < 60
                   MOVE 'Y' TO WS-HHMM-VALID
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
      *    as an AUDITDD line so the next report reads it the same
      *    way. Performed ahead of every STOP RUN.
           PERFORM END-STEP-TIMING.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE SPACES TO TIME-LINE.
           STRING "TS=" WS-STEP-END-TS
               " PROG=WIRESLA"
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
