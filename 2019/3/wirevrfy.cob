      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREVRFY.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed panel master loaded by WIREPNL - every panel on it
      *    is verified, in PANEL-ID order.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Keyed run register WIREPT1/WIREPT2 write - each run's
      *    entry carries the DSNs and control totals of the two
      *    wire-step files exactly as that run read them.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    Whichever wire-step file is being re-fingerprinted - both
      *    cables of every panel come in through this one FD, the
      *    same technique as WIREMENU's VIEWFILE.
           SELECT CHECKFILE ASSIGN TO DYNAMIC WS-CHECK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
      *    Verification report - one verdict line per file, with the
      *    registered and recomputed figure for every control total
      *    that moved.
           SELECT VRFYFILE ASSIGN TO DYNAMIC WS-VRFY-DSN
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
      *    One register entry per WIREPT1/WIREPT2 run, keyed on the
      *    sequential RUN-ID - layout shared with the RUNREGFILE FDs
      *    in pt1.cob/pt2.cob/wirecomp.cob; do not change one
      *    without changing the others to match.
       FD  RUNREGFILE.
       01  RUNREG-RECORD.
           05 RR-RUN-ID PIC 9(8).
           05 RR-PROG PIC X(8).
           05 RR-PANEL-ID PIC X(8).
           05 RR-DATE PIC X(8).
           05 RR-PARTS-DSN PIC X(100).
           05 RR-ECO-NUM PIC X(8).
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
      *    Raw wire-step line, the same ten bytes WIREPT1/WIREPT2
      *    read - anything past column 10 is not part of the
      *    fingerprint there either.
       FD  CHECKFILE.
       01  CHECK-LINE PIC X(10).
       FD  VRFYFILE.
       01  VRFY-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-CHECK-DSN PIC X(100) VALUE SPACES.
       01 WS-CHECK-STATUS PIC X(2) VALUE '00'.
       01 WS-VRFY-DSN PIC X(100) VALUE 'verify.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-PANEL-COUNT PIC 9(9) VALUE 0.
       01 WS-FILE-COUNT PIC 9(9) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(9) VALUE 0.
       01 WS-NORUN-COUNT PIC 9(9) VALUE 0.
       01 WS-NOTOTALS-COUNT PIC 9(9) VALUE 0.
       01 WS-MOVED-COUNT PIC 9(9) VALUE 0.

      *    Most recent registered run per panel, built in one pass
      *    over the register (RUN-IDs ascend, so the last entry
      *    seen for a panel is its latest run).
       01 WS-MAX-LAST PIC 9(4) COMP VALUE 2000.
       01 LAST-TABLE.
           03 LAST-ENTRY OCCURS 2000 TIMES INDEXED BY LASTIDX.
               05 LST-PANEL-ID PIC X(8).
               05 LST-RUN-ID PIC 9(8).
           03 LAST-COUNT PIC 9(4) VALUE 0.
       01 WS-LAST-RUN-ID PIC 9(8) VALUE 0.

      *    Wire-step file control totals, one set per cable, laid
      *    out exactly like RR-ONE-TOTALS/RR-TWO-TOTALS. Same
      *    arithmetic as the FP- fields in pt1.cob and pt2.cob - do
      *    not change one without changing the others to match, or
      *    every panel will verify as edited. See
      *    ACCUMULATE-CONTROL-TOTALS.
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
      *    The registered totals for the file under check, moved
      *    here from RR-ONE-TOTALS/RR-TWO-TOTALS so one COMPARE
      *    paragraph serves both cables.
       01 REG-TOTALS.
           05 REG-RECORDS PIC 9(9).
           05 REG-DIR-STEPS PIC 9(11) OCCURS 8 TIMES.
           05 REG-HASH PIC 9(9).
       01 WS-CHECK-CABLE-NAME PIC X(3).
       01 WS-FILE-FOUND PIC X(1) VALUE 'Y'.
       01 WS-DIR-CODES PIC X(8) VALUE 'UDLRQEAC'.

      *    Direction-code constants shared with the rest of the
      *    suite - see copybooks/CABLELAY.cpy. The cable/grid tables
      *    from that member are not used here.
           COPY CABLELAY.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           OPEN INPUT RUNREGFILE.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "WIREVRFY: RUN REGISTER OPEN FAILED - STATUS "
                   WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM LOAD-LAST-RUNS.

           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "WIREVRFY: PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS
               CLOSE RUNREGFILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT VRFYFILE.
           MOVE SPACES TO VRFY-LINE.
           STRING "WIREVRFY WIRE-STEP FILE VERIFICATION - "
               "PANEL MASTER " FUNCTION TRIM(WS-PANEL-DSN)
               " AGAINST RUN REGISTER " FUNCTION TRIM(WS-REG-DSN)
               DELIMITED BY SIZE INTO VRFY-LINE
           WRITE VRFY-LINE.

           PERFORM UNTIL WS-PANEL-STATUS NOT = '00'
               READ PANELFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PANEL-COUNT
                       PERFORM VERIFY-PANEL
               END-READ
           END-PERFORM.

           MOVE SPACES TO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACES TO VRFY-LINE.
           STRING "PANELS: " WS-PANEL-COUNT
               " FILES CHECKED: " WS-FILE-COUNT
               " MATCHED: " WS-MATCH-COUNT
               " CHANGED: " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE
           WRITE VRFY-LINE.
           MOVE SPACES TO VRFY-LINE.
           STRING "NEVER RUN: " WS-NORUN-COUNT
               " RUN BEFORE CONTROL TOTALS: " WS-NOTOTALS-COUNT
               " MOVED TO A NEW PAIR SINCE LAST RUN: " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE
           WRITE VRFY-LINE.
           CLOSE VRFYFILE.
           CLOSE PANELFILE.
           CLOSE RUNREGFILE.

           DISPLAY "WIREVRFY: " WS-FILE-COUNT " FILES CHECKED, "
               WS-MISMATCH-COUNT " CHANGED SINCE THEIR LAST RUN".
           IF WS-MISMATCH-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-LAST-RUNS.
      *    One pass over the register - a WIREPT1 and a WIREPT2 run
      *    both fingerprint their inputs, so whichever ran last for
      *    a panel is the one its files must still match.
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ RUNREGFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RR-PANEL-ID NOT = 'NONE'
                           AND RR-PANEL-ID NOT = SPACES
                           PERFORM NOTE-LAST-RUN
                       END-IF
               END-READ
           END-PERFORM.
      *    The walk ends on an end-of-file status - clear it, the
      *    keyed reads in VERIFY-PANEL set their own.
           MOVE '00' TO WS-REG-STATUS.

       NOTE-LAST-RUN.
           SET LASTIDX TO 1.
           SEARCH LAST-ENTRY
               AT END
                   PERFORM ADD-NEW-LAST-RUN
               WHEN LST-PANEL-ID(LASTIDX) = RR-PANEL-ID
                   MOVE RR-RUN-ID TO LST-RUN-ID(LASTIDX)
           END-SEARCH.

      *    GnuCOBOL's SEARCH grammar cannot parse a nested IF/END-IF
      *    that subscripts the table under search directly inside the
      *    AT END phrase, so the bounds check is factored into its own
      *    paragraph and PERFORMed from AT END instead.
       ADD-NEW-LAST-RUN.
           IF LAST-COUNT >= WS-MAX-LAST
               DISPLAY "WIREVRFY: TOO MANY PANELS ON REGISTER - "
                   "TABLE FULL AT " WS-MAX-LAST
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO LAST-COUNT
               MOVE RR-PANEL-ID TO LST-PANEL-ID(LAST-COUNT)
               MOVE RR-RUN-ID TO LST-RUN-ID(LAST-COUNT)
           END-IF.

       VERIFY-PANEL.
      *    Find the panel's last registered run, then re-fingerprint
      *    the two files that run read - by the DSNs on the
      *    register, not the panel master's, since a job may have
      *    pointed the run at other files.
           MOVE 0 TO WS-LAST-RUN-ID.
           SET LASTIDX TO 1.
           SEARCH LAST-ENTRY
               AT END
                   CONTINUE
               WHEN LASTIDX > LAST-COUNT
                   CONTINUE
               WHEN LST-PANEL-ID(LASTIDX) = PNL-ID
                   MOVE LST-RUN-ID(LASTIDX) TO WS-LAST-RUN-ID
           END-SEARCH.
           MOVE SPACES TO VRFY-LINE.
           IF WS-LAST-RUN-ID = 0
               ADD 1 TO WS-NORUN-COUNT
               STRING "PANEL " PNL-ID " - NO REGISTERED RUN"
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
           ELSE
               MOVE WS-LAST-RUN-ID TO RR-RUN-ID
               READ RUNREGFILE
                   INVALID KEY
                       ADD 1 TO WS-NORUN-COUNT
                       STRING "PANEL " PNL-ID " - RUN " WS-LAST-RUN-ID
                           " NO LONGER ON REGISTER"
                           DELIMITED BY SIZE INTO VRFY-LINE
                       WRITE VRFY-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM VERIFY-RUN-FILES
               END-READ
           END-IF.

       VERIFY-RUN-FILES.
           IF RR-ONE-DSN = SPACES AND RR-TWO-DSN = SPACES
               ADD 1 TO WS-NOTOTALS-COUNT
               STRING "PANEL " PNL-ID " - RUN " RR-RUN-ID
                   " CARRIES NO CONTROL TOTALS"
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
           ELSE
               STRING "PANEL " PNL-ID " - LAST RUN " RR-RUN-ID
                   " " RR-PROG " ON " RR-DATE " ECO " RR-ECO-NUM
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
               MOVE 'ONE' TO WS-CHECK-CABLE-NAME
               MOVE 1 TO WS-FP-CABLE
               MOVE RR-ONE-DSN TO WS-CHECK-DSN
               MOVE RR-ONE-TOTALS TO REG-TOTALS
               PERFORM VERIFY-ONE-FILE
               MOVE 'TWO' TO WS-CHECK-CABLE-NAME
               MOVE 2 TO WS-FP-CABLE
               MOVE RR-TWO-DSN TO WS-CHECK-DSN
               MOVE RR-TWO-TOTALS TO REG-TOTALS
               PERFORM VERIFY-ONE-FILE
      *        Not a file edit, but worth saying - the panel has been
      *        moved onto another pair (an ECO release) and nothing
      *        has been run against the new one yet.
               IF PNL-ONE-DSN NOT = RR-ONE-DSN
                   OR PNL-TWO-DSN NOT = RR-TWO-DSN
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE SPACES TO VRFY-LINE
                   STRING "    NOTE: PANEL NOW REGISTERED TO "
                       FUNCTION TRIM(PNL-ONE-DSN) "/"
                       FUNCTION TRIM(PNL-TWO-DSN)
                       " - NOT RUN SINCE"
                       DELIMITED BY SIZE INTO VRFY-LINE
                   WRITE VRFY-LINE
               END-IF
           END-IF.

       VERIFY-ONE-FILE.
      *    Recompute the control totals of WS-CHECK-DSN into
      *    FP-CABLE(WS-FP-CABLE) and compare them with REG-TOTALS.
           ADD 1 TO WS-FILE-COUNT.
           INITIALIZE FP-CABLE(WS-FP-CABLE).
           MOVE 'Y' TO WS-FILE-FOUND.
           OPEN INPUT CHECKFILE.
           IF WS-CHECK-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-FOUND
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-STEP-SEGS
                           MOVE CHECK-LINE TO WS-FP-LINE
                           PERFORM ACCUMULATE-CONTROL-TOTALS
                   END-READ
               END-PERFORM
               CLOSE CHECKFILE
           END-IF.
           MOVE SPACES TO VRFY-LINE.
           IF WS-FILE-FOUND = 'N'
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "    " WS-CHECK-CABLE-NAME " "
                   FUNCTION TRIM(WS-CHECK-DSN)
                   " - ** FILE NOT FOUND (STATUS " WS-CHECK-STATUS ")"
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
           ELSE
               IF FP-CABLE(WS-FP-CABLE) = REG-TOTALS
                   ADD 1 TO WS-MATCH-COUNT
                   STRING "    " WS-CHECK-CABLE-NAME " "
                       FUNCTION TRIM(WS-CHECK-DSN)
                       " - MATCHES, " FP-RECORDS(WS-FP-CABLE)
                       " RECORDS HASH " FP-HASH(WS-FP-CABLE)
                       DELIMITED BY SIZE INTO VRFY-LINE
                   WRITE VRFY-LINE
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   STRING "    " WS-CHECK-CABLE-NAME " "
                       FUNCTION TRIM(WS-CHECK-DSN)
                       " - ** CHANGED SINCE RUN " RR-RUN-ID
                       DELIMITED BY SIZE INTO VRFY-LINE
                   WRITE VRFY-LINE
                   PERFORM REPORT-DIFFERENCES
               END-IF
           END-IF.

       REPORT-DIFFERENCES.
      *    One line per control total that moved - registered
      *    figure first, figure the file gives now second.
           IF FP-RECORDS(WS-FP-CABLE) NOT = REG-RECORDS
               MOVE SPACES TO VRFY-LINE
               STRING "        RECORD COUNT " REG-RECORDS
                   " NOW " FP-RECORDS(WS-FP-CABLE)
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
           END-IF.
           MOVE 1 TO WS-FP-DIR-IDX.
           PERFORM UNTIL WS-FP-DIR-IDX > 8
               IF FP-DIR-STEPS(WS-FP-CABLE, WS-FP-DIR-IDX)
                   NOT = REG-DIR-STEPS(WS-FP-DIR-IDX)
                   MOVE SPACES TO VRFY-LINE
                   STRING "        " WS-DIR-CODES(WS-FP-DIR-IDX:1)
                       " NUM-STEPS " REG-DIR-STEPS(WS-FP-DIR-IDX)
                       " NOW " FP-DIR-STEPS(WS-FP-CABLE, WS-FP-DIR-IDX)
                       DELIMITED BY SIZE INTO VRFY-LINE
                   WRITE VRFY-LINE
               END-IF
               ADD 1 TO WS-FP-DIR-IDX
           END-PERFORM.
           IF FP-HASH(WS-FP-CABLE) NOT = REG-HASH
               MOVE SPACES TO VRFY-LINE
               STRING "        HASH TOTAL " REG-HASH
                   " NOW " FP-HASH(WS-FP-CABLE)
                   DELIMITED BY SIZE INTO VRFY-LINE
               WRITE VRFY-LINE
           END-IF.

       ACCUMULATE-CONTROL-TOTALS.
      *    Fold one raw wire-step line (WS-FP-LINE, for cable
      *    WS-FP-CABLE) into that cable's control totals - the
      *    same arithmetic as WIREPT1/WIREPT2's paragraph of the
      *    same name, which is what makes the figures comparable.
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

       RESOLVE-FILENAMES.
      *    PANELDD/REGDD/VRFYDD (exported before the run, or set as
      *    JCL DD overrides by a caller using this program under a
      *    job scheduler) replace the built-in defaults.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "VRFYDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-VRFY-DSN
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
               " PROG=WIREVRFY"
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
