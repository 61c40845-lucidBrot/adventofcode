      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRENCR.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ADD/CHANGE/DELETE transactions against the nonconformance
      *    master - one line per NCR raised at the bench, at
      *    inspection, or on a panel back from the field. This is
      *    what ties a defect written up on paper back to the run
      *    that built the panel.
           SELECT TRANSFILE ASSIGN TO DYNAMIC WS-TRANS-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Keyed NCR master, one record per NCR number - created
      *    empty on first use, the way WIRECAP creates the capacity
      *    master.
           SELECT NCRFILE ASSIGN TO DYNAMIC WS-NCR-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUM
               FILE STATUS IS WS-NCR-STATUS.
      *    Keyed panel master loaded by WIREPNL - the NCR's panel
      *    must be on it, and its PNL-SITE is stamped on the NCR so
      *    the Pareto by site is not moved by a later re-siting.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    The keyed run register WIREPT1/WIREPT2 maintain (see
      *    ASSIGN-RUN-ID in pt2.cob) - the NCR's RUN-ID must be a
      *    registered build of the same panel, and its RR-PARTS-DSN
      *    names the archived crossing list the defect is matched
      *    against. See LINK-CROSSING.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    The run's archived PARTSDD, reassigned for each NCR.
           SELECT ARCHPARTSFILE ASSIGN TO DYNAMIC WS-ARCH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *    Update report - one applied/rejected line per
      *    transaction with before/after images of the record and
      *    the crossing (if any) the NCR was linked to.
           SELECT UPDRPTFILE ASSIGN TO DYNAMIC WS-UPDRPT-DSN
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
      *    X/Y are signed like PARTS-X/PARTS-Y ('+000000012'); the
      *    found-at stage is B(ench), I(nspection) or F(ield). On a
      *    change, blank fields keep the master's values.
       FD  TRANSFILE.
       01  TRANS-LINE.
           05 NTX-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 NTX-NUM PIC X(8).
           05 FILLER PIC X(1).
           05 NTX-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 NTX-RUN-ID PIC X(8).
           05 NTX-RUN-ID-NUM REDEFINES NTX-RUN-ID PIC 9(8).
           05 FILLER PIC X(1).
           05 NTX-X PIC X(10).
           05 NTX-X-NUM REDEFINES NTX-X
               PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 NTX-Y PIC X(10).
           05 NTX-Y-NUM REDEFINES NTX-Y
               PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 NTX-DEFECT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 NTX-STAGE PIC X(1).
           05 FILLER PIC X(1).
           05 NTX-DISPOSITION PIC X(8).
           05 FILLER PIC X(1).
           05 NTX-FOUND-DATE PIC X(8).
      *    One NCR, keyed on its number - layout shared with the
      *    NCRFILE FD in wirencrp.cob (the Pareto report); do not
      *    change one without changing the other to match.
       FD  NCRFILE.
       01  NCR-RECORD.
           05 NCR-NUM PIC X(8).
           05 NCR-PANEL-ID PIC X(8).
           05 NCR-RUN-ID PIC 9(8).
           05 NCR-X PIC S9(9) SIGN LEADING SEPARATE.
           05 NCR-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 NCR-DEFECT-CODE PIC X(4).
           05 NCR-STAGE PIC X(1).
               88 NCR-AT-BENCH VALUE 'B'.
               88 NCR-AT-INSPECTION VALUE 'I'.
               88 NCR-IN-FIELD VALUE 'F'.
           05 NCR-DISPOSITION PIC X(8).
           05 NCR-FOUND-DATE PIC X(8).
           05 NCR-SITE PIC X(20).
      *    Y - X/Y is a crossing on the run's archived PARTSDD and
      *    NCR-PARTS-CLASS is its geometry class (S/D/C, see
      *    CLASSIFY-CROSSING in pt2.cob, or V for a via there and
      *    no crossing); N - the archive was read
      *    and X/Y is not a crossing; U - the run has no readable
      *    archive (a WIREPT1 run, or the archive is gone).
           05 NCR-LINK-STATUS PIC X(1).
               88 NCR-IS-LINKED VALUE 'Y'.
           05 NCR-PARTS-CLASS PIC X(1).
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
      *    in pt1.cob/pt2.cob/wirecomp.cob/wirevrfy.cob; do not
      *    change one without changing the others to match.
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
      *    Layout mirrors PARTS-RECORD in pt2.cob's WRITE-PARTS-FILE
      *    - do not change one without changing the other to match.
       FD  ARCHPARTSFILE.
       01  ARCH-PARTS-RECORD.
           05 ARCHP-X PIC S9(9) SIGN LEADING SEPARATE.
           05 ARCHP-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 ARCHP-CHAR PIC X(1).
           05 ARCHP-CLASS PIC X(1).
           05 ARCHP-RUN-ID PIC 9(8).
       FD  UPDRPTFILE.
       01  UPDRPT-LINE PIC X(160).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-TRANS-DSN PIC X(100) VALUE 'ncrtrans.txt'.
       01 WS-NCR-DSN PIC X(100) VALUE 'ncr.dat'.
       01 WS-NCR-STATUS PIC X(2) VALUE '00'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-ARCH-DSN PIC X(100) VALUE SPACES.
       01 WS-ARCH-STATUS PIC X(2) VALUE '00'.
       01 WS-UPDRPT-DSN PIC X(100) VALUE 'ncrupdrpt.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-ARCH-EOF PIC A(1).
       01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
       01 WS-LINKED-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-TODAY PIC X(21).

      *    Before-image of the record under change, for the report.
       01 WS-BEFORE-IMAGE PIC X(87) VALUE SPACES.
      *    What LINK-CROSSING found, spelled out for the report.
       01 WS-LINK-TEXT PIC X(60) VALUE SPACES.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

      *    OPEN I-O so the NCRs already raised survive; status 35
      *    means no master yet, so create it empty and reopen.
           OPEN I-O NCRFILE.
           IF WS-NCR-STATUS = '35'
               OPEN OUTPUT NCRFILE
               CLOSE NCRFILE
               OPEN I-O NCRFILE
           END-IF.
           IF WS-NCR-STATUS NOT = '00'
               DISPLAY "NCR MASTER OPEN FAILED - STATUS "
                   WS-NCR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN INPUT RUNREGFILE.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "RUN REGISTER OPEN FAILED - STATUS "
                   WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT UPDRPTFILE.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "WIRENCR NONCONFORMANCE MASTER UPDATE - "
               FUNCTION TRIM(WS-TRANS-DSN)
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE TRANSFILE.

           MOVE SPACES TO UPDRPT-LINE.
           STRING "TRANSACTIONS: " WS-TRANS-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " LINKED TO A CROSSING: " WS-LINKED-COUNT
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.
           CLOSE UPDRPTFILE.
           CLOSE RUNREGFILE.
           CLOSE PANELFILE.
           CLOSE NCRFILE.

           DISPLAY "WIRENCR: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED OF " WS-TRANS-COUNT.
           IF WS-TRANS-COUNT = 0
               DISPLAY "WIRENCR: NO TRANSACTIONS ON " WS-TRANS-DSN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NTX-NUM = SPACES
               MOVE "BLANK NCR NUMBER" TO WS-REJECT-REASON
               PERFORM REPORT-REJECT
           ELSE
               EVALUATE NTX-ACTION
                   WHEN 'A'
                       PERFORM APPLY-ADD
                   WHEN 'C'
                       PERFORM APPLY-CHANGE
                   WHEN 'D'
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
               END-EVALUATE
           END-IF.

       APPLY-ADD.
      *    Every field but the disposition (OPEN until decided) and
      *    the found date (today) is required on an add. The NCR
      *    number is checked first so a duplicate is not reported
      *    as some other fault.
           MOVE NTX-NUM TO NCR-NUM.
           READ NCRFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NCR NUMBER ALREADY ON MASTER"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE NTX-NUM TO NCR-NUM
               MOVE NTX-PANEL-ID TO NCR-PANEL-ID
               MOVE 0 TO NCR-RUN-ID
               MOVE 0 TO NCR-X
               MOVE 0 TO NCR-Y
               MOVE NTX-DEFECT-CODE TO NCR-DEFECT-CODE
               MOVE NTX-STAGE TO NCR-STAGE
               MOVE 'OPEN' TO NCR-DISPOSITION
               IF NTX-DISPOSITION NOT = SPACES
                   MOVE NTX-DISPOSITION TO NCR-DISPOSITION
               END-IF
               MOVE WS-TODAY(1:8) TO NCR-FOUND-DATE
               IF NTX-FOUND-DATE NOT = SPACES
                   MOVE NTX-FOUND-DATE TO NCR-FOUND-DATE
               END-IF
               MOVE SPACES TO NCR-SITE
               MOVE SPACE TO NCR-LINK-STATUS
               MOVE SPACE TO NCR-PARTS-CLASS
               IF NTX-RUN-ID = SPACES OR NTX-X = SPACES
                   OR NTX-Y = SPACES
                   MOVE "RUN-ID AND X/Y REQUIRED ON AN ADD"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM TAKE-NUMERIC-FIELDS
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-NCR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LINK-CROSSING
               WRITE NCR-RECORD
                   INVALID KEY
                       MOVE "NCR NUMBER ALREADY ON MASTER"
                           TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM REPORT-APPLIED
               END-WRITE
           ELSE
               PERFORM REPORT-REJECT
           END-IF.

       APPLY-CHANGE.
      *    Blank transaction fields keep the master's values - the
      *    usual change is one line closing out the disposition.
      *    The merged record is validated and re-linked whole, so
      *    a corrected RUN-ID or X/Y picks up its new crossing.
           MOVE NTX-NUM TO NCR-NUM.
           READ NCRFILE
               INVALID KEY
                   MOVE "NCR NUMBER NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE NCR-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           IF WS-REJECT-REASON = SPACES
               IF NTX-PANEL-ID NOT = SPACES
                   MOVE NTX-PANEL-ID TO NCR-PANEL-ID
               END-IF
               IF NTX-DEFECT-CODE NOT = SPACES
                   MOVE NTX-DEFECT-CODE TO NCR-DEFECT-CODE
               END-IF
               IF NTX-STAGE NOT = SPACES
                   MOVE NTX-STAGE TO NCR-STAGE
               END-IF
               IF NTX-DISPOSITION NOT = SPACES
                   MOVE NTX-DISPOSITION TO NCR-DISPOSITION
               END-IF
               IF NTX-FOUND-DATE NOT = SPACES
                   MOVE NTX-FOUND-DATE TO NCR-FOUND-DATE
               END-IF
               PERFORM TAKE-NUMERIC-FIELDS
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-NCR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LINK-CROSSING
               REWRITE NCR-RECORD
               IF WS-NCR-STATUS NOT = '00'
                   DISPLAY "NCR MASTER REWRITE FAILED - STATUS "
                       WS-NCR-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REPORT-APPLIED
               END-IF
           ELSE
               PERFORM REPORT-REJECT
           END-IF.

       APPLY-DELETE.
           MOVE NTX-NUM TO NCR-NUM.
           READ NCRFILE
               INVALID KEY
                   MOVE "NCR NUMBER NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   MOVE NCR-RECORD TO WS-BEFORE-IMAGE
                   DELETE NCRFILE
                   IF WS-NCR-STATUS NOT = '00'
                       DISPLAY "NCR MASTER DELETE FAILED - STATUS "
                           WS-NCR-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO NCR-RECORD
                       MOVE SPACES TO WS-LINK-TEXT
                       PERFORM REPORT-APPLIED
                   END-IF
           END-READ.

       TAKE-NUMERIC-FIELDS.
      *    RUN-ID and X/Y arrive as text so a blank can mean "keep"
      *    on a change; a non-blank one must be numeric.
           IF NTX-RUN-ID NOT = SPACES
               IF NTX-RUN-ID-NUM IS NUMERIC
                   MOVE NTX-RUN-ID-NUM TO NCR-RUN-ID
               ELSE
                   MOVE "RUN-ID NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NTX-X NOT = SPACES
               IF NTX-X-NUM IS NUMERIC
                   MOVE NTX-X-NUM TO NCR-X
               ELSE
                   MOVE "X COORDINATE NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NTX-Y NOT = SPACES
               IF NTX-Y-NUM IS NUMERIC
                   MOVE NTX-Y-NUM TO NCR-Y
               ELSE
                   MOVE "Y COORDINATE NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-NCR.
      *    The NCR must name a panel on the master and a registered
      *    run that built that same panel - an NCR that cannot be
      *    tied back to its run is exactly the paper one this
      *    replaces. The panel's site is stamped as it stands now.
           IF NCR-DEFECT-CODE = SPACES
               MOVE "BLANK DEFECT CODE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF NOT NCR-AT-BENCH AND NOT NCR-AT-INSPECTION
                   AND NOT NCR-IN-FIELD
                   MOVE "STAGE MUST BE B, I OR F" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF NCR-FOUND-DATE IS NOT NUMERIC
                   MOVE "FOUND DATE NOT YYYYMMDD" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE NCR-PANEL-ID TO PNL-ID
               READ PANELFILE
                   INVALID KEY
                       MOVE "PANEL-ID NOT ON PANEL MASTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE PNL-SITE TO NCR-SITE
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE NCR-RUN-ID TO RR-RUN-ID
               READ RUNREGFILE
                   INVALID KEY
                       MOVE "RUN-ID NOT ON RUN REGISTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF RR-PANEL-ID NOT = NCR-PANEL-ID
                           MOVE "RUN-ID IS NOT A BUILD OF THIS PANEL"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       LINK-CROSSING.
      *    RUNREG-RECORD is the NCR's run (VALIDATE-NCR just read
      *    it). Search the run's archived crossing list for the
      *    NCR's X/Y; the archive ends in a TRAILER record, which is
      *    skipped.
           MOVE 'U' TO NCR-LINK-STATUS.
           MOVE SPACE TO NCR-PARTS-CLASS.
           MOVE "RUN HAS NO ARCHIVED CROSSING LIST" TO WS-LINK-TEXT.
           IF RR-PARTS-DSN NOT = SPACES
               MOVE RR-PARTS-DSN TO WS-ARCH-DSN
               OPEN INPUT ARCHPARTSFILE
               IF WS-ARCH-STATUS NOT = '00'
                   MOVE SPACES TO WS-LINK-TEXT
                   STRING "ARCHIVED CROSSING LIST UNREADABLE - STATUS "
                       WS-ARCH-STATUS
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
               ELSE
                   MOVE 'N' TO NCR-LINK-STATUS
                   MOVE "X/Y IS NOT A CROSSING ON THE RUN"
                       TO WS-LINK-TEXT
                   MOVE 'N' TO WS-ARCH-EOF
                   PERFORM UNTIL WS-ARCH-EOF = 'Y'
                       READ ARCHPARTSFILE
                           AT END MOVE 'Y' TO WS-ARCH-EOF
                           NOT AT END
                               IF ARCH-PARTS-RECORD(1:8) NOT =
                                   'TRAILER '
                                   AND ARCHP-X = NCR-X
                                   AND ARCHP-Y = NCR-Y
                                   MOVE 'Y' TO NCR-LINK-STATUS
                                   MOVE ARCHP-CLASS TO NCR-PARTS-CLASS
                                   PERFORM END-ARCHIVE-SEARCH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHPARTSFILE
                   IF NCR-IS-LINKED
                       ADD 1 TO WS-LINKED-COUNT
                       MOVE SPACES TO WS-LINK-TEXT
                       IF NCR-PARTS-CLASS = 'V'
                           STRING "LINKED TO VIA ON RUN " NCR-RUN-ID
                               DELIMITED BY SIZE INTO WS-LINK-TEXT
                       ELSE
                           STRING "LINKED TO CLASS " NCR-PARTS-CLASS
                               " CROSSING ON RUN " NCR-RUN-ID
                               DELIMITED BY SIZE INTO WS-LINK-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END-ARCHIVE-SEARCH.
      *    A crossing at the NCR's X/Y ends the search; a via there
      *    is kept only until a crossing at the same X/Y turns up
      *    (the other face), since the crossing is what was built.
           IF ARCHP-CLASS NOT = 'V'
               MOVE 'Y' TO WS-ARCH-EOF
           END-IF.

       REPORT-APPLIED.
      *    Before and after images on consecutive lines - the paper
      *    trail that lets a bad change be backed out by hand - and
      *    the crossing link the NCR ended up with.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "APPLIED  " NTX-ACTION " " NTX-NUM
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.
           MOVE SPACES TO UPDRPT-LINE.
           IF WS-BEFORE-IMAGE = SPACES
               STRING "  BEFORE: (NOT ON MASTER)"
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           ELSE
               STRING "  BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           END-IF.
           WRITE UPDRPT-LINE.
           MOVE SPACES TO UPDRPT-LINE.
           IF NCR-RECORD = SPACES
               STRING "  AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           ELSE
               STRING "  AFTER:  " NCR-RECORD
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           END-IF.
           WRITE UPDRPT-LINE.
           IF WS-LINK-TEXT NOT = SPACES
               MOVE SPACES TO UPDRPT-LINE
               STRING "  LINK:   " WS-LINK-TEXT
                   DELIMITED BY SIZE INTO UPDRPT-LINE
               WRITE UPDRPT-LINE
           END-IF.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "REJECTED LINE " WS-TRANS-COUNT
               " " NTX-ACTION " " NTX-NUM
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.

       RESOLVE-FILENAMES.
      *    NCRTRNDD/NCRDD/PANELDD/REGDD/NCRUPDDD (exported before
      *    the run, or set as JCL DD overrides by a caller using
      *    this program under a job scheduler) replace the built-in
      *    defaults.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRTRNDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANS-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NCR-DSN
           END-IF.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRUPDDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-UPDRPT-DSN
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
               " PROG=WIRENCR"
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
