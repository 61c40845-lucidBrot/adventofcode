      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREECO.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Engineering change order transactions, one fixed-field
      *    line per status move - O opens an ECO against a panel
      *    (requester, reason, and the proposed wire-pair from the
      *    line, the pair it replaces from the panel master), A
      *    approves it, R releases it to the bench, C cancels it.
           SELECT TRANSFILE ASSIGN TO DYNAMIC WS-TRANS-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The keyed ECO master - created on first run, maintained
      *    by these transactions afterwards, never rebuilt. WIREPT1/
      *    WIREPT2 look here for the RELEASED ECO behind the
      *    wire-pair a PANELID run is about to build from.
           SELECT ECOFILE ASSIGN TO DYNAMIC WS-ECO-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-NUM
               FILE STATUS IS WS-ECO-STATUS.
      *    The keyed panel master WIREPNL loads - an ECO may only be
      *    opened against a registered panel, and releasing one is
      *    what moves the panel onto its new wire-pair, so the
      *    PNL-ONE-DSN/PNL-TWO-DSN change now comes with a reason,
      *    a requester and an approver on record.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Applied/rejected line per transaction with the ECO's
      *    before/after status - engineering's paper trail.
           SELECT ECORPTFILE ASSIGN TO DYNAMIC WS-ECORPT-DSN
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
       FD  TRANSFILE.
       01  TRANS-LINE.
           05 ETX-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 ETX-ECO-NUM PIC X(8).
           05 FILLER PIC X(1).
           05 ETX-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
      *    Who is making the move - the requester on an O line, the
      *    approver on an A line, whoever releases/cancels on R/C.
           05 ETX-OPER PIC X(8).
           05 FILLER PIC X(1).
      *    YYYYMMDD - the planned effective date on an O line, the
      *    actual one on an R line (blank there means today).
           05 ETX-EFF-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 ETX-NEW-ONE-DSN PIC X(40).
           05 FILLER PIC X(1).
           05 ETX-NEW-TWO-DSN PIC X(40).
           05 FILLER PIC X(1).
           05 ETX-REASON PIC X(40).
      *    One ECO, keyed on its ECO number - layout shared with the
      *    ECOFILE FDs in pt1.cob/pt2.cob; do not change one without
      *    changing the others to match.
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
               88 ECO-IS-OPEN VALUE 'OPEN'.
               88 ECO-IS-APPROVED VALUE 'APPROVED'.
               88 ECO-IS-RELEASED VALUE 'RELEASED'.
               88 ECO-IS-CANCELLED VALUE 'CANCELLED'.
           05 ECO-EFFECTIVE-DATE PIC X(8).
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
       FD  ECORPTFILE.
       01  ECORPT-LINE PIC X(160).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-TRANS-DSN PIC X(100) VALUE 'ecotrans.txt'.
       01 WS-ECO-DSN PIC X(100) VALUE 'eco.dat'.
       01 WS-ECO-STATUS PIC X(2) VALUE '00'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-ECORPT-DSN PIC X(100) VALUE 'ecorpt.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-TRN-IS-VALID PIC X(1) VALUE 'Y'.
           88 TRN-IS-VALID VALUE 'Y'.
           88 TRN-IS-INVALID VALUE 'N'.
      *    Status the ECO held before this transaction, for the
      *    report line.
       01 WS-BEFORE-STATUS PIC X(9) VALUE SPACES.
       01 WS-TODAY PIC X(21).

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

      *    OPEN I-O so the ECO history survives; status 35 means no
      *    master exists yet - created empty the same way WIREINV
      *    creates the inventory master.
           OPEN I-O ECOFILE.
           IF WS-ECO-STATUS = '35'
               OPEN OUTPUT ECOFILE
               CLOSE ECOFILE
               OPEN I-O ECOFILE
           END-IF.
           IF WS-ECO-STATUS NOT = '00'
               DISPLAY "ECO MASTER OPEN FAILED - STATUS " WS-ECO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

      *    The panel master must already exist - this program never
      *    creates it, that is WIREPNL's full-load job.
           OPEN I-O PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS " - RUN WIREPNL TO LOAD IT FIRST"
               CLOSE ECOFILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           OPEN OUTPUT ECORPTFILE.
           MOVE SPACES TO ECORPT-LINE.
           STRING "WIREECO ENGINEERING CHANGE ORDERS - "
               FUNCTION TRIM(WS-TRANS-DSN)
               DELIMITED BY SIZE INTO ECORPT-LINE
           WRITE ECORPT-LINE.

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

           MOVE SPACES TO ECORPT-LINE.
           STRING "TRANSACTIONS: " WS-TRANS-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO ECORPT-LINE
           WRITE ECORPT-LINE.
           CLOSE ECORPTFILE.
           CLOSE PANELFILE.
           CLOSE ECOFILE.

           DISPLAY "WIREECO: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED OF " WS-TRANS-COUNT.
           IF WS-TRANS-COUNT = 0
               DISPLAY "WIREECO: NO TRANSACTIONS ON " WS-TRANS-DSN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       APPLY-TRANSACTION.
      *    Validate the line, then apply it by action code. Every
      *    outcome - applied or rejected - goes on the report with
      *    the reason, so an ECO that did not move is visible
      *    instead of the bench building from a pair nobody signed.
           PERFORM VALIDATE-TRANSACTION.
           IF TRN-IS-VALID
               EVALUATE ETX-ACTION
                   WHEN 'O'
                       PERFORM APPLY-OPEN
                   WHEN 'A'
                       PERFORM APPLY-APPROVE
                   WHEN 'R'
                       PERFORM APPLY-RELEASE
                   WHEN 'C'
                       PERFORM APPLY-CANCEL
               END-EVALUATE
           ELSE
               PERFORM REPORT-REJECT
           END-IF.

       VALIDATE-TRANSACTION.
           SET TRN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ETX-ACTION NOT = 'O' AND ETX-ACTION NOT = 'A'
               AND ETX-ACTION NOT = 'R' AND ETX-ACTION NOT = 'C'
               SET TRN-IS-INVALID TO TRUE
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           ELSE
               IF ETX-ECO-NUM = SPACES
                   SET TRN-IS-INVALID TO TRUE
                   MOVE "BLANK ECO NUMBER" TO WS-REJECT-REASON
               ELSE
                   IF ETX-OPER = SPACES
                       SET TRN-IS-INVALID TO TRUE
                       MOVE "BLANK OPERATOR ID" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRN-IS-VALID AND ETX-EFF-DATE NOT = SPACES
               IF ETX-EFF-DATE NOT NUMERIC
                   SET TRN-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC EFFECTIVE DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *    The panel, proposed pair and reason only matter on an
      *    O line - later moves take them from the ECO itself.
           IF TRN-IS-VALID AND ETX-ACTION = 'O'
               IF ETX-PANEL-ID = SPACES
                   SET TRN-IS-INVALID TO TRUE
                   MOVE "BLANK PANEL-ID" TO WS-REJECT-REASON
               ELSE
                   IF ETX-NEW-ONE-DSN = SPACES
                       OR ETX-NEW-TWO-DSN = SPACES
                       SET TRN-IS-INVALID TO TRUE
                       MOVE "BLANK NEW WIRE-PAIR DSN"
                           TO WS-REJECT-REASON
                   ELSE
                       IF ETX-REASON = SPACES
                           SET TRN-IS-INVALID TO TRUE
                           MOVE "BLANK REASON" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-OPEN.
      *    The pair being replaced is taken off the panel master as
      *    it stands now, so RELEASE can tell whether somebody else
      *    moved the panel in between. A panel brought under ECO
      *    control for the first time opens an ECO whose new pair is
      *    the pair it already has. WRITE by key - an ECO number
      *    already on the master is rejected rather than silently
      *    overwriting its history.
           MOVE ETX-PANEL-ID TO PNL-ID.
           READ PANELFILE
               INVALID KEY
                   MOVE "PANEL NOT ON PANEL MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO ECO-RECORD
                   MOVE ETX-ECO-NUM TO ECO-NUM
                   MOVE ETX-PANEL-ID TO ECO-PANEL-ID
                   MOVE PNL-ONE-DSN TO ECO-OLD-ONE-DSN
                   MOVE PNL-TWO-DSN TO ECO-OLD-TWO-DSN
                   MOVE ETX-NEW-ONE-DSN TO ECO-NEW-ONE-DSN
                   MOVE ETX-NEW-TWO-DSN TO ECO-NEW-TWO-DSN
                   MOVE ETX-REASON TO ECO-REASON
                   MOVE ETX-OPER TO ECO-REQUESTER
                   MOVE ETX-EFF-DATE TO ECO-EFFECTIVE-DATE
                   SET ECO-IS-OPEN TO TRUE
                   WRITE ECO-RECORD
                       INVALID KEY
                           MOVE "ECO ALREADY ON MASTER"
                               TO WS-REJECT-REASON
                           PERFORM REPORT-REJECT
                       NOT INVALID KEY
                           MOVE SPACES TO WS-BEFORE-STATUS
                           PERFORM REPORT-APPLIED
                   END-WRITE
           END-READ.

       APPLY-APPROVE.
      *    Only an OPEN ECO can be approved, and not by the person
      *    who asked for it - the whole point is a second signature.
           MOVE ETX-ECO-NUM TO ECO-NUM.
           READ ECOFILE
               INVALID KEY
                   MOVE "ECO NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   IF NOT ECO-IS-OPEN
                       MOVE "ECO IS NOT OPEN" TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
                   ELSE
                       IF ETX-OPER = ECO-REQUESTER
                           MOVE "APPROVER IS THE REQUESTER"
                               TO WS-REJECT-REASON
                           PERFORM REPORT-REJECT
                       ELSE
                           MOVE ECO-STATUS TO WS-BEFORE-STATUS
                           MOVE ETX-OPER TO ECO-APPROVER
                           SET ECO-IS-APPROVED TO TRUE
                           PERFORM REWRITE-AND-REPORT
                       END-IF
                   END-IF
           END-READ.

       APPLY-RELEASE.
      *    Only an APPROVED ECO can be released. Releasing moves the
      *    panel master onto the ECO's new wire-pair - but only if
      *    the panel is still on the pair the ECO was opened
      *    against; a panel moved in between (another ECO, or a
      *    WIREPNLM change) must be re-opened against what it has
      *    now rather than have that change silently overwritten.
           MOVE ETX-ECO-NUM TO ECO-NUM.
           READ ECOFILE
               INVALID KEY
                   MOVE "ECO NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   IF NOT ECO-IS-APPROVED
                       MOVE "ECO IS NOT APPROVED" TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
                   ELSE
                       PERFORM RELEASE-TO-PANEL
                   END-IF
           END-READ.

       RELEASE-TO-PANEL.
           MOVE ECO-PANEL-ID TO PNL-ID.
           READ PANELFILE
               INVALID KEY
                   MOVE "PANEL NOT ON PANEL MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   IF PNL-ONE-DSN NOT = ECO-OLD-ONE-DSN
                       OR PNL-TWO-DSN NOT = ECO-OLD-TWO-DSN
                       MOVE "PANEL WIRE-PAIR CHANGED SINCE OPEN"
                           TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
                   ELSE
                       MOVE ECO-NEW-ONE-DSN TO PNL-ONE-DSN
                       MOVE ECO-NEW-TWO-DSN TO PNL-TWO-DSN
                       REWRITE PNL-RECORD
                       IF WS-PANEL-STATUS NOT = '00'
                           DISPLAY "PANEL MASTER REWRITE FAILED - "
                               "STATUS " WS-PANEL-STATUS
                           MOVE 8 TO RETURN-CODE
                           MOVE "PANEL MASTER REWRITE FAILED"
                               TO WS-REJECT-REASON
                           PERFORM REPORT-REJECT
                       ELSE
                           MOVE ECO-STATUS TO WS-BEFORE-STATUS
                           SET ECO-IS-RELEASED TO TRUE
                           IF ETX-EFF-DATE NOT = SPACES
                               MOVE ETX-EFF-DATE TO ECO-EFFECTIVE-DATE
                           ELSE
                               MOVE WS-TODAY(1:8) TO ECO-EFFECTIVE-DATE
                           END-IF
                           PERFORM REWRITE-AND-REPORT
                       END-IF
                   END-IF
           END-READ.

       APPLY-CANCEL.
      *    OPEN or APPROVED ECOs can be withdrawn. A RELEASED ECO is
      *    what the bench built from - it is superseded by the next
      *    ECO, never cancelled after the fact.
           MOVE ETX-ECO-NUM TO ECO-NUM.
           READ ECOFILE
               INVALID KEY
                   MOVE "ECO NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   IF NOT ECO-IS-OPEN AND NOT ECO-IS-APPROVED
                       MOVE "ECO ALREADY RELEASED OR CANCELLED"
                           TO WS-REJECT-REASON
                       PERFORM REPORT-REJECT
                   ELSE
                       MOVE ECO-STATUS TO WS-BEFORE-STATUS
                       SET ECO-IS-CANCELLED TO TRUE
                       PERFORM REWRITE-AND-REPORT
                   END-IF
           END-READ.

       REWRITE-AND-REPORT.
           REWRITE ECO-RECORD.
           IF WS-ECO-STATUS NOT = '00'
               DISPLAY "ECO MASTER REWRITE FAILED - STATUS "
                   WS-ECO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REPORT-APPLIED
           END-IF.

       REPORT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO ECORPT-LINE.
           STRING "APPLIED  " ETX-ACTION " " ECO-NUM
               " PANEL " ECO-PANEL-ID
               " BY " ETX-OPER
               " STATUS " WS-BEFORE-STATUS " -> " ECO-STATUS
               " EFFECTIVE " ECO-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO ECORPT-LINE
           WRITE ECORPT-LINE.
           IF ETX-ACTION = 'O' OR ETX-ACTION = 'R'
               MOVE SPACES TO ECORPT-LINE
               STRING "         ONE " ECO-OLD-ONE-DSN
                   " -> " ECO-NEW-ONE-DSN
                   DELIMITED BY SIZE INTO ECORPT-LINE
               WRITE ECORPT-LINE
               MOVE SPACES TO ECORPT-LINE
               STRING "         TWO " ECO-OLD-TWO-DSN
                   " -> " ECO-NEW-TWO-DSN
                   DELIMITED BY SIZE INTO ECORPT-LINE
               WRITE ECORPT-LINE
           END-IF.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ECORPT-LINE.
           STRING "REJECTED LINE " WS-TRANS-COUNT
               ": '" TRANS-LINE "' - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ECORPT-LINE
           WRITE ECORPT-LINE.

       RESOLVE-FILENAMES.
      *    ECOTRNDD/ECODD/PANELDD/ECORPTDD (exported before the run,
      *    or set as JCL DD overrides by a caller using this program
      *    under a job scheduler) replace the built-in defaults.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECOTRNDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANS-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ECO-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECORPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ECORPT-DSN
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
               " PROG=WIREECO"
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
