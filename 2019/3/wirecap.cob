      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECAP.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ADD/CHANGE/DELETE transactions against the bench
      *    capacity master - one line per bay, naming the site and
      *    bay exactly as they are spelled in PNL-SITE/PNL-BAY on
      *    the panel master, the labor minutes the bay can absorb
      *    on a working day, and which days of the week it works.
           SELECT TRANSFILE ASSIGN TO DYNAMIC WS-TRANS-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The keyed capacity master WIRELOAD levels the build
      *    schedule against - created on first use, opened I-O
      *    after that so a bay's history is never rebuilt by hand.
           SELECT CAPFILE ASSIGN TO DYNAMIC WS-CAP-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-CAP-STATUS.
      *    Update report - one applied/rejected line per
      *    transaction with before/after images of the record.
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
       FD  TRANSFILE.
       01  TRANS-LINE.
           05 CTX-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 CTX-SITE PIC X(20).
           05 FILLER PIC X(1).
           05 CTX-BAY PIC X(8).
           05 FILLER PIC X(1).
           05 CTX-DAY-MINUTES PIC X(5).
           05 FILLER PIC X(1).
           05 CTX-WORKDAYS PIC X(7).
      *    One bench bay, keyed on site and bay - layout shared
      *    with the CAPFILE FD in wireload.cob; do not change one
      *    without changing the other to match. CAP-WORKDAYS is
      *    one Y/N per weekday, Monday first.
       FD  CAPFILE.
       01  CAP-RECORD.
           05 CAP-KEY.
               10 CAP-SITE PIC X(20).
               10 CAP-BAY PIC X(8).
           05 CAP-DAY-MINUTES PIC 9(5).
           05 CAP-WORKDAYS PIC X(7).
       FD  UPDRPTFILE.
       01  UPDRPT-LINE PIC X(160).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-TRANS-DSN PIC X(100) VALUE 'captrans.txt'.
       01 WS-CAP-DSN PIC X(100) VALUE 'capacity.dat'.
       01 WS-CAP-STATUS PIC X(2) VALUE '00'.
       01 WS-UPDRPT-DSN PIC X(100) VALUE 'capupdrpt.txt'.
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

      *    A bay with no working days listed works Monday to
      *    Friday, the bench's normal week.
       01 WS-DEFAULT-WORKDAYS PIC X(7) VALUE 'YYYYYNN'.
       01 WS-DAY-FLAG-COUNT PIC 9(2) VALUE 0.

      *    Before-image of the record under change, for the report.
       01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

      *    OPEN I-O so the bays already set up survive; status 35
      *    means no master yet, so create it empty and reopen.
           OPEN I-O CAPFILE.
           IF WS-CAP-STATUS = '35'
               OPEN OUTPUT CAPFILE
               CLOSE CAPFILE
               OPEN I-O CAPFILE
           END-IF.
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY "CAPACITY MASTER OPEN FAILED - STATUS "
                   WS-CAP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT UPDRPTFILE.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "WIRECAP BENCH CAPACITY MASTER UPDATE - "
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
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.
           CLOSE UPDRPTFILE.
           CLOSE CAPFILE.

           DISPLAY "WIRECAP: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED OF " WS-TRANS-COUNT.
           IF WS-TRANS-COUNT = 0
               DISPLAY "WIRECAP: NO TRANSACTIONS ON " WS-TRANS-DSN
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
           PERFORM VALIDATE-TRANSACTION.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REPORT-REJECT
           ELSE
               EVALUATE CTX-ACTION
                   WHEN 'A'
                       PERFORM APPLY-ADD
                   WHEN 'C'
                       PERFORM APPLY-CHANGE
                   WHEN 'D'
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF.

       VALIDATE-TRANSACTION.
      *    Site and bay are the key and must both be present. An
      *    add needs a day's minutes; a change may leave either
      *    field blank to keep the master's value. Working days,
      *    when given, must be seven Y/N flags.
           IF CTX-ACTION NOT = 'A' AND CTX-ACTION NOT = 'C'
               AND CTX-ACTION NOT = 'D'
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF CTX-SITE = SPACES OR CTX-BAY = SPACES
                   MOVE "BLANK SITE OR BAY" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND CTX-ACTION = 'A'
               IF CTX-DAY-MINUTES = SPACES
                   MOVE "NO DAY MINUTES ON ADD" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND CTX-ACTION NOT = 'D'
               IF CTX-DAY-MINUTES NOT = SPACES
                   AND CTX-DAY-MINUTES IS NOT NUMERIC
                   MOVE "DAY MINUTES NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND CTX-ACTION NOT = 'D'
               IF CTX-WORKDAYS NOT = SPACES
                   MOVE 0 TO WS-DAY-FLAG-COUNT
                   INSPECT CTX-WORKDAYS TALLYING WS-DAY-FLAG-COUNT
                       FOR ALL 'Y' ALL 'N'
                   IF WS-DAY-FLAG-COUNT NOT = 7
                       MOVE "WORKDAYS MUST BE 7 Y/N FLAGS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD.
      *    WRITE by key - adding a bay already on the master is
      *    rejected rather than silently replacing it.
           MOVE CTX-SITE TO CAP-SITE.
           MOVE CTX-BAY TO CAP-BAY.
           MOVE CTX-DAY-MINUTES TO CAP-DAY-MINUTES.
           IF CTX-WORKDAYS = SPACES
               MOVE WS-DEFAULT-WORKDAYS TO CAP-WORKDAYS
           ELSE
               MOVE CTX-WORKDAYS TO CAP-WORKDAYS
           END-IF.
           WRITE CAP-RECORD
               INVALID KEY
                   MOVE "BAY ALREADY ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM REPORT-APPLIED
           END-WRITE.

       APPLY-CHANGE.
      *    Blank transaction fields keep the master's values, so a
      *    bay going onto a six-day week is one line naming just the
      *    site, bay and the new working days.
           MOVE CTX-SITE TO CAP-SITE.
           MOVE CTX-BAY TO CAP-BAY.
           READ CAPFILE
               INVALID KEY
                   MOVE "BAY NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   MOVE CAP-RECORD TO WS-BEFORE-IMAGE
                   IF CTX-DAY-MINUTES NOT = SPACES
                       MOVE CTX-DAY-MINUTES TO CAP-DAY-MINUTES
                   END-IF
                   IF CTX-WORKDAYS NOT = SPACES
                       MOVE CTX-WORKDAYS TO CAP-WORKDAYS
                   END-IF
                   REWRITE CAP-RECORD
                   IF WS-CAP-STATUS NOT = '00'
                       DISPLAY "CAPACITY MASTER REWRITE FAILED - "
                           "STATUS " WS-CAP-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM REPORT-APPLIED
                   END-IF
           END-READ.

       APPLY-DELETE.
           MOVE CTX-SITE TO CAP-SITE.
           MOVE CTX-BAY TO CAP-BAY.
           READ CAPFILE
               INVALID KEY
                   MOVE "BAY NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REPORT-REJECT
               NOT INVALID KEY
                   MOVE CAP-RECORD TO WS-BEFORE-IMAGE
                   DELETE CAPFILE
                   IF WS-CAP-STATUS NOT = '00'
                       DISPLAY "CAPACITY MASTER DELETE FAILED - "
                           "STATUS " WS-CAP-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO CAP-RECORD
                       PERFORM REPORT-APPLIED
                   END-IF
           END-READ.

       REPORT-APPLIED.
      *    Before and after images on consecutive lines - the paper
      *    trail that lets a bad change be backed out by hand.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "APPLIED  " CTX-ACTION " " CTX-SITE " " CTX-BAY
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
           IF CAP-RECORD = SPACES
               STRING "  AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           ELSE
               STRING "  AFTER:  " CAP-RECORD
                   DELIMITED BY SIZE INTO UPDRPT-LINE
           END-IF.
           WRITE UPDRPT-LINE.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO UPDRPT-LINE.
           STRING "REJECTED LINE " WS-TRANS-COUNT
               " " CTX-ACTION " " CTX-SITE " " CTX-BAY
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO UPDRPT-LINE
           WRITE UPDRPT-LINE.

       RESOLVE-FILENAMES.
      *    CAPTRNDD/CAPDD/UPDRPTDD (exported before the run, or
      *    set as JCL DD overrides by a caller using this program
      *    under a job scheduler) replace the built-in defaults.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAPTRNDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANS-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAP-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "UPDRPTDD".
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
               " PROG=WIRECAP"
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
