      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREEXCP.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed exception master, one record per open (or once
      *    open) problem - created empty on first use, the way
      *    WIRENCR creates the NCR master. WIREMENU reads it for
      *    the operator's acknowledge/close option.
           SELECT EXCFILE ASSIGN TO DYNAMIC WS-EXC-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-EXC-STATUS.
      *    The append-only audit trail WIREPT1/WIREPT2/WIREGATE
      *    grow - RC 4/8 runs and gate holds are lifted off it.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
      *    The rest of the sources are the reports the night's jobs
      *    leave behind - each is overwritten by its own program
      *    every run, so what is on them is the latest word. A
      *    source that was not produced is noted and skipped.
           SELECT CLEARFILE ASSIGN TO DYNAMIC WS-CLEAR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SELFFILE ASSIGN TO DYNAMIC WS-SELF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SCHEXCFILE ASSIGN TO DYNAMIC WS-SCHEXC-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT ORDRPTFILE ASSIGN TO DYNAMIC WS-ORDRPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT FIXRPTFILE ASSIGN TO DYNAMIC WS-FIXRPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
      *    The prioritised queue the morning shift works from.
           SELECT QUEUEFILE ASSIGN TO DYNAMIC WS-QUEUE-DSN
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
      *    One exception, keyed on its type, panel and a detail
      *    that tells two exceptions of the same type on the same
      *    panel apart - layout shared with the EXCFILE FD in
      *    wiremenu.cob; do not change one without changing the
      *    other to match. RUN-ID is the latest run the problem was
      *    seen on (0 where the source carries no run), LAST-SEEN
      *    the date of the latest evidence for it.
       FD  EXCFILE.
       01  EXC-RECORD.
           05 EXC-KEY.
               10 EXC-TYPE PIC X(4).
               10 EXC-PANEL-ID PIC X(8).
               10 EXC-DETAIL-KEY PIC X(20).
           05 EXC-RUN-ID PIC 9(8).
           05 EXC-SEVERITY PIC 9(1).
           05 EXC-STATUS PIC X(1).
               88 EXC-IS-OPEN VALUE 'O'.
               88 EXC-IS-ACKNOWLEDGED VALUE 'A'.
               88 EXC-IS-CLOSED VALUE 'C'.
           05 EXC-OPENED-DATE PIC X(8).
           05 EXC-LAST-SEEN-DATE PIC X(8).
           05 EXC-DESC PIC X(60).
      *    Who last acknowledged or closed it, when, and why.
           05 EXC-ACT-OPER PIC X(8).
           05 EXC-ACT-DATE PIC X(8).
           05 EXC-ACT-NOTE PIC X(40).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  CLEARFILE.
       01  CLEAR-LINE PIC X(120).
       FD  SELFFILE.
       01  SELF-LINE PIC X(100).
       FD  SCHEXCFILE.
       01  SCHEXC-LINE PIC X(132).
       FD  ORDRPTFILE.
       01  ORDRPT-LINE PIC X(132).
       FD  FIXRPTFILE.
       01  FIXRPT-LINE PIC X(100).
       FD  QUEUEFILE.
       01  QUEUE-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2. Each source keeps the
      *    DD name and default of the program that writes it.
       01 WS-EXC-DSN PIC X(100) VALUE 'excmast.dat'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
       01 WS-CLEAR-DSN PIC X(100) VALUE 'clearance.txt'.
       01 WS-SELF-DSN PIC X(100) VALUE 'selfcross.txt'.
       01 WS-SCHEXC-DSN PIC X(100) VALUE 'schexcept.txt'.
       01 WS-ORDRPT-DSN PIC X(100) VALUE 'orderrpt.txt'.
       01 WS-FIXRPT-DSN PIC X(100) VALUE 'fixreport.txt'.
       01 WS-QUEUE-DSN PIC X(100) VALUE 'excqueue.txt'.
       01 WS-SRC-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TODAY PIC X(21).
       01 WS-SRC-DD PIC X(8).
       01 WS-SRC-DSN PIC X(100).
       01 WS-SRC-LINES PIC 9(9) VALUE 0.
       01 WS-SRC-RAISED PIC 9(9) VALUE 0.

      *    Sweep tallies for the queue report and SYSOUT.
       01 WS-NEW-COUNT PIC 9(9) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(9) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(9) VALUE 0.
       01 WS-STALE-COUNT PIC 9(9) VALUE 0.

      *    The exception being raised - filled in by each source's
      *    paragraph, then handed to RAISE-EXCEPTION. The evidence
      *    date is the audit line's date for the trail, the date of
      *    the WIREPT2 run that wrote CLEARDD/SELFDD for those two,
      *    and the sweep date for the other overwritten reports.
       01 WS-RAISE-TYPE PIC X(4).
       01 WS-RAISE-PANEL PIC X(8).
       01 WS-RAISE-DETAIL PIC X(20).
       01 WS-RAISE-RUN PIC 9(8).
       01 WS-RAISE-SEVERITY PIC 9(1).
       01 WS-RAISE-DATE PIC X(8).
       01 WS-RAISE-DESC PIC X(60).

      *    Severity by type - 1 stops a panel today, 2 needs a look
      *    before the panel's next run, 3 is housekeeping.
       01 WS-SEV-RUN-FAILED PIC 9(1) VALUE 1.
       01 WS-SEV-GATE-HOLD PIC 9(1) VALUE 1.
       01 WS-SEV-RUN-WARNING PIC 9(1) VALUE 2.
       01 WS-SEV-SELF-CROSS PIC 9(1) VALUE 2.
       01 WS-SEV-NOT-SCHEDULED PIC 9(1) VALUE 2.
       01 WS-SEV-FIX-REJECTED PIC 9(1) VALUE 2.
       01 WS-SEV-CLEARANCE PIC 9(1) VALUE 3.
       01 WS-SEV-REORDER PIC 9(1) VALUE 3.

      *    Audit-line parse - blank-delimited TAG=VALUE tokens, as
      *    PARSE-AUDIT-LINE in wirerecn.cob. A gate's REASON= text
      *    runs to several tokens, hence the room.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 24 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).
       01 WS-CUR-PROG PIC X(8).
       01 WS-CUR-PANEL PIC X(8).
       01 WS-CUR-RUN PIC 9(8).
       01 WS-CUR-GATE PIC X(4).
       01 WS-CUR-RC PIC X(3).
       01 WS-CUR-REASON PIC X(60).
      *    The newest WIREPT2 run on the trail - CLEARDD and SELFDD
      *    carry no panel or run of their own, and are always that
      *    run's.
       01 WS-PT2-PANEL PIC X(8) VALUE 'NONE'.
       01 WS-PT2-RUN PIC 9(8) VALUE 0.
       01 WS-PT2-DATE PIC X(8) VALUE SPACES.
       01 WS-SCAN-POS PIC 9(3) VALUE 0.
       01 WS-SCAN-FOUND PIC X(1) VALUE 'N'.

       01 WS-COUNT-IN PIC 9(9) VALUE 0.
       01 WS-COUNT-ED PIC Z(8)9.
       01 WS-COUNT-ED-2 PIC Z(8)9.
       01 WS-FIX-WHICH PIC X(3).
       01 WS-FIX-DSN PIC X(60).
       01 WS-FIX-BAD PIC 9(9) VALUE 0.
       01 WS-FIX-LEFT PIC 9(9) VALUE 0.

      *    The queue - every exception not yet closed, put in
      *    severity / opened-date order by ORDER-QUEUE.
       01 WS-MAX-QUEUE PIC 9(4) COMP VALUE 2000.
       01 QUEUE-TABLE.
           03 Q-ENTRY OCCURS 2000 TIMES.
               05 Q-ORDER.
                   10 Q-SEVERITY PIC 9(1).
                   10 Q-OPENED-DATE PIC X(8).
                   10 Q-TYPE PIC X(4).
                   10 Q-PANEL-ID PIC X(8).
                   10 Q-DETAIL-KEY PIC X(20).
               05 Q-RUN-ID PIC 9(8).
               05 Q-STATUS PIC X(1).
               05 Q-LAST-SEEN-DATE PIC X(8).
               05 Q-DESC PIC X(60).
               05 Q-ACT-OPER PIC X(8).
               05 Q-ACT-DATE PIC X(8).
               05 Q-ACT-NOTE PIC X(40).
       01 Q-COUNT PIC 9(4) VALUE 0.
       01 Q-I PIC 9(4) VALUE 0.
       01 Q-J PIC 9(4) VALUE 0.
       01 Q-SWAP-ENTRY PIC X(174).
       01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
       01 WS-ACK-COUNT PIC 9(9) VALUE 0.
       01 WS-SEV1-OPEN-COUNT PIC 9(9) VALUE 0.
       01 WS-STATUS-TEXT PIC X(5).

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

      *    OPEN I-O so yesterday's exceptions survive; status 35
      *    means no master yet, so create it empty and reopen.
           OPEN I-O EXCFILE.
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCFILE
               CLOSE EXCFILE
               OPEN I-O EXCFILE
           END-IF.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER OPEN FAILED - STATUS "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT QUEUEFILE.
           MOVE SPACES TO QUEUE-LINE.
           STRING "WIREEXCP EXCEPTION QUEUE - SWEEP OF "
               WS-TODAY(1:8)
               DELIMITED BY SIZE INTO QUEUE-LINE
           WRITE QUEUE-LINE.

      *    The trail goes first - the newest WIREPT2 run on it is
      *    what the clearance and self-crossing reports belong to.
           PERFORM SWEEP-AUDIT.
           PERFORM SWEEP-CLEARANCE.
           PERFORM SWEEP-SELF-CROSSINGS.
           PERFORM SWEEP-SCHEDULE.
           PERFORM SWEEP-ORDER-REPORT.
           PERFORM SWEEP-FIX-REPORT.
           CLOSE EXCFILE.

           MOVE SPACES TO QUEUE-LINE.
           STRING "SWEEP: " WS-NEW-COUNT " NEW, "
               WS-CARRIED-COUNT " CARRIED FORWARD, "
               WS-REOPENED-COUNT " REOPENED, "
               WS-STALE-COUNT " ALREADY CLOSED"
               DELIMITED BY SIZE INTO QUEUE-LINE
           WRITE QUEUE-LINE.

           PERFORM LOAD-QUEUE.
           PERFORM ORDER-QUEUE.
           PERFORM WRITE-QUEUE.
           CLOSE QUEUEFILE.

           DISPLAY "WIREEXCP: " WS-NEW-COUNT " NEW, "
               WS-REOPENED-COUNT " REOPENED, "
               WS-OPEN-COUNT " OPEN, "
               WS-ACK-COUNT " ACKNOWLEDGED".
      *    An unacknowledged severity-1 item means a panel is
      *    stopped and nobody has said they are on it yet.
           IF WS-SEV1-OPEN-COUNT > 0
               DISPLAY "WIREEXCP: " WS-SEV1-OPEN-COUNT
                   " SEVERITY 1 EXCEPTION(S) NOT ACKNOWLEDGED - SEE "
                   FUNCTION TRIM(WS-QUEUE-DSN)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       BEGIN-SOURCE.
           MOVE 0 TO WS-SRC-LINES.
           MOVE 0 TO WS-SRC-RAISED.
           MOVE 'N' TO WS-EOF.

       NOTE-SOURCE.
      *    One line per source on the queue report, so a clean
      *    queue can be told apart from a source that never ran.
           MOVE SPACES TO QUEUE-LINE.
           IF WS-SRC-STATUS = '35'
               STRING "SOURCE " WS-SRC-DD " "
                   FUNCTION TRIM(WS-SRC-DSN)
                   " - NOT PRESENT, SKIPPED"
                   DELIMITED BY SIZE INTO QUEUE-LINE
           ELSE
           IF WS-SRC-STATUS NOT = '00'
               STRING "SOURCE " WS-SRC-DD " "
                   FUNCTION TRIM(WS-SRC-DSN)
                   " - NOT READABLE, STATUS " WS-SRC-STATUS
                   DELIMITED BY SIZE INTO QUEUE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               STRING "SOURCE " WS-SRC-DD " "
                   FUNCTION TRIM(WS-SRC-DSN)
                   " - " WS-SRC-LINES " LINE(S), "
                   WS-SRC-RAISED " EXCEPTION(S) RAISED"
                   DELIMITED BY SIZE INTO QUEUE-LINE
           END-IF
           END-IF.
           WRITE QUEUE-LINE.

       SWEEP-AUDIT.
           PERFORM BEGIN-SOURCE.
           MOVE 'AUDITDD' TO WS-SRC-DD.
           MOVE WS-AUDIT-DSN TO WS-SRC-DSN.
           OPEN INPUT AUDITFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-AUDIT-LINE.
      *    WIREGATE lines are decisions, not runs - a HOLD is its
      *    own exception type. Any other program's RC=004/RC=008
      *    is a run that needs looking at.
           PERFORM PARSE-AUDIT-LINE.
           IF AUDIT-LINE(1:3) = 'TS=' AND AUDIT-LINE(4:8) IS NUMERIC
               MOVE AUDIT-LINE(4:8) TO WS-RAISE-DATE
           ELSE
               MOVE WS-TODAY(1:8) TO WS-RAISE-DATE
           END-IF.
           IF WS-CUR-PROG = 'WIREPT2'
               MOVE WS-CUR-PANEL TO WS-PT2-PANEL
               MOVE WS-CUR-RUN TO WS-PT2-RUN
               MOVE WS-RAISE-DATE TO WS-PT2-DATE
           END-IF.
           IF WS-CUR-PROG = 'WIREGATE'
               IF WS-CUR-GATE = 'HOLD'
                   MOVE 'HOLD' TO WS-RAISE-TYPE
                   MOVE WS-CUR-PANEL TO WS-RAISE-PANEL
                   MOVE SPACES TO WS-RAISE-DETAIL
                   MOVE 0 TO WS-RAISE-RUN
                   MOVE WS-SEV-GATE-HOLD TO WS-RAISE-SEVERITY
                   PERFORM FIND-HOLD-REASON
                   MOVE SPACES TO WS-RAISE-DESC
                   STRING "GATE HOLD - " WS-CUR-REASON
                       DELIMITED BY SIZE INTO WS-RAISE-DESC
                   PERFORM RAISE-EXCEPTION
               END-IF
           ELSE
               IF WS-CUR-RC = '004' OR WS-CUR-RC = '008'
                   IF WS-CUR-RC = '008'
                       MOVE 'AUD8' TO WS-RAISE-TYPE
                       MOVE WS-SEV-RUN-FAILED TO WS-RAISE-SEVERITY
                   ELSE
                       MOVE 'AUD4' TO WS-RAISE-TYPE
                       MOVE WS-SEV-RUN-WARNING TO WS-RAISE-SEVERITY
                   END-IF
                   MOVE WS-CUR-PANEL TO WS-RAISE-PANEL
                   MOVE WS-CUR-PROG TO WS-RAISE-DETAIL
                   MOVE WS-CUR-RUN TO WS-RAISE-RUN
                   MOVE SPACES TO WS-RAISE-DESC
                   STRING FUNCTION TRIM(WS-CUR-PROG) " RUN "
                       WS-CUR-RUN " ENDED RC " WS-CUR-RC
                       DELIMITED BY SIZE INTO WS-RAISE-DESC
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       PARSE-AUDIT-LINE.
           MOVE SPACES TO WS-CUR-PROG.
           MOVE 'NONE' TO WS-CUR-PANEL.
           MOVE 0 TO WS-CUR-RUN.
           MOVE SPACES TO WS-CUR-GATE.
           MOVE SPACES TO WS-CUR-RC.
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
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.
           IF WS-CUR-PANEL = SPACES
               MOVE 'NONE' TO WS-CUR-PANEL
           END-IF.

       TAKE-TOKEN.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PROG'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PROG
               WHEN 'PANEL'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PANEL
               WHEN 'RUN'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-VALUE) TO WS-CUR-RUN
                   END-IF
               WHEN 'GATE'
                   MOVE WS-VALUE(1:4) TO WS-CUR-GATE
               WHEN 'RC'
                   MOVE WS-VALUE(1:3) TO WS-CUR-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-HOLD-REASON.
      *    REASON= is free text running up to the RC= tag, so it
      *    is cut out of the line rather than taken as one token.
           MOVE SPACES TO WS-CUR-REASON.
           MOVE 'N' TO WS-SCAN-FOUND.
           SET WS-SCAN-POS TO 1.
           PERFORM UNTIL WS-SCAN-POS > 290
               OR WS-SCAN-FOUND = 'Y'
               IF AUDIT-LINE(WS-SCAN-POS:8) = " REASON="
                   MOVE 'Y' TO WS-SCAN-FOUND
               ELSE
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM.
           IF WS-SCAN-FOUND = 'Y'
               ADD 8 TO WS-SCAN-POS
               UNSTRING AUDIT-LINE(WS-SCAN-POS:) DELIMITED BY " RC="
                   INTO WS-CUR-REASON
           ELSE
               MOVE "NO REASON RECORDED" TO WS-CUR-REASON
           END-IF.

       SWEEP-CLEARANCE.
      *    Only the footer's count matters - one exception per
      *    panel however many stretches, the report has the rest.
           PERFORM BEGIN-SOURCE.
           MOVE 'CLEARDD' TO WS-SRC-DD.
           MOVE WS-CLEAR-DSN TO WS-SRC-DSN.
           OPEN INPUT CLEARFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLEARFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-CLEAR-LINE
                   END-READ
               END-PERFORM
               CLOSE CLEARFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-CLEAR-LINE.
           IF CLEAR-LINE(1:35) = "ADJACENT STRETCHES OVER THRESHOLD: "
               AND CLEAR-LINE(36:9) IS NUMERIC
               MOVE CLEAR-LINE(36:9) TO WS-COUNT-IN
               IF WS-COUNT-IN > 0
                   MOVE 'CLR' TO WS-RAISE-TYPE
                   MOVE WS-PT2-PANEL TO WS-RAISE-PANEL
                   MOVE SPACES TO WS-RAISE-DETAIL
                   MOVE WS-PT2-RUN TO WS-RAISE-RUN
                   MOVE WS-SEV-CLEARANCE TO WS-RAISE-SEVERITY
                   PERFORM SET-PT2-RAISE-DATE
                   MOVE WS-COUNT-IN TO WS-COUNT-ED
                   MOVE SPACES TO WS-RAISE-DESC
                   STRING FUNCTION TRIM(WS-COUNT-ED)
                       " ADJACENT STRETCH(ES) OVER CLEARANCE THRESHOLD"
                       DELIMITED BY SIZE INTO WS-RAISE-DESC
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       SET-PT2-RAISE-DATE.
      *    CLEARDD/SELFDD are as old as the WIREPT2 run that wrote
      *    them, not the sweep - dated from its audit line, or the
      *    sweep date when the trail holds no WIREPT2 line.
           IF WS-PT2-DATE NOT = SPACES
               MOVE WS-PT2-DATE TO WS-RAISE-DATE
           ELSE
               MOVE WS-TODAY(1:8) TO WS-RAISE-DATE
           END-IF.

       SWEEP-SELF-CROSSINGS.
           PERFORM BEGIN-SOURCE.
           MOVE 'SELFDD' TO WS-SRC-DD.
           MOVE WS-SELF-DSN TO WS-SRC-DSN.
           OPEN INPUT SELFFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SELFFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-SELF-LINE
                   END-READ
               END-PERFORM
               CLOSE SELFFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-SELF-LINE.
      *    Header count at a fixed offset, as WIREGATE reads it.
           IF SELF-LINE(1:38) = "WIREPT2 SELF-CROSSING REPORT - COUNT: "
               AND SELF-LINE(39:9) IS NUMERIC
               MOVE SELF-LINE(39:9) TO WS-COUNT-IN
               IF WS-COUNT-IN > 0
                   MOVE 'SELF' TO WS-RAISE-TYPE
                   MOVE WS-PT2-PANEL TO WS-RAISE-PANEL
                   MOVE SPACES TO WS-RAISE-DETAIL
                   MOVE WS-PT2-RUN TO WS-RAISE-RUN
                   MOVE WS-SEV-SELF-CROSS TO WS-RAISE-SEVERITY
                   PERFORM SET-PT2-RAISE-DATE
                   MOVE WS-COUNT-IN TO WS-COUNT-ED
                   MOVE SPACES TO WS-RAISE-DESC
                   STRING FUNCTION TRIM(WS-COUNT-ED)
                       " SELF-CROSSING(S) ON ONE CABLE"
                       DELIMITED BY SIZE INTO WS-RAISE-DESC
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       SWEEP-SCHEDULE.
           PERFORM BEGIN-SOURCE.
           MOVE 'EXCPDD' TO WS-SRC-DD.
           MOVE WS-SCHEXC-DSN TO WS-SRC-DSN.
           OPEN INPUT SCHEXCFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHEXCFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-SCHEDULE-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHEXCFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-SCHEDULE-LINE.
      *    Exception lines are REPORT-EXCEPTION's in wireschd.cob -
      *    panel at 3, " DUE " at 11, reason from 39. The header
      *    and the "  NONE" line do not have the " DUE " tag.
           IF SCHEXC-LINE(1:2) = SPACES
               AND SCHEXC-LINE(11:5) = " DUE "
               AND SCHEXC-LINE(3:8) NOT = SPACES
               MOVE 'SCHD' TO WS-RAISE-TYPE
               MOVE SCHEXC-LINE(3:8) TO WS-RAISE-PANEL
               MOVE 'NOT SCHEDULED' TO WS-RAISE-DETAIL
               MOVE 0 TO WS-RAISE-RUN
               MOVE WS-SEV-NOT-SCHEDULED TO WS-RAISE-SEVERITY
               MOVE WS-TODAY(1:8) TO WS-RAISE-DATE
               MOVE SPACES TO WS-RAISE-DESC
               STRING "NOT SCHEDULED, DUE " SCHEXC-LINE(16:8)
                   " - " SCHEXC-LINE(39:35)
                   DELIMITED BY SIZE INTO WS-RAISE-DESC
               PERFORM RAISE-EXCEPTION
           END-IF.

       SWEEP-ORDER-REPORT.
           PERFORM BEGIN-SOURCE.
           MOVE 'ORDRPTDD' TO WS-SRC-DD.
           MOVE WS-ORDRPT-DSN TO WS-SRC-DSN.
           OPEN INPUT ORDRPTFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDRPTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-ORDER-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDRPTFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-ORDER-LINE.
      *    A breach is a part line WRITE-ORDER-REPORT in wireord.cob
      *    flagged - part number in 1-8, description in 10-39. Stock
      *    is not a panel's problem, so the part is the key.
           MOVE 'N' TO WS-SCAN-FOUND.
           SET WS-SCAN-POS TO 1.
           PERFORM UNTIL WS-SCAN-POS > 110
               OR WS-SCAN-FOUND = 'Y'
               IF ORDRPT-LINE(WS-SCAN-POS:22) =
                   "** BELOW REORDER POINT"
                   MOVE 'Y' TO WS-SCAN-FOUND
               ELSE
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM.
           IF WS-SCAN-FOUND = 'Y'
               MOVE 'REOR' TO WS-RAISE-TYPE
               MOVE SPACES TO WS-RAISE-PANEL
               MOVE ORDRPT-LINE(1:8) TO WS-RAISE-DETAIL
               MOVE 0 TO WS-RAISE-RUN
               MOVE WS-SEV-REORDER TO WS-RAISE-SEVERITY
               MOVE WS-TODAY(1:8) TO WS-RAISE-DATE
               MOVE SPACES TO WS-RAISE-DESC
               STRING "PART " ORDRPT-LINE(1:8)
                   " BELOW REORDER POINT - "
                   ORDRPT-LINE(10:30)
                   DELIMITED BY SIZE INTO WS-RAISE-DESC
               PERFORM RAISE-EXCEPTION
           END-IF.

       SWEEP-FIX-REPORT.
           PERFORM BEGIN-SOURCE.
           MOVE 'FIXRPTDD' TO WS-SRC-DD.
           MOVE WS-FIXRPT-DSN TO WS-SRC-DSN.
           MOVE SPACES TO WS-FIX-WHICH.
           MOVE SPACES TO WS-FIX-DSN.
           OPEN INPUT FIXRPTFILE.
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FIXRPTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-LINES
                           PERFORM TAKE-FIX-LINE
                   END-READ
               END-PERFORM
               CLOSE FIXRPTFILE
           END-IF.
           PERFORM NOTE-SOURCE.

       TAKE-FIX-LINE.
      *    The header names the dataset repaired and which input's
      *    rejects; the summary line's counts are at fixed offsets
      *    (see the main line of wirefix.cob). One exception per
      *    repaired dataset, raised when anything was left undone.
           IF FIXRPT-LINE(1:24) = "WIREFIX REPAIR REPORT - "
               UNSTRING FIXRPT-LINE(25:) DELIMITED BY " ("
                   INTO WS-FIX-DSN
               MOVE 'N' TO WS-SCAN-FOUND
               SET WS-SCAN-POS TO 25
               PERFORM UNTIL WS-SCAN-POS > 88
                   OR WS-SCAN-FOUND = 'Y'
                   IF FIXRPT-LINE(WS-SCAN-POS:13) = "(ONE REJECTS)"
                       OR FIXRPT-LINE(WS-SCAN-POS:13) = "(TWO REJECTS)"
                       MOVE 'Y' TO WS-SCAN-FOUND
                       MOVE FIXRPT-LINE(WS-SCAN-POS + 1:3)
                           TO WS-FIX-WHICH
                   ELSE
                       ADD 1 TO WS-SCAN-POS
                   END-IF
               END-PERFORM
           END-IF.
           IF FIXRPT-LINE(1:10) = "REPAIRED: "
               AND FIXRPT-LINE(42:9) IS NUMERIC
               AND FIXRPT-LINE(77:9) IS NUMERIC
               MOVE FIXRPT-LINE(42:9) TO WS-FIX-BAD
               MOVE FIXRPT-LINE(77:9) TO WS-FIX-LEFT
               IF WS-FIX-BAD > 0 OR WS-FIX-LEFT > 0
                   MOVE 'FIX' TO WS-RAISE-TYPE
                   MOVE SPACES TO WS-RAISE-PANEL
                   MOVE SPACES TO WS-RAISE-DETAIL
                   STRING WS-FIX-WHICH " " WS-FIX-DSN
                       DELIMITED BY SIZE INTO WS-RAISE-DETAIL
                   MOVE 0 TO WS-RAISE-RUN
                   MOVE WS-SEV-FIX-REJECTED TO WS-RAISE-SEVERITY
                   MOVE WS-TODAY(1:8) TO WS-RAISE-DATE
                   MOVE WS-FIX-BAD TO WS-COUNT-ED
                   MOVE WS-FIX-LEFT TO WS-COUNT-ED-2
                   MOVE SPACES TO WS-RAISE-DESC
                   STRING FUNCTION TRIM(WS-COUNT-ED)
                       " BAD CORRECTION(S), "
                       FUNCTION TRIM(WS-COUNT-ED-2)
                       " REJECT(S) UNREPAIRED ON "
                       FUNCTION TRIM(WS-FIX-DSN)
                       DELIMITED BY SIZE INTO WS-RAISE-DESC
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       RAISE-EXCEPTION.
      *    One problem, one record. An exception still open (or
      *    acknowledged) is carried forward - its latest run and
      *    wording are taken and LAST-SEEN moved on - rather than
      *    raised twice. A closed one comes back only on evidence
      *    dated after it was closed; the trail is swept whole
      *    every day, so older lines must not undo a close. CLR and
      *    SELF are re-read from the same report every night until
      *    WIREPT2 runs again, so they come back only when that
      *    report is from a different run than the one closed.
           ADD 1 TO WS-SRC-RAISED.
           MOVE WS-RAISE-TYPE TO EXC-TYPE.
           MOVE WS-RAISE-PANEL TO EXC-PANEL-ID.
           MOVE WS-RAISE-DETAIL TO EXC-DETAIL-KEY.
           READ EXCFILE
               INVALID KEY
                   PERFORM ADD-EXCEPTION
               NOT INVALID KEY
                   IF EXC-IS-CLOSED
                       IF WS-RAISE-TYPE = 'CLR'
                           OR WS-RAISE-TYPE = 'SELF'
                           IF WS-RAISE-RUN NOT = EXC-RUN-ID
                               PERFORM REOPEN-EXCEPTION
                           ELSE
                               ADD 1 TO WS-STALE-COUNT
                           END-IF
                       ELSE
                           IF WS-RAISE-DATE > EXC-ACT-DATE
                               PERFORM REOPEN-EXCEPTION
                           ELSE
                               ADD 1 TO WS-STALE-COUNT
                           END-IF
                       END-IF
                   ELSE
                       PERFORM CARRY-EXCEPTION
                   END-IF
           END-READ.

       ADD-EXCEPTION.
           MOVE WS-RAISE-TYPE TO EXC-TYPE.
           MOVE WS-RAISE-PANEL TO EXC-PANEL-ID.
           MOVE WS-RAISE-DETAIL TO EXC-DETAIL-KEY.
           MOVE WS-RAISE-RUN TO EXC-RUN-ID.
           MOVE WS-RAISE-SEVERITY TO EXC-SEVERITY.
           SET EXC-IS-OPEN TO TRUE.
           MOVE WS-RAISE-DATE TO EXC-OPENED-DATE.
           MOVE WS-RAISE-DATE TO EXC-LAST-SEEN-DATE.
           MOVE WS-RAISE-DESC TO EXC-DESC.
           MOVE SPACES TO EXC-ACT-OPER.
           MOVE SPACES TO EXC-ACT-DATE.
           MOVE SPACES TO EXC-ACT-NOTE.
           WRITE EXC-RECORD
               INVALID KEY
                   DISPLAY "EXCEPTION MASTER WRITE FAILED - STATUS "
                       WS-EXC-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.

       REOPEN-EXCEPTION.
      *    Back on the queue as a fresh item - the old close-out
      *    no longer applies to it.
           MOVE WS-RAISE-RUN TO EXC-RUN-ID.
           MOVE WS-RAISE-SEVERITY TO EXC-SEVERITY.
           SET EXC-IS-OPEN TO TRUE.
           MOVE WS-RAISE-DATE TO EXC-OPENED-DATE.
           MOVE WS-RAISE-DATE TO EXC-LAST-SEEN-DATE.
           MOVE WS-RAISE-DESC TO EXC-DESC.
           MOVE SPACES TO EXC-ACT-OPER.
           MOVE SPACES TO EXC-ACT-DATE.
           MOVE SPACES TO EXC-ACT-NOTE.
           PERFORM REWRITE-EXCEPTION.
           ADD 1 TO WS-REOPENED-COUNT.

       CARRY-EXCEPTION.
      *    Older evidence (an earlier line on the trail) leaves the
      *    record as it is; the opened date never moves.
           IF WS-RAISE-DATE NOT < EXC-LAST-SEEN-DATE
               MOVE WS-RAISE-RUN TO EXC-RUN-ID
               MOVE WS-RAISE-DESC TO EXC-DESC
               MOVE WS-RAISE-DATE TO EXC-LAST-SEEN-DATE
               PERFORM REWRITE-EXCEPTION
           END-IF.
           ADD 1 TO WS-CARRIED-COUNT.

       REWRITE-EXCEPTION.
           REWRITE EXC-RECORD.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER REWRITE FAILED - STATUS "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-QUEUE.
      *    Every exception not closed, open or acknowledged.
           OPEN INPUT EXCFILE.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER OPEN FAILED - STATUS "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EXC-STATUS NOT = '00'
                   READ EXCFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF NOT EXC-IS-CLOSED
                               PERFORM STORE-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCFILE
           END-IF.

       STORE-QUEUE-ENTRY.
           IF EXC-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               IF EXC-SEVERITY = 1
                   ADD 1 TO WS-SEV1-OPEN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ACK-COUNT
           END-IF.
           IF Q-COUNT >= WS-MAX-QUEUE
               DISPLAY "TOO MANY EXCEPTIONS - QUEUE-TABLE FULL AT "
                   WS-MAX-QUEUE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO Q-COUNT
               MOVE EXC-SEVERITY TO Q-SEVERITY(Q-COUNT)
               MOVE EXC-OPENED-DATE TO Q-OPENED-DATE(Q-COUNT)
               MOVE EXC-TYPE TO Q-TYPE(Q-COUNT)
               MOVE EXC-PANEL-ID TO Q-PANEL-ID(Q-COUNT)
               MOVE EXC-DETAIL-KEY TO Q-DETAIL-KEY(Q-COUNT)
               MOVE EXC-RUN-ID TO Q-RUN-ID(Q-COUNT)
               MOVE EXC-STATUS TO Q-STATUS(Q-COUNT)
               MOVE EXC-LAST-SEEN-DATE TO Q-LAST-SEEN-DATE(Q-COUNT)
               MOVE EXC-DESC TO Q-DESC(Q-COUNT)
               MOVE EXC-ACT-OPER TO Q-ACT-OPER(Q-COUNT)
               MOVE EXC-ACT-DATE TO Q-ACT-DATE(Q-COUNT)
               MOVE EXC-ACT-NOTE TO Q-ACT-NOTE(Q-COUNT)
           END-IF.

       ORDER-QUEUE.
      *    Straight exchange sort, as ORDER-SCHEDULE in
      *    wireschd.cob - severity first, oldest opened date next,
      *    and the key keeps the order stable. Q-ORDER holds the
      *    three side by side, so one compare does it.
           SET Q-I TO 1.
           PERFORM UNTIL Q-I >= Q-COUNT
               ADD 1 TO Q-I GIVING Q-J
               PERFORM UNTIL Q-J > Q-COUNT
                   IF Q-ORDER(Q-J) < Q-ORDER(Q-I)
                       MOVE Q-ENTRY(Q-I) TO Q-SWAP-ENTRY
                       MOVE Q-ENTRY(Q-J) TO Q-ENTRY(Q-I)
                       MOVE Q-SWAP-ENTRY TO Q-ENTRY(Q-J)
                   END-IF
                   ADD 1 TO Q-J
               END-PERFORM
               ADD 1 TO Q-I
           END-PERFORM.

       WRITE-QUEUE.
           MOVE SPACES TO QUEUE-LINE.
           WRITE QUEUE-LINE.
           MOVE SPACES TO QUEUE-LINE.
           STRING "SEV TYPE PANEL-ID RUN-ID   OPENED   LAST-SEEN "
               "STATUS DESCRIPTION"
               DELIMITED BY SIZE INTO QUEUE-LINE
           WRITE QUEUE-LINE.
           SET Q-I TO 1.
           PERFORM UNTIL Q-I > Q-COUNT
               PERFORM WRITE-QUEUE-ENTRY
               ADD 1 TO Q-I
           END-PERFORM.
           IF Q-COUNT = 0
               MOVE SPACES TO QUEUE-LINE
               STRING "  QUEUE EMPTY - NO OPEN EXCEPTIONS"
                   DELIMITED BY SIZE INTO QUEUE-LINE
               WRITE QUEUE-LINE
           END-IF.
           MOVE SPACES TO QUEUE-LINE.
           STRING "OPEN: " WS-OPEN-COUNT
               " ACKNOWLEDGED: " WS-ACK-COUNT
               " SEVERITY 1 NOT ACKNOWLEDGED: " WS-SEV1-OPEN-COUNT
               DELIMITED BY SIZE INTO QUEUE-LINE
           WRITE QUEUE-LINE.

       WRITE-QUEUE-ENTRY.
           IF Q-STATUS(Q-I) = 'A'
               MOVE 'ACK' TO WS-STATUS-TEXT
           ELSE
               MOVE 'OPEN' TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACES TO QUEUE-LINE.
           STRING " " Q-SEVERITY(Q-I) "  " Q-TYPE(Q-I) " "
               Q-PANEL-ID(Q-I) " " Q-RUN-ID(Q-I) " "
               Q-OPENED-DATE(Q-I) " " Q-LAST-SEEN-DATE(Q-I) "  "
               WS-STATUS-TEXT "  " Q-DESC(Q-I)
               DELIMITED BY SIZE INTO QUEUE-LINE
           WRITE QUEUE-LINE.
           IF Q-STATUS(Q-I) = 'A'
               MOVE SPACES TO QUEUE-LINE
               STRING "      ACKNOWLEDGED BY " Q-ACT-OPER(Q-I)
                   " ON " Q-ACT-DATE(Q-I) ": "
                   FUNCTION TRIM(Q-ACT-NOTE(Q-I))
                   DELIMITED BY SIZE INTO QUEUE-LINE
               WRITE QUEUE-LINE
           END-IF.

       RESOLVE-FILENAMES.
      *    EXCMSTDD/EXCQDD are this program's own; AUDITDD, CLEARDD,
      *    SELFDD, EXCPDD, ORDRPTDD and FIXRPTDD are the same DD
      *    names the programs that write those datasets use, so the
      *    one set of exports serves the whole batch window.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EXCMSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXC-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EXCQDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-QUEUE-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDITDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CLEARDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLEAR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SELFDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SELF-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EXCPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SCHEXC-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ORDRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORDRPT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FIXRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FIXRPT-DSN
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
               " PROG=WIREEXCP"
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
