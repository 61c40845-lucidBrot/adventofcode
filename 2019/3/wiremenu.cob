           SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      *    Keyed exception master WIREEXCP sweeps the batch window's
      *    problems into - listed here, and acknowledged or closed
      *    by an operator with launch authority. See
      *    LIST-EXCEPTIONS.
           SELECT EXCFILE ASSIGN TO DYNAMIC WS-EXC-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-EXC-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  VIEWFILE.
       01  VIEW-LINE PIC X(200).
       FD  OPERFILE.
           05 OPR-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 OPR-AUTH PIC X(1).
      *    One exception - layout shared with the EXCFILE FD in
      *    wireexcp.cob; do not change one without changing the
      *    other to match.
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
           05 EXC-ACT-OPER PIC X(8).
           05 EXC-ACT-DATE PIC X(8).
           05 EXC-ACT-NOTE PIC X(40).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
       01 WS-VIEW-DSN PIC X(100).
       01 WS-VIEW-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-CHOICE PIC X(1).
       01 WS-REPLY PIC X(20).
      *    first), which a sequential file cannot do on its own.
       01 WS-MAX-AUDIT-LINES PIC 9(4) COMP VALUE 2000.
       01 MENU-AUDIT-TABLE.
           03 MAUD-LINE OCCURS 2000 TIMES PIC X(300).
       01 WS-AUDIT-COUNT PIC 9(4) VALUE 0.
       01 WS-AUDIT-IDX PIC 9(4) VALUE 0.

       01 WS-FILTER-RC PIC X(1).
       01 WS-FILTER-TAG PIC X(6).
       01 WS-NEEDLE PIC X(40).
       01 WS-SCAN-LINE PIC X(300).
       01 WS-NEEDLE-LEN PIC 9(3) VALUE 0.
       01 WS-SCAN-POS PIC 9(3) VALUE 0.
       01 WS-SCAN-MAX PIC 9(3) VALUE 0.
       01 WS-PT1-RC PIC 9(4) VALUE 0.
       01 WS-PT2-RC PIC 9(4) VALUE 0.

      *    Exception-queue working fields - the keys of the open
      *    exceptions listed, in list order, so the operator picks
      *    one by its number on the screen instead of keying the
      *    32-byte key.
       01 WS-EXC-DSN PIC X(100) VALUE 'excmast.dat'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
       01 WS-MAX-MENU-EXC PIC 9(4) COMP VALUE 500.
       01 MENU-EXC-TABLE.
           03 MEXC-KEY OCCURS 500 TIMES PIC X(32).
       01 WS-EXC-COUNT PIC 9(4) VALUE 0.
       01 WS-EXC-PICK PIC 9(4) VALUE 0.
       01 WS-EXC-NUM PIC 9(3) VALUE 0.
       01 WS-EXC-ACTION PIC X(1).
       01 WS-EXC-NOTE PIC X(40).
       01 WS-EXC-STATUS-TEXT PIC X(5).
       01 WS-EXC-DONE PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC X(21).

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           PERFORM SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "WIREMENU: SIGN-ON FAILED - ENDING"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

                           DISPLAY "OPERATOR " WS-OPER-ID
                               " IS VIEW-ONLY - LAUNCH NOT ALLOWED"
                       END-IF
                   WHEN '5'
                       PERFORM LIST-EXCEPTIONS
                   WHEN '9'
                       DISPLAY "WIREMENU ENDING"
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER 1, 2, 3, 4, 5 OR 9"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       SIGN-ON.
           DISPLAY "  2  DISPLAY A RUN'S RESULT / REJECT FILE".
           DISPLAY "  3  PAGE THROUGH A RANK REPORT".
           DISPLAY "  4  LAUNCH A WIREPT1/WIREPT2 RUN".
           DISPLAY "  5  LIST / ACKNOWLEDGE OPEN EXCEPTIONS".
           DISPLAY "  9  EXIT".
           DISPLAY "----------------------------------------------".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
      *    needle - sets WS-LINE-MATCHES to N when absent.
           MOVE 'N' TO WS-LINE-MATCHES.
           IF WS-NEEDLE-LEN > 0
               SUBTRACT WS-NEEDLE-LEN FROM 300 GIVING WS-SCAN-MAX
               ADD 1 TO WS-SCAN-MAX
               SET WS-SCAN-POS TO 1
               PERFORM UNTIL WS-SCAN-POS > WS-SCAN-MAX
           END-IF.
           MOVE 0 TO RETURN-CODE.

       LIST-EXCEPTIONS.
      *    Every exception not yet closed, numbered in key order.
      *    Anyone may look; only launch authority may acknowledge
      *    or close, so the master is opened for update only then.
           IF OPER-MAY-LAUNCH
               OPEN I-O EXCFILE
           ELSE
               OPEN INPUT EXCFILE
           END-IF.
           IF WS-EXC-STATUS = '35'
               DISPLAY "NO EXCEPTION MASTER AT "
                   FUNCTION TRIM(WS-EXC-DSN)
           ELSE
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER OPEN FAILED - STATUS "
                   WS-EXC-STATUS
           ELSE
               SET WS-EXC-COUNT TO 0
               SET WS-PAGE-LINES TO 0
               MOVE 'N' TO WS-STOP-PAGING
               PERFORM UNTIL WS-EXC-STATUS NOT = '00'
                   OR WS-STOP-PAGING = 'Y'
                   READ EXCFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF NOT EXC-IS-CLOSED
                               PERFORM SHOW-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY WS-EXC-COUNT " EXCEPTION(S) OPEN OR "
                   "ACKNOWLEDGED"
               IF WS-EXC-COUNT > 0
                   IF OPER-MAY-LAUNCH
                       MOVE 'N' TO WS-EXC-DONE
                       PERFORM UNTIL WS-EXC-DONE = 'Y'
                           PERFORM ACT-ON-EXCEPTION
                       END-PERFORM
                   ELSE
                       DISPLAY "OPERATOR " WS-OPER-ID
                           " IS VIEW-ONLY - MAY NOT ACKNOWLEDGE"
                   END-IF
               END-IF
               CLOSE EXCFILE
           END-IF
           END-IF.

       SHOW-EXCEPTION.
           IF WS-EXC-COUNT >= WS-MAX-MENU-EXC
               DISPLAY "MORE THAN " WS-MAX-MENU-EXC
                   " EXCEPTIONS - SEE THE WIREEXCP QUEUE REPORT"
               MOVE 'Y' TO WS-STOP-PAGING
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE EXC-KEY TO MEXC-KEY(WS-EXC-COUNT)
               MOVE WS-EXC-COUNT TO WS-EXC-NUM
               IF EXC-IS-ACKNOWLEDGED
                   MOVE 'ACK' TO WS-EXC-STATUS-TEXT
               ELSE
                   MOVE 'OPEN' TO WS-EXC-STATUS-TEXT
               END-IF
               DISPLAY WS-EXC-NUM " SEV " EXC-SEVERITY " "
                   EXC-TYPE " " EXC-PANEL-ID " RUN " EXC-RUN-ID
                   " OPENED " EXC-OPENED-DATE " "
                   WS-EXC-STATUS-TEXT " "
                   FUNCTION TRIM(EXC-DESC)
               ADD 1 TO WS-PAGE-LINES
               IF EXC-IS-ACKNOWLEDGED
                   DISPLAY "      ACKNOWLEDGED BY " EXC-ACT-OPER
                       " ON " EXC-ACT-DATE ": "
                       FUNCTION TRIM(EXC-ACT-NOTE)
                   ADD 1 TO WS-PAGE-LINES
               END-IF
               IF WS-PAGE-LINES >= WS-PAGE-SIZE
                   PERFORM PAGE-PAUSE
               END-IF
           END-IF.

       ACT-ON-EXCEPTION.
      *    Pick one off the list by number; the record is re-read
      *    by key so the action is taken against what is on the
      *    master now, not what was listed.
           DISPLAY "EXCEPTION NUMBER (BLANK TO RETURN): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF WS-REPLY = SPACES
               MOVE 'Y' TO WS-EXC-DONE
           ELSE
           IF FUNCTION TRIM(WS-REPLY) IS NOT NUMERIC
               DISPLAY "PLEASE ENTER A NUMBER FROM THE LIST"
           ELSE
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-EXC-PICK
               IF WS-EXC-PICK < 1 OR WS-EXC-PICK > WS-EXC-COUNT
                   DISPLAY "PLEASE ENTER A NUMBER FROM THE LIST"
               ELSE
                   MOVE MEXC-KEY(WS-EXC-PICK) TO EXC-KEY
                   READ EXCFILE
                       INVALID KEY
                           DISPLAY "EXCEPTION NO LONGER ON THE MASTER"
                       NOT INVALID KEY
                           PERFORM TAKE-EXCEPTION-ACTION
                   END-READ
               END-IF
           END-IF
           END-IF.

       TAKE-EXCEPTION-ACTION.
      *    Acknowledge says someone is on it and keeps it on the
      *    queue; close takes it off. Either way the operator's id,
      *    the date and a note are stamped on the record - a note
      *    is required, it is the only record of what was done.
           IF EXC-IS-CLOSED
               DISPLAY "EXCEPTION IS ALREADY CLOSED"
           ELSE
               DISPLAY "A TO ACKNOWLEDGE, C TO CLOSE: "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-EXC-ACTION
               ACCEPT WS-EXC-ACTION
               IF WS-EXC-ACTION = 'a'
                   MOVE 'A' TO WS-EXC-ACTION
               END-IF
               IF WS-EXC-ACTION = 'c'
                   MOVE 'C' TO WS-EXC-ACTION
               END-IF
               IF WS-EXC-ACTION NOT = 'A' AND WS-EXC-ACTION NOT = 'C'
                   DISPLAY "NO ACTION TAKEN"
               ELSE
               IF WS-EXC-ACTION = 'A' AND EXC-IS-ACKNOWLEDGED
                   DISPLAY "EXCEPTION IS ALREADY ACKNOWLEDGED BY "
                       EXC-ACT-OPER
               ELSE
                   DISPLAY "NOTE: " WITH NO ADVANCING
                   MOVE SPACES TO WS-EXC-NOTE
                   ACCEPT WS-EXC-NOTE
                   IF WS-EXC-NOTE = SPACES
                       DISPLAY "A NOTE IS REQUIRED - NO ACTION TAKEN"
                   ELSE
                       PERFORM RECORD-EXCEPTION-ACTION
                   END-IF
               END-IF
               END-IF
           END-IF.

       RECORD-EXCEPTION-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-EXC-ACTION TO EXC-STATUS.
           MOVE WS-OPER-ID TO EXC-ACT-OPER.
           MOVE WS-TODAY(1:8) TO EXC-ACT-DATE.
           MOVE WS-EXC-NOTE TO EXC-ACT-NOTE.
           REWRITE EXC-RECORD.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER REWRITE FAILED - STATUS "
                   WS-EXC-STATUS
           ELSE
               IF EXC-IS-CLOSED
                   DISPLAY "EXCEPTION " WS-EXC-PICK " CLOSED BY "
                       WS-OPER-ID
               ELSE
                   DISPLAY "EXCEPTION " WS-EXC-PICK
                       " ACKNOWLEDGED BY " WS-OPER-ID
               END-IF
           END-IF.

       RESOLVE-FILENAMES.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDITDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EXCMSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXC-DSN
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
               " PROG=WIREMENU"
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
