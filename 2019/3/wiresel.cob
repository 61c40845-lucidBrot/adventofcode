      *    trail.
           SELECT SELFILE ASSIGN TO DYNAMIC WS-SEL-DSN
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
           05 SR-PANEL-ID PIC X(8).
       FD  SELFILE.
       01  SEL-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    same convention as WIREPT1/WIREPT2.
       01 WS-SORTED-DSN PIC X(100) VALUE 'sorted.txt'.
       01 WS-SEL-DSN PIC X(100) VALUE 'selected.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-RANK-NUM PIC 9(4) VALUE 0.
       01 WS-HAVE-WINNER PIC X(1) VALUE 'N'.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           PERFORM PICK-WINNER.
               PERFORM RUN-WINNER
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       PICK-WINNER.
                   FUNCTION TRIM(WS-SORTED-DSN)
                   " - RANKING INCOMPLETE, NOTHING PROMOTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

               DISPLAY "WIREPT2 ENDED - RC " WS-PT2-RC
           ELSE
               DISPLAY "WIREPT2 SKIPPED - WIREPT1 RC " WS-PT1-RC
      *        A panel winner goes through the same ECO control as
      *        a WIREJOB run - WIREPT1's LOOKUP-ECO refuses it RC 8
      *        while no RELEASED ECO for the panel names the winning
      *        pair. It is deliberately not relaunched without the
      *        PANELID, which would build the panel around the
      *        control; the operator releases the ECO and resubmits.
               IF WS-LAUNCH-PANEL NOT = SPACES
                   DISPLAY "WIRESEL: PANEL "
                       FUNCTION TRIM(WS-LAUNCH-PANEL)
                       " - A PROMOTED PAIR WITH NO RELEASED ECO IS "
                       "REFUSED (SEE WIREPT1 ABOVE) AND STAYS REFUSED "
                       "UNTIL AN ECO NAMING IT IS RELEASED THROUGH "
                       "WIREECO, THEN RESUBMIT - IT IS NOT RERUN "
                       "WITHOUT THE PANELID"
               END-IF
           END-IF.
      *    The worst return code of the chain is this step's own, so
      *    anything conditioned on the SEL step sees the promoted
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SEL-DSN
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
               " PROG=WIRESEL"
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
