           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    first.
       01 WS-AUDIT-RC PIC 9(3) VALUE 0.

      *    Step start/end stamps and panel-size figures, carried on
      *    the audit line - see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the run's start first thing, so the audit line's
      *    elapsed time covers the whole run - see END-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL-SITE.
           PERFORM READ-RESULT-FIGURES.
      *    The decision and the thresholds applied, appended to the
      *    same trail WIREPT1/WIREPT2 grow - the shift-change
      *    answer to "why didn't this panel order parts".
           PERFORM END-STEP-TIMING.
           MOVE WS-STEP-END-TS TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING "TS=" WS-AUDIT-TIMESTAMP
               " PROG=WIREGATE"
           MOVE RETURN-CODE TO WS-AUDIT-RC.
           STRING FUNCTION TRIM(AUDIT-LINE) " RC=" WS-AUDIT-RC
               DELIMITED BY SIZE INTO AUDIT-LINE.
      *    Batch-window timing and panel size, kept after RC= so the
      *    tags every existing reader of the trail looks for stay
      *    where they always were.
           STRING FUNCTION TRIM(AUDIT-LINE)
               " START=" WS-STEP-START-TS(1:14)
               " END=" WS-STEP-END-TS(1:14)
               " ELAPSED=" WS-STEP-ELAPSED-OUT
               " SEGS=" WS-STEP-SEGS
               " CELLS=" WS-STEP-CELLS
               DELIMITED BY SIZE INTO AUDIT-LINE.
      *    OPEN EXTEND requires the dataset to already exist - a
      *    first run on a brand-new AUDITDD gets status 35 (file
      *    not found), so fall back to OPEN OUTPUT to create it.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSN
           END-IF.

       END-STEP-TIMING.
      *    Stamp the end of the run and work out its elapsed
      *    seconds from the two CURRENT-DATE stamps - by day number,
      *    so a run that goes across midnight still comes out right.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TS.
           COMPUTE WS-STEP-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE)) * 86400
               + (WS-STEP-END-HH - WS-STEP-START-HH) * 3600
               + (WS-STEP-END-MI - WS-STEP-START-MI) * 60
               + (WS-STEP-END-SS - WS-STEP-START-SS)
               + (WS-STEP-END-HS - WS-STEP-START-HS) / 100.
           MOVE WS-STEP-ELAPSED TO WS-STEP-ELAPSED-OUT.
