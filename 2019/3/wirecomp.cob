               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 OLDP-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 OLDP-CHAR PIC X(1).
      *    Geometry class (see CLASSIFY-CROSSING in pt2.cob) - the
      *    comparison keys on coordinates only; the class is read
      *    just to keep via records ('V') out of it.
           05 OLDP-CLASS PIC X(1).
           05 OLDP-RUN-ID PIC 9(8).
       FD  NEWPARTSFILE.
       01  COMPARE-LINE PIC X(100).
      *    One register entry per WIREPT1/WIREPT2 run, keyed on the
      *    sequential RUN-ID - layout shared with the RUNREGFILE FDs
      *    in pt1.cob/pt2.cob/wirevrfy.cob; do not change one without
      *    changing the others to match.
       FD  RUNREGFILE.
       01  RUNREG-RECORD.
           05 RR-RUN-ID PIC 9(8).
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
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-NEW-DSN PIC X(100) VALUE 'partsnew.txt'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-COMPARE-DSN PIC X(100) VALUE 'compare.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

      *    Register-lookup fields - a PANELID export switches the
      *    run to pulling its before/after archives off the run
      *    register; OLDDD/NEWDD keep working as the hand-fed path.
               05 NEW-X PIC S9(9) SIGN LEADING SEPARATE.
               05 NEW-Y PIC S9(9) SIGN LEADING SEPARATE.
           03 NEW-COUNT PIC 9(9) VALUE 0.
      *    Via records on each archive - not crossings, so not
      *    compared, but counted against its trailer.
       01 WS-OLD-VIAS PIC 9(9) VALUE 0.
       01 WS-NEW-VIAS PIC 9(9) VALUE 0.

       01 WS-DIST-X PIC S9(9) VALUE 0.
       01 WS-DIST-Y PIC S9(9) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           IF WS-PANEL-ID NOT = 'NONE'
                       "WIREPT2 RUNS WITH ARCHIVES FOR PANEL "
                       WS-PANEL-ID
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-STEP-TIMING
                   STOP RUN
               END-IF
           END-IF.
               WS-ADDED-COUNT " ADDED, "
               WS-UNCHANGED-COUNT " UNCHANGED".

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       FIND-PANEL-RUNS.

       LOAD-OLD-PARTS.
           SET OLD-COUNT TO 0.
           SET WS-OLD-VIAS TO 0.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OLDPARTSFILE.
                   FUNCTION TRIM(WS-OLD-DSN)
                   " - STATUS " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                                   TO WS-TRAILER-COUNT
                           END-IF
                       ELSE
                           IF OLDP-CLASS = 'V'
                               ADD 1 TO WS-OLD-VIAS
                           ELSE
                               PERFORM STORE-OLD-PART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLDPARTSFILE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               OR WS-TRAILER-COUNT NOT = OLD-COUNT + WS-OLD-VIAS
               DISPLAY "WIRECOMP: TRAILER MISSING OR WRONG ON "
                   FUNCTION TRIM(WS-OLD-DSN)
                   " - ARCHIVE INCOMPLETE, COMPARISON ABANDONED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.


       LOAD-NEW-PARTS.
           SET NEW-COUNT TO 0.
           SET WS-NEW-VIAS TO 0.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NEWPARTSFILE.
                   FUNCTION TRIM(WS-NEW-DSN)
                   " - STATUS " WS-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                                   TO WS-TRAILER-COUNT
                           END-IF
                       ELSE
                           IF NEWP-CLASS = 'V'
                               ADD 1 TO WS-NEW-VIAS
                           ELSE
                               PERFORM STORE-NEW-PART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEWPARTSFILE.
           IF WS-TRAILER-SEEN NOT = 'Y'
               OR WS-TRAILER-COUNT NOT = NEW-COUNT + WS-NEW-VIAS
               DISPLAY "WIRECOMP: TRAILER MISSING OR WRONG ON "
                   FUNCTION TRIM(WS-NEW-DSN)
                   " - ARCHIVE INCOMPLETE, COMPARISON ABANDONED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:8) TO WS-PANEL-ID
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
               " PROG=WIRECOMP"
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
