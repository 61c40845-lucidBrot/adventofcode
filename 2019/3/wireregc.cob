      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREREGC.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The run register as it stood before each entry carried
      *    its ECO and the wire-step files' DSNs and control totals -
      *    132 bytes, keyed on the same RUN-ID. Read only.
           SELECT OLDREGFILE ASSIGN TO DYNAMIC WS-OLDREG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RUN-ID
               FILE STATUS IS WS-OLDREG-STATUS.
      *    The register at its current 552-byte layout, written
      *    fresh - every old entry under its own RUN-ID, so the
      *    RUN-ID sequence WIREPT1/WIREPT2 continue from is kept.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
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
      *    The old entry - the first five fields of today's layout,
      *    and nothing after them.
       FD  OLDREGFILE.
       01  OLDREG-RECORD.
           05 OLD-RUN-ID PIC 9(8).
           05 OLD-PROG PIC X(8).
           05 OLD-PANEL-ID PIC X(8).
           05 OLD-DATE PIC X(8).
           05 OLD-PARTS-DSN PIC X(100).
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
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-OLDREG-DSN PIC X(100) VALUE 'runreg.old'.
       01 WS-OLDREG-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-WRITE-COUNT PIC 9(9) VALUE 0.
       01 WS-LAST-RUN-ID PIC 9(8) VALUE 0.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           OPEN INPUT OLDREGFILE.
           IF WS-OLDREG-STATUS NOT = '00'
               DISPLAY "WIREREGC: OLD RUN REGISTER "
                   FUNCTION TRIM(WS-OLDREG-DSN)
                   " OPEN FAILED - STATUS " WS-OLDREG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNREGFILE.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "WIREREGC: NEW RUN REGISTER "
                   FUNCTION TRIM(WS-REG-DSN)
                   " OPEN FAILED - STATUS " WS-REG-STATUS
               CLOSE OLDREGFILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-OLDREG-STATUS NOT = '00'
               OR RETURN-CODE >= 8
               READ OLDREGFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ENTRY
               END-READ
           END-PERFORM.
      *    The walk must end on end-of-file - any other status is a
      *    read error part way through, and a register missing its
      *    later runs would restart the RUN-ID sequence over them.
           IF WS-OLDREG-STATUS NOT = '10' AND RETURN-CODE < 8
               DISPLAY "WIREREGC: OLD RUN REGISTER READ FAILED AFTER "
                   "RUN " WS-LAST-RUN-ID " - STATUS " WS-OLDREG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE OLDREGFILE.
           CLOSE RUNREGFILE.

           DISPLAY "WIREREGC: " WS-READ-COUNT " ENTRIES READ FROM "
               FUNCTION TRIM(WS-OLDREG-DSN) ", " WS-WRITE-COUNT
               " WRITTEN TO " FUNCTION TRIM(WS-REG-DSN).
           IF RETURN-CODE >= 8
               DISPLAY "WIREREGC: CONVERSION INCOMPLETE - KEEP THE OLD "
                   "REGISTER IN SERVICE AND DISCARD THE NEW ONE"
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       CONVERT-ENTRY.
      *    Carry the old fields across unchanged. The entry predates
      *    ECO control and control totals, so it is stamped ECO NONE
      *    as WIREPT1/WIREPT2 stamp a run with no ECO, names no
      *    wire-step files and its totals are zero - WIREVRFY lists
      *    such a run as carrying no control totals rather than as a
      *    changed file.
           INITIALIZE RUNREG-RECORD.
           MOVE OLD-RUN-ID TO RR-RUN-ID.
           MOVE OLD-PROG TO RR-PROG.
           MOVE OLD-PANEL-ID TO RR-PANEL-ID.
           MOVE OLD-DATE TO RR-DATE.
           MOVE OLD-PARTS-DSN TO RR-PARTS-DSN.
           MOVE 'NONE' TO RR-ECO-NUM.
           MOVE SPACES TO RR-ONE-DSN.
           MOVE SPACES TO RR-TWO-DSN.
           WRITE RUNREG-RECORD
               INVALID KEY
                   DISPLAY "WIREREGC: NEW RUN REGISTER WRITE FAILED - "
                       "RUN " OLD-RUN-ID " STATUS " WS-REG-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
                   MOVE OLD-RUN-ID TO WS-LAST-RUN-ID
           END-WRITE.

       RESOLVE-FILENAMES.
      *    OLDREGDD/REGDD (exported before the run, or set as JCL DD
      *    overrides by a caller using this program under a job
      *    scheduler) replace the built-in defaults.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "OLDREGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLDREG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
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
               " PROG=WIREREGC"
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
