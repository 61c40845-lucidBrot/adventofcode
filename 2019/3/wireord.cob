               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NUM
               FILE STATUS IS WS-INV-STATUS.
      *    Append-only order history - one tag=value line per
      *    priced order (run id, date, line count, order total),
      *    kept because ORDERDD is overwritten per run. WIREGL
      *    posts the month's purchase commitments from it. See
      *    APPEND-ORDER-HISTORY.
           SELECT ORDHISTFILE ASSIGN TO DYNAMIC WS-ORDHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
      *    Shared step-timing log - one line per program run for
      *    every program that writes no AUDITDD line, appended to
      *    across the night - see WRITE-STEP-TIMING.
           SELECT TIMEFILE ASSIGN TO DYNAMIC WS-TIME-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Constants and Variables are in the Data Division:
       DATA DIVISION.
       FILE SECTION.
           05 PARTS-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 PARTS-CHAR PIC X(1).
      *    Geometry class written by pt2's CLASSIFY-CROSSING - 'S'
      *    orthogonal, 'D' diagonal involved, 'C' at a corner - or
      *    'V' for a via record (a wire passing through the board,
      *    not a crossing; PARTS-CHAR says which cable).
           05 PARTS-CLASS PIC X(1).
      *    RUN-ID from the run register - see ASSIGN-RUN-ID in
      *    pt2.cob.
           05 MST-UNITS-PER PIC 9(3).
           05 FILLER PIC X(1).
      *    Which crossing class this master line applies to - 'S',
      *    'D' or 'C' per PARTS-CLASS above, 'V' for via hardware
      *    (priced per via), or '*' (also what a blank on an older
      *    master reads as) for an item every crossing consumes
      *    regardless of class.
           05 MST-CLASS PIC X(1).
       FD  ORDERFILE.
       01  ORDER-RECORD.
           05 INV-ON-HAND PIC 9(9).
           05 INV-ON-ORDER PIC 9(9).
           05 INV-REORDER-POINT PIC 9(9).
       FD  ORDHISTFILE.
       01  ORDHIST-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
       01 WS-ORDRPT-DSN PIC X(100) VALUE 'orderrpt.txt'.
       01 WS-INV-DSN PIC X(100) VALUE 'inventory.dat'.
       01 WS-INV-STATUS PIC X(2) VALUE '00'.
       01 WS-ORDHIST-DSN PIC X(100) VALUE 'ordhist.txt'.
       01 WS-ORDHIST-STATUS PIC X(2) VALUE '00'.
      *    N when the inventory master could not be opened (status
      *    35, never loaded) - the order then goes out gross, as it
      *    always did before stock netting.
       01 WS-HAVE-INV PIC X(1) VALUE 'N'.
           88 HAVE-INV VALUE 'Y'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-PARTS-EOF PIC A(1).
       01 WS-MASTER-EOF PIC A(1).

       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-TRAILER-OUT PIC 9(9) VALUE 0.
      *    RUN-ID off the crossing list and today's date, stamped
      *    on the order history line.
       01 WS-RUN-ID PIC 9(8) VALUE 0.
       01 WS-ORDER-DATE PIC X(8) VALUE SPACES.

      *    One pass counts the crossings by geometry class; each
      *    master line's quantity is then multiplied out from the
       01 WS-CLASS-S-COUNT PIC 9(9) VALUE 0.
       01 WS-CLASS-D-COUNT PIC 9(9) VALUE 0.
       01 WS-CLASS-C-COUNT PIC 9(9) VALUE 0.
      *    Vias on PARTSDD - counted apart from the crossings, and
      *    priced only by 'V' master lines.
       01 WS-VIA-COUNT PIC 9(9) VALUE 0.
      *    Every detail record read, crossings and vias - what the
      *    PARTSDD trailer counts.
       01 WS-PARTS-READ PIC 9(9) VALUE 0.
      *    The crossing count the master line at MASTERIDX applies
      *    to - set by SET-CLASS-BASE before each quantity is
      *    multiplied out.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.

           PERFORM COUNT-CROSSINGS.
               DISPLAY "WIREORD: NO PARTS ON MASTER "WS-MASTER-DSN
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CROSSING-COUNT = 0 AND WS-VIA-COUNT = 0
               DISPLAY "WIREORD: NO CROSSINGS ON "WS-PARTS-DSN
                   " - NOTHING TO ORDER"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-ORDER-FILE.
           PERFORM WRITE-ORDER-REPORT.
           PERFORM APPEND-ORDER-HISTORY.

           IF WS-FLAGGED-COUNT > 0
               DISPLAY "WIREORD: " WS-FLAGGED-COUNT " PART(S) FALL "
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       OPEN-INVENTORY.
               END-READ
           END-IF.

       APPEND-ORDER-HISTORY.
      *    One tag=value line per order that actually purchases
      *    something, appended the way WIREEST appends its estimate
      *    history - the total as an assumed-decimal digit string.
      *    OPEN EXTEND falls back to OUTPUT on a brand-new dataset
      *    (status 35), same as WRITE-AUDIT-RECORD in pt2.cob.
           IF WS-LINE-COUNT > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORDER-DATE
               MOVE SPACES TO ORDHIST-LINE
               STRING "RUN=" WS-RUN-ID
                   " DATE=" WS-ORDER-DATE
                   " LINES=" WS-LINE-COUNT
                   " ORD-TOTAL=" WS-ORDER-TOTAL
                   DELIMITED BY SIZE INTO ORDHIST-LINE
               OPEN EXTEND ORDHISTFILE
               IF WS-ORDHIST-STATUS = '35'
                   OPEN OUTPUT ORDHISTFILE
               END-IF
               WRITE ORDHIST-LINE
               CLOSE ORDHISTFILE
           END-IF.

       RESOLVE-FILENAMES.
      *    Same PARTSDD override convention as WIREPT2 writes it
      *    under, plus PMASTDD/ORDERDD/ORDRPTDD for this program's
      *    own master input and order outputs, INVDD for the
      *    inventory master WIREINV maintains, and ORDHSTDD for the
      *    order history.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTSDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INV-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ORDHSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORDHIST-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TIMEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TIME-DSN
           END-IF.

       COUNT-CROSSINGS.
      *    Every PARTSDD record is one crossing - the coordinates are
      *    is still read field by field so a malformed PARTSDD shows
      *    up here rather than as a silently wrong order. A record
      *    without a geometry class (an older archive) counts as a
      *    standard cross. A via record is counted apart - it is
      *    not a crossing.
           SET WS-CROSSING-COUNT TO 0.
           SET WS-CLASS-S-COUNT TO 0.
           SET WS-CLASS-D-COUNT TO 0.
           SET WS-CLASS-C-COUNT TO 0.
           SET WS-VIA-COUNT TO 0.
           SET WS-PARTS-READ TO 0.
           MOVE 'N' TO WS-PARTS-EOF.
           OPEN INPUT PARTSFILE.
           PERFORM UNTIL WS-PARTS-EOF = 'Y'
                                   TO WS-TRAILER-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-PARTS-READ
                           MOVE PARTS-RUN-ID TO WS-RUN-ID
                           IF PARTS-CLASS NOT = 'V'
                               ADD 1 TO WS-CROSSING-COUNT
                           END-IF
                           EVALUATE PARTS-CLASS
                               WHEN 'V'
                                   ADD 1 TO WS-VIA-COUNT
                               WHEN 'D'
                                   ADD 1 TO WS-CLASS-D-COUNT
                               WHEN 'C'
                   FUNCTION TRIM(WS-PARTS-DSN)
                   " - DATASET INCOMPLETE, ORDER NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-PARTS-READ
               DISPLAY "WIREORD: TRAILER SAYS " WS-TRAILER-COUNT
                   " RECORD(S) BUT " WS-PARTS-READ
                   " READ FROM " FUNCTION TRIM(WS-PARTS-DSN)
                   " - ORDER NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

      *        blank here - treated as '*' so the old
      *        every-crossing pricing still holds for it.
               IF MST-CLASS = 'S' OR MST-CLASS = 'D'
                   OR MST-CLASS = 'C' OR MST-CLASS = 'V'
                   MOVE MST-CLASS TO MT-CLASS(MT-COUNT)
               ELSE
                   MOVE '*' TO MT-CLASS(MT-COUNT)

       SET-CLASS-BASE.
      *    The crossing count the master line at MASTERIDX prices
      *    against - its own class's count (vias for a 'V' line), or
      *    every crossing for a '*' line.
           EVALUATE MT-CLASS(MASTERIDX)
               WHEN 'S'
                   MOVE WS-CLASS-S-COUNT TO WS-CLASS-BASE
                   MOVE WS-CLASS-D-COUNT TO WS-CLASS-BASE
               WHEN 'C'
                   MOVE WS-CLASS-C-COUNT TO WS-CLASS-BASE
               WHEN 'V'
                   MOVE WS-VIA-COUNT TO WS-CLASS-BASE
               WHEN OTHER
                   MOVE WS-CROSSING-COUNT TO WS-CLASS-BASE
           END-EVALUATE.
           STRING "BY CLASS - STANDARD: " WS-CLASS-S-COUNT
               " DIAGONAL: " WS-CLASS-D-COUNT
               " CORNER: " WS-CLASS-C-COUNT
               " VIA: " WS-VIA-COUNT
               DELIMITED BY SIZE INTO ORDRPT-LINE
           WRITE ORDRPT-LINE.
           IF NOT HAVE-INV
           END-IF.
           WRITE ORDRPT-LINE.
           CLOSE ORDRPTFILE.

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
               " PROG=WIREORD"
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
