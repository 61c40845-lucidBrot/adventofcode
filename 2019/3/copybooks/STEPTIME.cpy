      * STEPTIME.cpy
      *    Shared batch-window timing fields. Every program in the
      *    suite stamps WS-STEP-START-TS as the first thing it does
      *    and WS-STEP-END-TS on its way out (see END-STEP-TIMING in
      *    each program), then records start, end, elapsed seconds
      *    and whatever panel-size figures it has - wire-step
      *    segments read (WS-STEP-SEGS) and GRIDDD cells staked
      *    (WS-STEP-CELLS) - either on its own AUDITDD line (WIREPT1,
      *    WIREPT2, WIREGATE) or as one line on the shared step-timing
      *    log, TIMEDD (everything else, see WRITE-STEP-TIMING).
      *    WIRESLA reads both back for the night's batch-window
      *    report. COPY this member inside WORKING-STORAGE SECTION.
      *    Both stamps are FUNCTION CURRENT-DATE images, broken out
      *    so the elapsed time can be worked across midnight.
       01 WS-STEP-START-TS.
           05 WS-STEP-START-DATE PIC 9(8) VALUE 0.
           05 WS-STEP-START-HH PIC 9(2) VALUE 0.
           05 WS-STEP-START-MI PIC 9(2) VALUE 0.
           05 WS-STEP-START-SS PIC 9(2) VALUE 0.
           05 WS-STEP-START-HS PIC 9(2) VALUE 0.
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-STEP-END-TS.
           05 WS-STEP-END-DATE PIC 9(8) VALUE 0.
           05 WS-STEP-END-HH PIC 9(2) VALUE 0.
           05 WS-STEP-END-MI PIC 9(2) VALUE 0.
           05 WS-STEP-END-SS PIC 9(2) VALUE 0.
           05 WS-STEP-END-HS PIC 9(2) VALUE 0.
           05 FILLER PIC X(5) VALUE SPACES.
      *    Elapsed seconds to the hundredth, and its printed form for
      *    the ELAPSED= tag.
       01 WS-STEP-ELAPSED PIC 9(7)V99 VALUE 0.
       01 WS-STEP-ELAPSED-OUT PIC 9(7).99.
      *    Panel-size figures. A program that walks no wire-step file
      *    leaves WS-STEP-SEGS at zero, and only the programs that
      *    stake out GRIDDD count WS-STEP-CELLS. WS-STEP-PANEL stays
      *    NONE unless the program knows which panel it ran for.
       01 WS-STEP-SEGS PIC 9(9) VALUE 0.
       01 WS-STEP-CELLS PIC 9(9) VALUE 0.
       01 WS-STEP-PANEL PIC X(8) VALUE 'NONE'.
       01 WS-STEP-RC PIC 9(3) VALUE 0.
