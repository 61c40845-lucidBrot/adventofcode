       01 DOWN-LEFT-DIRECTION PIC A(1) VALUE 'A'.
       01 DOWN-RIGHT-DIRECTION PIC A(1) VALUE 'C'.

      *    Two-layer panels route wire on both the front and the back
      *    of the board. A 'V' record is a via - the wire passes
      *    through the board at the cell it has reached and carries
      *    on along the other face. It moves no cells (NUM-STEPS must
      *    still be numeric, conventionally 0). Every cable starts on
      *    the front face and each via flips it; CURRENT-LAYER is the
      *    face the walk in progress is on. Only cells on the SAME
      *    face are a crossing - two wires sharing an X/Y on opposite
      *    faces pass clear of each other. A via occupies its cell on
      *    both faces, so the walks stake the via cell out on the new
      *    face too (except at the panel origin, which no walk ever
      *    stakes out).
       01 VIA-DIRECTION PIC A(1) VALUE 'V'.
       01 FRONT-LAYER PIC 9(1) VALUE 1.
       01 BACK-LAYER PIC 9(1) VALUE 2.
       01 CURRENT-LAYER PIC 9(1) VALUE 1.

      *    GRIDSET and GRIDSET1AND2 used to be sized differently in
      *    PT1 (1000/1000) and PT2 (100000/10000) even though the
      *    layout was identical - now that both COPY the same member
      *    CONE-STUFF/CTWO-STUFF) first staked the cell out, so a
      *    revisit can name both runs of wire involved - see the
      *    self-crossing reporting in WIREPT1/WIREPT2.
      *    LAYER is the board face (FRONT-LAYER/BACK-LAYER) the cell
      *    is on - the same X/Y on the other face is a different
      *    cell.
       01 GRIDSET.
           03 SET-ENTRY OCCURS 100000 TIMES INDEXED BY SEARCHINDEX.
               05 X-COORD PIC S9(9) SIGN LEADING SEPARATE.
               05 CHAR PIC X(1) VALUE 'E'.
               05 SHAPE PIC X(1) VALUE '.'.
               05 SEG-NUM PIC 9(9) VALUE 0.
               05 LAYER PIC 9(1) VALUE 1.
           03 LATEST-INSERT PIC 9(9) VALUE 0.
           03 WS-MAX-GRID-CELLS PIC 9(9) COMP VALUE 100000.

      *    the same way VALIDATE-ONE-STEP/VALIDATE-TWO-STEP guard
      *    WS-MAX-CABLE-SEGS, so a panel that somehow did exceed it
      *    would be rejected rather than overrun the table.
      *    LAYER is the face the two wires cross on, so one X/Y can
      *    carry a front-face and a back-face crossing as two
      *    entries.
       01 GRIDSET1AND2.
           03 SET-ENTRY2 OCCURS 100000 TIMES INDEXED BY SEARCHINDEX2.
               05 X-COORD PIC S9(9) SIGN LEADING SEPARATE.
               05 Y-COORD PIC S9(9) SIGN LEADING SEPARATE.
               05 CHAR PIC X(1) VALUE 'E'.
               05 SHAPE PIC X(1) VALUE '.'.
               05 LAYER PIC 9(1) VALUE 1.
           03 LATEST-INSERT2 PIC 9(9) VALUE 0.
           03 WS-MAX-CROSSINGS PIC 9(9) COMP VALUE 100000.

           03 Y-COORD PIC S9(9) SIGN LEADING SEPARATE.
           03 CHAR PIC X(1) VALUE 'E'.
           03 SHAPE PIC X(1) VALUE '.'.
           03 LAYER PIC 9(1) VALUE 1.

      *    Self-crossing list - every coordinate a cable revisits
      *    (a manufacturing defect to catch before the panel ships),
               05 SELF-SEG2 PIC 9(9).
           03 SELF-COUNT PIC 9(9) VALUE 0.
           03 WS-MAX-SELF PIC 9(9) COMP VALUE 1000.

      *    Via list - every 'V' record on either cable, where it
      *    passes through the board and which face it comes out on,
      *    so WIREPT2 can put the via hardware on the parts list and
      *    mark the vias on the grid map - see BUILD-VIA-LIST there.
       01 VIASET.
           03 VIA-ENTRY OCCURS 1000 TIMES INDEXED BY VIAINDEX.
               05 VIA-CABLE PIC 9(1).
               05 VIA-X PIC S9(9) SIGN LEADING SEPARATE.
               05 VIA-Y PIC S9(9) SIGN LEADING SEPARATE.
               05 VIA-SEG PIC 9(9).
               05 VIA-LAYER PIC 9(1).
           03 VIA-COUNT PIC 9(9) VALUE 0.
           03 WS-MAX-VIAS PIC 9(9) COMP VALUE 1000.
