               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Keyed engineering change order master maintained by
      *    WIREECO - a PANELID run only goes ahead when a RELEASED
      *    ECO for that panel names the wire-pair it is about to
      *    read, and the ECO number is stamped into the result and
      *    audit records so the traveler and the run register say
      *    which approved revision was built. See LOOKUP-ECO.
           SELECT ECOFILE ASSIGN TO DYNAMIC WS-ECO-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-NUM
               FILE STATUS IS WS-ECO-STATUS.
      *    Keyed run register shared with WIREPT2 - every run takes
      *    the next sequential RUN-ID from here and records which
      *    panel it ran for, so the trail of runs survives RESULTDD
       FD  RESULTFILE.
       01  RESULT-LINE PIC X(80).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  SELFFILE.
       01  SELF-LINE PIC X(100).
      *    One panel, keyed on its PANEL-ID - layout shared with
           05 PNL-INSTALL-DATE PIC X(8).
           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
      *    One ECO, keyed on its ECO number - layout shared with
      *    wireeco.cob (the maintenance program) and the ECOFILE FD
      *    in pt2.cob; do not change one without changing the others
      *    to match.
       FD  ECOFILE.
       01  ECO-RECORD.
           05 ECO-NUM PIC X(8).
           05 ECO-PANEL-ID PIC X(8).
           05 ECO-OLD-ONE-DSN PIC X(40).
           05 ECO-OLD-TWO-DSN PIC X(40).
           05 ECO-NEW-ONE-DSN PIC X(40).
           05 ECO-NEW-TWO-DSN PIC X(40).
           05 ECO-REASON PIC X(40).
           05 ECO-REQUESTER PIC X(8).
           05 ECO-APPROVER PIC X(8).
           05 ECO-STATUS PIC X(9).
               88 ECO-IS-RELEASED VALUE 'RELEASED'.
           05 ECO-EFFECTIVE-DATE PIC X(8).
      *    One register entry per WIREPT1/WIREPT2 run, keyed on the
      *    sequential RUN-ID - layout shared with the RUNREGFILE FDs
      *    in pt2.cob/wirecomp.cob/wirevrfy.cob; do not change one
      *    without changing the others to match. RR-PARTS-DSN
      *    stays blank for a WIREPT1 run - only WIREPT2 archives a
      *    PARTSDD.
       FD  RUNREGFILE.
       01  RUNREG-RECORD.
           05 RR-RUN-ID PIC 9(8).
           05 RR-PANEL-ID PIC X(8).
           05 RR-DATE PIC X(8).
           05 RR-PARTS-DSN PIC X(100).
      *        The RELEASED ECO the run was built under (see
      *        LOOKUP-ECO) - NONE for a run with no PANELID.
           05 RR-ECO-NUM PIC X(8).
      *        Control totals of the two wire-step files exactly as
      *        this run read them - record count, NUM-STEPS summed
      *        per direction code (U/D/L/R/Q/E/A/C in that order),
      *        and a hash total of every byte - so WIREVRFY can prove
      *        later that the files a panel is built from are still
      *        the files that were analyzed. See
      *        ACCUMULATE-CONTROL-TOTALS/REGISTER-CONTROL-TOTALS.
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

       WORKING-STORAGE SECTION.
      * Define a variable at hierarchy 01 (up to 49) or in the case of
       01 WS-RUN-ID PIC 9(8) VALUE 0.
       01 WS-HAVE-REG PIC X(1) VALUE 'N'.
           88 HAVE-REG VALUE 'Y'.
      *    ECO control fields - see LOOKUP-ECO. WS-ECO-NUM stays
      *    NONE for a run with no PANELID; a PANELID run whose
      *    wire-pair has no RELEASED ECO behind it is refused.
       01 WS-ECO-DSN PIC X(100) VALUE 'eco.dat'.
       01 WS-ECO-STATUS PIC X(2) VALUE '00'.
       01 WS-ECO-NUM PIC X(8) VALUE 'NONE'.
       01 WS-ECO-EFF-DATE PIC X(8) VALUE SPACES.
      *    The panel's latest RELEASED ECO already in effect - by
      *    effective date, then ECO number - whose new pair is the
      *    one the panel must now be built from, and a RELEASED ECO
      *    for this run's own pair that is not in effect until later.
       01 WS-ECO-LAST-NUM PIC X(8) VALUE SPACES.
       01 WS-ECO-LAST-DATE PIC X(8) VALUE SPACES.
       01 WS-ECO-LAST-ONE-DSN PIC X(40) VALUE SPACES.
       01 WS-ECO-LAST-TWO-DSN PIC X(40) VALUE SPACES.
       01 WS-ECO-FUTURE-NUM PIC X(8) VALUE SPACES.
       01 WS-ECO-FUTURE-DATE PIC X(8) VALUE SPACES.
       01 WS-ECO-REFUSED PIC X(1) VALUE 'N'.
           88 ECO-REFUSED VALUE 'Y'.
      *    Wire-step file control totals, one set per cable, laid
      *    out exactly like RR-ONE-TOTALS/RR-TWO-TOTALS so each set
      *    moves onto the register whole. Same arithmetic as the
      *    FP- fields in pt2.cob and wirevrfy.cob - do not change one
      *    without changing the others to match, or every panel
      *    will verify as edited. See ACCUMULATE-CONTROL-TOTALS.
       01 FP-TABLE.
           03 FP-CABLE OCCURS 2 TIMES.
               05 FP-RECORDS PIC 9(9).
               05 FP-DIR-STEPS PIC 9(11) OCCURS 8 TIMES.
               05 FP-HASH PIC 9(9).
       01 WS-FP-LINE PIC X(10).
       01 WS-FP-CABLE PIC 9(1) VALUE 1.
       01 WS-FP-DIR-IDX PIC 9(1) VALUE 0.
       01 WS-FP-POS PIC 9(2) VALUE 0.
       01 WS-FP-REC-VALUE PIC 9(9) VALUE 0.
      *    Who launched the run - WIREMENU's sign-on exports the
      *    operator id as OPERID; a run submitted straight from a
      *    job without one is stamped NONE as before.
      *    STRINGed directly - copied here to a DISPLAY-usage field
      *    first.
       01 WS-AUDIT-RC PIC 9(3) VALUE 0.

      *    Step start/end stamps and panel-size figures, carried on
      *    the audit line - see copybooks/STEPTIME.cpy.
           COPY STEPTIME.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.

      *    Input-validation counters and working fields - see

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the run's start first thing, so the audit line's
      *    elapsed time covers the whole run - see END-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOOKUP-PANEL.
           PERFORM LOOKUP-ECO.
      *    A refused run is still written to the audit trail (RC 8,
      *    ECO=NONE) so the refusal is on record, but it takes no
      *    RUN-ID and touches none of the run's outputs.
           IF ECO-REFUSED
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
           PERFORM ASSIGN-RUN-ID.
           INITIALIZE FP-TABLE.

           OPEN OUTPUT REJECTFILE.

      *                    WS-CONTENT
                   NOT AT END
                   ADD 1 TO WS-ONE-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE ONE-STEP-LINE TO WS-FP-LINE
                   MOVE 1 TO WS-FP-CABLE
                   PERFORM ACCUMULATE-CONTROL-TOTALS
                   PERFORM VALIDATE-ONE-STEP
                   IF STEP-IS-VALID
                       MOVE ONE-DIRECTION TO DIRECTION OF
      *                    WS-CONTENT
                   NOT AT END
                   ADD 1 TO WS-TWO-LINE-NUM
                   ADD 1 TO WS-STEP-SEGS
                   MOVE TWO-STEP-LINE TO WS-FP-LINE
                   MOVE 2 TO WS-FP-CABLE
                   PERFORM ACCUMULATE-CONTROL-TOTALS
                   PERFORM VALIDATE-TWO-STEP
                   IF STEP-IS-VALID
                       MOVE TWO-DIRECTION TO DIRECTION OF
           END-PERFORM.
      *DISPLAY "CABLE: "CABLE-TWO.
           CLOSE TWOINPUTFILE.
           PERFORM REGISTER-CONTROL-TOTALS.
           CLOSE REJECTFILE.
           IF WS-REJECT-COUNT > 0
               DISPLAY "VALIDATION: "WS-REJECT-COUNT" RECORD(S) "
           SET LOOP-CTR TO 0 .
           SET NAVX TO 0 .
           SET NAVY TO 0 .
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CONE-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP

               PERFORM CHECK-NAV-BOUNDS

      *        A via moves nowhere but carries the wire on along the
      *        other face, where its cell is staked out (except at
      *        the panel origin, which no walk ever stakes)
               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
               END-IF

      *        A zero-step record moves nowhere, and the cell walk
      *        stakes no cell for it - searching here would re-find
      *        the previous endpoint and record a phantom revisit
               IF NUM-STEPS OF TEMP-CABLE-STEP = 0
                   AND ( DIRECTION OF TEMP-CABLE-STEP
                       NOT = VIA-DIRECTION
                       OR ( NAVX = 0 AND NAVY = 0 ) )
                   CONTINUE
               ELSE

                       MOVE CH1 TO CHAR OF SET-ENTRY(LATEST-INSERT)
                       MOVE NAVX TO X-COORD OF SET-ENTRY(LATEST-INSERT)
                       MOVE NAVY TO Y-COORD OF SET-ENTRY(LATEST-INSERT)
                       MOVE CURRENT-LAYER TO LAYER OF
                           SET-ENTRY(LATEST-INSERT)
                       MOVE LOOP-CTR TO SEG-NUM OF
                           SET-ENTRY(LATEST-INSERT)
                       DISPLAY "INSERTED CABLE1: ("NAVX", "NAVY")"
                   WHEN ( X-COORD OF SET-ENTRY(SEARCHINDEX) = NAVX ) AND
                       ( Y-COORD OF SET-ENTRY(SEARCHINDEX) = NAVY ) AND
                       ( LAYER OF SET-ENTRY(SEARCHINDEX) =
                           CURRENT-LAYER )
                       PERFORM NOTE-CABLE1-REVISIT
                       MOVE CH1 TO CHAR OF SET-ENTRY(SEARCHINDEX)
                       DISPLAY "MODIFIED CABLE1: ("NAVX", "NAVY")"
           SET LOOP-CTR TO 0 .
           SET NAVX TO 0 .
           SET NAVY TO 0 .
           MOVE FRONT-LAYER TO CURRENT-LAYER.
           PERFORM UNTIL LOOP-CTR > WS-MAX-CABLE-SEGS
               ADD 1 TO LOOP-CTR
               MOVE CTWO-STUFF(LOOP-CTR) TO TEMP-CABLE-STEP

               DISPLAY "(NAVX, NAVY): ("NAVX", "NAVY")"

               IF DIRECTION OF TEMP-CABLE-STEP = VIA-DIRECTION
                   PERFORM SWITCH-LAYER
               END-IF

      *        Same zero-step guard as cable 1's loop above - the
      *        search would re-find the previous endpoint (now a CH2
      *        cell) as a phantom self-crossing
               IF NUM-STEPS OF TEMP-CABLE-STEP = 0
                   AND ( DIRECTION OF TEMP-CABLE-STEP
                       NOT = VIA-DIRECTION
                       OR ( NAVX = 0 AND NAVY = 0 ) )
                   CONTINUE
               ELSE
               SET SEARCHINDEX TO 1
      *            landing on it is caught as a self-crossing
                       PERFORM CABLE2-NEW-CELL
                   WHEN ( X-COORD OF SET-ENTRY(SEARCHINDEX) = NAVX ) AND
                       ( Y-COORD OF SET-ENTRY(SEARCHINDEX) = NAVY ) AND
                       ( LAYER OF SET-ENTRY(SEARCHINDEX) =
                           CURRENT-LAYER )
                       PERFORM CABLE2-FOUND-CELL
               END-SEARCH
               END-IF
           MOVE SEG-NUM OF SET-ENTRY(SEARCHINDEX) TO WS-SELF-SEG1.
           PERFORM RECORD-SELF-CROSSING.

       SWITCH-LAYER.
      *    A via - the wire passes through the board and carries on
      *    along the other face. Only cells on the same face cross.
           IF CURRENT-LAYER = FRONT-LAYER
               MOVE BACK-LAYER TO CURRENT-LAYER
           ELSE
               MOVE FRONT-LAYER TO CURRENT-LAYER
           END-IF.

       CABLE2-NEW-CELL.
      *    Cable 2's endpoints go into GRIDSET as CH2 cells. Cable 1
      *    is fully walked before cable 2 starts, so these can never
               MOVE CH2 TO CHAR OF SET-ENTRY(LATEST-INSERT)
               MOVE NAVX TO X-COORD OF SET-ENTRY(LATEST-INSERT)
               MOVE NAVY TO Y-COORD OF SET-ENTRY(LATEST-INSERT)
               MOVE CURRENT-LAYER TO LAYER OF SET-ENTRY(LATEST-INSERT)
               MOVE LOOP-CTR TO SEG-NUM OF SET-ENTRY(LATEST-INSERT)
           END-IF.

               MOVE CH2 TO CHAR OF INSERTSETENTRY2
               MOVE NAVX TO X-COORD OF INSERTSETENTRY2
               MOVE NAVY TO Y-COORD OF INSERTSETENTRY2
               MOVE CURRENT-LAYER TO LAYER OF INSERTSETENTRY2
               DISPLAY "FOUND VISITED BY BOTH: ("NAVX", "NAVY")"
               PERFORM INSERTION
               MOVE CHBOTH TO CHAR OF SET-ENTRY(SEARCHINDEX)
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ECO-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "OPERID".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:8) TO WS-OPER-ID
               END-IF
           END-IF.

       LOOKUP-ECO.
      *    A PANELID run may only build from a wire-pair that a
      *    RELEASED engineering change order put on the panel - the
      *    ECO master is walked for the panel's latest RELEASED ECO
      *    in effect today (latest effective date, then highest ECO
      *    number), and the run goes ahead only if that ECO's new
      *    pair is exactly the ONEDD/TWODD this run is about to read
      *    (after LOOKUP-PANEL has resolved them). An older ECO for
      *    the pair does not do - a later one has superseded it - nor
      *    does one whose effective date has not yet come. Anything
      *    else, or no ECO master to look in, refuses the run RC 8 -
      *    a pair changed through WIREPNLM (or overridden on the
      *    job) without the current ECO behind it is exactly what
      *    this is here to stop. A run with no PANELID is not a
      *    panel build and is left alone, stamped ECO=NONE.
           IF WS-PANEL-ID NOT = 'NONE'
               OPEN INPUT ECOFILE
               IF WS-ECO-STATUS NOT = '00'
                   DISPLAY "ECO MASTER OPEN FAILED - STATUS "
                       WS-ECO-STATUS
               ELSE
                   PERFORM UNTIL WS-ECO-STATUS NOT = '00'
                       READ ECOFILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               PERFORM CHECK-ECO-MATCH
                       END-READ
                   END-PERFORM
                   CLOSE ECOFILE
               END-IF
               IF WS-ECO-LAST-NUM NOT = SPACES
                   AND WS-ECO-LAST-ONE-DSN = WS-ONE-DSN
                   AND WS-ECO-LAST-TWO-DSN = WS-TWO-DSN
                   MOVE WS-ECO-LAST-NUM TO WS-ECO-NUM
                   MOVE WS-ECO-LAST-DATE TO WS-ECO-EFF-DATE
               END-IF
               IF WS-ECO-NUM = 'NONE'
                   EVALUATE TRUE
                       WHEN WS-ECO-FUTURE-NUM NOT = SPACES
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " ECO " FUNCTION TRIM(WS-ECO-FUTURE-NUM)
                               " FOR "
                               FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " NOT EFFECTIVE UNTIL "
                               WS-ECO-FUTURE-DATE " - RUN REFUSED"
                       WHEN WS-ECO-LAST-NUM NOT = SPACES
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " IS UNDER ECO "
                               FUNCTION TRIM(WS-ECO-LAST-NUM)
                               " EFFECTIVE " WS-ECO-LAST-DATE " FOR "
                               FUNCTION TRIM(WS-ECO-LAST-ONE-DSN) "/"
                               FUNCTION TRIM(WS-ECO-LAST-TWO-DSN)
                               ", NOT " FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " - RUN REFUSED"
                       WHEN OTHER
                           DISPLAY "PANEL " FUNCTION TRIM(WS-PANEL-ID)
                               " HAS NO RELEASED ECO FOR "
                               FUNCTION TRIM(WS-ONE-DSN) "/"
                               FUNCTION TRIM(WS-TWO-DSN)
                               " - RUN REFUSED"
                   END-EVALUATE
                   MOVE 'Y' TO WS-ECO-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "BUILT UNDER ECO " WS-ECO-NUM
                       " EFFECTIVE " WS-ECO-EFF-DATE
               END-IF
           END-IF.

       CHECK-ECO-MATCH.
      *    Keep the latest RELEASED ECO for the panel that is in
      *    effect by today's date; one dated after today is only
      *    noted, when it is for this run's pair, for the refusal.
           IF ECO-PANEL-ID = WS-PANEL-ID
               AND ECO-IS-RELEASED
               IF ECO-EFFECTIVE-DATE > WS-STEP-START-TS(1:8)
                   IF ECO-NEW-ONE-DSN = WS-ONE-DSN
                       AND ECO-NEW-TWO-DSN = WS-TWO-DSN
                       MOVE ECO-NUM TO WS-ECO-FUTURE-NUM
                       MOVE ECO-EFFECTIVE-DATE TO WS-ECO-FUTURE-DATE
                   END-IF
               ELSE
                   IF WS-ECO-LAST-NUM = SPACES
                       OR ECO-EFFECTIVE-DATE > WS-ECO-LAST-DATE
                       OR (ECO-EFFECTIVE-DATE = WS-ECO-LAST-DATE
                           AND ECO-NUM > WS-ECO-LAST-NUM)
                       MOVE ECO-NUM TO WS-ECO-LAST-NUM
                       MOVE ECO-EFFECTIVE-DATE TO WS-ECO-LAST-DATE
                       MOVE ECO-NEW-ONE-DSN TO WS-ECO-LAST-ONE-DSN
                       MOVE ECO-NEW-TWO-DSN TO WS-ECO-LAST-TWO-DSN
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-CONTROL-TOTALS.
      *    Fold one raw wire-step line (WS-FP-LINE, for cable
      *    WS-FP-CABLE) into that cable's control totals - every
      *    line counts, rejected or not, since the point is to
      *    fingerprint the file rather than the path. NUM-STEPS is
      *    summed under its direction code when both are good; the
      *    hash weights each of the ten bytes by its position and
      *    folds the lines in order, so a changed, swapped, added
      *    or dropped line all move it.
           ADD 1 TO FP-RECORDS(WS-FP-CABLE).
           MOVE 0 TO WS-FP-DIR-IDX.
           EVALUATE WS-FP-LINE(1:1)
               WHEN UP-DIRECTION
                   MOVE 1 TO WS-FP-DIR-IDX
               WHEN DOWN-DIRECTION
                   MOVE 2 TO WS-FP-DIR-IDX
               WHEN LEFT-DIRECTION
                   MOVE 3 TO WS-FP-DIR-IDX
               WHEN RIGHT-DIRECTION
                   MOVE 4 TO WS-FP-DIR-IDX
               WHEN UP-LEFT-DIRECTION
                   MOVE 5 TO WS-FP-DIR-IDX
               WHEN UP-RIGHT-DIRECTION
                   MOVE 6 TO WS-FP-DIR-IDX
               WHEN DOWN-LEFT-DIRECTION
                   MOVE 7 TO WS-FP-DIR-IDX
               WHEN DOWN-RIGHT-DIRECTION
                   MOVE 8 TO WS-FP-DIR-IDX
           END-EVALUATE.
           IF WS-FP-DIR-IDX > 0
               AND FUNCTION TRIM(WS-FP-LINE(2:9)) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-FP-LINE(2:9))
                   TO FP-DIR-STEPS(WS-FP-CABLE, WS-FP-DIR-IDX)
           END-IF.
           MOVE 0 TO WS-FP-REC-VALUE.
           MOVE 1 TO WS-FP-POS.
           PERFORM UNTIL WS-FP-POS > 10
               COMPUTE WS-FP-REC-VALUE = WS-FP-REC-VALUE
                   + FUNCTION ORD(WS-FP-LINE(WS-FP-POS:1)) * WS-FP-POS
               ADD 1 TO WS-FP-POS
           END-PERFORM.
           COMPUTE FP-HASH(WS-FP-CABLE) = FUNCTION MOD(
               FP-HASH(WS-FP-CABLE) * 31 + WS-FP-REC-VALUE,
               999999937).

       REGISTER-CONTROL-TOTALS.
      *    Both wire-step files are read - put the DSNs and control
      *    totals on this run's register entry (written blank by
      *    ASSIGN-RUN-ID, which runs before the files are opened).
      *    An unregistered run has nowhere to put them.
           IF HAVE-REG
               OPEN I-O RUNREGFILE
               IF WS-REG-STATUS NOT = '00'
                   DISPLAY "RUN REGISTER REOPEN FAILED - STATUS "
                       WS-REG-STATUS " - CONTROL TOTALS NOT REGISTERED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-RUN-ID TO RR-RUN-ID
                   READ RUNREGFILE
                       INVALID KEY
                           DISPLAY "RUN " WS-RUN-ID " NOT ON REGISTER"
                               " - CONTROL TOTALS NOT REGISTERED"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       NOT INVALID KEY
                           MOVE WS-ONE-DSN TO RR-ONE-DSN
                           MOVE FP-CABLE(1) TO RR-ONE-TOTALS
                           MOVE WS-TWO-DSN TO RR-TWO-DSN
                           MOVE FP-CABLE(2) TO RR-TWO-TOTALS
                           REWRITE RUNREG-RECORD
                           IF WS-REG-STATUS NOT = '00'
                               DISPLAY "RUN REGISTER REWRITE FAILED - "
                                   WS-REG-STATUS
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE RUNREGFILE
               END-IF
           END-IF.

       ASSIGN-RUN-ID.
      *    Take the next sequential RUN-ID off the keyed run
      *    register and record this run on it. The register is
               MOVE WS-RUN-ID TO RR-RUN-ID
               MOVE 'WIREPT1' TO RR-PROG
               MOVE WS-PANEL-ID TO RR-PANEL-ID
               MOVE WS-ECO-NUM TO RR-ECO-NUM
               MOVE SPACES TO RR-ONE-DSN
               MOVE SPACES TO RR-TWO-DSN
               INITIALIZE RR-ONE-TOTALS
               INITIALIZE RR-TWO-TOTALS
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO RR-DATE
               MOVE SPACES TO RR-PARTS-DSN
      *    Append one line to AUDITDD recording this run's inputs and
      *    headline results - unlike RESULTDD (overwritten every run),
      *    AUDITDD accumulates across runs so the history survives.
           PERFORM END-STEP-TIMING.
           MOVE WS-STEP-END-TS TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING "TS=" WS-AUDIT-TIMESTAMP
               " PROG=WIREPT1"
               " RUN=" WS-RUN-ID
               " USER=" FUNCTION TRIM(WS-OPER-ID)
               " PANEL=" FUNCTION TRIM(WS-PANEL-ID)
               " ECO=" FUNCTION TRIM(WS-ECO-NUM)
               " ONE=" FUNCTION TRIM(WS-ONE-DSN)
               " TWO=" FUNCTION TRIM(WS-TWO-DSN)
               " CROSSINGS=" LATEST-INSERT2 OF GRIDSET1AND2
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
      *    OPEN EXTEND requires the dataset to already exist - a first
      *    run on a brand-new AUDITDD gets status 35 (file not found),
      *    so fall back to OPEN OUTPUT to create it.
           CLOSE AUDITFILE.

       VALIDATE-ONE-STEP.
      *    Reject anything whose DIRECTION is not one of the nine
      *    codes CABLELAY.cpy defines (U/D/L/R, the Q/E/A/C
      *    diagonals and the V via) or whose
      *    NUM-STEPS is not numeric before it ever reaches the grid.
      *    A via moves no cells, so its NUM-STEPS must be zero.
      *    A cable already at WS-MAX-CABLE-SEGS is rejected too, rather
      *    than silently overrunning CONE-STUFF.
           SET STEP-IS-VALID TO TRUE.
                   AND ONE-DIRECTION NOT = UP-RIGHT-DIRECTION
                   AND ONE-DIRECTION NOT = DOWN-LEFT-DIRECTION
                   AND ONE-DIRECTION NOT = DOWN-RIGHT-DIRECTION
                   AND ONE-DIRECTION NOT = VIA-DIRECTION
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "BAD DIRECTION" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(ONE-NUM-STEPS) NOT NUMERIC
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
                   ELSE
                       IF ONE-DIRECTION = VIA-DIRECTION
                           AND FUNCTION NUMVAL(ONE-NUM-STEPS) NOT = 0
                           SET STEP-IS-INVALID TO TRUE
                           MOVE "VIA WITH NONZERO NUM-STEPS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   AND TWO-DIRECTION NOT = UP-RIGHT-DIRECTION
                   AND TWO-DIRECTION NOT = DOWN-LEFT-DIRECTION
                   AND TWO-DIRECTION NOT = DOWN-RIGHT-DIRECTION
                   AND TWO-DIRECTION NOT = VIA-DIRECTION
                   SET STEP-IS-INVALID TO TRUE
                   MOVE "BAD DIRECTION" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(TWO-NUM-STEPS) NOT NUMERIC
                       SET STEP-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC NUM-STEPS" TO WS-REJECT-REASON
                   ELSE
                       IF TWO-DIRECTION = VIA-DIRECTION
                           AND FUNCTION NUMVAL(TWO-NUM-STEPS) NOT = 0
                           SET STEP-IS-INVALID TO TRUE
                           MOVE "VIA WITH NONZERO NUM-STEPS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STRING "RUN-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.
           MOVE SPACES TO RESULT-LINE.
           STRING "ECO: " WS-ECO-NUM
               DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.
           SET SEARCHINDEX2 TO 1.
           PERFORM UNTIL SEARCHINDEX2 > LATEST-INSERT2 OF GRIDSET1AND2
               MOVE SPACES TO RESULT-LINE
               WHEN ( X-COORD OF INSERTSETENTRY2 = X-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND Y-COORD OF INSERTSETENTRY2 = Y-COORD OF
                       SET-ENTRY2(SEARCHINDEX2)
                   AND LAYER OF INSERTSETENTRY2 = LAYER OF
                       SET-ENTRY2(SEARCHINDEX2))
                   MOVE CHAR OF INSERTSETENTRY2 TO
                       CHAR OF SET-ENTRY2(SEARCHINDEX2)
               ADD 1 TO LATEST-INSERT2 OF GRIDSET1AND2
               MOVE INSERTSETENTRY2 TO SET-ENTRY2(LATEST-INSERT2)
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
