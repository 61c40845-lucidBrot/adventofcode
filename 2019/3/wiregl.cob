      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREGL.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    WIREACT's actuals master - one tag=value line per
      *    validated bench report (panel, run id, labor minutes,
      *    material money, date applied). The date applied puts it
      *    in a period; a line from before WIREACT stamped one is
      *    dated by its run on the register instead.
           SELECT ACTFILE ASSIGN TO DYNAMIC WS-ACT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
      *    WIREORD's order history - one tag=value line per priced
      *    order (run id, order date, order total), the month's
      *    purchase commitments.
           SELECT ORDHISTFILE ASSIGN TO DYNAMIC WS-ORDHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
      *    WIREEST's estimate history - the labor rate each run was
      *    costed at prices its actual labor minutes, as WIREVAR
      *    prices them.
           SELECT ESTHISTFILE ASSIGN TO DYNAMIC WS-ESTHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTHIST-STATUS.
      *    The rates dataset WIREEST reads - its labor rate prices
      *    a run that was never estimated.
           SELECT RATESFILE ASSIGN TO DYNAMIC WS-RATES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
      *    The keyed run register WIREPT1/WIREPT2 maintain (see
      *    ASSIGN-RUN-ID in pt2.cob) - a run's date puts its
      *    actuals in a period, and its panel identifies who an
      *    order was bought for.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    Keyed panel master loaded by WIREPNL - PNL-SITE picks
      *    the cost centre every amount is charged to.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Site-to-GL mapping accounting maintains - per site, the
      *    cost centre, the expense account and the offsetting
      *    accrual account for labor, material and purchase
      *    commitments. A '*' site row covers every site without
      *    its own row.
           SELECT GLMAPFILE ASSIGN TO DYNAMIC WS-GLMAP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    Append-only period log - one line per period posted.
      *    A period already on it is closed and is refused. See
      *    CHECK-PERIOD-OPEN.
           SELECT GLPERFILE ASSIGN TO DYNAMIC WS-GLPER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPER-STATUS.
      *    The balanced journal for the ledger's batch load - one
      *    fixed-layout record per debit or credit, closed by a
      *    trailer with the count and both control totals.
           SELECT JRNLFILE ASSIGN TO DYNAMIC WS-JRNL-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Printable posting report for accounting - every amount,
      *    every item held back, and the control totals.
           SELECT GLRPTFILE ASSIGN TO DYNAMIC WS-GLRPT-DSN
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
       FD  ACTFILE.
       01  ACT-LINE PIC X(132).
       FD  ORDHISTFILE.
       01  ORDHIST-LINE PIC X(132).
       FD  ESTHISTFILE.
       01  ESTHIST-LINE PIC X(132).
      *    Layout mirrors RATES-LINE in wireest.cob - do not change
      *    one without changing the other to match.
       FD  RATESFILE.
       01  RATES-LINE.
           05 RT-COST-PER-STEP PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 RT-LABOR-MIN PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 RT-LABOR-RATE PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 RT-SETUP PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RT-VERSION PIC X(8).
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
      *    One panel, keyed on its PANEL-ID - layout shared with
      *    wirepnl.cob (the loader) and the PANELFILE FDs in
      *    pt1.cob/pt2.cob/wirerank.cob/wirecheck.cob; do not
      *    change one without changing the others to match.
       FD  PANELFILE.
       01  PNL-RECORD.
           05 PNL-ID PIC X(8).
           05 PNL-SITE PIC X(20).
           05 PNL-BAY PIC X(8).
           05 PNL-INSTALL-DATE PIC X(8).
           05 PNL-ONE-DSN PIC X(40).
           05 PNL-TWO-DSN PIC X(40).
      *    One site's ledger coding, e.g.
      *    'PLANT-NORTH          CC0410 51100000 21500000 ...' -
      *    cost centre, then labor expense/accrual, material
      *    expense/accrual and commitment expense/accrual accounts.
       FD  GLMAPFILE.
       01  GLMAP-LINE.
           05 GLM-SITE PIC X(20).
           05 FILLER PIC X(1).
           05 GLM-COST-CENTRE PIC X(6).
           05 FILLER PIC X(1).
           05 GLM-LABOR-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 GLM-LABOR-ACCR PIC X(8).
           05 FILLER PIC X(1).
           05 GLM-MATL-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 GLM-MATL-ACCR PIC X(8).
           05 FILLER PIC X(1).
           05 GLM-COMMIT-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 GLM-COMMIT-ACCR PIC X(8).
       FD  GLPERFILE.
       01  GLPER-LINE PIC X(132).
      *    Ledger batch layout, 121 bytes. JE-DR-CR is 'D' or 'C';
      *    JE-AMOUNT is always positive with two assumed decimals.
      *    JE-SOURCE is LAB (bench labor), MAT (bench material) or
      *    COMM (purchase commitment). The trailer carries the
      *    entry count and the debit and credit control totals,
      *    which are equal on every journal this program writes.
       FD  JRNLFILE.
       01  JRNL-RECORD.
           05 JE-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 JE-SEQ PIC 9(7).
           05 FILLER PIC X(1).
           05 JE-COST-CENTRE PIC X(6).
           05 FILLER PIC X(1).
           05 JE-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 JE-DR-CR PIC X(1).
           05 FILLER PIC X(1).
           05 JE-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 JE-SOURCE PIC X(4).
           05 FILLER PIC X(1).
           05 JE-PANEL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 JE-RUN-ID PIC 9(8).
           05 FILLER PIC X(1).
           05 JE-SITE PIC X(20).
           05 FILLER PIC X(1).
           05 JE-DESC PIC X(30).
       01  JRNL-TRAILER.
           05 JT-TAG PIC X(8).
           05 JT-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 JT-DEBITS PIC 9(13)V99.
           05 FILLER PIC X(1).
           05 JT-CREDITS PIC 9(13)V99.
           05 FILLER PIC X(1).
           05 JT-PERIOD PIC X(6).
           05 FILLER PIC X(65).
       FD  GLRPTFILE.
       01  GLRPT-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-ACT-DSN PIC X(100) VALUE 'actmaster.txt'.
       01 WS-ACT-STATUS PIC X(2) VALUE '00'.
       01 WS-ORDHIST-DSN PIC X(100) VALUE 'ordhist.txt'.
       01 WS-ORDHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-ESTHIST-DSN PIC X(100) VALUE 'esthist.txt'.
       01 WS-ESTHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-RATES-DSN PIC X(100) VALUE 'rates.txt'.
       01 WS-RATES-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
      *    Y once the panel master is open - LOOKUP-SITE's keyed
      *    reads leave their own status in WS-PANEL-STATUS.
       01 WS-PANEL-OPEN PIC X(1) VALUE 'N'.
       01 WS-GLMAP-DSN PIC X(100) VALUE 'glmap.txt'.
       01 WS-GLMAP-STATUS PIC X(2) VALUE '00'.
       01 WS-GLPER-DSN PIC X(100) VALUE 'glperiods.txt'.
       01 WS-GLPER-STATUS PIC X(2) VALUE '00'.
       01 WS-JRNL-DSN PIC X(100) VALUE 'gljournal.txt'.
       01 WS-GLRPT-DSN PIC X(100) VALUE 'glreport.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-TODAY PIC X(8).

      *    The accounting period being posted, YYYYMM - GLPERIOD
      *    when exported, otherwise the month before this one,
      *    which is the month a month-end run closes.
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
       01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
       01 WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
       01 WS-CLOSED-ON PIC X(8) VALUE SPACES.

      *    Tag=value parsing fields - same blank-then-equals split
      *    as WIREVAR's.
       01 WS-PARSE-LINE PIC X(132).
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 8 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).

      *    Fields of the line currently being parsed.
       01 WS-CUR-PANEL PIC X(8).
       01 WS-CUR-RUN PIC 9(8) VALUE 0.
       01 WS-CUR-DATE PIC X(8).
       01 WS-CUR-PERIOD PIC X(6).
       01 WS-CUR-LABMIN PIC 9(9)V9 VALUE 0.
       01 WS-CUR-LABRATE PIC 9(5)V99 VALUE 0.
       01 WS-CUR-MATERIAL PIC 9(11)V99 VALUE 0.
       01 WS-CUR-ORDER PIC 9(11)V99 VALUE 0.
       01 WS-CUR-STATUS PIC X(2).

      *    Estimate-history labor rates by panel and run, the last
      *    line for a run winning as in WIREVAR. The rates file's
      *    labor rate covers a run with no estimate.
       01 WS-MAX-RATES PIC 9(5) COMP VALUE 5000.
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 5000 TIMES INDEXED BY RATEIDX.
               05 RTE-PANEL PIC X(8).
               05 RTE-RUN PIC 9(8).
               05 RTE-LABRATE PIC 9(5)V99.
           03 RATE-COUNT PIC 9(5) VALUE 0.
       01 WS-DEFAULT-LABRATE PIC 9(5)V99 VALUE 0.
       01 WS-LABOR-RATE PIC 9(5)V99 VALUE 0.

      *    Site mapping as loaded; MAP-DEFAULT-IDX is the '*' row,
      *    0 when there is none.
       01 WS-MAX-MAPS PIC 9(3) COMP VALUE 200.
       01 MAP-TABLE.
           03 MAP-ENTRY OCCURS 200 TIMES INDEXED BY MAPIDX.
               05 MAP-SITE PIC X(20).
               05 MAP-COST-CENTRE PIC X(6).
               05 MAP-LABOR-ACCT PIC X(8).
               05 MAP-LABOR-ACCR PIC X(8).
               05 MAP-MATL-ACCT PIC X(8).
               05 MAP-MATL-ACCR PIC X(8).
               05 MAP-COMMIT-ACCT PIC X(8).
               05 MAP-COMMIT-ACCR PIC X(8).
           03 MAP-COUNT PIC 9(3) VALUE 0.
       01 MAP-DEFAULT-IDX PIC 9(3) VALUE 0.
       01 MAP-FOUND-IDX PIC 9(3) VALUE 0.

      *    The period's postings, built first so nothing is written
      *    until every amount has a cost centre - one entry per
      *    amount, each becoming a debit and a credit.
       01 WS-MAX-POSTINGS PIC 9(5) COMP VALUE 5000.
       01 POSTING-TABLE.
           03 PST-ENTRY OCCURS 5000 TIMES.
               05 PST-SOURCE PIC X(4).
               05 PST-PANEL PIC X(8).
               05 PST-RUN PIC 9(8).
               05 PST-SITE PIC X(20).
               05 PST-MAP-IDX PIC 9(3).
               05 PST-AMOUNT PIC 9(11)V99.
           03 PST-COUNT PIC 9(5) VALUE 0.
       01 PST-I PIC 9(5) VALUE 0.
       01 WS-PST-SOURCE PIC X(4).
       01 WS-PST-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-PST-SITE PIC X(20).

      *    Items in the period that cannot be posted (no site
      *    mapping, no labor rate, run not on the register) hold
      *    the whole journal back; items that cannot be dated are
      *    only reported.
       01 WS-HOLD-COUNT PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(5) VALUE 0.
       01 WS-HOLD-REASON PIC X(40).
      *    Actuals posted here for a run built in an earlier period.
       01 WS-LATE-COUNT PIC 9(5) VALUE 0.

      *    Control totals.
       01 WS-ENTRY-COUNT PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-LAB-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-MAT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-COMM-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-ACT-READ PIC 9(9) VALUE 0.
       01 WS-ORD-READ PIC 9(9) VALUE 0.

       01 WS-RPT-AMOUNT PIC Z(10)9.99.
       01 WS-RPT-TOTAL PIC Z(12)9.99.
       01 WS-RPT-COUNT PIC Z(8)9.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           PERFORM RESOLVE-PERIOD.

           OPEN OUTPUT GLRPTFILE.
           MOVE SPACES TO GLRPT-LINE.
           STRING "WIREGL LEDGER JOURNAL - PERIOD " WS-PERIOD
               " - RUN " WS-TODAY
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.

           PERFORM CHECK-PERIOD-OPEN.
           IF PERIOD-IS-CLOSED
               MOVE SPACES TO GLRPT-LINE
               STRING "PERIOD " WS-PERIOD " WAS POSTED AND CLOSED ON "
                   WS-CLOSED-ON " - NOTHING WRITTEN"
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
               CLOSE GLRPTFILE
               DISPLAY "WIREGL: PERIOD " WS-PERIOD
                   " ALREADY POSTED ON " WS-CLOSED-ON
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN INPUT RUNREGFILE.
           IF WS-REG-STATUS NOT = '00'
               MOVE SPACES TO GLRPT-LINE
               STRING "RUN REGISTER OPEN FAILED - STATUS "
                   WS-REG-STATUS " - NOTHING WRITTEN"
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
               CLOSE GLRPTFILE
               DISPLAY "WIREGL: RUN REGISTER OPEN FAILED - STATUS "
                   WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "WIREGL: PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS " - SITES FALL TO THE '*' ROW"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-PANEL-OPEN
           END-IF.

           PERFORM LOAD-SITE-MAP.
           PERFORM LOAD-LABOR-RATES.

           MOVE SPACES TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE SPACES TO GLRPT-LINE.
           STRING "SRC  PANEL    RUN      SITE                 "
               "CC     DEBIT    CREDIT           AMOUNT"
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.

           PERFORM COLLECT-ACTUALS.
           PERFORM COLLECT-COMMITMENTS.

           CLOSE RUNREGFILE.
           IF WS-PANEL-OPEN = 'Y'
               CLOSE PANELFILE
           END-IF.

           OPEN OUTPUT JRNLFILE.
           IF WS-HOLD-COUNT = 0
               PERFORM WRITE-JOURNAL
           END-IF.
           CLOSE JRNLFILE.

           PERFORM WRITE-CONTROL-TOTALS.

           IF WS-HOLD-COUNT > 0
               DISPLAY "WIREGL: " WS-HOLD-COUNT " ITEM(S) CANNOT BE "
                   "POSTED - NO JOURNAL, PERIOD " WS-PERIOD
                   " LEFT OPEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY "WIREGL: JOURNAL OUT OF BALANCE - PERIOD "
                       WS-PERIOD " LEFT OPEN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CLOSE-PERIOD
                   DISPLAY "WIREGL: PERIOD " WS-PERIOD " POSTED - "
                       WS-ENTRY-COUNT " ENTRIES TO "
                       FUNCTION TRIM(WS-JRNL-DSN)
               END-IF
           END-IF.
           IF WS-LATE-COUNT > 0
               DISPLAY "WIREGL: " WS-LATE-COUNT " ACTUAL(S) FROM "
                   "PRIOR-PERIOD BUILDS POSTED - SEE "
                   FUNCTION TRIM(WS-GLRPT-DSN)
           END-IF.
           IF WS-UNDATED-COUNT > 0
               DISPLAY "WIREGL: " WS-UNDATED-COUNT " ITEM(S) COULD "
                   "NOT BE DATED - SEE " FUNCTION TRIM(WS-GLRPT-DSN)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE GLRPTFILE.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       RESOLVE-PERIOD.
      *    GLPERIOD must be a real YYYYMM; anything else falls back
      *    to last month, with a warning.
           MOVE WS-TIMESTAMP(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-TIMESTAMP(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLPERIOD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF WS-ENV-OVERRIDE(1:6) IS NUMERIC
                   AND WS-ENV-OVERRIDE(5:2) >= '01'
                   AND WS-ENV-OVERRIDE(5:2) <= '12'
      *            This month or later has not ended - closing it
      *            now would shut out the actuals still to be
      *            applied in it (see TAKE-ACTUAL).
                   IF WS-ENV-OVERRIDE(1:6) < WS-TIMESTAMP(1:6)
                       MOVE WS-ENV-OVERRIDE(1:4) TO WS-PERIOD-YEAR
                       MOVE WS-ENV-OVERRIDE(5:2) TO WS-PERIOD-MONTH
                   ELSE
                       DISPLAY "WIREGL: GLPERIOD '"
                           FUNCTION TRIM(WS-ENV-OVERRIDE)
                           "' HAS NOT ENDED - POSTING LAST MONTH"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "WIREGL: GLPERIOD '"
                       FUNCTION TRIM(WS-ENV-OVERRIDE)
                       "' IS NOT YYYYMM - POSTING LAST MONTH"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-PERIOD-YEAR TO WS-PERIOD(1:4).
           MOVE WS-PERIOD-MONTH TO WS-PERIOD(5:2).

       CHECK-PERIOD-OPEN.
      *    The period is closed if the log carries a CLOSED line for
      *    it. No log yet (status 35) means nothing has ever been
      *    posted.
           OPEN INPUT GLPERFILE.
           IF WS-GLPER-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLPERFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-PERIOD-LINE
                   END-READ
               END-PERFORM
               CLOSE GLPERFILE
           END-IF.

       PARSE-PERIOD-LINE.
           MOVE SPACES TO WS-CUR-PERIOD.
           MOVE SPACES TO WS-CUR-DATE.
           MOVE SPACES TO WS-CUR-STATUS.
           MOVE GLPER-LINE TO WS-PARSE-LINE.
           PERFORM SPLIT-ACT-TOKENS.
           IF WS-CUR-PERIOD = WS-PERIOD AND WS-CUR-STATUS = 'CL'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               MOVE WS-CUR-DATE TO WS-CLOSED-ON
           END-IF.

       LOAD-SITE-MAP.
      *    No mapping file at all leaves every item unmappable,
      *    which holds the journal - the report lists them all.
           OPEN INPUT GLMAPFILE.
           IF WS-GLMAP-STATUS NOT = '00'
               MOVE SPACES TO GLRPT-LINE
               STRING "NO SITE-TO-GL MAPPING AT "
                   FUNCTION TRIM(WS-GLMAP-DSN)
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLMAPFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GLM-SITE NOT = SPACES
                               PERFORM STORE-SITE-MAP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAPFILE
           END-IF.

       STORE-SITE-MAP.
           IF MAP-COUNT >= WS-MAX-MAPS
               DISPLAY "TOO MANY SITE MAPPINGS - MAP-TABLE FULL AT "
                   WS-MAX-MAPS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO MAP-COUNT
               MOVE GLM-SITE TO MAP-SITE(MAP-COUNT)
               MOVE GLM-COST-CENTRE TO MAP-COST-CENTRE(MAP-COUNT)
               MOVE GLM-LABOR-ACCT TO MAP-LABOR-ACCT(MAP-COUNT)
               MOVE GLM-LABOR-ACCR TO MAP-LABOR-ACCR(MAP-COUNT)
               MOVE GLM-MATL-ACCT TO MAP-MATL-ACCT(MAP-COUNT)
               MOVE GLM-MATL-ACCR TO MAP-MATL-ACCR(MAP-COUNT)
               MOVE GLM-COMMIT-ACCT TO MAP-COMMIT-ACCT(MAP-COUNT)
               MOVE GLM-COMMIT-ACCR TO MAP-COMMIT-ACCR(MAP-COUNT)
               IF GLM-SITE = '*'
                   MOVE MAP-COUNT TO MAP-DEFAULT-IDX
               END-IF
           END-IF.

       LOAD-LABOR-RATES.
      *    The rates file's first line is its rate card; the
      *    estimate history then overrides it run by run.
           OPEN INPUT RATESFILE.
           IF WS-RATES-STATUS = '00'
               READ RATESFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RT-LABOR-RATE IS NUMERIC
                           MOVE RT-LABOR-RATE TO WS-DEFAULT-LABRATE
                       END-IF
               END-READ
               CLOSE RATESFILE
           END-IF.
           OPEN INPUT ESTHISTFILE.
           IF WS-ESTHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTHISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-ESTIMATE-LINE
                   END-READ
               END-PERFORM
               CLOSE ESTHISTFILE
           END-IF.

       PARSE-ESTIMATE-LINE.
           PERFORM CLEAR-CUR-FIELDS.
           MOVE ESTHIST-LINE TO WS-PARSE-LINE.
           PERFORM SPLIT-ACT-TOKENS.
           IF WS-CUR-RUN > 0 AND WS-CUR-LABRATE > 0
               PERFORM FIND-LABOR-RATE
               IF RATEIDX > RATE-COUNT
                   IF RATE-COUNT >= WS-MAX-RATES
                       DISPLAY "TOO MANY ESTIMATES - RATE-TABLE "
                           "FULL AT " WS-MAX-RATES
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO RATE-COUNT
                       SET RATEIDX TO RATE-COUNT
                       MOVE WS-CUR-PANEL TO RTE-PANEL(RATEIDX)
                       MOVE WS-CUR-RUN TO RTE-RUN(RATEIDX)
                       MOVE WS-CUR-LABRATE TO RTE-LABRATE(RATEIDX)
                   END-IF
               ELSE
                   MOVE WS-CUR-LABRATE TO RTE-LABRATE(RATEIDX)
               END-IF
           END-IF.

       FIND-LABOR-RATE.
      *    Leaves RATEIDX on the entry for WS-CUR-PANEL/WS-CUR-RUN,
      *    or past RATE-COUNT when there is none.
           SET RATEIDX TO 1.
           SEARCH RATE-ENTRY
               VARYING RATEIDX
               AT END
                   SET RATEIDX TO RATE-COUNT
                   SET RATEIDX UP BY 1
               WHEN RATEIDX > RATE-COUNT
                   CONTINUE
               WHEN RTE-PANEL(RATEIDX) = WS-CUR-PANEL
                   AND RTE-RUN(RATEIDX) = WS-CUR-RUN
                   CONTINUE
           END-SEARCH.

       COLLECT-ACTUALS.
      *    Every actual whose run was built in the period - labor
      *    minutes priced at the run's estimate labor rate, and the
      *    material money as reported.
           OPEN INPUT ACTFILE.
           IF WS-ACT-STATUS NOT = '00'
               MOVE SPACES TO GLRPT-LINE
               STRING "NO ACTUALS MASTER AT "
                   FUNCTION TRIM(WS-ACT-DSN) " - NO BENCH COST POSTED"
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ACT-READ
                           PERFORM TAKE-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE ACTFILE
           END-IF.

       TAKE-ACTUAL.
      *    An actual belongs to the period WIREACT applied it in
      *    (its DATE=), not the one its run was built in - a bench
      *    report that comes in after the build month was closed
      *    is posted in the month it arrived, and listed as late.
      *    A line applied before WIREACT stamped the date has only
      *    its run's build date on the register to go by.
           PERFORM CLEAR-CUR-FIELDS.
           MOVE ACT-LINE TO WS-PARSE-LINE.
           PERFORM SPLIT-ACT-TOKENS.
           MOVE WS-CUR-RUN TO RR-RUN-ID.
           IF WS-CUR-DATE NOT = SPACES
               IF WS-CUR-DATE(1:6) = WS-PERIOD
                   READ RUNREGFILE KEY IS RR-RUN-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RR-DATE(1:6) < WS-PERIOD
                               PERFORM REPORT-LATE-ACTUAL
                           END-IF
                   END-READ
                   PERFORM POST-ACTUAL
               END-IF
           ELSE
               READ RUNREGFILE KEY IS RR-RUN-ID
                   INVALID KEY
                       PERFORM REPORT-UNDATED
                   NOT INVALID KEY
                       IF RR-DATE(1:6) = WS-PERIOD
                           PERFORM POST-ACTUAL
                       END-IF
               END-READ
           END-IF.

       REPORT-LATE-ACTUAL.
      *    Posted here all the same - the line tells accounting the
      *    cost belongs to a build from an earlier period.
           ADD 1 TO WS-LATE-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING "ACTUAL   " WS-CUR-PANEL " " WS-CUR-RUN
               " PRIOR PERIOD - BUILT " RR-DATE
               ", APPLIED " WS-CUR-DATE ", POSTED IN THIS PERIOD"
               DELIMITED BY SIZE INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

       REPORT-UNDATED.
      *    An undated actual whose run is not on the register has no
      *    build date, so no period - reported for follow-up, but it
      *    does not hold the rest of the period back.
           ADD 1 TO WS-UNDATED-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING "ACTUAL   " WS-CUR-PANEL " " WS-CUR-RUN
               " NOT DATED - RUN NOT ON REGISTER"
               DELIMITED BY SIZE INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

       POST-ACTUAL.
           PERFORM LOOKUP-SITE.
           IF WS-CUR-LABMIN > 0
               MOVE WS-DEFAULT-LABRATE TO WS-LABOR-RATE
               PERFORM FIND-LABOR-RATE
               IF RATEIDX NOT > RATE-COUNT
                   MOVE RTE-LABRATE(RATEIDX) TO WS-LABOR-RATE
               END-IF
               MOVE 'LAB' TO WS-PST-SOURCE
               IF WS-LABOR-RATE = 0
                   MOVE 0 TO WS-PST-AMOUNT
                   MOVE "NO LABOR RATE FOR THE RUN" TO WS-HOLD-REASON
                   PERFORM HOLD-POSTING
               ELSE
                   COMPUTE WS-PST-AMOUNT ROUNDED =
                       WS-CUR-LABMIN * WS-LABOR-RATE
                   PERFORM ADD-POSTING
               END-IF
           END-IF.
           IF WS-CUR-MATERIAL > 0
               MOVE 'MAT' TO WS-PST-SOURCE
               MOVE WS-CUR-MATERIAL TO WS-PST-AMOUNT
               PERFORM ADD-POSTING
           END-IF.

       COLLECT-COMMITMENTS.
      *    Every order placed in the period, charged to the site of
      *    the panel its run built.
           OPEN INPUT ORDHISTFILE.
           IF WS-ORDHIST-STATUS NOT = '00'
               MOVE SPACES TO GLRPT-LINE
               STRING "NO ORDER HISTORY AT "
                   FUNCTION TRIM(WS-ORDHIST-DSN)
                   " - NO COMMITMENTS POSTED"
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDHISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ORD-READ
                           PERFORM TAKE-COMMITMENT
                   END-READ
               END-PERFORM
               CLOSE ORDHISTFILE
           END-IF.

       TAKE-COMMITMENT.
           PERFORM CLEAR-CUR-FIELDS.
           MOVE ORDHIST-LINE TO WS-PARSE-LINE.
           PERFORM SPLIT-ACT-TOKENS.
           IF WS-CUR-DATE(1:6) = WS-PERIOD AND WS-CUR-ORDER > 0
               MOVE 'COMM' TO WS-PST-SOURCE
               MOVE WS-CUR-ORDER TO WS-PST-AMOUNT
               MOVE WS-CUR-RUN TO RR-RUN-ID
               READ RUNREGFILE KEY IS RR-RUN-ID
                   INVALID KEY
                       MOVE SPACES TO WS-CUR-PANEL
                       MOVE SPACES TO WS-PST-SITE
                       MOVE "RUN NOT ON REGISTER" TO WS-HOLD-REASON
                       PERFORM HOLD-POSTING
                   NOT INVALID KEY
                       MOVE RR-PANEL-ID TO WS-CUR-PANEL
                       PERFORM LOOKUP-SITE
                       PERFORM ADD-POSTING
               END-READ
           END-IF.

       LOOKUP-SITE.
      *    PNL-SITE for WS-CUR-PANEL - blank for a run built
      *    without a PANELID or a panel since removed, which only
      *    the '*' mapping row can then cover.
           MOVE SPACES TO WS-PST-SITE.
           IF WS-PANEL-OPEN = 'Y'
               AND WS-CUR-PANEL NOT = SPACES
               AND WS-CUR-PANEL NOT = 'NONE'
               MOVE WS-CUR-PANEL TO PNL-ID
               READ PANELFILE KEY IS PNL-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PNL-SITE TO WS-PST-SITE
               END-READ
           END-IF.

       ADD-POSTING.
      *    WS-PST-SOURCE/WS-PST-AMOUNT for WS-CUR-PANEL/WS-CUR-RUN
      *    at WS-PST-SITE - the site's own mapping row, else the
      *    '*' row, else held.
           MOVE 0 TO MAP-FOUND-IDX.
           SET MAPIDX TO 1.
           SEARCH MAP-ENTRY
               VARYING MAPIDX
               AT END
                   CONTINUE
               WHEN MAPIDX > MAP-COUNT
                   CONTINUE
               WHEN MAP-SITE(MAPIDX) = WS-PST-SITE
                   AND WS-PST-SITE NOT = SPACES
                   SET MAP-FOUND-IDX TO MAPIDX
           END-SEARCH.
           IF MAP-FOUND-IDX = 0
               MOVE MAP-DEFAULT-IDX TO MAP-FOUND-IDX
           END-IF.
           IF MAP-FOUND-IDX = 0
               MOVE "NO GL MAPPING FOR THE SITE" TO WS-HOLD-REASON
               PERFORM HOLD-POSTING
           ELSE
               IF PST-COUNT >= WS-MAX-POSTINGS
                   MOVE "POSTING-TABLE FULL" TO WS-HOLD-REASON
                   PERFORM HOLD-POSTING
               ELSE
                   ADD 1 TO PST-COUNT
                   MOVE WS-PST-SOURCE TO PST-SOURCE(PST-COUNT)
                   MOVE WS-CUR-PANEL TO PST-PANEL(PST-COUNT)
                   MOVE WS-CUR-RUN TO PST-RUN(PST-COUNT)
                   MOVE WS-PST-SITE TO PST-SITE(PST-COUNT)
                   MOVE MAP-FOUND-IDX TO PST-MAP-IDX(PST-COUNT)
                   MOVE WS-PST-AMOUNT TO PST-AMOUNT(PST-COUNT)
                   PERFORM REPORT-POSTING
               END-IF
           END-IF.

       REPORT-POSTING.
           EVALUATE PST-SOURCE(PST-COUNT)
               WHEN 'LAB'
                   ADD PST-AMOUNT(PST-COUNT) TO WS-LAB-TOTAL
               WHEN 'MAT'
                   ADD PST-AMOUNT(PST-COUNT) TO WS-MAT-TOTAL
               WHEN OTHER
                   ADD PST-AMOUNT(PST-COUNT) TO WS-COMM-TOTAL
           END-EVALUATE.
           MOVE PST-MAP-IDX(PST-COUNT) TO MAP-FOUND-IDX.
           MOVE PST-AMOUNT(PST-COUNT) TO WS-RPT-AMOUNT.
           MOVE SPACES TO GLRPT-LINE.
           EVALUATE PST-SOURCE(PST-COUNT)
               WHEN 'LAB'
                   STRING PST-SOURCE(PST-COUNT) " "
                       PST-PANEL(PST-COUNT) " " PST-RUN(PST-COUNT)
                       " " PST-SITE(PST-COUNT) " "
                       MAP-COST-CENTRE(MAP-FOUND-IDX) " "
                       MAP-LABOR-ACCT(MAP-FOUND-IDX) " "
                       MAP-LABOR-ACCR(MAP-FOUND-IDX) " "
                       WS-RPT-AMOUNT
                       DELIMITED BY SIZE INTO GLRPT-LINE
               WHEN 'MAT'
                   STRING PST-SOURCE(PST-COUNT) " "
                       PST-PANEL(PST-COUNT) " " PST-RUN(PST-COUNT)
                       " " PST-SITE(PST-COUNT) " "
                       MAP-COST-CENTRE(MAP-FOUND-IDX) " "
                       MAP-MATL-ACCT(MAP-FOUND-IDX) " "
                       MAP-MATL-ACCR(MAP-FOUND-IDX) " "
                       WS-RPT-AMOUNT
                       DELIMITED BY SIZE INTO GLRPT-LINE
               WHEN OTHER
                   STRING PST-SOURCE(PST-COUNT) " "
                       PST-PANEL(PST-COUNT) " " PST-RUN(PST-COUNT)
                       " " PST-SITE(PST-COUNT) " "
                       MAP-COST-CENTRE(MAP-FOUND-IDX) " "
                       MAP-COMMIT-ACCT(MAP-FOUND-IDX) " "
                       MAP-COMMIT-ACCR(MAP-FOUND-IDX) " "
                       WS-RPT-AMOUNT
                       DELIMITED BY SIZE INTO GLRPT-LINE
           END-EVALUATE.
           WRITE GLRPT-LINE.

       HOLD-POSTING.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-PST-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING WS-PST-SOURCE " " WS-CUR-PANEL " " WS-CUR-RUN
               " " WS-PST-SITE " ** HELD - "
               FUNCTION TRIM(WS-HOLD-REASON) " " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

       WRITE-JOURNAL.
      *    Each posting is a debit to the site's expense account
      *    and an equal credit to its accrual account, both under
      *    the site's cost centre.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 1 TO PST-I.
           PERFORM UNTIL PST-I > PST-COUNT
               MOVE PST-MAP-IDX(PST-I) TO MAP-FOUND-IDX
               MOVE SPACES TO JRNL-RECORD
               MOVE WS-PERIOD TO JE-PERIOD
               MOVE MAP-COST-CENTRE(MAP-FOUND-IDX) TO JE-COST-CENTRE
               MOVE PST-AMOUNT(PST-I) TO JE-AMOUNT
               MOVE PST-SOURCE(PST-I) TO JE-SOURCE
               MOVE PST-PANEL(PST-I) TO JE-PANEL-ID
               MOVE PST-RUN(PST-I) TO JE-RUN-ID
               MOVE PST-SITE(PST-I) TO JE-SITE
               EVALUATE PST-SOURCE(PST-I)
                   WHEN 'LAB'
                       MOVE "BENCH LABOR" TO JE-DESC
                       MOVE MAP-LABOR-ACCT(MAP-FOUND-IDX) TO JE-ACCOUNT
                   WHEN 'MAT'
                       MOVE "BENCH MATERIAL" TO JE-DESC
                       MOVE MAP-MATL-ACCT(MAP-FOUND-IDX) TO JE-ACCOUNT
                   WHEN OTHER
                       MOVE "PURCHASE COMMITMENT" TO JE-DESC
                       MOVE MAP-COMMIT-ACCT(MAP-FOUND-IDX)
                           TO JE-ACCOUNT
               END-EVALUATE
               MOVE 'D' TO JE-DR-CR
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO JE-SEQ
               WRITE JRNL-RECORD
               ADD PST-AMOUNT(PST-I) TO WS-DEBIT-TOTAL
               EVALUATE PST-SOURCE(PST-I)
                   WHEN 'LAB'
                       MOVE "BENCH LABOR ACCRUAL" TO JE-DESC
                       MOVE MAP-LABOR-ACCR(MAP-FOUND-IDX) TO JE-ACCOUNT
                   WHEN 'MAT'
                       MOVE "BENCH MATERIAL ACCRUAL" TO JE-DESC
                       MOVE MAP-MATL-ACCR(MAP-FOUND-IDX) TO JE-ACCOUNT
                   WHEN OTHER
                       MOVE "COMMITMENT ACCRUAL" TO JE-DESC
                       MOVE MAP-COMMIT-ACCR(MAP-FOUND-IDX)
                           TO JE-ACCOUNT
               END-EVALUATE
               MOVE 'C' TO JE-DR-CR
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO JE-SEQ
               WRITE JRNL-RECORD
               ADD PST-AMOUNT(PST-I) TO WS-CREDIT-TOTAL
               ADD 1 TO PST-I
           END-PERFORM.
           MOVE SPACES TO JRNL-TRAILER.
           MOVE 'TRAILER ' TO JT-TAG.
           MOVE WS-ENTRY-COUNT TO JT-COUNT.
           MOVE WS-DEBIT-TOTAL TO JT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO JT-CREDITS.
           MOVE WS-PERIOD TO JT-PERIOD.
           WRITE JRNL-TRAILER.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE SPACES TO GLRPT-LINE.
           STRING "ACTUALS LINES READ " WS-ACT-READ
               "  ORDER HISTORY LINES READ " WS-ORD-READ
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.
           MOVE WS-LAB-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO GLRPT-LINE.
           STRING "BENCH LABOR          " WS-RPT-TOTAL
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.
           MOVE WS-MAT-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO GLRPT-LINE.
           STRING "BENCH MATERIAL       " WS-RPT-TOTAL
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.
           MOVE WS-COMM-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO GLRPT-LINE.
           STRING "PURCHASE COMMITMENTS " WS-RPT-TOTAL
               DELIMITED BY SIZE INTO GLRPT-LINE
           WRITE GLRPT-LINE.
           MOVE SPACES TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE SPACES TO GLRPT-LINE.
           IF WS-HOLD-COUNT > 0
               MOVE WS-HOLD-COUNT TO WS-RPT-COUNT
               STRING FUNCTION TRIM(WS-RPT-COUNT)
                   " ITEM(S) HELD - NO JOURNAL WRITTEN, PERIOD "
                   WS-PERIOD " LEFT OPEN"
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
           ELSE
               MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT
               STRING "JOURNAL ENTRIES " WS-RPT-COUNT
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
               MOVE WS-DEBIT-TOTAL TO WS-RPT-TOTAL
               MOVE SPACES TO GLRPT-LINE
               STRING "TOTAL DEBITS         " WS-RPT-TOTAL
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
               MOVE WS-CREDIT-TOTAL TO WS-RPT-TOTAL
               MOVE SPACES TO GLRPT-LINE
               STRING "TOTAL CREDITS        " WS-RPT-TOTAL
                   DELIMITED BY SIZE INTO GLRPT-LINE
               WRITE GLRPT-LINE
               MOVE SPACES TO GLRPT-LINE
               IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   STRING "IN BALANCE - PERIOD " WS-PERIOD
                       " CLOSED ON " WS-TODAY
                       DELIMITED BY SIZE INTO GLRPT-LINE
               ELSE
                   STRING "** OUT OF BALANCE - PERIOD " WS-PERIOD
                       " LEFT OPEN"
                       DELIMITED BY SIZE INTO GLRPT-LINE
               END-IF
               WRITE GLRPT-LINE
           END-IF.

       CLOSE-PERIOD.
      *    Appended the way WIREEST appends its estimate history -
      *    OPEN EXTEND, falling back to OUTPUT on a brand-new log.
           MOVE SPACES TO GLPER-LINE.
           STRING "PERIOD=" WS-PERIOD
               " STATUS=CLOSED"
               " POSTED=" WS-TODAY
               " ENTRIES=" WS-ENTRY-COUNT
               " DEBITS=" WS-DEBIT-TOTAL
               " CREDITS=" WS-CREDIT-TOTAL
               DELIMITED BY SIZE INTO GLPER-LINE.
           OPEN EXTEND GLPERFILE.
           IF WS-GLPER-STATUS = '35'
               OPEN OUTPUT GLPERFILE
           END-IF.
           WRITE GLPER-LINE.
           CLOSE GLPERFILE.

       CLEAR-CUR-FIELDS.
           MOVE SPACES TO WS-CUR-PANEL.
           MOVE 0 TO WS-CUR-RUN.
           MOVE SPACES TO WS-CUR-DATE.
           MOVE 0 TO WS-CUR-LABMIN.
           MOVE 0 TO WS-CUR-LABRATE.
           MOVE 0 TO WS-CUR-MATERIAL.
           MOVE 0 TO WS-CUR-ORDER.

       SPLIT-ACT-TOKENS.
      *    WS-PARSE-LINE holds the tag=value line being read,
      *    whichever file it came from.
           PERFORM SPLIT-LINE-TOKENS.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.

       SPLIT-LINE-TOKENS.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING WS-PARSE-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                   WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                   WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT.

       TAKE-TOKEN.
      *    Split one blank-delimited token on its first '=' and
      *    file the value under whichever tag it carries. Money
      *    and minutes arrive as assumed-decimal digit strings
      *    (see WRITE-ACTUAL in wireact.cob, APPEND-EST-HISTORY in
      *    wireest.cob and APPEND-ORDER-HISTORY in wireord.cob).
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PANEL'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PANEL
               WHEN 'RUN'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-VALUE) TO WS-CUR-RUN
                   END-IF
               WHEN 'DATE'
                   MOVE WS-VALUE(1:8) TO WS-CUR-DATE
               WHEN 'POSTED'
                   MOVE WS-VALUE(1:8) TO WS-CUR-DATE
               WHEN 'PERIOD'
                   MOVE WS-VALUE(1:6) TO WS-CUR-PERIOD
               WHEN 'STATUS'
                   MOVE WS-VALUE(1:2) TO WS-CUR-STATUS
               WHEN 'LABRATE'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       COMPUTE WS-CUR-LABRATE =
                           FUNCTION NUMVAL(WS-VALUE) / 100
                   END-IF
               WHEN 'ACT-LABMIN'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       COMPUTE WS-CUR-LABMIN =
                           FUNCTION NUMVAL(WS-VALUE) / 10
                   END-IF
               WHEN 'ACT-MATERIAL'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       COMPUTE WS-CUR-MATERIAL =
                           FUNCTION NUMVAL(WS-VALUE) / 100
                   END-IF
               WHEN 'ORD-TOTAL'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       COMPUTE WS-CUR-ORDER =
                           FUNCTION NUMVAL(WS-VALUE) / 100
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESOLVE-FILENAMES.
      *    ACTDD/ORDHSTDD/ESTHSTDD/RATESDD/REGDD/PANELDD as their
      *    owning programs take them; GLMAPDD/GLPERDD/GLJRNDD/
      *    GLRPTDD for this program's own files. GLPERIOD is read
      *    at RESOLVE-PERIOD.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ORDHSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORDHIST-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESTHSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ESTHIST-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RATESDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATES-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLMAPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLMAP-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLPERDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLPER-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLJRNDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JRNL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GLRPT-DSN
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
               " PROG=WIREGL"
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
