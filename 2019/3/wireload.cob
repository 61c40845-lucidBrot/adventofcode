      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRELOAD.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Planning's due-date/priority file, the same one WIRESCHD
      *    builds the day's manifest from - here every line is open
      *    demand to be put on a bench, due today or not.
           SELECT DUEFILE ASSIGN TO DYNAMIC WS-DUE-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Keyed panel master loaded by WIREPNL - each due panel's
      *    PNL-SITE/PNL-BAY says which bench bay builds it.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    Bench capacity master maintained by WIRECAP - labor
      *    minutes per working day for each site/bay.
           SELECT CAPFILE ASSIGN TO DYNAMIC WS-CAP-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-CAP-STATUS.
      *    WIREEST's estimate history - the latest EST-LABMIN per
      *    panel is the bench time its build is booked for.
           SELECT ESTHISTFILE ASSIGN TO DYNAMIC WS-ESTHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTHIST-STATUS.
      *    Build plan and day-by-day bay load report - what goes
      *    on which bench when, and how full each bay is each day.
           SELECT LOADRPTFILE ASSIGN TO DYNAMIC WS-LOADRPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Exception list - every due panel that cannot be built by
      *    its DUE-DATE at the bays' capacity, or cannot be planned
      *    at all, and why.
           SELECT LOADXFILE ASSIGN TO DYNAMIC WS-LOADX-DSN
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
       FD  DUEFILE.
       01  DUE-LINE.
           05 DUE-PANEL PIC X(8).
           05 FILLER PIC X(1).
           05 DUE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 DUE-PRIORITY PIC 9(2).
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
      *    One bench bay, keyed on site and bay - layout shared
      *    with the CAPFILE FD in wirecap.cob; do not change one
      *    without changing the other to match. CAP-WORKDAYS is
      *    one Y/N per weekday, Monday first.
       FD  CAPFILE.
       01  CAP-RECORD.
           05 CAP-KEY.
               10 CAP-SITE PIC X(20).
               10 CAP-BAY PIC X(8).
           05 CAP-DAY-MINUTES PIC 9(5).
           05 CAP-WORKDAYS PIC X(7).
       FD  ESTHISTFILE.
       01  ESTHIST-LINE PIC X(132).
       FD  LOADRPTFILE.
       01  LOADRPT-LINE PIC X(132).
       FD  LOADXFILE.
       01  LOADX-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-DUE-DSN PIC X(100) VALUE 'duedates.txt'.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-CAP-DSN PIC X(100) VALUE 'capacity.dat'.
       01 WS-CAP-STATUS PIC X(2) VALUE '00'.
       01 WS-ESTHIST-DSN PIC X(100) VALUE 'esthist.txt'.
       01 WS-ESTHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-LOADRPT-DSN PIC X(100) VALUE 'loadrpt.txt'.
       01 WS-LOADX-DSN PIC X(100) VALUE 'loadexcp.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
      *    Building starts on this date - today unless ASOFDATE
      *    (YYYYMMDD) is exported, same override as WIRESCHD - and
      *    the plan runs LOADDAYS calendar days ahead of it.
       01 WS-ASOF-DATE PIC X(8).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-MAX-DAYS PIC 9(4) COMP VALUE 60.
       01 WS-HORIZON-DAYS PIC 9(4) VALUE 30.

      *    The planning calendar - one entry per day from the start
      *    date, with its day of the week (1 = Monday) so each
      *    bay's CAP-WORKDAYS flag for that day can be picked out.
       01 CALENDAR-TABLE.
           03 DAY-ENTRY OCCURS 60 TIMES.
               05 DAY-DATE PIC 9(8).
               05 DAY-DOW PIC 9(1).
       01 WS-DAY-IDX PIC 9(4) VALUE 0.
       01 WS-START-INT PIC 9(8) VALUE 0.
       01 WS-DAY-INT PIC 9(8) VALUE 0.
       01 WS-DOW-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.

      *    Every bay on the capacity master with its booked minutes
      *    for each day of the plan.
       01 WS-MAX-BAYS PIC 9(4) COMP VALUE 200.
       01 BAY-TABLE.
           03 BAY-ENTRY OCCURS 200 TIMES INDEXED BY BAYIDX.
               05 BAY-SITE PIC X(20).
               05 BAY-BAY PIC X(8).
               05 BAY-DAY-MINUTES PIC 9(5).
               05 BAY-WORKDAYS PIC X(7).
               05 BAY-PANELS PIC 9(4).
               05 BAY-DAY-LOAD OCCURS 60 TIMES PIC 9(7)V9.
           03 BAY-COUNT PIC 9(4) VALUE 0.
       01 WS-BAY-IDX PIC 9(4) VALUE 0.

      *    Tag=value parsing fields - same blank-then-equals split
      *    as WIREVAR's estimate history parse.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 8 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).
       01 WS-CUR-PANEL PIC X(8).
       01 WS-CUR-LABMIN PIC 9(9)V9 VALUE 0.

      *    Latest labor estimate per panel - esthist is appended in
      *    run order, so a later line for the same panel (a
      *    re-estimate, or the estimate of a newer run) replaces
      *    the earlier one.
       01 WS-MAX-ESTS PIC 9(4) COMP VALUE 2000.
       01 EST-TABLE.
           03 EST-ENTRY OCCURS 2000 TIMES INDEXED BY ESTIDX.
               05 EH-PANEL PIC X(8).
               05 EH-LABMIN PIC 9(9)V9.
           03 EH-COUNT PIC 9(4) VALUE 0.

       01 WS-MATCH-FOUND PIC X(1) VALUE 'N'.
           88 MATCH-FOUND VALUE 'Y'.
       01 WS-MATCH-IDX PIC 9(4) VALUE 0.

      *    The plannable panels, ordered earliest due date first
      *    (priority then panel id break ties) before any bench
      *    time is booked - the panel due soonest gets first claim
      *    on its bay.
       01 WS-MAX-SCHED PIC 9(4) COMP VALUE 2000.
       01 SCHED-TABLE.
           03 SCH-ENTRY OCCURS 2000 TIMES.
               05 SCH-PANEL PIC X(8).
               05 SCH-DUE-DATE PIC X(8).
               05 SCH-PRIORITY PIC 9(2).
               05 SCH-BAY-IDX PIC 9(4).
               05 SCH-LABMIN PIC 9(7)V9.
               05 SCH-START-DATE PIC X(8).
               05 SCH-FINISH-DATE PIC X(8).
               05 SCH-OUTCOME PIC X(8).
           03 SCH-COUNT PIC 9(4) VALUE 0.
       01 SCH-SWAP-ENTRY.
           05 FILLER PIC X(8).
           05 FILLER PIC X(8).
           05 FILLER PIC 9(2).
           05 FILLER PIC 9(4).
           05 FILLER PIC 9(7)V9.
           05 FILLER PIC X(8).
           05 FILLER PIC X(8).
           05 FILLER PIC X(8).
       01 SCH-I PIC 9(4) VALUE 0.
       01 SCH-J PIC 9(4) VALUE 0.

      *    Booking working fields.
       01 WS-REMAINING PIC 9(7)V9 VALUE 0.
       01 WS-DAY-CAP PIC 9(7)V9 VALUE 0.
       01 WS-DAY-FREE PIC 9(7)V9 VALUE 0.
       01 WS-TAKE PIC 9(7)V9 VALUE 0.

       01 WS-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-BOOKED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCP-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCP-PANEL PIC X(8).
       01 WS-EXCP-DUE PIC X(8).
       01 WS-EXCP-PRIORITY PIC 9(2).
       01 WS-EXCP-REASON PIC X(60).

      *    Report totals and edit fields.
       01 WS-BAY-CAP-TOTAL PIC 9(9)V9 VALUE 0.
       01 WS-BAY-LOAD-TOTAL PIC 9(9)V9 VALUE 0.
       01 WS-UTIL-PCT PIC 9(3)V9 VALUE 0.
       01 WS-RPT-MINUTES PIC Z(6)9.9.
       01 WS-RPT-CAP PIC Z(6)9.9.
       01 WS-RPT-TOTAL PIC Z(8)9.9.
       01 WS-RPT-TOTAL-CAP PIC Z(8)9.9.
       01 WS-RPT-UTIL PIC ZZ9.9.
       01 WS-RPT-SEQ PIC Z(3)9.
       01 WS-RPT-DAYS PIC Z(3)9.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM BUILD-CALENDAR.
           PERFORM LOAD-CAPACITY.
           PERFORM LOAD-ESTIMATES.

           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT LOADXFILE.
           MOVE SPACES TO LOADX-LINE.
           STRING "WIRELOAD EXCEPTIONS - PANELS THAT CANNOT BE BUILT "
               "BY THEIR DUE DATE, PLAN FROM " WS-ASOF-DATE
               DELIMITED BY SIZE INTO LOADX-LINE
           WRITE LOADX-LINE.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT DUEFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUEFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DUE-PANEL NOT = SPACES
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM COLLECT-DUE-PANEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUEFILE.
           CLOSE PANELFILE.

           PERFORM ORDER-SCHEDULE.
           PERFORM BOOK-SCHEDULE.

           IF WS-EXCP-COUNT = 0
               MOVE SPACES TO LOADX-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO LOADX-LINE
               WRITE LOADX-LINE
           END-IF.
           CLOSE LOADXFILE.

           PERFORM WRITE-LOAD-REPORT.

           DISPLAY "WIRELOAD: " WS-DUE-COUNT " PANEL(S) DUE, "
               WS-BOOKED-COUNT " BOOKED ON TIME, "
               WS-EXCP-COUNT " EXCEPTION(S)".
           IF SCH-COUNT = 0
               DISPLAY "WIRELOAD: NOTHING PLANNED - SEE "
                   FUNCTION TRIM(WS-LOADX-DSN)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCP-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       BUILD-CALENDAR.
      *    Day 1 is the start date. Integer day numbers count from
      *    1 January 1601, a Monday, so the day of the week falls
      *    straight out of the integer.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF-DATE)).
           MOVE 1 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX > WS-HORIZON-DAYS
               COMPUTE WS-DAY-INT = WS-START-INT + WS-DAY-IDX - 1
               COMPUTE DAY-DATE(WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               COMPUTE DAY-DOW(WS-DAY-IDX) =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               ADD 1 TO WS-DAY-IDX
           END-PERFORM.

       LOAD-CAPACITY.
      *    The whole capacity master into BAY-TABLE - a handful of
      *    bays per site, read once in key order.
           OPEN INPUT CAPFILE.
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY "CAPACITY MASTER OPEN FAILED - STATUS "
                   WS-CAP-STATUS " - RUN WIRECAP TO LOAD IT FIRST"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CAP-STATUS NOT = '00'
               READ CAPFILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ADD-BAY
               END-READ
           END-PERFORM.
           CLOSE CAPFILE.

       ADD-BAY.
           IF BAY-COUNT >= WS-MAX-BAYS
               DISPLAY "TOO MANY BAYS - BAY-TABLE FULL AT "
                   WS-MAX-BAYS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO BAY-COUNT
               MOVE CAP-SITE TO BAY-SITE(BAY-COUNT)
               MOVE CAP-BAY TO BAY-BAY(BAY-COUNT)
               MOVE CAP-DAY-MINUTES TO BAY-DAY-MINUTES(BAY-COUNT)
               MOVE CAP-WORKDAYS TO BAY-WORKDAYS(BAY-COUNT)
               MOVE 0 TO BAY-PANELS(BAY-COUNT)
               MOVE 1 TO WS-DAY-IDX
               PERFORM UNTIL WS-DAY-IDX > WS-MAX-DAYS
                   MOVE 0 TO BAY-DAY-LOAD(BAY-COUNT, WS-DAY-IDX)
                   ADD 1 TO WS-DAY-IDX
               END-PERFORM
           END-IF.

       LOAD-ESTIMATES.
      *    A missing history just means no panel has an estimate -
      *    every due panel then lands on the exception list.
           OPEN INPUT ESTHISTFILE.
           IF WS-ESTHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTHISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-EST-LINE
                   END-READ
               END-PERFORM
               CLOSE ESTHISTFILE
           END-IF.

       PARSE-EST-LINE.
           MOVE SPACES TO WS-CUR-PANEL.
           MOVE 0 TO WS-CUR-LABMIN.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING ESTHIST-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.
           IF WS-CUR-PANEL NOT = SPACES
               PERFORM STORE-ESTIMATE
           END-IF.

       TAKE-TOKEN.
      *    Split one blank-delimited token on its first '=' - only
      *    the panel and its labor minutes (assumed one decimal,
      *    see APPEND-EST-HISTORY in wireest.cob) matter here.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PANEL'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PANEL
               WHEN 'EST-LABMIN'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       COMPUTE WS-CUR-LABMIN =
                           FUNCTION NUMVAL(WS-VALUE) / 10
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-ESTIMATE.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM FIND-ESTIMATE.
           IF NOT MATCH-FOUND
               IF EH-COUNT >= WS-MAX-ESTS
                   DISPLAY "TOO MANY ESTIMATES - EST-TABLE FULL AT "
                       WS-MAX-ESTS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO EH-COUNT
                   MOVE EH-COUNT TO WS-MATCH-IDX
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-IF.
           IF MATCH-FOUND
               MOVE WS-CUR-PANEL TO EH-PANEL(WS-MATCH-IDX)
               MOVE WS-CUR-LABMIN TO EH-LABMIN(WS-MATCH-IDX)
           END-IF.

       FIND-ESTIMATE.
      *    Locate the estimate for WS-CUR-PANEL among the EH-COUNT
      *    entries loaded so far.
           SET ESTIDX TO 1.
           SEARCH EST-ENTRY
               VARYING ESTIDX
               AT END
                   CONTINUE
               WHEN ESTIDX > EH-COUNT
                   CONTINUE
               WHEN EH-PANEL(ESTIDX) = WS-CUR-PANEL
                   MOVE 'Y' TO WS-MATCH-FOUND
                   SET WS-MATCH-IDX TO ESTIDX
           END-SEARCH.

       FIND-BAY.
      *    Locate PNL-SITE/PNL-BAY among the loaded bays.
           MOVE 'N' TO WS-MATCH-FOUND.
           SET BAYIDX TO 1.
           SEARCH BAY-ENTRY
               VARYING BAYIDX
               AT END
                   CONTINUE
               WHEN BAYIDX > BAY-COUNT
                   CONTINUE
               WHEN BAY-SITE(BAYIDX) = PNL-SITE
                   AND BAY-BAY(BAYIDX) = PNL-BAY
                   MOVE 'Y' TO WS-MATCH-FOUND
                   SET WS-BAY-IDX TO BAYIDX
           END-SEARCH.

       COLLECT-DUE-PANEL.
      *    A panel can only be planned if the master knows where it
      *    is built, that bay has capacity set up, and WIREEST has
      *    costed it - anything short of that goes on the exception
      *    list with the reason.
           MOVE SPACES TO WS-EXCP-REASON.
           MOVE DUE-PANEL TO PNL-ID.
           READ PANELFILE
               INVALID KEY
                   MOVE "PANEL NOT ON PANEL MASTER"
                       TO WS-EXCP-REASON
               NOT INVALID KEY
                   PERFORM FIND-BAY
                   IF NOT MATCH-FOUND
                       STRING "NO CAPACITY SET UP FOR "
                           FUNCTION TRIM(PNL-SITE) " BAY "
                           FUNCTION TRIM(PNL-BAY)
                           DELIMITED BY SIZE INTO WS-EXCP-REASON
                   END-IF
           END-READ.
           IF WS-EXCP-REASON = SPACES
               MOVE DUE-PANEL TO WS-CUR-PANEL
               MOVE 'N' TO WS-MATCH-FOUND
               PERFORM FIND-ESTIMATE
               IF NOT MATCH-FOUND
                   MOVE "NO LABOR ESTIMATE IN ESTIMATE HISTORY"
                       TO WS-EXCP-REASON
               ELSE
                   IF EH-LABMIN(WS-MATCH-IDX) = 0
                       MOVE "ZERO LABOR ESTIMATE IN ESTIMATE HISTORY"
                           TO WS-EXCP-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-EXCP-REASON = SPACES
               IF SCH-COUNT >= WS-MAX-SCHED
                   DISPLAY "TOO MANY DUE PANELS - SCHED-TABLE FULL AT "
                       WS-MAX-SCHED
                   MOVE 8 TO RETURN-CODE
                   MOVE "SCHEDULE TABLE FULL" TO WS-EXCP-REASON
               ELSE
                   ADD 1 TO SCH-COUNT
                   MOVE DUE-PANEL TO SCH-PANEL(SCH-COUNT)
                   MOVE DUE-DATE TO SCH-DUE-DATE(SCH-COUNT)
                   MOVE DUE-PRIORITY TO SCH-PRIORITY(SCH-COUNT)
                   MOVE WS-BAY-IDX TO SCH-BAY-IDX(SCH-COUNT)
                   MOVE EH-LABMIN(WS-MATCH-IDX)
                       TO SCH-LABMIN(SCH-COUNT)
                   MOVE SPACES TO SCH-START-DATE(SCH-COUNT)
                   MOVE SPACES TO SCH-FINISH-DATE(SCH-COUNT)
                   MOVE SPACES TO SCH-OUTCOME(SCH-COUNT)
               END-IF
           END-IF.
           IF WS-EXCP-REASON NOT = SPACES
               MOVE DUE-PANEL TO WS-EXCP-PANEL
               MOVE DUE-DATE TO WS-EXCP-DUE
               MOVE DUE-PRIORITY TO WS-EXCP-PRIORITY
               PERFORM REPORT-EXCEPTION
           END-IF.

       ORDER-SCHEDULE.
      *    Straight exchange sort, as in WIRESCHD - but earliest due
      *    date first here, since the question is whether each
      *    panel can be finished in time. Priority breaks ties,
      *    panel id keeps the order stable for eyeballing.
           SET SCH-I TO 1.
           PERFORM UNTIL SCH-I >= SCH-COUNT
               ADD 1 TO SCH-I GIVING SCH-J
               PERFORM UNTIL SCH-J > SCH-COUNT
                   IF SCH-DUE-DATE(SCH-J) < SCH-DUE-DATE(SCH-I)
                       OR ( SCH-DUE-DATE(SCH-J) = SCH-DUE-DATE(SCH-I)
                           AND SCH-PRIORITY(SCH-J)
                               < SCH-PRIORITY(SCH-I) )
                       OR ( SCH-DUE-DATE(SCH-J) = SCH-DUE-DATE(SCH-I)
                           AND SCH-PRIORITY(SCH-J)
                               = SCH-PRIORITY(SCH-I)
                           AND SCH-PANEL(SCH-J) < SCH-PANEL(SCH-I) )
                       MOVE SCH-ENTRY(SCH-I) TO SCH-SWAP-ENTRY
                       MOVE SCH-ENTRY(SCH-J) TO SCH-ENTRY(SCH-I)
                       MOVE SCH-SWAP-ENTRY TO SCH-ENTRY(SCH-J)
                   END-IF
                   ADD 1 TO SCH-J
               END-PERFORM
               ADD 1 TO SCH-I
           END-PERFORM.

       BOOK-SCHEDULE.
           SET SCH-I TO 1.
           PERFORM UNTIL SCH-I > SCH-COUNT
               PERFORM BOOK-ONE-PANEL
               ADD 1 TO SCH-I
           END-PERFORM.

       BOOK-ONE-PANEL.
      *    Pour the panel's estimated minutes into its bay from the
      *    first day with room left, carrying on into following
      *    working days until it is all booked - a bay is never
      *    loaded past its capacity for the day. The build starts
      *    on the first day booked and finishes on the last; a
      *    finish after DUE-DATE, or minutes left over at the end
      *    of the plan, is an exception.
           MOVE SCH-BAY-IDX(SCH-I) TO WS-BAY-IDX.
           MOVE SCH-LABMIN(SCH-I) TO WS-REMAINING.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM UNTIL WS-REMAINING = 0
               OR WS-DAY-IDX > WS-HORIZON-DAYS
               PERFORM DAY-CAPACITY
               IF WS-DAY-CAP > BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX)
                   COMPUTE WS-DAY-FREE = WS-DAY-CAP
                       - BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX)
                   IF WS-DAY-FREE < WS-REMAINING
                       MOVE WS-DAY-FREE TO WS-TAKE
                   ELSE
                       MOVE WS-REMAINING TO WS-TAKE
                   END-IF
                   ADD WS-TAKE TO BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX)
                   SUBTRACT WS-TAKE FROM WS-REMAINING
                   IF SCH-START-DATE(SCH-I) = SPACES
                       MOVE DAY-DATE(WS-DAY-IDX)
                           TO SCH-START-DATE(SCH-I)
                   END-IF
                   MOVE DAY-DATE(WS-DAY-IDX) TO SCH-FINISH-DATE(SCH-I)
               END-IF
               ADD 1 TO WS-DAY-IDX
           END-PERFORM.
           ADD 1 TO BAY-PANELS(WS-BAY-IDX).
           MOVE SPACES TO WS-EXCP-REASON.
           IF WS-REMAINING > 0
               MOVE "UNPLACED" TO SCH-OUTCOME(SCH-I)
               MOVE WS-REMAINING TO WS-RPT-MINUTES
               MOVE WS-HORIZON-DAYS TO WS-RPT-DAYS
               STRING "CANNOT MAKE DUE DATE - "
                   FUNCTION TRIM(WS-RPT-MINUTES)
                   " MIN WILL NOT FIT IN "
                   FUNCTION TRIM(WS-RPT-DAYS) "-DAY PLAN"
                   DELIMITED BY SIZE INTO WS-EXCP-REASON
           ELSE
               IF SCH-FINISH-DATE(SCH-I) > SCH-DUE-DATE(SCH-I)
                   MOVE "LATE" TO SCH-OUTCOME(SCH-I)
                   STRING "CANNOT MAKE DUE DATE - EARLIEST FINISH "
                       SCH-FINISH-DATE(SCH-I)
                       DELIMITED BY SIZE INTO WS-EXCP-REASON
               ELSE
                   MOVE "ON TIME" TO SCH-OUTCOME(SCH-I)
                   ADD 1 TO WS-BOOKED-COUNT
               END-IF
           END-IF.
           IF WS-EXCP-REASON NOT = SPACES
               MOVE SCH-PANEL(SCH-I) TO WS-EXCP-PANEL
               MOVE SCH-DUE-DATE(SCH-I) TO WS-EXCP-DUE
               MOVE SCH-PRIORITY(SCH-I) TO WS-EXCP-PRIORITY
               PERFORM REPORT-EXCEPTION
           END-IF.

       DAY-CAPACITY.
      *    The bay's minutes for plan day WS-DAY-IDX - its full day
      *    on a working day, nothing on a day it does not work.
           IF BAY-WORKDAYS(WS-BAY-IDX)(DAY-DOW(WS-DAY-IDX):1) = 'Y'
               MOVE BAY-DAY-MINUTES(WS-BAY-IDX) TO WS-DAY-CAP
           ELSE
               MOVE 0 TO WS-DAY-CAP
           END-IF.

       REPORT-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE SPACES TO LOADX-LINE.
           STRING "  " WS-EXCP-PANEL " DUE " WS-EXCP-DUE
               " PRIORITY " WS-EXCP-PRIORITY
               " - " WS-EXCP-REASON
               DELIMITED BY SIZE INTO LOADX-LINE
           WRITE LOADX-LINE.

       WRITE-LOAD-REPORT.
      *    Build plan in booking order, then each bay's working days
      *    with capacity, minutes booked and utilisation, and a
      *    total line per bay for the whole plan.
           OPEN OUTPUT LOADRPTFILE.
           MOVE WS-HORIZON-DAYS TO WS-RPT-DAYS.
           MOVE SPACES TO LOADRPT-LINE.
           STRING "WIRELOAD BENCH BUILD PLAN FROM " WS-ASOF-DATE
               " FOR " FUNCTION TRIM(WS-RPT-DAYS) " DAYS"
               DELIMITED BY SIZE INTO LOADRPT-LINE
           WRITE LOADRPT-LINE.
           MOVE SPACES TO LOADRPT-LINE.
           WRITE LOADRPT-LINE.
           MOVE SPACES TO LOADRPT-LINE.
           STRING "  SEQ PANEL    SITE                 BAY     "
               "   LAB-MIN START    FINISH   DUE      OUTCOME"
               DELIMITED BY SIZE INTO LOADRPT-LINE
           WRITE LOADRPT-LINE.
           SET SCH-I TO 1.
           PERFORM UNTIL SCH-I > SCH-COUNT
               MOVE SCH-I TO WS-RPT-SEQ
               MOVE SCH-LABMIN(SCH-I) TO WS-RPT-MINUTES
               MOVE SCH-BAY-IDX(SCH-I) TO WS-BAY-IDX
               MOVE SPACES TO LOADRPT-LINE
               STRING " " WS-RPT-SEQ " " SCH-PANEL(SCH-I)
                   " " BAY-SITE(WS-BAY-IDX) " " BAY-BAY(WS-BAY-IDX)
                   " " WS-RPT-MINUTES
                   " " SCH-START-DATE(SCH-I)
                   " " SCH-FINISH-DATE(SCH-I)
                   " " SCH-DUE-DATE(SCH-I)
                   " " SCH-OUTCOME(SCH-I)
                   DELIMITED BY SIZE INTO LOADRPT-LINE
               WRITE LOADRPT-LINE
               ADD 1 TO SCH-I
           END-PERFORM.

           MOVE 1 TO WS-BAY-IDX.
           PERFORM UNTIL WS-BAY-IDX > BAY-COUNT
               PERFORM WRITE-BAY-LOAD
               ADD 1 TO WS-BAY-IDX
           END-PERFORM.
           CLOSE LOADRPTFILE.

       WRITE-BAY-LOAD.
           MOVE SPACES TO LOADRPT-LINE.
           WRITE LOADRPT-LINE.
           MOVE SPACES TO LOADRPT-LINE.
           STRING "BAY LOAD - " FUNCTION TRIM(BAY-SITE(WS-BAY-IDX))
               " BAY " FUNCTION TRIM(BAY-BAY(WS-BAY-IDX))
               " - " BAY-PANELS(WS-BAY-IDX) " PANEL(S)"
               DELIMITED BY SIZE INTO LOADRPT-LINE
           WRITE LOADRPT-LINE.
           MOVE SPACES TO LOADRPT-LINE.
           STRING "  DATE     DAY  CAPACITY    BOOKED  UTIL%"
               DELIMITED BY SIZE INTO LOADRPT-LINE
           WRITE LOADRPT-LINE.
           MOVE 0 TO WS-BAY-CAP-TOTAL.
           MOVE 0 TO WS-BAY-LOAD-TOTAL.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX > WS-HORIZON-DAYS
               PERFORM DAY-CAPACITY
               IF WS-DAY-CAP > 0
                   ADD WS-DAY-CAP TO WS-BAY-CAP-TOTAL
                   ADD BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX)
                       TO WS-BAY-LOAD-TOTAL
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX) * 100
                           / WS-DAY-CAP
                   MOVE WS-DAY-CAP TO WS-RPT-CAP
                   MOVE BAY-DAY-LOAD(WS-BAY-IDX, WS-DAY-IDX)
                       TO WS-RPT-MINUTES
                   MOVE WS-UTIL-PCT TO WS-RPT-UTIL
                   MOVE SPACES TO LOADRPT-LINE
                   STRING "  " DAY-DATE(WS-DAY-IDX) " "
                       WS-DOW-NAMES(DAY-DOW(WS-DAY-IDX) * 3 - 2:3)
                       " " WS-RPT-CAP " " WS-RPT-MINUTES
                       " " WS-RPT-UTIL
                       DELIMITED BY SIZE INTO LOADRPT-LINE
                   WRITE LOADRPT-LINE
               END-IF
               ADD 1 TO WS-DAY-IDX
           END-PERFORM.
           IF WS-BAY-CAP-TOTAL > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-BAY-LOAD-TOTAL * 100 / WS-BAY-CAP-TOTAL
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF.
           MOVE WS-BAY-CAP-TOTAL TO WS-RPT-TOTAL-CAP.
           MOVE WS-BAY-LOAD-TOTAL TO WS-RPT-TOTAL.
           MOVE WS-UTIL-PCT TO WS-RPT-UTIL.
           MOVE SPACES TO LOADRPT-LINE.
           STRING "  PLAN TOTAL   " WS-RPT-TOTAL-CAP " "
               WS-RPT-TOTAL " " WS-RPT-UTIL
               DELIMITED BY SIZE INTO LOADRPT-LINE
           WRITE LOADRPT-LINE.

       RESOLVE-FILENAMES.
      *    DUEDD/PANELDD/CAPDD/ESTHSTDD/LDRPTDD/LOADXDD (exported
      *    before the run, or set as JCL DD overrides by a caller
      *    using this program under a job scheduler) replace the
      *    built-in defaults; ASOFDATE (YYYYMMDD) moves the start
      *    of the plan and LOADDAYS (1-60) its length.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-ASOF-DATE.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ASOFDATE".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF WS-ENV-OVERRIDE(1:8) IS NUMERIC
                   MOVE WS-ENV-OVERRIDE(1:8) TO WS-ASOF-DATE
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LOADDAYS".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-OVERRIDE) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-ENV-OVERRIDE) >= 1
                       AND FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                           <= WS-MAX-DAYS
                       MOVE FUNCTION NUMVAL(WS-ENV-OVERRIDE)
                           TO WS-HORIZON-DAYS
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DUEDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DUE-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAP-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESTHSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ESTHIST-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LDRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOADRPT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LOADXDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOADX-DSN
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
               " PROG=WIRELOAD"
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
