      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRENCRP.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed NCR master WIRENCR maintains - read end to end for
      *    the NCRs found in the reporting month.
           SELECT NCRFILE ASSIGN TO DYNAMIC WS-NCR-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUM
               FILE STATUS IS WS-NCR-STATUS.
      *    The append-only audit trail WIREPT1/WIREPT2 grow one
      *    tag=value line per run (see WRITE-AUDIT-RECORD in pt1.cob/
      *    pt2.cob) - its USER= is the operator who built the run an
      *    NCR was raised against.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    The keyed run register, for the archived crossing list of
      *    each run the month's NCRs name - counted by class so the
      *    class Pareto can give a defect rate, not just a count.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
           SELECT ARCHPARTSFILE ASSIGN TO DYNAMIC WS-ARCH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *    Monthly Pareto report - defects by code, crossing class,
      *    site and operator, each largest first with cumulative
      *    percentages.
           SELECT PARETOFILE ASSIGN TO DYNAMIC WS-PARETO-DSN
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
      *    One NCR, keyed on its number - layout shared with the
      *    NCRFILE FD in wirencr.cob (the maintenance program); do
      *    not change one without changing the other to match.
       FD  NCRFILE.
       01  NCR-RECORD.
           05 NCR-NUM PIC X(8).
           05 NCR-PANEL-ID PIC X(8).
           05 NCR-RUN-ID PIC 9(8).
           05 NCR-X PIC S9(9) SIGN LEADING SEPARATE.
           05 NCR-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 NCR-DEFECT-CODE PIC X(4).
           05 NCR-STAGE PIC X(1).
               88 NCR-AT-BENCH VALUE 'B'.
               88 NCR-AT-INSPECTION VALUE 'I'.
               88 NCR-IN-FIELD VALUE 'F'.
           05 NCR-DISPOSITION PIC X(8).
           05 NCR-FOUND-DATE PIC X(8).
           05 NCR-SITE PIC X(20).
           05 NCR-LINK-STATUS PIC X(1).
               88 NCR-IS-LINKED VALUE 'Y'.
           05 NCR-PARTS-CLASS PIC X(1).
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
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
      *    Layout mirrors PARTS-RECORD in pt2.cob's WRITE-PARTS-FILE
      *    - do not change one without changing the other to match.
       FD  ARCHPARTSFILE.
       01  ARCH-PARTS-RECORD.
           05 ARCHP-X PIC S9(9) SIGN LEADING SEPARATE.
           05 ARCHP-Y PIC S9(9) SIGN LEADING SEPARATE.
           05 ARCHP-CHAR PIC X(1).
           05 ARCHP-CLASS PIC X(1).
           05 ARCHP-RUN-ID PIC 9(8).
       FD  PARETOFILE.
       01  PARETO-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    same convention as WIREPT1/WIREPT2.
       01 WS-NCR-DSN PIC X(100) VALUE 'ncr.dat'.
       01 WS-NCR-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-ARCH-DSN PIC X(100) VALUE SPACES.
       01 WS-ARCH-STATUS PIC X(2) VALUE '00'.
       01 WS-PARETO-DSN PIC X(100) VALUE 'ncrpareto.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TODAY PIC X(21).
      *    Reporting month YYYYMM - the month just ended unless
      *    NCRMONTH names another, so the job can run on the 1st.
       01 WS-REPORT-MONTH PIC X(6).
       01 WS-MONTH-NUM PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-NUM.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).

      *    Tag=value parsing fields - the same split WIREHIST uses:
      *    blanks into tokens, each token on '=' into tag and value.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 16 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).
       01 WS-CUR-PROG PIC X(10).
       01 WS-CUR-RUN PIC X(8).
       01 WS-CUR-USER PIC X(8).

      *    The month's NCRs, with the operator filled in from the
      *    audit trail (NONE when no audit line names the run).
       01 WS-MAX-NCRS PIC 9(4) COMP VALUE 5000.
       01 NCR-TABLE.
           03 NT-ENTRY OCCURS 5000 TIMES INDEXED BY NTIDX.
               05 NT-RUN-ID PIC 9(8).
               05 NT-DEFECT-CODE PIC X(4).
               05 NT-SITE PIC X(20).
               05 NT-LINK-STATUS PIC X(1).
               05 NT-PARTS-CLASS PIC X(1).
               05 NT-USER PIC X(8).
           03 NT-COUNT PIC 9(4) VALUE 0.

      *    Distinct runs the month's NCRs name, for the crossing
      *    counts behind the class rates.
       01 WS-MAX-RUNS PIC 9(4) COMP VALUE 2000.
       01 RUN-TABLE.
           03 RUN-ENTRY OCCURS 2000 TIMES INDEXED BY RUNIDX.
               05 RUN-ID PIC 9(8).
           03 RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-CLASS-S-CROSSINGS PIC 9(9) VALUE 0.
       01 WS-CLASS-D-CROSSINGS PIC 9(9) VALUE 0.
       01 WS-CLASS-C-CROSSINGS PIC 9(9) VALUE 0.
      *    Vias on the same archives - the base for an NCR linked
      *    to a via (class V).
       01 WS-CLASS-V-VIAS PIC 9(9) VALUE 0.
       01 WS-RUNS-UNCOUNTED PIC 9(4) VALUE 0.

      *    One Pareto at a time is tallied here, keyed on whatever
      *    WS-DIMENSION says, then sorted largest first.
       01 WS-DIMENSION PIC 9(1) VALUE 0.
           88 DIM-IS-CODE VALUE 1.
           88 DIM-IS-CLASS VALUE 2.
           88 DIM-IS-SITE VALUE 3.
           88 DIM-IS-OPER VALUE 4.
       01 WS-MAX-PARETO PIC 9(4) COMP VALUE 500.
       01 PARETO-TABLE.
           03 PAR-ENTRY OCCURS 500 TIMES INDEXED BY PARIDX.
               05 PAR-KEY PIC X(20).
               05 PAR-COUNT PIC 9(9).
           03 PAR-COUNT-USED PIC 9(4) VALUE 0.
       01 PAR-SWAP-ENTRY.
           05 FILLER PIC X(20).
           05 FILLER PIC 9(9).
       01 PAR-I PIC 9(4) VALUE 0.
       01 PAR-J PIC 9(4) VALUE 0.
       01 WS-PAR-KEY PIC X(20).
       01 WS-CUM-COUNT PIC 9(9) VALUE 0.
       01 WS-PCT PIC 9(3)V9 VALUE 0.
       01 WS-CUM-PCT PIC 9(3)V9 VALUE 0.
       01 WS-ED-PCT PIC ZZ9.9.
       01 WS-ED-CUM-PCT PIC ZZ9.9.
       01 WS-ED-COUNT PIC Z(8)9.
       01 WS-CLASS-BASE PIC 9(9) VALUE 0.
       01 WS-RATE PIC 9(5)V99 VALUE 0.
       01 WS-ED-RATE PIC ZZZZ9.99.
       01 WS-ED-BASE PIC Z(8)9.
       01 WS-RATE-TEXT PIC X(30).

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           PERFORM RESOLVE-FILENAMES.
           PERFORM LOAD-MONTH-NCRS.
           PERFORM FIND-OPERATORS.
           PERFORM COUNT-RUN-CROSSINGS.

           OPEN OUTPUT PARETOFILE.
           MOVE SPACES TO PARETO-LINE.
           STRING "WIRENCRP NONCONFORMANCE PARETO - MONTH "
               WS-REPORT-MONTH " - " NT-COUNT " NCR(S) FOUND"
               DELIMITED BY SIZE INTO PARETO-LINE
           WRITE PARETO-LINE.

           IF NT-COUNT > 0
               MOVE 1 TO WS-DIMENSION
               PERFORM UNTIL WS-DIMENSION > 4
                   PERFORM WRITE-ONE-PARETO
                   ADD 1 TO WS-DIMENSION
               END-PERFORM
           END-IF.
           CLOSE PARETOFILE.

           DISPLAY "WIRENCRP: " NT-COUNT " NCR(S) FOR MONTH "
               WS-REPORT-MONTH.
           IF NT-COUNT = 0
               DISPLAY "WIRENCRP: NO NCRS FOUND IN MONTH "
                   WS-REPORT-MONTH
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       LOAD-MONTH-NCRS.
           OPEN INPUT NCRFILE.
           IF WS-NCR-STATUS NOT = '00'
               DISPLAY "NCR MASTER OPEN FAILED - STATUS "
                   WS-NCR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-NCR-STATUS NOT = '00'
               READ NCRFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF NCR-FOUND-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM STORE-NCR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NCRFILE.

       STORE-NCR.
           IF NT-COUNT >= WS-MAX-NCRS
               DISPLAY "TOO MANY NCRS - NCR-TABLE FULL AT "
                   WS-MAX-NCRS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO NT-COUNT
               MOVE NCR-RUN-ID TO NT-RUN-ID(NT-COUNT)
               MOVE NCR-DEFECT-CODE TO NT-DEFECT-CODE(NT-COUNT)
               MOVE NCR-SITE TO NT-SITE(NT-COUNT)
               MOVE NCR-LINK-STATUS TO NT-LINK-STATUS(NT-COUNT)
               MOVE NCR-PARTS-CLASS TO NT-PARTS-CLASS(NT-COUNT)
               MOVE 'NONE' TO NT-USER(NT-COUNT)
               PERFORM ADD-DISTINCT-RUN
           END-IF.

       ADD-DISTINCT-RUN.
           SET RUNIDX TO 1.
           SEARCH RUN-ENTRY
               VARYING RUNIDX
               AT END
                   PERFORM ADD-NEW-RUN
               WHEN RUNIDX > RUN-COUNT
                   PERFORM ADD-NEW-RUN
               WHEN RUN-ID(RUNIDX) = NCR-RUN-ID
                   CONTINUE
           END-SEARCH.

      *    Factored out of ADD-DISTINCT-RUN's SEARCH - the GnuCOBOL
      *    grammar does not accept a nested IF there, so it is
      *    PERFORMed from AT END instead.
       ADD-NEW-RUN.
           IF RUN-COUNT >= WS-MAX-RUNS
               ADD 1 TO WS-RUNS-UNCOUNTED
           ELSE
               ADD 1 TO RUN-COUNT
               MOVE NCR-RUN-ID TO RUN-ID(RUN-COUNT)
           END-IF.

       FIND-OPERATORS.
      *    One pass of the audit trail; every WIREPT1/WIREPT2 line's
      *    USER= is given to each of the month's NCRs raised against
      *    its RUN=. A missing trail leaves every operator NONE.
           IF NT-COUNT > 0
               OPEN INPUT AUDITFILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "WIRENCRP: AUDIT TRAIL NOT READ - STATUS "
                       WS-AUDIT-STATUS " - OPERATORS SHOWN AS NONE"
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AUDITFILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM PARSE-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDITFILE
               END-IF
           END-IF.

       PARSE-AUDIT-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                   WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15) WS-TOKEN(16)
               TALLYING IN WS-TOKEN-COUNT.
           MOVE SPACES TO WS-CUR-PROG.
           MOVE SPACES TO WS-CUR-RUN.
           MOVE SPACES TO WS-CUR-USER.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.
           IF ( WS-CUR-PROG = 'WIREPT1' OR WS-CUR-PROG = 'WIREPT2' )
               AND WS-CUR-RUN IS NUMERIC
               AND WS-CUR-USER NOT = SPACES
               SET NTIDX TO 1
               PERFORM UNTIL NTIDX > NT-COUNT
                   IF NT-RUN-ID(NTIDX) = WS-CUR-RUN
                       MOVE WS-CUR-USER TO NT-USER(NTIDX)
                   END-IF
                   SET NTIDX UP BY 1
               END-PERFORM
           END-IF.

       TAKE-TOKEN.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PROG'
                   MOVE WS-VALUE(1:10) TO WS-CUR-PROG
               WHEN 'RUN'
                   MOVE WS-VALUE(1:8) TO WS-CUR-RUN
               WHEN 'USER'
                   MOVE WS-VALUE(1:8) TO WS-CUR-USER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-RUN-CROSSINGS.
      *    Crossings by class over every run the month's NCRs name,
      *    from each run's archived crossing list - the denominator
      *    that turns the class Pareto into a failure rate.
           IF RUN-COUNT > 0
               OPEN INPUT RUNREGFILE
               IF WS-REG-STATUS NOT = '00'
                   DISPLAY "WIRENCRP: RUN REGISTER NOT READ - STATUS "
                       WS-REG-STATUS " - NO CLASS RATES"
                   MOVE RUN-COUNT TO WS-RUNS-UNCOUNTED
               ELSE
                   SET RUNIDX TO 1
                   PERFORM UNTIL RUNIDX > RUN-COUNT
                       PERFORM COUNT-ONE-RUN
                       SET RUNIDX UP BY 1
                   END-PERFORM
                   CLOSE RUNREGFILE
               END-IF
           END-IF.

       COUNT-ONE-RUN.
           MOVE RUN-ID(RUNIDX) TO RR-RUN-ID.
           MOVE SPACES TO WS-ARCH-DSN.
           READ RUNREGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RR-PARTS-DSN TO WS-ARCH-DSN
           END-READ.
           IF WS-ARCH-DSN = SPACES
               ADD 1 TO WS-RUNS-UNCOUNTED
           ELSE
               OPEN INPUT ARCHPARTSFILE
               IF WS-ARCH-STATUS NOT = '00'
                   ADD 1 TO WS-RUNS-UNCOUNTED
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ARCHPARTSFILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM TALLY-ARCHIVE-CROSSING
                       END-READ
                   END-PERFORM
                   CLOSE ARCHPARTSFILE
               END-IF
           END-IF.

       TALLY-ARCHIVE-CROSSING.
           IF ARCH-PARTS-RECORD(1:8) NOT = 'TRAILER '
               EVALUATE ARCHP-CLASS
                   WHEN 'D'
                       ADD 1 TO WS-CLASS-D-CROSSINGS
                   WHEN 'C'
                       ADD 1 TO WS-CLASS-C-CROSSINGS
                   WHEN 'V'
                       ADD 1 TO WS-CLASS-V-VIAS
                   WHEN OTHER
                       ADD 1 TO WS-CLASS-S-CROSSINGS
               END-EVALUATE
           END-IF.

       WRITE-ONE-PARETO.
      *    Tally the month's NCRs on the current dimension, order
      *    largest first, and print with running percentages.
           MOVE 0 TO PAR-COUNT-USED.
           SET NTIDX TO 1.
           PERFORM UNTIL NTIDX > NT-COUNT
               PERFORM SET-PARETO-KEY
               PERFORM TALLY-PARETO-KEY
               SET NTIDX UP BY 1
           END-PERFORM.
           PERFORM ORDER-PARETO.

           MOVE SPACES TO PARETO-LINE.
           WRITE PARETO-LINE.
           MOVE SPACES TO PARETO-LINE.
           EVALUATE TRUE
               WHEN DIM-IS-CODE
                   MOVE "DEFECTS BY DEFECT CODE" TO PARETO-LINE
               WHEN DIM-IS-CLASS
                   STRING "DEFECTS BY CROSSING CLASS (S STANDARD, "
                       "D DIAGONAL, C CORNER/WIDE SADDLE, V VIA)"
                       DELIMITED BY SIZE INTO PARETO-LINE
               WHEN DIM-IS-SITE
                   MOVE "DEFECTS BY SITE" TO PARETO-LINE
               WHEN DIM-IS-OPER
                   STRING "DEFECTS BY OPERATOR (USER= OF THE RUN "
                       "ON THE AUDIT TRAIL)"
                       DELIMITED BY SIZE INTO PARETO-LINE
           END-EVALUATE.
           WRITE PARETO-LINE.
           MOVE SPACES TO PARETO-LINE.
           IF DIM-IS-CLASS
               STRING "  KEY                      COUNT    PCT  CUM-PC"
                   "T   CROSSINGS  PER 100"
                   DELIMITED BY SIZE INTO PARETO-LINE
           ELSE
               STRING "  KEY                      COUNT    PCT  CUM-PC"
                   "T"
                   DELIMITED BY SIZE INTO PARETO-LINE
           END-IF.
           WRITE PARETO-LINE.

           MOVE 0 TO WS-CUM-COUNT.
           SET PARIDX TO 1.
           PERFORM UNTIL PARIDX > PAR-COUNT-USED
               PERFORM WRITE-PARETO-LINE
               SET PARIDX UP BY 1
           END-PERFORM.
           IF DIM-IS-CLASS AND WS-RUNS-UNCOUNTED > 0
               MOVE SPACES TO PARETO-LINE
               STRING "  (" WS-RUNS-UNCOUNTED " RUN(S) WITH NO READABLE"
                   " CROSSING LIST - NOT IN THE CROSSING COUNTS)"
                   DELIMITED BY SIZE INTO PARETO-LINE
               WRITE PARETO-LINE
           END-IF.

       SET-PARETO-KEY.
           MOVE SPACES TO WS-PAR-KEY.
           EVALUATE TRUE
               WHEN DIM-IS-CODE
                   MOVE NT-DEFECT-CODE(NTIDX) TO WS-PAR-KEY
               WHEN DIM-IS-CLASS
                   EVALUATE NT-LINK-STATUS(NTIDX)
                       WHEN 'Y'
                           MOVE NT-PARTS-CLASS(NTIDX) TO WS-PAR-KEY
                       WHEN 'N'
                           MOVE "NOT AT A CROSSING" TO WS-PAR-KEY
                       WHEN OTHER
                           MOVE "NO CROSSING LIST" TO WS-PAR-KEY
                   END-EVALUATE
               WHEN DIM-IS-SITE
                   MOVE NT-SITE(NTIDX) TO WS-PAR-KEY
               WHEN DIM-IS-OPER
                   MOVE NT-USER(NTIDX) TO WS-PAR-KEY
           END-EVALUATE.

       TALLY-PARETO-KEY.
           SET PARIDX TO 1.
           SEARCH PAR-ENTRY
               VARYING PARIDX
               AT END
                   PERFORM ADD-NEW-PARETO-KEY
               WHEN PARIDX > PAR-COUNT-USED
                   PERFORM ADD-NEW-PARETO-KEY
               WHEN PAR-KEY(PARIDX) = WS-PAR-KEY
                   ADD 1 TO PAR-COUNT(PARIDX)
           END-SEARCH.

      *    Factored out of TALLY-PARETO-KEY's SEARCH for the same
      *    grammar reason as ADD-NEW-RUN.
       ADD-NEW-PARETO-KEY.
           IF PAR-COUNT-USED >= WS-MAX-PARETO
               DISPLAY "TOO MANY PARETO KEYS - PARETO-TABLE FULL AT "
                   WS-MAX-PARETO
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO PAR-COUNT-USED
               MOVE WS-PAR-KEY TO PAR-KEY(PAR-COUNT-USED)
               MOVE 1 TO PAR-COUNT(PAR-COUNT-USED)
           END-IF.

       ORDER-PARETO.
      *    Straight exchange sort, largest count first and key order
      *    within a tie - the same in-line approach as WIRESCHD's
      *    ORDER-SCHEDULE.
           MOVE 1 TO PAR-I.
           PERFORM UNTIL PAR-I >= PAR-COUNT-USED
               ADD 1 TO PAR-I GIVING PAR-J
               PERFORM UNTIL PAR-J > PAR-COUNT-USED
                   IF PAR-COUNT(PAR-J) > PAR-COUNT(PAR-I)
                       OR ( PAR-COUNT(PAR-J) = PAR-COUNT(PAR-I)
                           AND PAR-KEY(PAR-J) < PAR-KEY(PAR-I) )
                       MOVE PAR-ENTRY(PAR-I) TO PAR-SWAP-ENTRY
                       MOVE PAR-ENTRY(PAR-J) TO PAR-ENTRY(PAR-I)
                       MOVE PAR-SWAP-ENTRY TO PAR-ENTRY(PAR-J)
                   END-IF
                   ADD 1 TO PAR-J
               END-PERFORM
               ADD 1 TO PAR-I
           END-PERFORM.

       WRITE-PARETO-LINE.
      *    The class section adds each geometry class's crossing
      *    count over the runs concerned and defects per 100 of
      *    them - the figure that says whether one class of
      *    crossing really fails more often than another.
           ADD PAR-COUNT(PARIDX) TO WS-CUM-COUNT.
           COMPUTE WS-PCT ROUNDED = PAR-COUNT(PARIDX) * 100 / NT-COUNT.
           COMPUTE WS-CUM-PCT ROUNDED = WS-CUM-COUNT * 100 / NT-COUNT.
           MOVE PAR-COUNT(PARIDX) TO WS-ED-COUNT.
           MOVE WS-PCT TO WS-ED-PCT.
           MOVE WS-CUM-PCT TO WS-ED-CUM-PCT.
           MOVE SPACES TO WS-RATE-TEXT.
           IF DIM-IS-CLASS
               MOVE 0 TO WS-CLASS-BASE
               EVALUATE PAR-KEY(PARIDX)
                   WHEN 'S'
                       MOVE WS-CLASS-S-CROSSINGS TO WS-CLASS-BASE
                   WHEN 'D'
                       MOVE WS-CLASS-D-CROSSINGS TO WS-CLASS-BASE
                   WHEN 'C'
                       MOVE WS-CLASS-C-CROSSINGS TO WS-CLASS-BASE
                   WHEN 'V'
                       MOVE WS-CLASS-V-VIAS TO WS-CLASS-BASE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-CLASS-BASE > 0
                   COMPUTE WS-RATE ROUNDED =
                       PAR-COUNT(PARIDX) * 100 / WS-CLASS-BASE
                   MOVE WS-CLASS-BASE TO WS-ED-BASE
                   MOVE WS-RATE TO WS-ED-RATE
                   STRING "  " WS-ED-BASE "  " WS-ED-RATE
                       DELIMITED BY SIZE INTO WS-RATE-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO PARETO-LINE.
           STRING "  " PAR-KEY(PARIDX) " " WS-ED-COUNT
               "  " WS-ED-PCT "  " WS-ED-CUM-PCT WS-RATE-TEXT
               DELIMITED BY SIZE INTO PARETO-LINE.
           WRITE PARETO-LINE.

       RESOLVE-FILENAMES.
      *    NCRDD/AUDITDD/REGDD/PARETODD (exported before the run, or
      *    set as JCL DD overrides by a caller using this program
      *    under a job scheduler) replace the built-in defaults;
      *    NCRMONTH (YYYYMM) picks the reporting month.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NCR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDITDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARETODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARETO-DSN
           END-IF.
      *    Default month is the one before today's.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-MONTH-NUM.
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-NUM TO WS-REPORT-MONTH.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRMONTH".
           IF WS-ENV-OVERRIDE NOT = SPACES
               IF WS-ENV-OVERRIDE(1:6) IS NUMERIC
                   MOVE WS-ENV-OVERRIDE(1:6) TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "WIRENCRP: NCRMONTH IGNORED - NOT YYYYMM"
               END-IF
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
               " PROG=WIRENCRP"
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
