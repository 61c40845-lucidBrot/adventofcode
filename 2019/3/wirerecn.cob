      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRERECN.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed panel master loaded by WIREPNL - walked for its own
      *    wire-pair DSNs and looked up by key for every PANEL-ID
      *    another file names.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
      *    The keyed run register WIREPT1/WIREPT2 maintain (see
      *    ASSIGN-RUN-ID in pt2.cob) - walked for its panels and
      *    parts archives, looked up by key for every RUN= another
      *    file carries.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    The shared audit trail WIREJOB appends to.
           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    WIREEST's estimate history and WIREACT's actuals master -
      *    tag=value lines, read the way WIREVAR reads them.
           SELECT ESTHISTFILE ASSIGN TO DYNAMIC WS-ESTHIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTHIST-STATUS.
           SELECT ACTFILE ASSIGN TO DYNAMIC WS-ACT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
      *    The latest candidate manifest WIRERANK ranks from, and
      *    the sorted ranking it left behind (cataloged for
      *    WIREESTJOB, see WIRERANKJOB) - the ranking carries the
      *    PANEL-ID the manifest was run for.
           SELECT CANDFILE ASSIGN TO DYNAMIC WS-CAND-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT SORTEDFILE ASSIGN TO DYNAMIC WS-SORTED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
      *    Any dataset another file points at (a step file, a parts
      *    archive), reassigned and opened only to prove it is
      *    there. See PROBE-DATASET.
           SELECT PROBEFILE ASSIGN TO DYNAMIC WS-PROBE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
      *    The exception report - one group per relationship, each
      *    orphan named, counted per group and in total.
           SELECT RECNRPTFILE ASSIGN TO DYNAMIC WS-RECNRPT-DSN
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
       FD  AUDITFILE.
       01  AUDIT-LINE PIC X(300).
       FD  ESTHISTFILE.
       01  ESTHIST-LINE PIC X(132).
       FD  ACTFILE.
       01  ACT-LINE PIC X(132).
      *    Layout mirrors CAND-LINE in wirerank.cob.
       FD  CANDFILE.
       01  CAND-LINE.
           05 CAND-ONE-DSN PIC X(40).
           05 FILLER PIC X(01).
           05 CAND-TWO-DSN PIC X(40).
           05 FILLER PIC X(01).
           05 CAND-SEQ PIC X(4).
      *    Layout mirrors SORTEDRESULT-LINE in wirerank.cob and
      *    wiresel.cob.
       FD  SORTEDFILE.
       01  SORTEDRESULT-LINE.
           05 SR-ID PIC 9(4).
           05 SR-ONE-DSN PIC X(40).
           05 SR-TWO-DSN PIC X(40).
           05 SR-CROSS-COUNT PIC 9(9).
           05 SR-MIN-DIST PIC 9(9).
           05 SR-STEPS-SUM PIC 9(9).
           05 SR-HAVE-CROSSING PIC X(1).
           05 SR-PANEL-ID PIC X(8).
       FD  PROBEFILE.
       01  PROBE-LINE PIC X(80).
       FD  RECNRPTFILE.
       01  RECNRPT-LINE PIC X(160).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    the same DD names the owning programs use.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-ESTHIST-DSN PIC X(100) VALUE 'esthist.txt'.
       01 WS-ESTHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-ACT-DSN PIC X(100) VALUE 'actmaster.txt'.
       01 WS-ACT-STATUS PIC X(2) VALUE '00'.
       01 WS-CAND-DSN PIC X(100) VALUE 'candidates.txt'.
       01 WS-CAND-STATUS PIC X(2) VALUE '00'.
       01 WS-SORTED-DSN PIC X(100) VALUE 'sorted.txt'.
       01 WS-SORTED-STATUS PIC X(2) VALUE '00'.
       01 WS-PROBE-DSN PIC X(100) VALUE SPACES.
       01 WS-PROBE-STATUS PIC X(2) VALUE '00'.
       01 WS-RECNRPT-DSN PIC X(100) VALUE 'reconcile.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TODAY PIC X(21).

      *    One entry per relationship checked, in report order -
      *    the name heads its group and the count goes to the
      *    summary at the end. GRP-NOTE is set when a source file
      *    could not be read, so the group shows as not checked
      *    rather than as clean.
       01 WS-MAX-GROUPS PIC 9(2) COMP VALUE 12.
       01 GROUP-TABLE.
           03 GROUP-ENTRY OCCURS 12 TIMES INDEXED BY GRPIDX.
               05 GRP-NAME PIC X(50).
               05 GRP-COUNT PIC 9(7).
               05 GRP-NOTE PIC X(60).
       01 WS-GRP-NUM PIC 9(2) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(7) VALUE 0.
       01 WS-UNCHECKED-COUNT PIC 9(2) VALUE 0.
       01 WS-EXC-TEXT PIC X(150).

      *    Lookup results.
       01 WS-FOUND PIC X(1) VALUE 'N'.
           88 KEY-FOUND VALUE 'Y'.
       01 WS-LOOK-PANEL PIC X(8).
       01 WS-LOOK-RUN PIC 9(8) VALUE 0.
       01 WS-LINE-NUM PIC 9(7) VALUE 0.
       01 WS-LINE-ED PIC Z(6)9.

      *    Tag=value parsing fields - same blank-then-equals split
      *    as WIREHIST's audit parse, wide enough for a full audit
      *    line.
       01 WS-TOKEN-TABLE.
           03 WS-TOKEN OCCURS 16 TIMES PIC X(60).
       01 WS-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(2) VALUE 0.
       01 WS-TAG PIC X(12).
       01 WS-VALUE PIC X(48).
       01 WS-CUR-PROG PIC X(8).
       01 WS-CUR-PANEL PIC X(8).
       01 WS-CUR-RUN PIC 9(8) VALUE 0.

      *    Every PANEL/RUN WIREEST has costed, loaded while the
      *    estimate history is checked and then matched against
      *    each actual - same pairing WIREVAR judges variance by.
       01 WS-MAX-ESTS PIC 9(4) COMP VALUE 2000.
       01 EST-TABLE.
           03 EST-ENTRY OCCURS 2000 TIMES INDEXED BY ESTIDX.
               05 EH-PANEL PIC X(8).
               05 EH-RUN PIC 9(8).
           03 EH-COUNT PIC 9(4) VALUE 0.
       01 WS-EST-LOADED PIC X(1) VALUE 'N'.
           88 EST-LOADED VALUE 'Y'.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM RESOLVE-FILENAMES.
           PERFORM SET-GROUP-NAMES.

      *    The panel master and the register are what everything
      *    else is checked against; without them nothing can be
      *    reconciled.
           OPEN INPUT PANELFILE.
           IF WS-PANEL-STATUS NOT = '00'
               DISPLAY "WIRERECN: PANEL MASTER OPEN FAILED - STATUS "
                   WS-PANEL-STATUS " - " FUNCTION TRIM(WS-PANEL-DSN)
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN INPUT RUNREGFILE.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "WIRERECN: RUN REGISTER OPEN FAILED - STATUS "
                   WS-REG-STATUS " - " FUNCTION TRIM(WS-REG-DSN)
               CLOSE PANELFILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-TIMING
               STOP RUN
           END-IF.

           OPEN OUTPUT RECNRPTFILE.
           MOVE SPACES TO RECNRPT-LINE.
           STRING "WIRERECN CROSS-FILE RECONCILIATION - "
               WS-TODAY(1:8)
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.

           PERFORM CHECK-PANEL-STEP-FILES.
           PERFORM CHECK-REGISTER-PANELS.
           PERFORM CHECK-REGISTER-ARCHIVES.
           PERFORM CHECK-AUDIT-RUNS.
           PERFORM CHECK-AUDIT-PANELS.
           PERFORM CHECK-ESTHIST.
           PERFORM CHECK-ACTUALS.
           PERFORM CHECK-MANIFEST.
           PERFORM CHECK-RANKING-PANELS.

           CLOSE PANELFILE.
           CLOSE RUNREGFILE.
           PERFORM WRITE-SUMMARY.
           CLOSE RECNRPTFILE.

           DISPLAY "WIRERECN: " WS-TOTAL-EXCEPTIONS
               " EXCEPTION(S) IN " WS-GRP-NUM " RELATIONSHIP(S), "
               WS-UNCHECKED-COUNT " NOT CHECKED".
           IF ( WS-TOTAL-EXCEPTIONS > 0 OR WS-UNCHECKED-COUNT > 0 )
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       SET-GROUP-NAMES.
           MOVE SPACES TO GROUP-TABLE.
           MOVE "PANEL MASTER -> WIRE-PAIR STEP FILES"
               TO GRP-NAME(1).
           MOVE "RUN REGISTER -> PANEL MASTER" TO GRP-NAME(2).
           MOVE "RUN REGISTER -> PARTS ARCHIVES" TO GRP-NAME(3).
           MOVE "AUDIT TRAIL RUN= -> RUN REGISTER" TO GRP-NAME(4).
           MOVE "AUDIT TRAIL PANEL= -> PANEL MASTER" TO GRP-NAME(5).
           MOVE "ESTIMATE HISTORY -> RUN REGISTER" TO GRP-NAME(6).
           MOVE "ESTIMATE HISTORY -> PANEL MASTER" TO GRP-NAME(7).
           MOVE "ACTUALS -> ESTIMATE HISTORY" TO GRP-NAME(8).
           MOVE "ACTUALS -> RUN REGISTER" TO GRP-NAME(9).
           MOVE "ACTUALS -> PANEL MASTER" TO GRP-NAME(10).
           MOVE "CANDIDATE MANIFEST -> STEP FILES" TO GRP-NAME(11).
           MOVE "LATEST RANKING -> PANEL MASTER" TO GRP-NAME(12).
           MOVE 0 TO WS-GRP-NUM.
           SET GRPIDX TO 1.
           PERFORM UNTIL GRPIDX > WS-MAX-GROUPS
               MOVE 0 TO GRP-COUNT(GRPIDX)
               SET GRPIDX UP BY 1
           END-PERFORM.

       BEGIN-GROUP.
      *    WS-GRP-NUM steps to the next relationship and its
      *    heading goes out; the exceptions follow under it.
           ADD 1 TO WS-GRP-NUM.
           MOVE SPACES TO RECNRPT-LINE.
           WRITE RECNRPT-LINE.
           MOVE SPACES TO RECNRPT-LINE.
           STRING "RELATIONSHIP " WS-GRP-NUM ": "
               GRP-NAME(WS-GRP-NUM)
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.

       GROUP-NOT-CHECKED.
      *    A source file that could not be opened - the group is
      *    reported as not checked, which is itself RC 4: an
      *    unreadable feed hides orphans as well as any.
           ADD 1 TO WS-UNCHECKED-COUNT.
           MOVE SPACES TO GRP-NOTE(WS-GRP-NUM).
           STRING "NOT CHECKED - " FUNCTION TRIM(WS-PROBE-DSN)
               " NOT AVAILABLE"
               DELIMITED BY SIZE INTO GRP-NOTE(WS-GRP-NUM).
           MOVE SPACES TO RECNRPT-LINE.
           STRING "  " GRP-NOTE(WS-GRP-NUM)
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO GRP-COUNT(WS-GRP-NUM).
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           MOVE SPACES TO RECNRPT-LINE.
           STRING "  " WS-EXC-TEXT
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.

       END-GROUP.
           MOVE SPACES TO RECNRPT-LINE.
           IF GRP-NOTE(WS-GRP-NUM) NOT = SPACES
               CONTINUE
           ELSE
               IF GRP-COUNT(WS-GRP-NUM) = 0
                   STRING "  NONE"
                       DELIMITED BY SIZE INTO RECNRPT-LINE
               ELSE
                   STRING "  " GRP-COUNT(WS-GRP-NUM) " EXCEPTION(S)"
                       DELIMITED BY SIZE INTO RECNRPT-LINE
               END-IF
               WRITE RECNRPT-LINE
           END-IF.

       CHECK-PANEL-STEP-FILES.
      *    Every panel's cable 1 and cable 2 step files must be on
      *    disk - WIREJOB reads them the moment the panel is run.
           PERFORM BEGIN-GROUP.
           MOVE LOW-VALUES TO PNL-ID.
           START PANELFILE KEY IS NOT LESS THAN PNL-ID
               INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-PANEL-STATUS NOT = '00'
               READ PANELFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-PANEL
               END-READ
           END-PERFORM.
           PERFORM END-GROUP.

       CHECK-ONE-PANEL.
           IF PNL-ONE-DSN = SPACES
               MOVE SPACES TO WS-EXC-TEXT
               STRING "PANEL " PNL-ID " CABLE 1 DSN IS BLANK"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PNL-ONE-DSN TO WS-PROBE-DSN
               PERFORM PROBE-DATASET
               IF NOT KEY-FOUND
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "PANEL " PNL-ID " CABLE 1 STEP FILE "
                       FUNCTION TRIM(PNL-ONE-DSN) " DOES NOT EXIST"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF PNL-TWO-DSN = SPACES
               MOVE SPACES TO WS-EXC-TEXT
               STRING "PANEL " PNL-ID " CABLE 2 DSN IS BLANK"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PNL-TWO-DSN TO WS-PROBE-DSN
               PERFORM PROBE-DATASET
               IF NOT KEY-FOUND
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "PANEL " PNL-ID " CABLE 2 STEP FILE "
                       FUNCTION TRIM(PNL-TWO-DSN) " DOES NOT EXIST"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-REGISTER-PANELS.
      *    A run made with a PANELID must name a panel still on the
      *    master; runs made without one carry NONE and are skipped.
           PERFORM BEGIN-GROUP.
           PERFORM START-REGISTER.
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ RUNREGFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RR-PANEL-ID NOT = SPACES
                           AND RR-PANEL-ID NOT = 'NONE'
                           MOVE RR-PANEL-ID TO WS-LOOK-PANEL
                           PERFORM LOOKUP-PANEL
                           IF NOT KEY-FOUND
                               MOVE SPACES TO WS-EXC-TEXT
                               STRING "RUN " RR-RUN-ID " ("
                                   FUNCTION TRIM(RR-PROG) " "
                                   RR-DATE ") PANEL " RR-PANEL-ID
                                   " NOT ON PANEL MASTER"
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-GROUP.

       CHECK-REGISTER-ARCHIVES.
      *    Every archive a run recorded must still be there - WIRECOMP
      *    and WIRENCR pull the before/after crossing lists from it.
           PERFORM BEGIN-GROUP.
           PERFORM START-REGISTER.
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ RUNREGFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RR-PARTS-DSN NOT = SPACES
                           MOVE RR-PARTS-DSN TO WS-PROBE-DSN
                           PERFORM PROBE-DATASET
                           IF NOT KEY-FOUND
                               MOVE SPACES TO WS-EXC-TEXT
                               STRING "RUN " RR-RUN-ID " PANEL "
                                   RR-PANEL-ID " PARTS ARCHIVE "
                                   FUNCTION TRIM(RR-PARTS-DSN)
                                   " DOES NOT EXIST"
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-GROUP.

       START-REGISTER.
           MOVE '00' TO WS-REG-STATUS.
           MOVE 0 TO RR-RUN-ID.
           START RUNREGFILE KEY IS NOT LESS THAN RR-RUN-ID
               INVALID KEY CONTINUE
           END-START.

       CHECK-AUDIT-RUNS.
      *    Every RUN= on the trail must be a registered run. RUN 0
      *    is a run made while the register was unavailable (see
      *    ASSIGN-RUN-ID in pt1.cob) and is not an orphan.
           PERFORM BEGIN-GROUP.
           MOVE WS-AUDIT-DSN TO WS-PROBE-DSN.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM GROUP-NOT-CHECKED
           ELSE
               MOVE 0 TO WS-LINE-NUM
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM PARSE-AUDIT-LINE
                           IF WS-CUR-RUN > 0
                               MOVE WS-CUR-RUN TO WS-LOOK-RUN
                               PERFORM LOOKUP-RUN
                               IF NOT KEY-FOUND
                                   PERFORM AUDIT-RUN-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.
           PERFORM END-GROUP.

       AUDIT-RUN-EXCEPTION.
           MOVE WS-LINE-NUM TO WS-LINE-ED.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING "AUDIT LINE " FUNCTION TRIM(WS-LINE-ED) " "
               FUNCTION TRIM(WS-CUR-PROG) " RUN " WS-CUR-RUN
               " PANEL " WS-CUR-PANEL " NOT ON RUN REGISTER"
               DELIMITED BY SIZE INTO WS-EXC-TEXT.
           PERFORM WRITE-EXCEPTION.

       CHECK-AUDIT-PANELS.
      *    Every PANEL= on the trail (WIREPT1/WIREPT2/WIREGATE) must
      *    still be on the master; NONE is a run without a PANELID.
           PERFORM BEGIN-GROUP.
           MOVE WS-AUDIT-DSN TO WS-PROBE-DSN.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM GROUP-NOT-CHECKED
           ELSE
               MOVE 0 TO WS-LINE-NUM
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM PARSE-AUDIT-LINE
                           IF WS-CUR-PANEL NOT = SPACES
                               AND WS-CUR-PANEL NOT = 'NONE'
                               MOVE WS-CUR-PANEL TO WS-LOOK-PANEL
                               PERFORM LOOKUP-PANEL
                               IF NOT KEY-FOUND
                                   PERFORM AUDIT-PANEL-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.
           PERFORM END-GROUP.

       AUDIT-PANEL-EXCEPTION.
           MOVE WS-LINE-NUM TO WS-LINE-ED.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING "AUDIT LINE " FUNCTION TRIM(WS-LINE-ED) " "
               FUNCTION TRIM(WS-CUR-PROG) " RUN " WS-CUR-RUN
               " PANEL " WS-CUR-PANEL " NOT ON PANEL MASTER"
               DELIMITED BY SIZE INTO WS-EXC-TEXT.
           PERFORM WRITE-EXCEPTION.

       PARSE-AUDIT-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING AUDIT-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                   WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15) WS-TOKEN(16)
               TALLYING IN WS-TOKEN-COUNT.
           PERFORM TAKE-ALL-TOKENS.

       CHECK-ESTHIST.
      *    Two relationships off one pass of the estimate history -
      *    each costed run must be registered and its panel on the
      *    master - and the PANEL/RUN pairs are kept for the
      *    actuals check that follows.
           MOVE WS-ESTHIST-DSN TO WS-PROBE-DSN.
           OPEN INPUT ESTHISTFILE.
           IF WS-ESTHIST-STATUS NOT = '00'
               PERFORM BEGIN-GROUP
               PERFORM GROUP-NOT-CHECKED
               PERFORM END-GROUP
               PERFORM BEGIN-GROUP
               PERFORM GROUP-NOT-CHECKED
               PERFORM END-GROUP
           ELSE
               MOVE 'Y' TO WS-EST-LOADED
               PERFORM BEGIN-GROUP
               MOVE 0 TO WS-LINE-NUM
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTHISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM PARSE-EST-LINE
                           PERFORM STORE-ESTIMATE
                           IF WS-CUR-RUN > 0
                               MOVE WS-CUR-RUN TO WS-LOOK-RUN
                               PERFORM LOOKUP-RUN
                               IF NOT KEY-FOUND
                                   MOVE "ESTIMATE" TO WS-CUR-PROG
                                   PERFORM TAGGED-RUN-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTHISTFILE
               PERFORM END-GROUP
      *        Second pass for the panel relationship, so each
      *        group's exceptions print together.
               PERFORM BEGIN-GROUP
               OPEN INPUT ESTHISTFILE
               MOVE 0 TO WS-LINE-NUM
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTHISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM PARSE-EST-LINE
                           MOVE "ESTIMATE" TO WS-CUR-PROG
                           PERFORM CHECK-TAGGED-PANEL
                   END-READ
               END-PERFORM
               CLOSE ESTHISTFILE
               PERFORM END-GROUP
           END-IF.

       PARSE-EST-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING ESTHIST-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT.
           PERFORM TAKE-ALL-TOKENS.

       STORE-ESTIMATE.
           IF WS-CUR-PANEL NOT = SPACES
               MOVE 'N' TO WS-FOUND
               PERFORM FIND-ESTIMATE
               IF NOT KEY-FOUND
                   IF EH-COUNT >= WS-MAX-ESTS
                       DISPLAY "TOO MANY ESTIMATES - EST-TABLE FULL AT "
                           WS-MAX-ESTS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO EH-COUNT
                       MOVE WS-CUR-PANEL TO EH-PANEL(EH-COUNT)
                       MOVE WS-CUR-RUN TO EH-RUN(EH-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-ESTIMATE.
           SET ESTIDX TO 1.
           SEARCH EST-ENTRY
               VARYING ESTIDX
               AT END
                   CONTINUE
               WHEN ESTIDX > EH-COUNT
                   CONTINUE
               WHEN EH-PANEL(ESTIDX) = WS-CUR-PANEL
                   AND EH-RUN(ESTIDX) = WS-CUR-RUN
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       CHECK-ACTUALS.
      *    Each bench report on the actuals master must be for a run
      *    WIREEST costed (else WIREVAR can never judge it), a
      *    registered run, and a panel on the master - one pass per
      *    relationship so each group prints together.
           MOVE WS-ACT-DSN TO WS-PROBE-DSN.
           OPEN INPUT ACTFILE.
           IF WS-ACT-STATUS NOT = '00'
               PERFORM BEGIN-GROUP
               PERFORM GROUP-NOT-CHECKED
               PERFORM END-GROUP
               PERFORM BEGIN-GROUP
               PERFORM GROUP-NOT-CHECKED
               PERFORM END-GROUP
               PERFORM BEGIN-GROUP
               PERFORM GROUP-NOT-CHECKED
               PERFORM END-GROUP
           ELSE
               CLOSE ACTFILE
               PERFORM BEGIN-GROUP
               IF NOT EST-LOADED
                   MOVE WS-ESTHIST-DSN TO WS-PROBE-DSN
                   PERFORM GROUP-NOT-CHECKED
               ELSE
                   PERFORM ACTUALS-AGAINST-ESTIMATES
               END-IF
               PERFORM END-GROUP
               PERFORM BEGIN-GROUP
               PERFORM ACTUALS-AGAINST-REGISTER
               PERFORM END-GROUP
               PERFORM BEGIN-GROUP
               PERFORM ACTUALS-AGAINST-PANELS
               PERFORM END-GROUP
           END-IF.

       ACTUALS-AGAINST-ESTIMATES.
           OPEN INPUT ACTFILE.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM PARSE-ACT-LINE
                       IF WS-CUR-PANEL NOT = SPACES
                           MOVE 'N' TO WS-FOUND
                           PERFORM FIND-ESTIMATE
                           IF NOT KEY-FOUND
                               MOVE WS-LINE-NUM TO WS-LINE-ED
                               MOVE SPACES TO WS-EXC-TEXT
                               STRING "ACTUALS LINE "
                                   FUNCTION TRIM(WS-LINE-ED)
                                   " PANEL " WS-CUR-PANEL
                                   " RUN " WS-CUR-RUN
                                   " NEVER COSTED BY WIREEST"
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTFILE.

       ACTUALS-AGAINST-REGISTER.
           OPEN INPUT ACTFILE.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM PARSE-ACT-LINE
                       IF WS-CUR-RUN > 0
                           MOVE WS-CUR-RUN TO WS-LOOK-RUN
                           PERFORM LOOKUP-RUN
                           IF NOT KEY-FOUND
                               MOVE "ACTUALS" TO WS-CUR-PROG
                               PERFORM TAGGED-RUN-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTFILE.

       ACTUALS-AGAINST-PANELS.
           OPEN INPUT ACTFILE.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM PARSE-ACT-LINE
                       MOVE "ACTUALS" TO WS-CUR-PROG
                       PERFORM CHECK-TAGGED-PANEL
               END-READ
           END-PERFORM.
           CLOSE ACTFILE.

       PARSE-ACT-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING ACT-LINE DELIMITED BY ALL SPACES
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT.
           PERFORM TAKE-ALL-TOKENS.

       TAGGED-RUN-EXCEPTION.
      *    WS-CUR-PROG carries the source file's name here.
           MOVE WS-LINE-NUM TO WS-LINE-ED.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING FUNCTION TRIM(WS-CUR-PROG) " LINE "
               FUNCTION TRIM(WS-LINE-ED) " PANEL " WS-CUR-PANEL
               " RUN " WS-CUR-RUN " NOT ON RUN REGISTER"
               DELIMITED BY SIZE INTO WS-EXC-TEXT.
           PERFORM WRITE-EXCEPTION.

       CHECK-TAGGED-PANEL.
           IF WS-CUR-PANEL NOT = SPACES
               AND WS-CUR-PANEL NOT = 'NONE'
               MOVE WS-CUR-PANEL TO WS-LOOK-PANEL
               PERFORM LOOKUP-PANEL
               IF NOT KEY-FOUND
                   MOVE WS-LINE-NUM TO WS-LINE-ED
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-CUR-PROG) " LINE "
                       FUNCTION TRIM(WS-LINE-ED) " RUN " WS-CUR-RUN
                       " PANEL " WS-CUR-PANEL " NOT ON PANEL MASTER"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-MANIFEST.
      *    Both step files of every candidate on the latest manifest
      *    must exist, or WIRERANK rejects the pair mid-run.
           PERFORM BEGIN-GROUP.
           MOVE WS-CAND-DSN TO WS-PROBE-DSN.
           OPEN INPUT CANDFILE.
           IF WS-CAND-STATUS NOT = '00'
               PERFORM GROUP-NOT-CHECKED
           ELSE
               MOVE 0 TO WS-LINE-NUM
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CANDFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           IF CAND-LINE NOT = SPACES
                               AND CAND-LINE(1:8) NOT = 'TRAILER '
                               PERFORM CHECK-ONE-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDFILE
           END-IF.
           PERFORM END-GROUP.

       CHECK-ONE-CANDIDATE.
           MOVE WS-LINE-NUM TO WS-LINE-ED.
           MOVE CAND-ONE-DSN TO WS-PROBE-DSN.
           PERFORM PROBE-DATASET.
           IF NOT KEY-FOUND
               MOVE SPACES TO WS-EXC-TEXT
               STRING "MANIFEST LINE " FUNCTION TRIM(WS-LINE-ED)
                   " CABLE 1 STEP FILE " FUNCTION TRIM(CAND-ONE-DSN)
                   " DOES NOT EXIST"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE CAND-TWO-DSN TO WS-PROBE-DSN.
           PERFORM PROBE-DATASET.
           IF NOT KEY-FOUND
               MOVE SPACES TO WS-EXC-TEXT
               STRING "MANIFEST LINE " FUNCTION TRIM(WS-LINE-ED)
                   " CABLE 2 STEP FILE " FUNCTION TRIM(CAND-TWO-DSN)
                   " DOES NOT EXIST"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-RANKING-PANELS.
      *    The manifest itself carries no PANEL-ID - WIRERANK stamps
      *    the PANELID it was run for into every ranked candidate -
      *    so the latest ranking is where a manifest's panel is
      *    checked against the master. NONE is a ranking run
      *    without a PANELID.
           PERFORM BEGIN-GROUP.
           MOVE WS-SORTED-DSN TO WS-PROBE-DSN.
           OPEN INPUT SORTEDFILE.
           IF WS-SORTED-STATUS NOT = '00'
               PERFORM GROUP-NOT-CHECKED
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SORTEDFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SORTEDRESULT-LINE(1:8) NOT = 'TRAILER '
                               AND SR-PANEL-ID NOT = SPACES
                               AND SR-PANEL-ID NOT = 'NONE'
                               MOVE SR-PANEL-ID TO WS-LOOK-PANEL
                               PERFORM LOOKUP-PANEL
                               IF NOT KEY-FOUND
                                   PERFORM RANKING-PANEL-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTEDFILE
           END-IF.
           PERFORM END-GROUP.

       RANKING-PANEL-EXCEPTION.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING "CANDIDATE " SR-ID " "
               FUNCTION TRIM(SR-ONE-DSN) " / "
               FUNCTION TRIM(SR-TWO-DSN) " FOR PANEL " SR-PANEL-ID
               " NOT ON PANEL MASTER"
               DELIMITED BY SIZE INTO WS-EXC-TEXT.
           PERFORM WRITE-EXCEPTION.

       TAKE-ALL-TOKENS.
           MOVE SPACES TO WS-CUR-PROG.
           MOVE SPACES TO WS-CUR-PANEL.
           MOVE 0 TO WS-CUR-RUN.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM TAKE-TOKEN
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM.

       TAKE-TOKEN.
      *    Split one blank-delimited token on its first '=' and
      *    keep the three tags every cross-reference is made on.
           MOVE SPACES TO WS-TAG.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
               INTO WS-TAG WS-VALUE.
           EVALUATE WS-TAG
               WHEN 'PROG'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PROG
               WHEN 'PANEL'
                   MOVE WS-VALUE(1:8) TO WS-CUR-PANEL
               WHEN 'RUN'
                   IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-VALUE) TO WS-CUR-RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOOKUP-PANEL.
           MOVE WS-LOOK-PANEL TO PNL-ID.
           READ PANELFILE KEY IS PNL-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       LOOKUP-RUN.
           MOVE WS-LOOK-RUN TO RR-RUN-ID.
           READ RUNREGFILE KEY IS RR-RUN-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       PROBE-DATASET.
      *    A dataset exists if it opens - status 35 (or any other
      *    failure) counts as missing.
           OPEN INPUT PROBEFILE.
           IF WS-PROBE-STATUS = '00'
               MOVE 'Y' TO WS-FOUND
               CLOSE PROBEFILE
           ELSE
               MOVE 'N' TO WS-FOUND
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO RECNRPT-LINE.
           WRITE RECNRPT-LINE.
           MOVE SPACES TO RECNRPT-LINE.
           STRING "SUMMARY BY RELATIONSHIP"
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.
           SET GRPIDX TO 1.
           PERFORM UNTIL GRPIDX > WS-GRP-NUM
               MOVE SPACES TO RECNRPT-LINE
               IF GRP-NOTE(GRPIDX) NOT = SPACES
                   STRING "  " GRP-NAME(GRPIDX) " NOT CHECKED"
                       DELIMITED BY SIZE INTO RECNRPT-LINE
               ELSE
                   STRING "  " GRP-NAME(GRPIDX) " " GRP-COUNT(GRPIDX)
                       DELIMITED BY SIZE INTO RECNRPT-LINE
               END-IF
               WRITE RECNRPT-LINE
               SET GRPIDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO RECNRPT-LINE.
           STRING "TOTAL EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
               " RELATIONSHIPS NOT CHECKED: " WS-UNCHECKED-COUNT
               DELIMITED BY SIZE INTO RECNRPT-LINE.
           WRITE RECNRPT-LINE.

       RESOLVE-FILENAMES.
      *    PANELDD/REGDD/AUDITDD/ESTHSTDD/ACTDD/CANDDD/SORTEDDD are
      *    the same DD names the owning jobs use; RECNRPDD names the
      *    exception report.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDITDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESTHSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ESTHIST-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CANDDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAND-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SORTEDDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SORTED-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RECNRPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RECNRPT-DSN
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
               " PROG=WIRERECN"
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
