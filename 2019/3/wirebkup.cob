      * Required: Info about the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREBKUP.
       AUTHOR. LUCID.
      * INPUT / OUTPUT and such
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The keyed masters - every one is updated in place (by
      *    WIREPNLM, WIREINV, WIREORD, WIREPT1/WIREPT2, WIREECO,
      *    WIRECAP, WIRENCR, WIREEXCP, or by hand for the thresholds and
      *    operators), so a master corrupted mid-update has nothing
      *    to be rebuilt from but this program's backup.
           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PANEL-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-ID
               FILE STATUS IS WS-PANEL-STATUS.
           SELECT INVFILE ASSIGN TO DYNAMIC WS-INV-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PART-NUM
               FILE STATUS IS WS-INV-STATUS.
           SELECT RUNREGFILE ASSIGN TO DYNAMIC WS-REG-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-RUN-ID
               FILE STATUS IS WS-REG-STATUS.
      *    The QC threshold and operator masters are kept by hand
      *    as line files, one row per key (THR-KEY, OPR-ID) - they
      *    are backed up and rebuilt line for line.
           SELECT THRESHFILE ASSIGN TO DYNAMIC WS-THRESH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT OPERFILE ASSIGN TO DYNAMIC WS-OPER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ECOFILE ASSIGN TO DYNAMIC WS-ECO-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-NUM
               FILE STATUS IS WS-ECO-STATUS.
           SELECT CAPFILE ASSIGN TO DYNAMIC WS-CAP-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-CAP-STATUS.
           SELECT NCRFILE ASSIGN TO DYNAMIC WS-NCR-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUM
               FILE STATUS IS WS-NCR-STATUS.
           SELECT EXCFILE ASSIGN TO DYNAMIC WS-EXC-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-EXC-STATUS.
      *    The dated sequential backup - written whole by UNLOAD,
      *    read (twice) by RELOAD. See BKUP-RECORD.
           SELECT BKUPFILE ASSIGN TO DYNAMIC WS-BKUP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
      *    Backup/reload report - per master, record count and key
      *    hash total, and the verdict.
           SELECT BKRPTFILE ASSIGN TO DYNAMIC WS-BKRPT-DSN
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
      *    Layout shared with wireinv.cob and wireord.cob; do not
      *    change one without changing the others to match.
       FD  INVFILE.
       01  INV-RECORD.
           05 INV-PART-NUM PIC X(8).
           05 INV-ON-HAND PIC 9(9).
           05 INV-ON-ORDER PIC 9(9).
           05 INV-REORDER-POINT PIC 9(9).
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
      *    Layout mirrors THRESH-LINE in wiregate.cob - do not
      *    change one without changing the other to match.
       FD  THRESHFILE.
       01  THRESH-LINE.
           05 THR-KEY PIC X(20).
           05 FILLER PIC X(1).
           05 THR-MAX-CROSSINGS PIC 9(9).
           05 FILLER PIC X(1).
           05 THR-MIN-DISTANCE PIC 9(9).
           05 FILLER PIC X(1).
           05 THR-MAX-SELF PIC 9(4).
      *    Layout mirrors OPER-LINE in wiremenu.cob - do not change
      *    one without changing the other to match.
       FD  OPERFILE.
       01  OPER-LINE.
           05 OPR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 OPR-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 OPR-AUTH PIC X(1).
      *    Layout shared with wireeco.cob and the ECOFILE FDs in
      *    pt1.cob/pt2.cob; do not change one without changing the
      *    others to match.
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
           05 ECO-EFFECTIVE-DATE PIC X(8).
      *    Layout shared with wirecap.cob and wireload.cob; do not
      *    change one without changing the others to match.
       FD  CAPFILE.
       01  CAP-RECORD.
           05 CAP-KEY.
               10 CAP-SITE PIC X(20).
               10 CAP-BAY PIC X(8).
           05 CAP-DAY-MINUTES PIC 9(5).
           05 CAP-WORKDAYS PIC X(7).
      *    Layout shared with wirencr.cob and wirencrp.cob; do not
      *    change one without changing the others to match.
       FD  NCRFILE.
       01  NCR-RECORD.
           05 NCR-NUM PIC X(8).
           05 FILLER PIC X(79).
      *    Layout shared with wireexcp.cob and wiremenu.cob; do not
      *    change one without changing the others to match.
       FD  EXCFILE.
       01  EXC-RECORD.
           05 EXC-KEY PIC X(32).
           05 FILLER PIC X(142).
      *    HDR, then one DAT per master record (the record image,
      *    unchanged), then TRL carrying the record count and the
      *    key hash total - per master, in the order UNLOAD-ALL
      *    takes them - and one END record closing the dataset, so
      *    a backup cut short anywhere cannot pass for complete.
       FD  BKUPFILE.
       01  BKUP-RECORD.
           05 BKP-TYPE PIC X(4).
               88 BKP-IS-HEADER VALUE 'HDR '.
               88 BKP-IS-DATA VALUE 'DAT '.
               88 BKP-IS-TRAILER VALUE 'TRL '.
               88 BKP-IS-END VALUE 'END '.
           05 BKP-MASTER PIC X(8).
           05 BKP-DATA PIC X(552).
           05 BKP-HEADER REDEFINES BKP-DATA.
               10 BKP-HDR-DATE PIC X(8).
               10 BKP-HDR-TIME PIC X(6).
      *        N - the master did not exist when the backup ran;
      *        its section is empty and cannot be reloaded.
               10 BKP-HDR-PRESENT PIC X(1).
               10 BKP-HDR-LRECL PIC 9(4).
               10 BKP-HDR-KEYLEN PIC 9(2).
               10 BKP-HDR-DSN PIC X(100).
               10 FILLER PIC X(431).
           05 BKP-TRAILER REDEFINES BKP-DATA.
               10 BKP-TRL-COUNT PIC 9(9).
               10 BKP-TRL-HASH PIC 9(9).
      *        N when the scan of the master stopped on a read error
      *        short of end-of-file - the section holds only the
      *        records before it and RELOAD refuses it.
               10 BKP-TRL-COMPLETE PIC X(1).
               10 FILLER PIC X(533).
           05 BKP-END REDEFINES BKP-DATA.
               10 BKP-END-SECTIONS PIC 9(2).
               10 FILLER PIC X(550).
       FD  BKRPTFILE.
       01  BKRPT-LINE PIC X(132).
       FD  TIMEFILE.
       01  TIME-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      *    Dataset names, defaulted and then overridden at
      *    RESOLVE-FILENAMES time by DD-style environment variables,
      *    the same DD names the owning programs use.
       01 WS-PANEL-DSN PIC X(100) VALUE 'panel.dat'.
       01 WS-PANEL-STATUS PIC X(2) VALUE '00'.
       01 WS-INV-DSN PIC X(100) VALUE 'inventory.dat'.
       01 WS-INV-STATUS PIC X(2) VALUE '00'.
       01 WS-REG-DSN PIC X(100) VALUE 'runreg.dat'.
       01 WS-REG-STATUS PIC X(2) VALUE '00'.
       01 WS-THRESH-DSN PIC X(100) VALUE 'thresholds.txt'.
       01 WS-THRESH-STATUS PIC X(2) VALUE '00'.
       01 WS-OPER-DSN PIC X(100) VALUE 'operators.txt'.
       01 WS-OPER-STATUS PIC X(2) VALUE '00'.
       01 WS-ECO-DSN PIC X(100) VALUE 'eco.dat'.
       01 WS-ECO-STATUS PIC X(2) VALUE '00'.
       01 WS-CAP-DSN PIC X(100) VALUE 'capacity.dat'.
       01 WS-CAP-STATUS PIC X(2) VALUE '00'.
       01 WS-NCR-DSN PIC X(100) VALUE 'ncr.dat'.
       01 WS-NCR-STATUS PIC X(2) VALUE '00'.
       01 WS-EXC-DSN PIC X(100) VALUE 'excmast.dat'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
      *    The backup DSN defaults to one stamped with today's date
      *    (see RESOLVE-FILENAMES); under JCL BKUPDD names a new GDG
      *    generation instead.
       01 WS-BKUP-DSN PIC X(100) VALUE SPACES.
       01 WS-BKUP-STATUS PIC X(2) VALUE '00'.
       01 WS-BKRPT-DSN PIC X(100) VALUE 'bkuprpt.txt'.
       01 WS-TIME-DSN PIC X(100) VALUE 'steptime.txt'.
       01 WS-TIME-STATUS PIC X(2) VALUE '00'.
       01 WS-ENV-OVERRIDE PIC X(100).

      *    Step start/end stamps and panel-size figures for TIMEDD -
      *    see copybooks/STEPTIME.cpy.
           COPY STEPTIME.

       01 WS-EOF PIC A(1).
       01 WS-TODAY PIC X(21).

      *    UNLOAD (the default) backs every master up; RELOAD
      *    rebuilds the one master BKUPMAST names from BKUPDD.
       01 WS-MODE PIC X(6) VALUE 'UNLOAD'.
           88 MODE-IS-UNLOAD VALUE 'UNLOAD'.
           88 MODE-IS-RELOAD VALUE 'RELOAD'.
       01 WS-RELOAD-MASTER PIC X(8) VALUE SPACES.

      *    The master being worked on, and its attributes from
      *    SET-MASTER-ATTRS. Every master's key is at the front of
      *    its record, so the key is WS-IMAGE(1:WS-MASTER-KEYLEN).
       01 WS-MASTER-NAME PIC X(8).
       01 WS-MASTER-DSN PIC X(100).
       01 WS-MASTER-LRECL PIC 9(4) VALUE 0.
       01 WS-MASTER-KEYLEN PIC 9(2) VALUE 0.
       01 WS-MASTER-KNOWN PIC X(1) VALUE 'N'.
           88 MASTER-IS-KNOWN VALUE 'Y'.
       01 WS-MASTER-PRESENT PIC X(1) VALUE 'N'.
           88 MASTER-IS-PRESENT VALUE 'Y'.
       01 WS-MASTER-OPEN-STATUS PIC X(2).
      *    Status the scan's read loop ended on - '10' is the end of
      *    the master; anything else failed the scan part way.
       01 WS-MASTER-READ-STATUS PIC X(2).
       01 WS-SCAN-COMPLETE PIC X(1) VALUE 'Y'.
           88 SCAN-IS-COMPLETE VALUE 'Y'.
       01 WS-IMAGE PIC X(552).
      *    Y while a scan of a master is also writing its section
      *    to the backup; N when RELOAD re-scans the rebuilt master
      *    only for its totals.
       01 WS-WRITING-BACKUP PIC X(1) VALUE 'N'.
           88 WRITING-BACKUP VALUE 'Y'.

      *    Control totals for the section being written or checked.
      *    The key hash weights each key byte by its position and
      *    folds the keys in file order - the same fold as the
      *    wire-step control totals (ACCUMULATE-CONTROL-TOTALS in
      *    pt1.cob) - so a lost, added, altered or reordered
      *    record all move it.
       01 WS-REC-COUNT PIC 9(9) VALUE 0.
       01 WS-KEY-HASH PIC 9(9) VALUE 0.
       01 WS-KEY-VALUE PIC 9(9) VALUE 0.
       01 WS-KEY-POS PIC 9(2) VALUE 0.
       01 WS-SECTIONS PIC 9(2) VALUE 0.
       01 WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(2) VALUE 0.

      *    RELOAD verification fields - what the backup's own
      *    header and trailer say, against what was counted.
       01 WS-HDR-SEEN PIC X(1) VALUE 'N'.
       01 WS-HDR-PRESENT PIC X(1) VALUE 'N'.
       01 WS-TRL-SEEN PIC X(1) VALUE 'N'.
       01 WS-END-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRL-COUNT PIC 9(9) VALUE 0.
       01 WS-TRL-HASH PIC 9(9) VALUE 0.
       01 WS-TRL-COMPLETE PIC X(1) VALUE SPACE.
       01 WS-BKUP-DATE PIC X(8) VALUE SPACES.
       01 WS-WRITE-FAILS PIC 9(9) VALUE 0.
       01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.

      * Executable Code
       PROCEDURE DIVISION.
      *    Stamp the step's start first thing, so TIMEDD's elapsed
      *    time covers the whole run - see WRITE-STEP-TIMING.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM RESOLVE-FILENAMES.
           OPEN OUTPUT BKRPTFILE.
           MOVE SPACES TO BKRPT-LINE.
           STRING "WIREBKUP KEYED MASTER " WS-MODE " - BACKUP "
               FUNCTION TRIM(WS-BKUP-DSN) " - " WS-TODAY(1:8)
               DELIMITED BY SIZE INTO BKRPT-LINE
           WRITE BKRPT-LINE.

           EVALUATE TRUE
               WHEN MODE-IS-UNLOAD
                   PERFORM UNLOAD-ALL
               WHEN MODE-IS-RELOAD
                   PERFORM RELOAD-ONE
               WHEN OTHER
                   DISPLAY "WIREBKUP: BKUPMODE MUST BE UNLOAD OR "
                       "RELOAD - " WS-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE BKRPTFILE.
           PERFORM WRITE-STEP-TIMING
           STOP RUN.

       UNLOAD-ALL.
      *    Every master in turn into the one backup dataset. A
      *    master that has never been created (status 35) still
      *    gets an empty section, flagged absent, so the backup
      *    always has all nine sections.
           OPEN OUTPUT BKUPFILE.
           IF WS-BKUP-STATUS NOT = '00'
               DISPLAY "BACKUP OPEN FAILED - STATUS " WS-BKUP-STATUS
                   " - " FUNCTION TRIM(WS-BKUP-DSN)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-WRITING-BACKUP
               MOVE 'PANEL' TO WS-MASTER-NAME
               PERFORM SCAN-PANEL
               MOVE 'INVENT' TO WS-MASTER-NAME
               PERFORM SCAN-INVENT
               MOVE 'RUNREG' TO WS-MASTER-NAME
               PERFORM SCAN-RUNREG
               MOVE 'QCTHRESH' TO WS-MASTER-NAME
               PERFORM SCAN-QCTHRESH
               MOVE 'OPERATOR' TO WS-MASTER-NAME
               PERFORM SCAN-OPERATOR
               MOVE 'ECO' TO WS-MASTER-NAME
               PERFORM SCAN-ECO
               MOVE 'CAPACITY' TO WS-MASTER-NAME
               PERFORM SCAN-CAPACITY
               MOVE 'NCR' TO WS-MASTER-NAME
               PERFORM SCAN-NCR
               MOVE 'EXCEPT' TO WS-MASTER-NAME
               PERFORM SCAN-EXCEPT
               MOVE SPACES TO BKUP-RECORD
               MOVE 'END ' TO BKP-TYPE
               MOVE WS-SECTIONS TO BKP-END-SECTIONS
               WRITE BKUP-RECORD
               CLOSE BKUPFILE
               MOVE SPACES TO BKRPT-LINE
               STRING "SECTIONS: " WS-SECTIONS
                   " RECORDS: " WS-TOTAL-RECORDS
                   " MASTERS ABSENT: " WS-ABSENT-COUNT
                   DELIMITED BY SIZE INTO BKRPT-LINE
               WRITE BKRPT-LINE
               DISPLAY "WIREBKUP: " WS-SECTIONS " MASTER(S), "
                   WS-TOTAL-RECORDS " RECORD(S) UNLOADED TO "
                   FUNCTION TRIM(WS-BKUP-DSN)
               IF WS-ABSENT-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    One SCAN- paragraph per master: open it, BEGIN-SECTION,
      *    every record image through TAKE-IMAGE in key (or line)
      *    order, END-SECTION. The same scan serves UNLOAD (writing
      *    the section) and RELOAD's after-check (totals only).
       SCAN-PANEL.
           MOVE WS-PANEL-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT PANELFILE.
           MOVE WS-PANEL-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-PANEL-STATUS NOT = '00'
                   READ PANELFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE PNL-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-PANEL-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE PANELFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-INVENT.
           MOVE WS-INV-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT INVFILE.
           MOVE WS-INV-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-INV-STATUS NOT = '00'
                   READ INVFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE INV-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-INV-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE INVFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-RUNREG.
           MOVE WS-REG-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT RUNREGFILE.
           MOVE WS-REG-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-REG-STATUS NOT = '00'
                   READ RUNREGFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE RUNREG-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-REG-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE RUNREGFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-QCTHRESH.
           MOVE WS-THRESH-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT THRESHFILE.
           MOVE WS-THRESH-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ THRESHFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE THRESH-LINE TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               CLOSE THRESHFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-OPERATOR.
           MOVE WS-OPER-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT OPERFILE.
           MOVE WS-OPER-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OPER-LINE TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               CLOSE OPERFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-ECO.
           MOVE WS-ECO-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT ECOFILE.
           MOVE WS-ECO-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-ECO-STATUS NOT = '00'
                   READ ECOFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE ECO-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-ECO-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE ECOFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-CAPACITY.
           MOVE WS-CAP-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT CAPFILE.
           MOVE WS-CAP-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-CAP-STATUS NOT = '00'
                   READ CAPFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE CAP-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-CAP-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE CAPFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-NCR.
           MOVE WS-NCR-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT NCRFILE.
           MOVE WS-NCR-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-NCR-STATUS NOT = '00'
                   READ NCRFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE NCR-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-NCR-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE NCRFILE
           END-IF.
           PERFORM END-SECTION.

       SCAN-EXCEPT.
           MOVE WS-EXC-DSN TO WS-MASTER-DSN.
           PERFORM SET-MASTER-ATTRS.
           OPEN INPUT EXCFILE.
           MOVE WS-EXC-STATUS TO WS-MASTER-OPEN-STATUS.
           PERFORM BEGIN-SECTION.
           IF MASTER-IS-PRESENT
               PERFORM UNTIL WS-EXC-STATUS NOT = '00'
                   READ EXCFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE EXC-RECORD TO WS-IMAGE
                           PERFORM TAKE-IMAGE
                   END-READ
               END-PERFORM
               MOVE WS-EXC-STATUS TO WS-MASTER-READ-STATUS
               PERFORM CHECK-SCAN-END
               CLOSE EXCFILE
           END-IF.
           PERFORM END-SECTION.

       SET-MASTER-ATTRS.
      *    Record length and key length per master - the LRECL and
      *    KEYLEN each master's own job allocates it with.
           MOVE 'Y' TO WS-MASTER-KNOWN.
           EVALUATE WS-MASTER-NAME
               WHEN 'PANEL'
                   MOVE 124 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'INVENT'
                   MOVE 35 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'RUNREG'
                   MOVE 552 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'QCTHRESH'
                   MOVE 45 TO WS-MASTER-LRECL
                   MOVE 20 TO WS-MASTER-KEYLEN
               WHEN 'OPERATOR'
                   MOVE 31 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'ECO'
                   MOVE 249 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'CAPACITY'
                   MOVE 40 TO WS-MASTER-LRECL
                   MOVE 28 TO WS-MASTER-KEYLEN
               WHEN 'NCR'
                   MOVE 87 TO WS-MASTER-LRECL
                   MOVE 8 TO WS-MASTER-KEYLEN
               WHEN 'EXCEPT'
                   MOVE 174 TO WS-MASTER-LRECL
                   MOVE 32 TO WS-MASTER-KEYLEN
               WHEN OTHER
                   MOVE 'N' TO WS-MASTER-KNOWN
                   MOVE 0 TO WS-MASTER-LRECL
                   MOVE 0 TO WS-MASTER-KEYLEN
           END-EVALUATE.

       BEGIN-SECTION.
      *    Status 35 is a master never created - an empty section;
      *    anything else unreadable is a failed backup (RC 8).
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-KEY-HASH.
           MOVE 'Y' TO WS-SCAN-COMPLETE.
           IF WS-MASTER-OPEN-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-PRESENT
           ELSE
               MOVE 'N' TO WS-MASTER-PRESENT
               IF WRITING-BACKUP
                   ADD 1 TO WS-ABSENT-COUNT
                   IF WS-MASTER-OPEN-STATUS NOT = '35'
                       DISPLAY "WIREBKUP: " WS-MASTER-NAME
                           " OPEN FAILED - STATUS "
                           WS-MASTER-OPEN-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WRITING-BACKUP
               MOVE SPACES TO BKUP-RECORD
               MOVE 'HDR ' TO BKP-TYPE
               MOVE WS-MASTER-NAME TO BKP-MASTER
               MOVE WS-TODAY(1:8) TO BKP-HDR-DATE
               MOVE WS-TODAY(9:6) TO BKP-HDR-TIME
               MOVE WS-MASTER-PRESENT TO BKP-HDR-PRESENT
               MOVE WS-MASTER-LRECL TO BKP-HDR-LRECL
               MOVE WS-MASTER-KEYLEN TO BKP-HDR-KEYLEN
               MOVE WS-MASTER-DSN TO BKP-HDR-DSN
               WRITE BKUP-RECORD
           END-IF.

       TAKE-IMAGE.
           ADD 1 TO WS-REC-COUNT.
           PERFORM FOLD-KEY-HASH.
           IF WRITING-BACKUP
               MOVE SPACES TO BKUP-RECORD
               MOVE 'DAT ' TO BKP-TYPE
               MOVE WS-MASTER-NAME TO BKP-MASTER
               MOVE WS-IMAGE TO BKP-DATA
               WRITE BKUP-RECORD
           END-IF.

       CHECK-SCAN-END.
      *    A keyed scan stops on the first status other than '00';
      *    only '10' (end of file) means every record was taken. Any
      *    other is a read error part way through the master - the
      *    step fails RC 8 and the section is marked incomplete.
           IF WS-MASTER-READ-STATUS NOT = '10'
               DISPLAY "WIREBKUP: " WS-MASTER-NAME
                   " READ FAILED - STATUS " WS-MASTER-READ-STATUS
                   " AFTER " WS-REC-COUNT " RECORD(S)"
               MOVE 'N' TO WS-SCAN-COMPLETE
               MOVE 8 TO RETURN-CODE
           END-IF.

       FOLD-KEY-HASH.
           MOVE 0 TO WS-KEY-VALUE.
           MOVE 1 TO WS-KEY-POS.
           PERFORM UNTIL WS-KEY-POS > WS-MASTER-KEYLEN
               COMPUTE WS-KEY-VALUE = WS-KEY-VALUE
                   + FUNCTION ORD(WS-IMAGE(WS-KEY-POS:1)) * WS-KEY-POS
               ADD 1 TO WS-KEY-POS
           END-PERFORM.
           COMPUTE WS-KEY-HASH = FUNCTION MOD(
               WS-KEY-HASH * 31 + WS-KEY-VALUE, 999999937).

       END-SECTION.
           IF WRITING-BACKUP
               MOVE SPACES TO BKUP-RECORD
               MOVE 'TRL ' TO BKP-TYPE
               MOVE WS-MASTER-NAME TO BKP-MASTER
               MOVE WS-REC-COUNT TO BKP-TRL-COUNT
               MOVE WS-KEY-HASH TO BKP-TRL-HASH
               MOVE WS-SCAN-COMPLETE TO BKP-TRL-COMPLETE
               WRITE BKUP-RECORD
               ADD 1 TO WS-SECTIONS
               ADD WS-REC-COUNT TO WS-TOTAL-RECORDS
               MOVE SPACES TO BKRPT-LINE
               EVALUATE TRUE
                   WHEN NOT SCAN-IS-COMPLETE
                       STRING "  " WS-MASTER-NAME
                           " READ FAILED - STATUS "
                           WS-MASTER-READ-STATUS " AFTER " WS-REC-COUNT
                           " RECORDS - SECTION INCOMPLETE"
                           DELIMITED BY SIZE INTO BKRPT-LINE
                   WHEN MASTER-IS-PRESENT
                       STRING "  " WS-MASTER-NAME " RECORDS "
                           WS-REC-COUNT " KEY HASH " WS-KEY-HASH
                           " FROM " FUNCTION TRIM(WS-MASTER-DSN)
                           DELIMITED BY SIZE INTO BKRPT-LINE
                   WHEN OTHER
                       STRING "  " WS-MASTER-NAME " ABSENT - STATUS "
                           WS-MASTER-OPEN-STATUS " ON "
                           FUNCTION TRIM(WS-MASTER-DSN)
                           " - EMPTY SECTION WRITTEN"
                           DELIMITED BY SIZE INTO BKRPT-LINE
               END-EVALUATE
               WRITE BKRPT-LINE
           END-IF.

       RELOAD-ONE.
      *    Verify the chosen master's section of the backup against
      *    its own trailer first; only a section that agrees is
      *    loaded, and the rebuilt master is then scanned and held
      *    to the same totals. Either check failing ends the step
      *    RC 8 with the reason on the report.
           MOVE WS-RELOAD-MASTER TO WS-MASTER-NAME.
           PERFORM SET-MASTER-ATTRS.
           IF NOT MASTER-IS-KNOWN
               MOVE "BKUPMAST DOES NOT NAME A MASTER"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM VERIFY-BACKUP-SECTION
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM REBUILD-MASTER
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE 'N' TO WS-WRITING-BACKUP
               PERFORM RESCAN-MASTER
               IF WS-REC-COUNT NOT = WS-TRL-COUNT
                   OR WS-KEY-HASH NOT = WS-TRL-HASH
                   OR WS-WRITE-FAILS > 0
                   OR NOT SCAN-IS-COMPLETE
                   MOVE "REBUILT MASTER DOES NOT AGREE WITH BACKUP"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.
           MOVE SPACES TO BKRPT-LINE.
           IF WS-REFUSE-REASON = SPACES
               STRING "  " WS-MASTER-NAME " RELOADED FROM BACKUP OF "
                   WS-BKUP-DATE " - RECORDS " WS-REC-COUNT
                   " KEY HASH " WS-KEY-HASH " AGREE"
                   DELIMITED BY SIZE INTO BKRPT-LINE
               DISPLAY "WIREBKUP: " WS-MASTER-NAME " RELOADED, "
                   WS-REC-COUNT " RECORD(S), TOTALS AGREE"
           ELSE
               STRING "  " WS-MASTER-NAME " RELOAD REFUSED - "
                   WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO BKRPT-LINE
               DISPLAY "WIREBKUP: " WS-MASTER-NAME " RELOAD REFUSED - "
                   FUNCTION TRIM(WS-REFUSE-REASON)
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE BKRPT-LINE.

       VERIFY-BACKUP-SECTION.
      *    First pass over the backup: the master's header (and it
      *    must say the master was present), its DAT records folded
      *    into fresh totals, its trailer, and the END record.
           MOVE 'N' TO WS-HDR-SEEN.
           MOVE 'N' TO WS-TRL-SEEN.
           MOVE SPACE TO WS-TRL-COMPLETE.
           MOVE 'N' TO WS-END-SEEN.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-KEY-HASH.
           OPEN INPUT BKUPFILE.
           IF WS-BKUP-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "BACKUP OPEN FAILED - STATUS " WS-BKUP-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKUPFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE BKUPFILE
               EVALUATE TRUE
                   WHEN WS-END-SEEN NOT = 'Y'
                       MOVE "BACKUP INCOMPLETE - NO END RECORD"
                           TO WS-REFUSE-REASON
                   WHEN WS-HDR-SEEN NOT = 'Y'
                       MOVE "MASTER HAS NO SECTION IN THIS BACKUP"
                           TO WS-REFUSE-REASON
                   WHEN WS-HDR-PRESENT NOT = 'Y'
                       MOVE "MASTER WAS ABSENT WHEN BACKUP WAS TAKEN"
                           TO WS-REFUSE-REASON
                   WHEN WS-TRL-SEEN NOT = 'Y'
                       MOVE "MASTER SECTION HAS NO TRAILER"
                           TO WS-REFUSE-REASON
                   WHEN WS-TRL-COMPLETE = 'N'
                       MOVE "MASTER SECTION INCOMPLETE - READ FAILED"
                           TO WS-REFUSE-REASON
                   WHEN WS-REC-COUNT NOT = WS-TRL-COUNT
                       MOVE "BACKUP RECORD COUNT DISAGREES WITH TRAILER"
                           TO WS-REFUSE-REASON
                   WHEN WS-KEY-HASH NOT = WS-TRL-HASH
                       MOVE "BACKUP KEY HASH DISAGREES WITH TRAILER"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE SPACES TO BKRPT-LINE.
           STRING "  " WS-MASTER-NAME " SECTION: RECORDS "
               WS-REC-COUNT " KEY HASH " WS-KEY-HASH
               " - TRAILER: RECORDS " WS-TRL-COUNT
               " KEY HASH " WS-TRL-HASH
               DELIMITED BY SIZE INTO BKRPT-LINE.
           WRITE BKRPT-LINE.

       CHECK-BACKUP-RECORD.
           IF BKP-IS-END
               MOVE 'Y' TO WS-END-SEEN
           END-IF.
           IF BKP-MASTER = WS-MASTER-NAME
               EVALUATE TRUE
                   WHEN BKP-IS-HEADER
                       MOVE 'Y' TO WS-HDR-SEEN
                       MOVE BKP-HDR-PRESENT TO WS-HDR-PRESENT
                       MOVE BKP-HDR-DATE TO WS-BKUP-DATE
                   WHEN BKP-IS-DATA
                       ADD 1 TO WS-REC-COUNT
                       MOVE BKP-DATA TO WS-IMAGE
                       PERFORM FOLD-KEY-HASH
                   WHEN BKP-IS-TRAILER
                       MOVE 'Y' TO WS-TRL-SEEN
                       MOVE BKP-TRL-COUNT TO WS-TRL-COUNT
                       MOVE BKP-TRL-HASH TO WS-TRL-HASH
                       MOVE BKP-TRL-COMPLETE TO WS-TRL-COMPLETE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REBUILD-MASTER.
      *    Second pass: the master is created empty (OPEN OUTPUT)
      *    and every DAT image for it written back in backup order.
           MOVE 0 TO WS-WRITE-FAILS.
           MOVE '00' TO WS-MASTER-OPEN-STATUS.
           EVALUATE WS-MASTER-NAME
               WHEN 'PANEL'
                   OPEN OUTPUT PANELFILE
                   MOVE WS-PANEL-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'INVENT'
                   OPEN OUTPUT INVFILE
                   MOVE WS-INV-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'RUNREG'
                   OPEN OUTPUT RUNREGFILE
                   MOVE WS-REG-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'QCTHRESH'
                   OPEN OUTPUT THRESHFILE
                   MOVE WS-THRESH-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'OPERATOR'
                   OPEN OUTPUT OPERFILE
                   MOVE WS-OPER-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'ECO'
                   OPEN OUTPUT ECOFILE
                   MOVE WS-ECO-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'CAPACITY'
                   OPEN OUTPUT CAPFILE
                   MOVE WS-CAP-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'NCR'
                   OPEN OUTPUT NCRFILE
                   MOVE WS-NCR-STATUS TO WS-MASTER-OPEN-STATUS
               WHEN 'EXCEPT'
                   OPEN OUTPUT EXCFILE
                   MOVE WS-EXC-STATUS TO WS-MASTER-OPEN-STATUS
           END-EVALUATE.
           IF WS-MASTER-OPEN-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "MASTER OPEN FOR REBUILD FAILED - STATUS "
                   WS-MASTER-OPEN-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               OPEN INPUT BKUPFILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKUPFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BKP-IS-DATA
                               AND BKP-MASTER = WS-MASTER-NAME
                               MOVE BKP-DATA TO WS-IMAGE
                               PERFORM WRITE-MASTER-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKUPFILE
               PERFORM CLOSE-MASTER
           END-IF.

       WRITE-MASTER-IMAGE.
           EVALUATE WS-MASTER-NAME
               WHEN 'PANEL'
                   MOVE WS-IMAGE TO PNL-RECORD
                   WRITE PNL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'INVENT'
                   MOVE WS-IMAGE TO INV-RECORD
                   WRITE INV-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'RUNREG'
                   MOVE WS-IMAGE TO RUNREG-RECORD
                   WRITE RUNREG-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'QCTHRESH'
                   MOVE WS-IMAGE TO THRESH-LINE
                   WRITE THRESH-LINE
               WHEN 'OPERATOR'
                   MOVE WS-IMAGE TO OPER-LINE
                   WRITE OPER-LINE
               WHEN 'ECO'
                   MOVE WS-IMAGE TO ECO-RECORD
                   WRITE ECO-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'CAPACITY'
                   MOVE WS-IMAGE TO CAP-RECORD
                   WRITE CAP-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'NCR'
                   MOVE WS-IMAGE TO NCR-RECORD
                   WRITE NCR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
               WHEN 'EXCEPT'
                   MOVE WS-IMAGE TO EXC-RECORD
                   WRITE EXC-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILS
                   END-WRITE
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE WS-MASTER-NAME
               WHEN 'PANEL'
                   CLOSE PANELFILE
               WHEN 'INVENT'
                   CLOSE INVFILE
               WHEN 'RUNREG'
                   CLOSE RUNREGFILE
               WHEN 'QCTHRESH'
                   CLOSE THRESHFILE
               WHEN 'OPERATOR'
                   CLOSE OPERFILE
               WHEN 'ECO'
                   CLOSE ECOFILE
               WHEN 'CAPACITY'
                   CLOSE CAPFILE
               WHEN 'NCR'
                   CLOSE NCRFILE
               WHEN 'EXCEPT'
                   CLOSE EXCFILE
           END-EVALUATE.

       RESCAN-MASTER.
      *    Third pass: the rebuilt master through the same scan an
      *    UNLOAD uses, for totals only.
           EVALUATE WS-MASTER-NAME
               WHEN 'PANEL'
                   PERFORM SCAN-PANEL
               WHEN 'INVENT'
                   PERFORM SCAN-INVENT
               WHEN 'RUNREG'
                   PERFORM SCAN-RUNREG
               WHEN 'QCTHRESH'
                   PERFORM SCAN-QCTHRESH
               WHEN 'OPERATOR'
                   PERFORM SCAN-OPERATOR
               WHEN 'ECO'
                   PERFORM SCAN-ECO
               WHEN 'CAPACITY'
                   PERFORM SCAN-CAPACITY
               WHEN 'NCR'
                   PERFORM SCAN-NCR
               WHEN 'EXCEPT'
                   PERFORM SCAN-EXCEPT
           END-EVALUATE.

       RESOLVE-FILENAMES.
      *    Each master's own DD name (PANELDD/INVDD/REGDD/THRESHDD/
      *    OPERDD/ECODD/CAPDD/NCRDD/EXCMSTDD), BKUPDD for the backup dataset
      *    and BKRPTDD for the report replace the built-in
      *    defaults; BKUPMODE is UNLOAD or RELOAD and BKUPMAST names
      *    the master a RELOAD rebuilds (PANEL, INVENT, RUNREG,
      *    QCTHRESH, OPERATOR, ECO, CAPACITY, NCR or EXCEPT).
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PANELDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PANEL-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "INVDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INV-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REGDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REG-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "THRESHDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-THRESH-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "OPERDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPER-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ECODD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ECO-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAP-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NCRDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NCR-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EXCMSTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXC-DSN
           END-IF.
           STRING "wirebackup." WS-TODAY(1:8) ".txt"
               DELIMITED BY SIZE INTO WS-BKUP-DSN.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BKUPDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BKUP-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BKRPTDD".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BKRPT-DSN
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BKUPMODE".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:6) TO WS-MODE
           END-IF.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BKUPMAST".
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:8) TO WS-RELOAD-MASTER
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
               " PROG=WIREBKUP"
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
