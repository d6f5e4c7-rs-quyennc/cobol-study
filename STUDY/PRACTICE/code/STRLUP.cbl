       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRLUP.
       AUTHOR. QUYENNC

      *> District and region sales rollup. Every store report stops
      *> at store level, and the area managers were adding their
      *> patches up by hand. This program places every store through
      *> the STORE-HIERARCHY file HIERMNT maintains (store ->
      *> district -> region), totals the extract's SUMMARY-FILE
      *> history for the week ending on the parm date and for the
      *> week before it, and prints region by region, district by
      *> district: sales value, quantity and reject rate, this week
      *> against last, with each district's stores ranked by this
      *> week's value. A store that is not in the hierarchy (or
      *> hangs off a district or region that is not on file) is not
      *> dropped - it is listed in its own section with its figures,
      *> and the control totals prove the hierarchy total plus the
      *> unplaced stores equals everything SUMMARY-FILE holds for
      *> the two weeks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-HIERARCHY ASSIGN TO STORE-HIERARCHY-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-HIERARCHY.
      *> Read for the store names, and to find open stores that
      *> have never been placed in the hierarchy at all.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SUMMARY-FILE.
           SELECT ROLLUP-RPT-FILE ASSIGN TO ROLLUP-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ROLLUP-RPT-FILE.
      *> PARM-FILE carries the week-ending date (blank means today)
      *> and the lines-per-page override. Missing card means this
      *> week and 60 lines.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  STORE-HIERARCHY.
       01  STORE-HIERARCHY-REC.
           COPY "STHIER.cpy".
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
               88  SM-STORE-OPEN         VALUE 'O'.
           05  FILLER           PIC X(52).
       FD  SUMMARY-FILE.
       01  SUMMARY-FILE-REC.
           05  SU-STORE-ID       PIC 9(05).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-WRITTEN  PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-REJECTED PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RUN-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  SU-QTY-SOLD       PIC 9(09).
           05  FILLER            PIC X(01).
           05  SU-EXT-VALUE      PIC 9(09)V99.
           05  SU-NET-SIGN       PIC X(01).
               88  SU-NET-NEGATIVE        VALUE '-'.
           05  FILLER            PIC X(01).
           05  SU-RETURN-QTY     PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RETURN-VALUE   PIC 9(09)V99.
           05  FILLER            PIC X(07).
       FD  ROLLUP-RPT-FILE.
       01  ROLLUP-RPT-LINE      PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-WEEK-END        PIC X(08).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC X(03).
           05  PARM-LINES-PER-PAGE-N REDEFINES PARM-LINES-PER-PAGE
                                    PIC 9(03).
           05  FILLER               PIC X(68).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-STORE-HIERARCHY  PIC X(02)  VALUE SPACES.
           88  FS-STORE-HIERARCHY-OK       VALUE '00'.
           88  FS-STORE-HIERARCHY-EOF      VALUE '10'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
           88  FS-STORE-MASTER-EOF         VALUE '10'.
       01  FS-SUMMARY-FILE     PIC X(02)  VALUE SPACES.
           88  FS-SUMMARY-FILE-OK          VALUE '00'.
           88  FS-SUMMARY-FILE-EOF         VALUE '10'.
       01  FS-ROLLUP-RPT-FILE  PIC X(02)  VALUE SPACES.
           88  FS-ROLLUP-RPT-FILE-OK       VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> The hierarchy, loaded level by level in file sequence.
       01  WS-REGION-TABLE.
           05  WS-REGION-COUNT   PIC 9(03)   VALUE 0.
           05  WS-REGION-ENTRY OCCURS 100 TIMES
                   INDEXED BY REGION-IX.
               10  WS-TBL-REGION       PIC X(05).
               10  WS-TBL-REGION-NAME  PIC X(20).
               10  WS-TBL-REGION-MGR   PIC X(20).
       01  WS-DISTRICT-TABLE.
           05  WS-DISTRICT-COUNT PIC 9(03)   VALUE 0.
           05  WS-DISTRICT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DISTRICT-IX.
               10  WS-TBL-DISTRICT     PIC X(05).
               10  WS-TBL-DISTRICT-NAME PIC X(20).
               10  WS-TBL-DISTRICT-MGR PIC X(20).
               10  WS-TBL-DIST-REGION  PIC X(05).
      *> Stores in the hierarchy, in store-id sequence (the level-3
      *> records are keyed by store id) and binary-searched with
      *> SEARCH ALL, as EXTRECYC does with the store master. Each
      *> entry carries both weeks' figures; the picked switch drives
      *> the ranking, the same way ITEMRANK picks its items.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT    PIC 9(05)   VALUE 0.
           05  WS-STORE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-STORE-COUNT
                   ASCENDING KEY IS WS-TBL-STORE-ID
                   INDEXED BY STORE-IX.
               10  WS-TBL-STORE-ID     PIC 9(05).
               10  WS-TBL-STORE-NAME   PIC X(20).
               10  WS-TBL-STORE-DIST   PIC X(05).
               10  WS-TBL-PICKED       PIC X(01).
               10  WS-TBL-THIS-VALUE   PIC S9(11)V99.
               10  WS-TBL-PRIOR-VALUE  PIC S9(11)V99.
               10  WS-TBL-THIS-QTY     PIC 9(11).
               10  WS-TBL-PRIOR-QTY    PIC 9(11).
               10  WS-TBL-THIS-WRITTEN PIC 9(09).
               10  WS-TBL-THIS-REJECTED PIC 9(09).
               10  WS-TBL-PRIOR-WRITTEN PIC 9(09).
               10  WS-TBL-PRIOR-REJECTED PIC 9(09).
       01  WS-LAST-STORE-ID    PIC 9(05)  VALUE 0.
      *> Stores with nowhere to go in the hierarchy: open stores on
      *> STORE-MASTER with no level-3 record, and stores that turn
      *> up in SUMMARY-FILE without one.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-COUNT  PIC 9(04)   VALUE 0.
           05  WS-MISSING-ENTRY OCCURS 1000 TIMES
                   INDEXED BY MISSING-IX.
               10  WS-MIS-STORE-ID     PIC 9(05).
               10  WS-MIS-STORE-NAME   PIC X(20).
               10  WS-MIS-THIS-VALUE   PIC S9(11)V99.
               10  WS-MIS-PRIOR-VALUE  PIC S9(11)V99.
               10  WS-MIS-THIS-QTY     PIC 9(11).
               10  WS-MIS-PRIOR-QTY    PIC 9(11).
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
      *> The two weeks, as day numbers: this week is the seven days
      *> ending on the week-ending date, the prior week the seven
      *> before that.
       01  WS-WEEK-END         PIC 9(08)  VALUE 0.
       01  WS-PRIOR-WEEK-END   PIC 9(08)  VALUE 0.
       01  WS-THIS-END-INT     PIC 9(07)  VALUE 0.
       01  WS-THIS-START-INT   PIC 9(07)  VALUE 0.
       01  WS-PRIOR-END-INT    PIC 9(07)  VALUE 0.
       01  WS-PRIOR-START-INT  PIC 9(07)  VALUE 0.
       01  WS-RUN-INT          PIC 9(07)  VALUE 0.
       01  WS-WEEK-SW          PIC X(01)  VALUE SPACES.
           88  WS-IN-THIS-WEEK             VALUE 'T'.
           88  WS-IN-PRIOR-WEEK            VALUE 'P'.
       01  WS-SIGNED-VALUE     PIC S9(11)V99 VALUE 0.
      *> Running totals for the district, region and whole report,
      *> and the set of figures being formatted onto a print line.
       01  WS-DIST-TOTALS.
           05  WS-DT-THIS-VALUE    PIC S9(11)V99.
           05  WS-DT-PRIOR-VALUE   PIC S9(11)V99.
           05  WS-DT-THIS-QTY      PIC 9(11).
           05  WS-DT-PRIOR-QTY     PIC 9(11).
           05  WS-DT-THIS-WRITTEN  PIC 9(09).
           05  WS-DT-THIS-REJECTED PIC 9(09).
           05  WS-DT-PRIOR-WRITTEN PIC 9(09).
           05  WS-DT-PRIOR-REJECTED PIC 9(09).
       01  WS-REGION-TOTALS.
           05  WS-RT-THIS-VALUE    PIC S9(11)V99.
           05  WS-RT-PRIOR-VALUE   PIC S9(11)V99.
           05  WS-RT-THIS-QTY      PIC 9(11).
           05  WS-RT-PRIOR-QTY     PIC 9(11).
           05  WS-RT-THIS-WRITTEN  PIC 9(09).
           05  WS-RT-THIS-REJECTED PIC 9(09).
           05  WS-RT-PRIOR-WRITTEN PIC 9(09).
           05  WS-RT-PRIOR-REJECTED PIC 9(09).
       01  WS-GRAND-TOTALS.
           05  WS-GT-THIS-VALUE    PIC S9(11)V99.
           05  WS-GT-PRIOR-VALUE   PIC S9(11)V99.
           05  WS-GT-THIS-QTY      PIC 9(11).
           05  WS-GT-PRIOR-QTY     PIC 9(11).
           05  WS-GT-THIS-WRITTEN  PIC 9(09).
           05  WS-GT-THIS-REJECTED PIC 9(09).
           05  WS-GT-PRIOR-WRITTEN PIC 9(09).
           05  WS-GT-PRIOR-REJECTED PIC 9(09).
       01  WS-FIGURES.
           05  WS-FG-THIS-VALUE    PIC S9(11)V99.
           05  WS-FG-PRIOR-VALUE   PIC S9(11)V99.
           05  WS-FG-THIS-QTY      PIC 9(11).
           05  WS-FG-PRIOR-QTY     PIC 9(11).
           05  WS-FG-THIS-WRITTEN  PIC 9(09).
           05  WS-FG-THIS-REJECTED PIC 9(09).
           05  WS-FG-PRIOR-WRITTEN PIC 9(09).
           05  WS-FG-PRIOR-REJECTED PIC 9(09).
       01  WS-MISSING-THIS-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-MISSING-PRIOR-VALUE PIC S9(11)V99 VALUE 0.
       01  WS-SUMMARY-THIS-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-SUMMARY-PRIOR-VALUE PIC S9(11)V99 VALUE 0.
       01  WS-PLACED-THIS-VALUE   PIC S9(11)V99 VALUE 0.
       01  WS-PLACED-PRIOR-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-CHANGE-PCT       PIC S9(05)V9 VALUE 0.
       01  WS-REJECT-BASE      PIC 9(10)  VALUE 0.
       01  WS-REJECT-PCT       PIC 9(03)V9 VALUE 0.
       01  WS-RANK             PIC 9(03)  VALUE 0.
       01  WS-BEST-IX          PIC 9(05)  VALUE 0.
       01  WS-BEST-VALUE       PIC S9(11)V99 VALUE 0.
       01  WS-BEST-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-BEST-FOUND               VALUE 'Y'.
       01  WS-SCAN-IX          PIC 9(05)  VALUE 0.
       01  COUNTERS.
           05  HIER-READ       PIC 9(07).
           05  REGIONS-LOADED  PIC 9(07).
           05  DISTRICTS-LOADED PIC 9(07).
           05  STORES-LOADED   PIC 9(07).
           05  STORE-MASTER-READ PIC 9(07).
           05  SUMMARY-READ    PIC 9(07).
           05  SUMMARY-THIS-WEEK PIC 9(07).
           05  SUMMARY-PRIOR-WEEK PIC 9(07).
           05  SUMMARY-OUTSIDE PIC 9(07).
           05  STORES-RANKED   PIC 9(07).
           05  STORES-UNPLACED PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-PRINT-LINE       PIC X(80)  VALUE SPACES.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'DISTRICT/REGION ROLLUP'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(14) VALUE 'WEEK ENDING: '.
           05  RH-WEEK-END     PIC 9(08).
           05  FILLER          PIC X(20) VALUE
               '  PRIOR WEEK ENDING:'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RH-PRIOR-WEEK-END PIC 9(08).
           05  FILLER          PIC X(29) VALUE SPACES.
       01  REPORT-HEADING-3.
           05  FILLER          PIC X(21) VALUE 'RNK STORE NAME'.
           05  FILLER          PIC X(10) VALUE ' THIS WEEK'.
           05  FILLER          PIC X(11) VALUE ' PRIOR WEEK'.
           05  FILLER          PIC X(08) VALUE '   CHG %'.
           05  FILLER          PIC X(09) VALUE ' QTY THIS'.
           05  FILLER          PIC X(09) VALUE ' PREV QTY'.
           05  FILLER          PIC X(06) VALUE '  REJ%'.
           05  FILLER          PIC X(06) VALUE ' PREJ%'.
       01  REGION-HEADER-LINE.
           05  FILLER          PIC X(07) VALUE 'REGION '.
           05  RG-CODE         PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RG-NAME         PIC X(20).
           05  FILLER          PIC X(06) VALUE '  MGR '.
           05  RG-MANAGER      PIC X(20).
           05  FILLER          PIC X(21) VALUE SPACES.
       01  DISTRICT-HEADER-LINE.
           05  FILLER          PIC X(11) VALUE '  DISTRICT '.
           05  DH-CODE         PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DH-NAME         PIC X(20).
           05  FILLER          PIC X(06) VALUE '  MGR '.
           05  DH-MANAGER      PIC X(20).
           05  FILLER          PIC X(17) VALUE SPACES.
      *> One layout serves a ranked store, a total and an unplaced
      *> store: the first 21 bytes are either rank/store/name or a
      *> total's label.
       01  FIGURES-LINE.
           05  FL-STORE-PART.
               10  FL-RANK         PIC ZZ9.
               10  FILLER          PIC X(01).
               10  FL-STORE-ID     PIC 9(05).
               10  FILLER          PIC X(01).
               10  FL-STORE-NAME   PIC X(10).
               10  FILLER          PIC X(01).
           05  FL-LABEL REDEFINES FL-STORE-PART PIC X(21).
           05  FL-THIS-VALUE   PIC -ZZZZZZZZ9.
           05  FILLER          PIC X(01).
           05  FL-PRIOR-VALUE  PIC -ZZZZZZZZ9.
           05  FILLER          PIC X(01).
           05  FL-CHANGE       PIC -ZZZ9.9.
           05  FL-CHANGE-X REDEFINES FL-CHANGE PIC X(07).
           05  FILLER          PIC X(01).
           05  FL-THIS-QTY     PIC ZZZZZZZ9.
           05  FILLER          PIC X(01).
           05  FL-PRIOR-QTY    PIC ZZZZZZZ9.
           05  FILLER          PIC X(01).
           05  FL-THIS-REJ     PIC ZZ9.9.
           05  FILLER          PIC X(01).
           05  FL-PRIOR-REJ    PIC ZZ9.9.
       01  UNPLACED-HEADING.
           05  FILLER          PIC X(40) VALUE
               'STORES NOT PLACED IN THE HIERARCHY'.
           05  FILLER          PIC X(40) VALUE SPACES.
       01  UNPLACED-REASON-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  UR-REASON       PIC X(30).
           05  FILLER          PIC X(40) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(44).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'STRLUP'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-WEEK-END.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           COMPUTE WS-THIS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-END).
           COMPUTE WS-THIS-START-INT = WS-THIS-END-INT - 6.
           COMPUTE WS-PRIOR-END-INT = WS-THIS-END-INT - 7.
           COMPUTE WS-PRIOR-START-INT = WS-THIS-END-INT - 13.
           MOVE FUNCTION DATE-OF-INTEGER (WS-PRIOR-END-INT)
               TO WS-PRIOR-WEEK-END.
           OPEN INPUT STORE-HIERARCHY
           IF FS-STORE-HIERARCHY-OK
               CONTINUE
           ELSE
               DISPLAY 'HIERARCHY OPEN FAILED: ' FS-STORE-HIERARCHY
               MOVE 'STORE-HIERARCHY' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STORE-HIERARCHY
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT STORE-MASTER
           IF FS-STORE-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'STORE MASTER OPEN FAILED: ' FS-STORE-MASTER
               MOVE 'STORE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STORE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT SUMMARY-FILE
           IF FS-SUMMARY-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'SUMMARY FILE OPEN FAILED: ' FS-SUMMARY-FILE
               MOVE 'SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SUMMARY-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT ROLLUP-RPT-FILE
           IF FS-ROLLUP-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'ROLLUP RPT OPEN FAILED: ' FS-ROLLUP-RPT-FILE
               MOVE 'ROLLUP-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ROLLUP-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, WEEK ENDS TODAY'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-WEEK-END IS NUMERIC
                   MOVE PARM-WEEK-END TO WS-WEEK-END
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE-N > 0
                   MOVE PARM-LINES-PER-PAGE-N TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM LOAD-HIERARCHY-PARA THRU LOAD-HIERARCHY-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM LOAD-NAMES-PARA THRU LOAD-NAMES-EXIT-PARA.
           PERFORM UNTIL FS-SUMMARY-FILE-EOF
               READ SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM ACCUMULATE-PARA THRU ACCUMULATE-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM REPORT-REGIONS-PARA THRU REPORT-REGIONS-EXIT-PARA.
           PERFORM REPORT-UNPLACED-PARA THRU REPORT-UNPLACED-EXIT-PARA.
       PROCESS-EXIT-PARA.
           EXIT.
      *> SEARCH ALL is only honest over a strictly ascending table -
      *> an out-of-sequence store level would make lookups quietly
      *> miss stores, so the run stops instead.
       LOAD-HIERARCHY-PARA.
           PERFORM UNTIL FS-STORE-HIERARCHY-EOF
               READ STORE-HIERARCHY
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO HIER-READ
                   EVALUATE TRUE
                       WHEN SH-IS-REGION
                           PERFORM LOAD-REGION-PARA
                               THRU LOAD-REGION-EXIT-PARA
                       WHEN SH-IS-DISTRICT
                           PERFORM LOAD-DISTRICT-PARA
                               THRU LOAD-DISTRICT-EXIT-PARA
                       WHEN SH-IS-STORE
                           PERFORM LOAD-STORE-PARA
                               THRU LOAD-STORE-EXIT-PARA
                       WHEN OTHER
                           DISPLAY 'HIERARCHY LEVEL UNKNOWN AT '
                               SH-KEY
                   END-EVALUATE
               END-READ
           END-PERFORM.
       LOAD-HIERARCHY-EXIT-PARA.
           EXIT.
       LOAD-REGION-PARA.
           IF WS-REGION-COUNT NOT < 100
               DISPLAY 'REGION TABLE FULL AT ' SH-CODE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-REGION-EXIT-PARA
           END-IF.
           ADD 1 TO WS-REGION-COUNT REGIONS-LOADED.
           SET REGION-IX TO WS-REGION-COUNT.
           MOVE SH-CODE    TO WS-TBL-REGION (REGION-IX).
           MOVE SH-NAME    TO WS-TBL-REGION-NAME (REGION-IX).
           MOVE SH-MANAGER TO WS-TBL-REGION-MGR (REGION-IX).
       LOAD-REGION-EXIT-PARA.
           EXIT.
       LOAD-DISTRICT-PARA.
           IF WS-DISTRICT-COUNT NOT < 500
               DISPLAY 'DISTRICT TABLE FULL AT ' SH-CODE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-DISTRICT-EXIT-PARA
           END-IF.
           ADD 1 TO WS-DISTRICT-COUNT DISTRICTS-LOADED.
           SET DISTRICT-IX TO WS-DISTRICT-COUNT.
           MOVE SH-CODE    TO WS-TBL-DISTRICT (DISTRICT-IX).
           MOVE SH-NAME    TO WS-TBL-DISTRICT-NAME (DISTRICT-IX).
           MOVE SH-MANAGER TO WS-TBL-DISTRICT-MGR (DISTRICT-IX).
           MOVE SH-PARENT  TO WS-TBL-DIST-REGION (DISTRICT-IX).
       LOAD-DISTRICT-EXIT-PARA.
           EXIT.
       LOAD-STORE-PARA.
           IF SH-CODE IS NOT NUMERIC
               DISPLAY 'HIERARCHY STORE ID NOT NUMERIC: ' SH-CODE
               GO TO LOAD-STORE-EXIT-PARA
           END-IF.
           IF WS-STORE-COUNT NOT < 5000
               DISPLAY 'STORE TABLE FULL AT ' SH-CODE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-STORE-EXIT-PARA
           END-IF.
           IF WS-STORE-COUNT > 0 AND SH-CODE NOT > WS-LAST-STORE-ID
               DISPLAY 'HIERARCHY STORES OUT OF SEQUENCE AT ' SH-CODE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-STORE-EXIT-PARA
           END-IF.
           ADD 1 TO WS-STORE-COUNT STORES-LOADED.
           SET STORE-IX TO WS-STORE-COUNT.
           INITIALIZE WS-STORE-ENTRY (STORE-IX).
           MOVE SH-CODE   TO WS-TBL-STORE-ID (STORE-IX)
                             WS-LAST-STORE-ID.
           MOVE SH-PARENT TO WS-TBL-STORE-DIST (STORE-IX).
           MOVE 'N'       TO WS-TBL-PICKED (STORE-IX).
       LOAD-STORE-EXIT-PARA.
           EXIT.
      *> Names come off STORE-MASTER. An open store with no place in
      *> the hierarchy goes straight onto the unplaced list, sales
      *> or not.
       LOAD-NAMES-PARA.
           PERFORM UNTIL FS-STORE-MASTER-EOF
               READ STORE-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO STORE-MASTER-READ
                   SEARCH ALL WS-STORE-ENTRY
                       AT END
                           IF SM-STORE-OPEN
                               PERFORM ADD-MISSING-PARA
                                   THRU ADD-MISSING-EXIT-PARA
                           END-IF
                       WHEN WS-TBL-STORE-ID (STORE-IX) = SM-STORE-ID
                           MOVE SM-STORE-NAME
                               TO WS-TBL-STORE-NAME (STORE-IX)
                   END-SEARCH
               END-READ
           END-PERFORM.
       LOAD-NAMES-EXIT-PARA.
           EXIT.
       ADD-MISSING-PARA.
           IF WS-MISSING-COUNT NOT < 1000
               DISPLAY 'UNPLACED STORE TABLE FULL AT ' SM-STORE-ID
               GO TO ADD-MISSING-EXIT-PARA
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           SET MISSING-IX TO WS-MISSING-COUNT.
           INITIALIZE WS-MISSING-ENTRY (MISSING-IX).
           MOVE SM-STORE-ID   TO WS-MIS-STORE-ID (MISSING-IX).
           MOVE SM-STORE-NAME TO WS-MIS-STORE-NAME (MISSING-IX).
       ADD-MISSING-EXIT-PARA.
           EXIT.
      *> Each SUMMARY-FILE record is one store's extract run. Runs
      *> inside either week are added to the store's figures, value
      *> signed by SU-NET-SIGN; everything else is counted and left.
       ACCUMULATE-PARA.
           ADD 1 TO SUMMARY-READ.
           MOVE SPACES TO WS-WEEK-SW.
           IF SU-RUN-DATE IS NUMERIC AND SU-RUN-DATE > 16010100
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE (SU-RUN-DATE)
               IF WS-RUN-INT NOT < WS-THIS-START-INT
                       AND WS-RUN-INT NOT > WS-THIS-END-INT
                   MOVE 'T' TO WS-WEEK-SW
               END-IF
               IF WS-RUN-INT NOT < WS-PRIOR-START-INT
                       AND WS-RUN-INT NOT > WS-PRIOR-END-INT
                   MOVE 'P' TO WS-WEEK-SW
               END-IF
           END-IF.
           IF NOT WS-IN-THIS-WEEK AND NOT WS-IN-PRIOR-WEEK
               ADD 1 TO SUMMARY-OUTSIDE
               GO TO ACCUMULATE-EXIT-PARA
           END-IF.
           IF SU-NET-NEGATIVE
               COMPUTE WS-SIGNED-VALUE = 0 - SU-EXT-VALUE
           ELSE
               MOVE SU-EXT-VALUE TO WS-SIGNED-VALUE
           END-IF.
           IF WS-IN-THIS-WEEK
               ADD 1 TO SUMMARY-THIS-WEEK
               ADD WS-SIGNED-VALUE TO WS-SUMMARY-THIS-VALUE
           ELSE
               ADD 1 TO SUMMARY-PRIOR-WEEK
               ADD WS-SIGNED-VALUE TO WS-SUMMARY-PRIOR-VALUE
           END-IF.
           SEARCH ALL WS-STORE-ENTRY
               AT END
                   PERFORM ACCUMULATE-MISSING-PARA
                       THRU ACCUMULATE-MISSING-EXIT-PARA
               WHEN WS-TBL-STORE-ID (STORE-IX) = SU-STORE-ID
                   PERFORM ACCUMULATE-STORE-PARA
                       THRU ACCUMULATE-STORE-EXIT-PARA
           END-SEARCH.
       ACCUMULATE-EXIT-PARA.
           EXIT.
       ACCUMULATE-STORE-PARA.
           IF WS-IN-THIS-WEEK
               ADD WS-SIGNED-VALUE   TO WS-TBL-THIS-VALUE (STORE-IX)
               ADD SU-QTY-SOLD       TO WS-TBL-THIS-QTY (STORE-IX)
               ADD SU-ITEMS-WRITTEN  TO WS-TBL-THIS-WRITTEN (STORE-IX)
               ADD SU-ITEMS-REJECTED
                   TO WS-TBL-THIS-REJECTED (STORE-IX)
           ELSE
               ADD WS-SIGNED-VALUE   TO WS-TBL-PRIOR-VALUE (STORE-IX)
               ADD SU-QTY-SOLD       TO WS-TBL-PRIOR-QTY (STORE-IX)
               ADD SU-ITEMS-WRITTEN
                   TO WS-TBL-PRIOR-WRITTEN (STORE-IX)
               ADD SU-ITEMS-REJECTED
                   TO WS-TBL-PRIOR-REJECTED (STORE-IX)
           END-IF.
       ACCUMULATE-STORE-EXIT-PARA.
           EXIT.
      *> A store with sales but no level-3 record: found on the
      *> unplaced list if STORE-MASTER already put it there, added
      *> (without a name) if not.
       ACCUMULATE-MISSING-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > WS-MISSING-COUNT OR WS-FOUND
               IF WS-MIS-STORE-ID (MISSING-IX) = SU-STORE-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET MISSING-IX DOWN BY 1
           ELSE
               IF WS-MISSING-COUNT NOT < 1000
                   DISPLAY 'UNPLACED STORE TABLE FULL AT '
                       SU-STORE-ID
                   GO TO ACCUMULATE-MISSING-EXIT-PARA
               END-IF
               ADD 1 TO WS-MISSING-COUNT
               SET MISSING-IX TO WS-MISSING-COUNT
               INITIALIZE WS-MISSING-ENTRY (MISSING-IX)
               MOVE SU-STORE-ID TO WS-MIS-STORE-ID (MISSING-IX)
               MOVE 'NOT ON STORE MASTER'
                   TO WS-MIS-STORE-NAME (MISSING-IX)
           END-IF.
           IF WS-IN-THIS-WEEK
               ADD WS-SIGNED-VALUE TO WS-MIS-THIS-VALUE (MISSING-IX)
               ADD SU-QTY-SOLD     TO WS-MIS-THIS-QTY (MISSING-IX)
           ELSE
               ADD WS-SIGNED-VALUE TO WS-MIS-PRIOR-VALUE (MISSING-IX)
               ADD SU-QTY-SOLD     TO WS-MIS-PRIOR-QTY (MISSING-IX)
           END-IF.
       ACCUMULATE-MISSING-EXIT-PARA.
           EXIT.
      *> Region by region in hierarchy sequence; within a region,
      *> each of its districts; within a district, its stores from
      *> best week to worst.
       REPORT-REGIONS-PARA.
           INITIALIZE WS-GRAND-TOTALS.
           PERFORM VARYING REGION-IX FROM 1 BY 1
                   UNTIL REGION-IX > WS-REGION-COUNT
               INITIALIZE WS-REGION-TOTALS
               MOVE WS-TBL-REGION (REGION-IX)      TO RG-CODE
               MOVE WS-TBL-REGION-NAME (REGION-IX) TO RG-NAME
               MOVE WS-TBL-REGION-MGR (REGION-IX)  TO RG-MANAGER
               MOVE REGION-HEADER-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
               PERFORM VARYING DISTRICT-IX FROM 1 BY 1
                       UNTIL DISTRICT-IX > WS-DISTRICT-COUNT
                   IF WS-TBL-DIST-REGION (DISTRICT-IX)
                           = WS-TBL-REGION (REGION-IX)
                       PERFORM REPORT-DISTRICT-PARA
                           THRU REPORT-DISTRICT-EXIT-PARA
                   END-IF
               END-PERFORM
               MOVE WS-REGION-TOTALS TO WS-FIGURES
               MOVE SPACES TO FIGURES-LINE
               MOVE 'REGION TOTAL' TO FL-LABEL
               PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT-PARA
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
               ADD WS-RT-THIS-VALUE     TO WS-GT-THIS-VALUE
               ADD WS-RT-PRIOR-VALUE    TO WS-GT-PRIOR-VALUE
               ADD WS-RT-THIS-QTY       TO WS-GT-THIS-QTY
               ADD WS-RT-PRIOR-QTY      TO WS-GT-PRIOR-QTY
               ADD WS-RT-THIS-WRITTEN   TO WS-GT-THIS-WRITTEN
               ADD WS-RT-THIS-REJECTED  TO WS-GT-THIS-REJECTED
               ADD WS-RT-PRIOR-WRITTEN  TO WS-GT-PRIOR-WRITTEN
               ADD WS-RT-PRIOR-REJECTED TO WS-GT-PRIOR-REJECTED
           END-PERFORM.
           MOVE WS-GRAND-TOTALS TO WS-FIGURES.
           MOVE SPACES TO FIGURES-LINE.
           MOVE 'ALL REGIONS' TO FL-LABEL.
           PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       REPORT-REGIONS-EXIT-PARA.
           EXIT.
       REPORT-DISTRICT-PARA.
           INITIALIZE WS-DIST-TOTALS.
           MOVE WS-TBL-DISTRICT (DISTRICT-IX)      TO DH-CODE.
           MOVE WS-TBL-DISTRICT-NAME (DISTRICT-IX) TO DH-NAME.
           MOVE WS-TBL-DISTRICT-MGR (DISTRICT-IX)  TO DH-MANAGER.
           MOVE DISTRICT-HEADER-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           MOVE 0 TO WS-RANK.
           MOVE 'Y' TO WS-BEST-FOUND-SW.
           PERFORM UNTIL NOT WS-BEST-FOUND
               PERFORM PICK-HIGHEST-PARA THRU PICK-HIGHEST-EXIT-PARA
               IF WS-BEST-FOUND
                   PERFORM REPORT-STORE-PARA
                       THRU REPORT-STORE-EXIT-PARA
               END-IF
           END-PERFORM.
           MOVE WS-DIST-TOTALS TO WS-FIGURES.
           MOVE SPACES TO FIGURES-LINE.
           MOVE '  DISTRICT TOTAL' TO FL-LABEL.
           PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT-PARA.
           ADD WS-DT-THIS-VALUE     TO WS-RT-THIS-VALUE.
           ADD WS-DT-PRIOR-VALUE    TO WS-RT-PRIOR-VALUE.
           ADD WS-DT-THIS-QTY       TO WS-RT-THIS-QTY.
           ADD WS-DT-PRIOR-QTY      TO WS-RT-PRIOR-QTY.
           ADD WS-DT-THIS-WRITTEN   TO WS-RT-THIS-WRITTEN.
           ADD WS-DT-THIS-REJECTED  TO WS-RT-THIS-REJECTED.
           ADD WS-DT-PRIOR-WRITTEN  TO WS-RT-PRIOR-WRITTEN.
           ADD WS-DT-PRIOR-REJECTED TO WS-RT-PRIOR-REJECTED.
       REPORT-DISTRICT-EXIT-PARA.
           EXIT.
      *> The district's unpicked store with the best week. Picked
      *> stores stay picked, so a store is ranked once and whatever
      *> is still unpicked at the end had no district to go in.
       PICK-HIGHEST-PARA.
           MOVE 'N' TO WS-BEST-FOUND-SW.
           MOVE 0 TO WS-BEST-IX WS-BEST-VALUE.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-STORE-COUNT
               SET STORE-IX TO WS-SCAN-IX
               IF WS-TBL-PICKED (STORE-IX) = 'N'
                       AND WS-TBL-STORE-DIST (STORE-IX)
                           = WS-TBL-DISTRICT (DISTRICT-IX)
                   IF NOT WS-BEST-FOUND
                           OR WS-TBL-THIS-VALUE (STORE-IX)
                               > WS-BEST-VALUE
                       MOVE 'Y' TO WS-BEST-FOUND-SW
                       MOVE WS-SCAN-IX TO WS-BEST-IX
                       MOVE WS-TBL-THIS-VALUE (STORE-IX)
                           TO WS-BEST-VALUE
                   END-IF
               END-IF
           END-PERFORM.
       PICK-HIGHEST-EXIT-PARA.
           EXIT.
       REPORT-STORE-PARA.
           SET STORE-IX TO WS-BEST-IX.
           MOVE 'Y' TO WS-TBL-PICKED (STORE-IX).
           ADD 1 TO WS-RANK STORES-RANKED.
           PERFORM LOAD-STORE-FIGURES-PARA
               THRU LOAD-STORE-FIGURES-EXIT-PARA.
           MOVE SPACES TO FIGURES-LINE.
           MOVE WS-RANK TO FL-RANK.
           MOVE WS-TBL-STORE-ID (STORE-IX)   TO FL-STORE-ID.
           MOVE WS-TBL-STORE-NAME (STORE-IX) TO FL-STORE-NAME.
           PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT-PARA.
           ADD WS-FG-THIS-VALUE     TO WS-DT-THIS-VALUE.
           ADD WS-FG-PRIOR-VALUE    TO WS-DT-PRIOR-VALUE.
           ADD WS-FG-THIS-QTY       TO WS-DT-THIS-QTY.
           ADD WS-FG-PRIOR-QTY      TO WS-DT-PRIOR-QTY.
           ADD WS-FG-THIS-WRITTEN   TO WS-DT-THIS-WRITTEN.
           ADD WS-FG-THIS-REJECTED  TO WS-DT-THIS-REJECTED.
           ADD WS-FG-PRIOR-WRITTEN  TO WS-DT-PRIOR-WRITTEN.
           ADD WS-FG-PRIOR-REJECTED TO WS-DT-PRIOR-REJECTED.
       REPORT-STORE-EXIT-PARA.
           EXIT.
       LOAD-STORE-FIGURES-PARA.
           MOVE WS-TBL-THIS-VALUE (STORE-IX)  TO WS-FG-THIS-VALUE.
           MOVE WS-TBL-PRIOR-VALUE (STORE-IX) TO WS-FG-PRIOR-VALUE.
           MOVE WS-TBL-THIS-QTY (STORE-IX)    TO WS-FG-THIS-QTY.
           MOVE WS-TBL-PRIOR-QTY (STORE-IX)   TO WS-FG-PRIOR-QTY.
           MOVE WS-TBL-THIS-WRITTEN (STORE-IX)
               TO WS-FG-THIS-WRITTEN.
           MOVE WS-TBL-THIS-REJECTED (STORE-IX)
               TO WS-FG-THIS-REJECTED.
           MOVE WS-TBL-PRIOR-WRITTEN (STORE-IX)
               TO WS-FG-PRIOR-WRITTEN.
           MOVE WS-TBL-PRIOR-REJECTED (STORE-IX)
               TO WS-FG-PRIOR-REJECTED.
       LOAD-STORE-FIGURES-EXIT-PARA.
           EXIT.
      *> The unplaced section: hierarchy stores no district picked up
      *> (their district, or its region, is not on file), then
      *> stores with no level-3 record at all.
       REPORT-UNPLACED-PARA.
           MOVE UNPLACED-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-STORE-COUNT
               SET STORE-IX TO WS-SCAN-IX
               IF WS-TBL-PICKED (STORE-IX) = 'N'
                   ADD 1 TO STORES-UNPLACED
                   PERFORM LOAD-STORE-FIGURES-PARA
                       THRU LOAD-STORE-FIGURES-EXIT-PARA
                   MOVE SPACES TO FIGURES-LINE
                   MOVE WS-TBL-STORE-ID (STORE-IX)   TO FL-STORE-ID
                   MOVE WS-TBL-STORE-NAME (STORE-IX) TO FL-STORE-NAME
                   PERFORM PRINT-FIGURES-PARA
                       THRU PRINT-FIGURES-EXIT-PARA
                   ADD WS-FG-THIS-VALUE  TO WS-MISSING-THIS-VALUE
                   ADD WS-FG-PRIOR-VALUE TO WS-MISSING-PRIOR-VALUE
                   PERFORM UNPLACED-REASON-PARA
                       THRU UNPLACED-REASON-EXIT-PARA
               END-IF
           END-PERFORM.
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > WS-MISSING-COUNT
               ADD 1 TO STORES-UNPLACED
               INITIALIZE WS-FIGURES
               MOVE WS-MIS-THIS-VALUE (MISSING-IX)
                   TO WS-FG-THIS-VALUE
               MOVE WS-MIS-PRIOR-VALUE (MISSING-IX)
                   TO WS-FG-PRIOR-VALUE
               MOVE WS-MIS-THIS-QTY (MISSING-IX)  TO WS-FG-THIS-QTY
               MOVE WS-MIS-PRIOR-QTY (MISSING-IX) TO WS-FG-PRIOR-QTY
               MOVE SPACES TO FIGURES-LINE
               MOVE WS-MIS-STORE-ID (MISSING-IX)   TO FL-STORE-ID
               MOVE WS-MIS-STORE-NAME (MISSING-IX) TO FL-STORE-NAME
               PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT-PARA
               ADD WS-FG-THIS-VALUE  TO WS-MISSING-THIS-VALUE
               ADD WS-FG-PRIOR-VALUE TO WS-MISSING-PRIOR-VALUE
               MOVE 'NOT IN HIERARCHY' TO UR-REASON
               MOVE UNPLACED-REASON-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-PERFORM.
           IF STORES-UNPLACED = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-IF.
       REPORT-UNPLACED-EXIT-PARA.
           EXIT.
       UNPLACED-REASON-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING DISTRICT-IX FROM 1 BY 1
                   UNTIL DISTRICT-IX > WS-DISTRICT-COUNT OR WS-FOUND
               IF WS-TBL-DISTRICT (DISTRICT-IX)
                       = WS-TBL-STORE-DIST (STORE-IX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE 'DISTRICT REGION NOT ON FILE' TO UR-REASON
           ELSE
               MOVE 'DISTRICT NOT ON FILE' TO UR-REASON
           END-IF.
           MOVE UNPLACED-REASON-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       UNPLACED-REASON-EXIT-PARA.
           EXIT.
      *> Values print in whole units; change is this week against
      *> the prior week as a percentage (N/A when the prior week had
      *> nothing); reject rate is rejects over records the extract
      *> saw for the week.
       PRINT-FIGURES-PARA.
           COMPUTE FL-THIS-VALUE ROUNDED = WS-FG-THIS-VALUE.
           COMPUTE FL-PRIOR-VALUE ROUNDED = WS-FG-PRIOR-VALUE.
           IF WS-FG-PRIOR-VALUE = 0
               MOVE '    N/A' TO FL-CHANGE-X
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-FG-THIS-VALUE - WS-FG-PRIOR-VALUE) * 100
                   / WS-FG-PRIOR-VALUE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-CHANGE-PCT > 9999.9
                   MOVE 9999.9 TO WS-CHANGE-PCT
               END-IF
               IF WS-CHANGE-PCT < -9999.9
                   MOVE -9999.9 TO WS-CHANGE-PCT
               END-IF
               MOVE WS-CHANGE-PCT TO FL-CHANGE
           END-IF.
           MOVE WS-FG-THIS-QTY  TO FL-THIS-QTY.
           MOVE WS-FG-PRIOR-QTY TO FL-PRIOR-QTY.
           COMPUTE WS-REJECT-BASE =
               WS-FG-THIS-WRITTEN + WS-FG-THIS-REJECTED.
           IF WS-REJECT-BASE = 0
               MOVE 0 TO WS-REJECT-PCT
           ELSE
               COMPUTE WS-REJECT-PCT ROUNDED =
                   WS-FG-THIS-REJECTED * 100 / WS-REJECT-BASE
           END-IF.
           MOVE WS-REJECT-PCT TO FL-THIS-REJ.
           COMPUTE WS-REJECT-BASE =
               WS-FG-PRIOR-WRITTEN + WS-FG-PRIOR-REJECTED.
           IF WS-REJECT-BASE = 0
               MOVE 0 TO WS-REJECT-PCT
           ELSE
               COMPUTE WS-REJECT-PCT ROUNDED =
                   WS-FG-PRIOR-REJECTED * 100 / WS-REJECT-BASE
           END-IF.
           MOVE WS-REJECT-PCT TO FL-PRIOR-REJ.
           MOVE FIGURES-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       PRINT-FIGURES-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE STORE-HIERARCHY STORE-MASTER SUMMARY-FILE
                   ROLLUP-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           WRITE ROLLUP-RPT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-LINE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-WEEK-END TO RH-WEEK-END.
           MOVE WS-PRIOR-WEEK-END TO RH-PRIOR-WEEK-END.
           IF WS-PAGE-NO > 1
               WRITE ROLLUP-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE ROLLUP-RPT-LINE FROM REPORT-HEADING-1.
           WRITE ROLLUP-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO ROLLUP-RPT-LINE.
           WRITE ROLLUP-RPT-LINE.
           WRITE ROLLUP-RPT-LINE FROM REPORT-HEADING-3.
           MOVE SPACES TO ROLLUP-RPT-LINE.
           WRITE ROLLUP-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               GO TO WRITE-TOTALS-EXIT-PARA
           END-IF.
           MOVE 'STRLUP CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HIERARCHY RECORDS READ:' TO CT-LABEL
           MOVE HIER-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REGIONS LOADED        :' TO CT-LABEL
           MOVE REGIONS-LOADED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DISTRICTS LOADED      :' TO CT-LABEL
           MOVE DISTRICTS-LOADED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES LOADED         :' TO CT-LABEL
           MOVE STORES-LOADED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE MASTER READ     :' TO CT-LABEL
           MOVE STORE-MASTER-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RECORDS READ  :' TO CT-LABEL
           MOVE SUMMARY-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY THIS WEEK     :' TO CT-LABEL
           MOVE SUMMARY-THIS-WEEK TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY PRIOR WEEK    :' TO CT-LABEL
           MOVE SUMMARY-PRIOR-WEEK TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY OUTSIDE WEEKS :' TO CT-LABEL
           MOVE SUMMARY-OUTSIDE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES RANKED         :' TO CT-LABEL
           MOVE STORES-RANKED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES NOT PLACED     :' TO CT-LABEL
           MOVE STORES-UNPLACED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY VALUE THIS WK :' TO CA-LABEL
           MOVE WS-SUMMARY-THIS-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY VALUE PRIOR WK:' TO CA-LABEL
           MOVE WS-SUMMARY-PRIOR-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Both weeks' SUMMARY-FILE value must come out as the all-
      *> regions total plus the unplaced stores - nothing read may
      *> fall out of the report.
           ADD WS-GT-THIS-VALUE WS-MISSING-THIS-VALUE
               GIVING WS-PLACED-THIS-VALUE.
           ADD WS-GT-PRIOR-VALUE WS-MISSING-PRIOR-VALUE
               GIVING WS-PLACED-PRIOR-VALUE.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-PLACED-THIS-VALUE = WS-SUMMARY-THIS-VALUE
                   AND WS-PLACED-PRIOR-VALUE = WS-SUMMARY-PRIOR-VALUE
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
