       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       AUTHOR. QUYENNC

      *> Per-store report bursting. The store-level reports - the
      *> extract report, the REJNOTIF notices and the STORETRD
      *> trend - print every store in one run, and someone used to
      *> split the printout by hand each morning to send each store
      *> manager their pages. This runs behind RPTARCH against the
      *> same report file and cuts it into one piece per STORE-ID:
      *> every piece opens on a routing banner saying who gets it
      *> and how (the distribution table, by report and store), is
      *> filed in the burst archive generation, copied to SYSOUT
      *> for the print room, and registered on the reprint index
      *> under its own store key - so RPTPRINT can pull back one
      *> store's copy without reprinting the whole run. Nothing in
      *> the report programs changed: the second parm card tells
      *> this program where a store starts, where it ends, and what
      *> the page heading looks like, so every piece still carries
      *> its report's heading. Lines outside any store (run totals,
      *> the grand total) stay with the whole-run archive only, and
      *> the control totals prove every line read went one way or
      *> the other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-IN-FILE ASSIGN TO RPT-IN-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RPT-IN-FILE.
      *> Store/report to recipient routing - one line per store per
      *> report, store 00000 being the report's route for any store
      *> not listed on its own.
           SELECT DIST-TABLE-FILE ASSIGN TO DIST-TABLE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DIST-TABLE-FILE.
      *> Every piece, banner first, in report order - the dated
      *> generation the index points a store reprint at.
           SELECT BURST-FILE ASSIGN TO BURST-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BURST-FILE.
      *> The print room's copy, a new page per piece.
           SELECT PRINT-FILE ASSIGN TO PRINT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRINT-FILE.
      *> The same reprint index RPTARCH appends to.
           SELECT RPT-INDEX-FILE ASSIGN TO RPT-INDEX-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RPT-INDEX-FILE.
      *> The distribution list and control totals.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> Two cards: the first as RPTARCH's (report name, lines per
      *> page, the burst archive data set name), the second the
      *> report's burst rule.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-IN-FILE.
       01  RPT-IN-REC           PIC X(80).
       FD  DIST-TABLE-FILE.
       01  DIST-TABLE-REC.
           05  DT-RPT-NAME      PIC X(16).
           05  FILLER           PIC X(01).
           05  DT-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  DT-RECIPIENT     PIC X(20).
           05  FILLER           PIC X(01).
           05  DT-DEST-TYPE     PIC X(01).
           05  FILLER           PIC X(01).
           05  DT-DEST          PIC X(34).
       FD  BURST-FILE.
       01  BURST-REC            PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-REC            PIC X(80).
      *> Same record RPTARCH writes; RX-STORE-KEY is blank on a
      *> whole-run entry and carries the store on a burst piece.
       FD  RPT-INDEX-FILE.
       01  RPT-INDEX-REC.
           05  RX-RUN-DATE      PIC 9(08).
           05  FILLER           PIC X(01).
           05  RX-RUN-TIME      PIC 9(06).
           05  FILLER           PIC X(01).
           05  RX-RPT-NAME      PIC X(16).
           05  FILLER           PIC X(01).
           05  RX-PAGE-COUNT    PIC 9(05).
           05  FILLER           PIC X(01).
           05  RX-LINE-COUNT    PIC 9(07).
           05  FILLER           PIC X(01).
           05  RX-ARCHIVE-DSN   PIC X(44).
           05  RX-STORE-KEY     PIC X(05).
           05  FILLER           PIC X(04).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-RPT-NAME    PIC X(16).
           05  FILLER           PIC X(01).
           05  PARM-LINES-PER-PAGE PIC 9(03).
           05  FILLER           PIC X(01).
           05  PARM-ARCHIVE-DSN PIC X(44).
           05  FILLER           PIC X(15).
       WORKING-STORAGE SECTION.
       01  FS-RPT-IN-FILE      PIC X(02)  VALUE SPACES.
           88  FS-RPT-IN-FILE-OK           VALUE '00'.
           88  FS-RPT-IN-FILE-EOF          VALUE '10'.
       01  FS-DIST-TABLE-FILE  PIC X(02)  VALUE SPACES.
           88  FS-DIST-TABLE-FILE-OK       VALUE '00'.
           88  FS-DIST-TABLE-FILE-EOF      VALUE '10'.
       01  FS-BURST-FILE       PIC X(02)  VALUE SPACES.
           88  FS-BURST-FILE-OK            VALUE '00'.
       01  FS-PRINT-FILE       PIC X(02)  VALUE SPACES.
           88  FS-PRINT-FILE-OK            VALUE '00'.
       01  FS-RPT-INDEX-FILE   PIC X(02)  VALUE SPACES.
           88  FS-RPT-INDEX-FILE-OK        VALUE '00'.
           88  FS-RPT-INDEX-FILE-NEW       VALUE '05' '35'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-RPT-NAME         PIC X(16)  VALUE SPACES.
       01  WS-LINES-PER-PAGE   PIC 9(03)  VALUE 060.
       01  WS-ARCHIVE-DSN      PIC X(44)  VALUE SPACES.
      *> The burst rule. A store starts on the line holding
      *> BR-START-TEXT at column BR-START-COL, its five-digit id at
      *> BR-ID-COL. A line opening with BR-HEAD-TEXT starts a page
      *> heading of BR-HEAD-LINES lines. A store ends at the line
      *> holding BR-END-TEXT at BR-END-COL - kept with the store
      *> when BR-END-MODE is I, left with the run when it is E -
      *> or else at the next store's start. Read off the second
      *> parm card into this copy, so the rule outlives the close.
       01  BURST-RULE-REC.
           05  BR-START-TEXT    PIC X(20).
           05  FILLER           PIC X(01).
           05  BR-START-COL     PIC 9(02).
           05  FILLER           PIC X(01).
           05  BR-ID-COL        PIC 9(02).
           05  FILLER           PIC X(01).
           05  BR-HEAD-TEXT     PIC X(20).
           05  FILLER           PIC X(01).
           05  BR-HEAD-LINES    PIC 9(01).
           05  FILLER           PIC X(01).
           05  BR-END-TEXT      PIC X(20).
           05  FILLER           PIC X(01).
           05  BR-END-COL       PIC 9(02).
           05  FILLER           PIC X(01).
           05  BR-END-MODE      PIC X(01).
               88  BR-END-LEAVES-STORE     VALUE 'E'.
           05  FILLER           PIC X(05).
       01  WS-RULE-READ-SW     PIC X(01)  VALUE 'N'.
           88  WS-RULE-READ                VALUE 'Y'.
       01  WS-TIMESTAMP.
           05  WS-TS-DATE      PIC 9(08).
           05  WS-TS-TIME      PIC 9(06).

      *> The rule card's texts are compared for their own length
      *> only - trailing spaces on the card mean nothing.
       01  WS-START-LEN        PIC 9(02)  VALUE 0.
       01  WS-HEAD-LEN         PIC 9(02)  VALUE 0.
       01  WS-END-LEN          PIC 9(02)  VALUE 0.
       01  WS-SCAN-TEXT        PIC X(20)  VALUE SPACES.
       01  WS-SCAN-LEN         PIC 9(02)  VALUE 0.
       01  WS-LINE-STORE-ID    PIC X(05)  VALUE SPACES.
       01  WS-MATCH-SW         PIC X(01)  VALUE 'N'.
           88  WS-LINE-MATCHES             VALUE 'Y'.

      *> The distribution table, this report's lines only. Store
      *> 00000 is the catch-all route.
       01  WS-DIST-TABLE.
           05  WS-DIST-COUNT   PIC 9(04)  VALUE 0.
           05  WS-DIST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DIST-IX.
               10  WS-DIST-STORE-ID   PIC X(05).
               10  WS-DIST-RECIPIENT  PIC X(20).
               10  WS-DIST-DEST-TYPE  PIC X(01).
               10  WS-DIST-DEST       PIC X(34).
       01  WS-DEFAULT-SW       PIC X(01)  VALUE 'N'.
           88  WS-DEFAULT-ROUTE            VALUE 'Y'.
       01  WS-DEFAULT-RECIPIENT PIC X(20) VALUE SPACES.
       01  WS-DEFAULT-DEST-TYPE PIC X(01) VALUE SPACES.
       01  WS-DEFAULT-DEST     PIC X(34)  VALUE SPACES.

      *> The page heading last seen - every piece opens on it, and
      *> a heading inside a store is only copied into the piece
      *> once the next line shows the store carries on under it.
       01  WS-HEAD-TABLE.
           05  WS-HEAD-LINE    PIC X(80) OCCURS 9 TIMES.
       01  WS-HEAD-COUNT       PIC 9(01)  VALUE 0.
       01  WS-HEAD-TO-FILL     PIC 9(01)  VALUE 0.
       01  WS-HEAD-SUB         PIC 9(01)  VALUE 0.
       01  WS-HEAD-PENDING-SW  PIC X(01)  VALUE 'N'.
           88  WS-HEAD-PENDING             VALUE 'Y'.

      *> The piece being written.
       01  WS-IN-STORE-SW      PIC X(01)  VALUE 'N'.
           88  WS-IN-STORE                 VALUE 'Y'.
       01  WS-PIECE-STORE-ID   PIC X(05)  VALUE SPACES.
       01  WS-PIECE-LINES      PIC 9(07)  VALUE 0.
       01  WS-PIECE-PAGES      PIC 9(05)  VALUE 0.
       01  WS-PAGE-REMAINDER   PIC 9(03)  VALUE 0.
       01  WS-ROUTE-SW         PIC X(01)  VALUE 'N'.
           88  WS-ROUTED                   VALUE 'Y'.
       01  WS-ROUTE-RECIPIENT  PIC X(20)  VALUE SPACES.
       01  WS-ROUTE-DEST-TYPE  PIC X(01)  VALUE SPACES.
       01  WS-ROUTE-DEST       PIC X(34)  VALUE SPACES.

       01  COUNTERS.
           05  LINES-READ      PIC 9(07).
           05  LINES-TO-STORES PIC 9(07).
           05  LINES-TO-RUN    PIC 9(07).
           05  HEADINGS-REPEATED PIC 9(07).
           05  BANNER-LINES    PIC 9(07).
           05  LINES-WRITTEN   PIC 9(07).
           05  PIECES-WRITTEN  PIC 9(07).
           05  PIECES-ROUTED   PIC 9(07).
           05  PIECES-UNROUTED PIC 9(07).
           05  DIST-READ       PIC 9(07).
           05  DIST-LOADED     PIC 9(07).
           05  DIST-DUPLICATE  PIC 9(07).
           05  STORE-ID-UNREADABLE PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.

      *> The routing banner. BURST-BANNER-1 is also how RPTPRINT
      *> finds a store's piece inside the burst generation.
       01  BURST-BANNER-1.
           05  FILLER          PIC X(07) VALUE 'BURST: '.
           05  BB-RPT-NAME     PIC X(16).
           05  FILLER          PIC X(08) VALUE ' STORE: '.
           05  BB-STORE-ID     PIC X(05).
           05  FILLER          PIC X(06) VALUE '  RUN '.
           05  BB-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(30) VALUE SPACES.
       01  BURST-BANNER-2.
           05  FILLER          PIC X(12) VALUE 'DELIVER TO: '.
           05  BB-RECIPIENT    PIC X(20).
           05  FILLER          PIC X(05) VALUE ' VIA '.
           05  BB-DEST-TYPE    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  BB-DEST         PIC X(34).
       01  DIST-HEADING-1.
           05  FILLER          PIC X(28) VALUE
               'RPTBURST DISTRIBUTION LIST: '.
           05  DH-RPT-NAME     PIC X(16).
           05  FILLER          PIC X(08) VALUE '  DATE: '.
           05  DH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(20) VALUE SPACES.
       01  DIST-HEADING-2.
           05  FILLER          PIC X(07) VALUE 'STORE'.
           05  FILLER          PIC X(21) VALUE 'RECIPIENT'.
           05  FILLER          PIC X(09) VALUE 'VIA'.
           05  FILLER          PIC X(29) VALUE 'DESTINATION'.
           05  FILLER          PIC X(08) VALUE '   LINES'.
           05  FILLER          PIC X(06) VALUE ' PAGES'.
       01  DIST-DETAIL.
           05  DD-STORE-ID     PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DD-RECIPIENT    PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-DEST-TYPE    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-DEST         PIC X(28).
           05  DD-LINES        PIC ZZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DD-PAGES        PIC ZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50) VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(31) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'RPTBURST'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-DIST-PARA THRU LOAD-DIST-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
      *> Without both cards there is no index entry to write and no
      *> way to tell one store from the next - the run is abandoned.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, BURST ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-RPT-NAME NOT = SPACES
                   AND PARM-ARCHIVE-DSN NOT = SPACES
               MOVE PARM-RPT-NAME TO WS-RPT-NAME
               MOVE PARM-ARCHIVE-DSN TO WS-ARCHIVE-DSN
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           ELSE
               DISPLAY 'REPORT NAME OR ARCHIVE DSN MISSING, BURST'
                   ' ABANDONED'
               CLOSE PARM-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PARM-FILE INTO BURST-RULE-REC.
           IF FS-PARM-FILE-OK
               MOVE 'Y' TO WS-RULE-READ-SW
           END-IF.
           CLOSE PARM-FILE.
           PERFORM CHECK-RULE-PARA THRU CHECK-RULE-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT RPT-IN-FILE
           IF NOT FS-RPT-IN-FILE-OK
               DISPLAY 'REPORT INPUT OPEN FAILED: ' FS-RPT-IN-FILE
               MOVE 'RPT-IN-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RPT-IN-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT DIST-TABLE-FILE
           IF NOT FS-DIST-TABLE-FILE-OK
               DISPLAY 'DISTRIBUTION TABLE OPEN FAILED: '
                   FS-DIST-TABLE-FILE
               MOVE 'DIST-TABLE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DIST-TABLE-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT BURST-FILE
           IF NOT FS-BURST-FILE-OK
               DISPLAY 'BURST ARCHIVE OPEN FAILED: ' FS-BURST-FILE
               MOVE 'BURST-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-BURST-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT PRINT-FILE
           IF NOT FS-PRINT-FILE-OK
               DISPLAY 'PRINT COPY OPEN FAILED: ' FS-PRINT-FILE
               MOVE 'PRINT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PRINT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> Opened EXTEND so the index accumulates run after run,
      *> falling back to OUTPUT on first use - as RPTARCH does.
           OPEN EXTEND RPT-INDEX-FILE.
           IF FS-RPT-INDEX-FILE-NEW
               OPEN OUTPUT RPT-INDEX-FILE
           END-IF.
           IF NOT FS-RPT-INDEX-FILE-OK
               DISPLAY 'INDEX OPEN FAILED: ' FS-RPT-INDEX-FILE
               MOVE 'RPT-INDEX-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RPT-INDEX-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE WS-RPT-NAME TO DH-RPT-NAME.
           MOVE WS-TS-DATE TO DH-RUN-DATE.
           WRITE CONTROL-RPT-REC FROM DIST-HEADING-1.
           MOVE SPACES TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC FROM DIST-HEADING-2.
           MOVE SPACES TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
       OPEN-EXIT-PARA.
           EXIT.
      *> The start text, its column and the id column are the least
      *> the rule needs; heading and end texts are optional. A
      *> column that would run a text off the end of the line is
      *> refused rather than compared short.
       CHECK-RULE-PARA.
           IF NOT WS-RULE-READ OR BR-START-TEXT = SPACES
                   OR BR-START-COL IS NOT NUMERIC
                   OR BR-ID-COL IS NOT NUMERIC
               DISPLAY 'BURST RULE CARD MISSING OR INCOMPLETE, BURST'
                   ' ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-RULE-EXIT-PARA
           END-IF.
           MOVE BR-START-TEXT TO WS-SCAN-TEXT.
           PERFORM TEXT-LENGTH-PARA THRU TEXT-LENGTH-EXIT-PARA.
           MOVE WS-SCAN-LEN TO WS-START-LEN.
           MOVE BR-HEAD-TEXT TO WS-SCAN-TEXT.
           PERFORM TEXT-LENGTH-PARA THRU TEXT-LENGTH-EXIT-PARA.
           MOVE WS-SCAN-LEN TO WS-HEAD-LEN.
           MOVE BR-END-TEXT TO WS-SCAN-TEXT.
           PERFORM TEXT-LENGTH-PARA THRU TEXT-LENGTH-EXIT-PARA.
           MOVE WS-SCAN-LEN TO WS-END-LEN.
           IF BR-HEAD-LINES IS NOT NUMERIC OR BR-HEAD-LINES = 0
               MOVE 1 TO BR-HEAD-LINES
           END-IF.
           IF BR-START-COL = 0 OR BR-ID-COL = 0
                   OR BR-START-COL + WS-START-LEN > 81
                   OR BR-ID-COL > 76
               DISPLAY 'BURST RULE COLUMNS OFF THE LINE, BURST'
                   ' ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-RULE-EXIT-PARA
           END-IF.
           IF WS-END-LEN > 0
               IF BR-END-COL IS NOT NUMERIC OR BR-END-COL = 0
                       OR BR-END-COL + WS-END-LEN > 81
                   DISPLAY 'BURST RULE END COLUMN OFF THE LINE, BURST'
                       ' ABANDONED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       CHECK-RULE-EXIT-PARA.
           EXIT.
      *> Only this report's routes are kept. A store listed twice
      *> keeps its first route and the repeat is said on the console
      *> - a piece goes to one recipient.
       LOAD-DIST-PARA.
           PERFORM UNTIL FS-DIST-TABLE-FILE-EOF
               READ DIST-TABLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO DIST-READ
                   IF DT-RPT-NAME = WS-RPT-NAME
                       PERFORM ADD-DIST-PARA THRU ADD-DIST-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-TABLE-FILE.
       LOAD-DIST-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-RPT-IN-FILE-EOF
               READ RPT-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO LINES-READ
                   PERFORM LINE-PARA THRU LINE-EXIT-PARA
               END-READ
           END-PERFORM.
      *> A heading still held at the end of the report never had a
      *> store line under it.
           IF WS-HEAD-PENDING
               ADD WS-HEAD-COUNT TO LINES-TO-RUN
               MOVE 'N' TO WS-HEAD-PENDING-SW
           END-IF.
           IF WS-IN-STORE
               PERFORM CLOSE-PIECE-PARA THRU CLOSE-PIECE-EXIT-PARA
           END-IF.
           IF LINES-READ < 1
               DISPLAY 'REPORT FILE EMPTY - NOTHING TO BURST'
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *> One report line. In turn: the rest of a heading block, the
      *> start of a heading, the start of a store, and then any
      *> other line - which belongs to the store it falls in, or to
      *> the run when it falls between stores.
       LINE-PARA.
           IF WS-HEAD-TO-FILL > 0
               ADD 1 TO WS-HEAD-COUNT
               MOVE RPT-IN-REC TO WS-HEAD-LINE (WS-HEAD-COUNT)
               SUBTRACT 1 FROM WS-HEAD-TO-FILL
               IF NOT WS-HEAD-PENDING
                   ADD 1 TO LINES-TO-RUN
               END-IF
               GO TO LINE-EXIT-PARA
           END-IF.
           IF WS-HEAD-LEN > 0
               IF RPT-IN-REC (1:WS-HEAD-LEN)
                       = BR-HEAD-TEXT (1:WS-HEAD-LEN)
                   PERFORM HEADING-PARA THRU HEADING-EXIT-PARA
                   GO TO LINE-EXIT-PARA
               END-IF
           END-IF.
           IF RPT-IN-REC (BR-START-COL:WS-START-LEN)
                   = BR-START-TEXT (1:WS-START-LEN)
               MOVE RPT-IN-REC (BR-ID-COL:5) TO WS-LINE-STORE-ID
               IF WS-LINE-STORE-ID IS NUMERIC
                   PERFORM START-STORE-PARA THRU START-STORE-EXIT-PARA
                   GO TO LINE-EXIT-PARA
               END-IF
               ADD 1 TO STORE-ID-UNREADABLE
               DISPLAY 'STORE LINE WITHOUT A NUMERIC STORE ID AT LINE '
                   LINES-READ
           END-IF.
           MOVE 'N' TO WS-MATCH-SW.
           IF WS-END-LEN > 0
               IF RPT-IN-REC (BR-END-COL:WS-END-LEN)
                       = BR-END-TEXT (1:WS-END-LEN)
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           END-IF.
           IF NOT WS-IN-STORE
               ADD 1 TO LINES-TO-RUN
               GO TO LINE-EXIT-PARA
           END-IF.
           IF WS-LINE-MATCHES AND BR-END-LEAVES-STORE
               IF WS-HEAD-PENDING
                   ADD WS-HEAD-COUNT TO LINES-TO-RUN
                   MOVE 'N' TO WS-HEAD-PENDING-SW
               END-IF
               ADD 1 TO LINES-TO-RUN
               PERFORM CLOSE-PIECE-PARA THRU CLOSE-PIECE-EXIT-PARA
               GO TO LINE-EXIT-PARA
           END-IF.
      *> The store carries on past a page heading - the heading is
      *> part of its copy.
           IF WS-HEAD-PENDING
               PERFORM VARYING WS-HEAD-SUB FROM 1 BY 1
                       UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
                   MOVE WS-HEAD-LINE (WS-HEAD-SUB) TO BURST-REC
                   PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA
               END-PERFORM
               ADD WS-HEAD-COUNT TO LINES-TO-STORES
               MOVE 'N' TO WS-HEAD-PENDING-SW
           END-IF.
           MOVE RPT-IN-REC TO BURST-REC.
           PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA.
           ADD 1 TO LINES-TO-STORES.
           IF WS-LINE-MATCHES
               PERFORM CLOSE-PIECE-PARA THRU CLOSE-PIECE-EXIT-PARA
           END-IF.
       LINE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF WS-ABORT-RUN
               IF FS-CONTROL-RPT-FILE-OK
                   CLOSE CONTROL-RPT-FILE
               END-IF
               GO TO CLOSE-EXIT-PARA
           END-IF.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
           CLOSE RPT-IN-FILE BURST-FILE PRINT-FILE RPT-INDEX-FILE
               CONTROL-RPT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       TEXT-LENGTH-PARA.
           MOVE 20 TO WS-SCAN-LEN.
           PERFORM UNTIL WS-SCAN-LEN = 0
                   OR WS-SCAN-TEXT (WS-SCAN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SCAN-LEN
           END-PERFORM.
       TEXT-LENGTH-EXIT-PARA.
           EXIT.
       ADD-DIST-PARA.
           IF DT-STORE-ID = '00000'
               IF WS-DEFAULT-ROUTE
                   ADD 1 TO DIST-DUPLICATE
                   DISPLAY 'DEFAULT ROUTE REPEATED FOR ' WS-RPT-NAME
                       ' - FIRST KEPT'
               ELSE
                   MOVE 'Y' TO WS-DEFAULT-SW
                   MOVE DT-RECIPIENT TO WS-DEFAULT-RECIPIENT
                   MOVE DT-DEST-TYPE TO WS-DEFAULT-DEST-TYPE
                   MOVE DT-DEST      TO WS-DEFAULT-DEST
                   ADD 1 TO DIST-LOADED
               END-IF
               GO TO ADD-DIST-EXIT-PARA
           END-IF.
           SET DIST-IX TO 1.
           SEARCH WS-DIST-ENTRY
               AT END
                   CONTINUE
               WHEN DIST-IX > WS-DIST-COUNT
                   CONTINUE
               WHEN WS-DIST-STORE-ID (DIST-IX) = DT-STORE-ID
                   ADD 1 TO DIST-DUPLICATE
                   DISPLAY 'ROUTE REPEATED FOR STORE ' DT-STORE-ID
                       ' - FIRST KEPT'
                   GO TO ADD-DIST-EXIT-PARA
           END-SEARCH.
           IF WS-DIST-COUNT >= 2000
               DISPLAY 'DISTRIBUTION TABLE FULL, STORE ' DT-STORE-ID
                   ' FALLS TO THE DEFAULT ROUTE'
               GO TO ADD-DIST-EXIT-PARA
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE DT-STORE-ID  TO WS-DIST-STORE-ID (WS-DIST-COUNT).
           MOVE DT-RECIPIENT TO WS-DIST-RECIPIENT (WS-DIST-COUNT).
           MOVE DT-DEST-TYPE TO WS-DIST-DEST-TYPE (WS-DIST-COUNT).
           MOVE DT-DEST      TO WS-DIST-DEST (WS-DIST-COUNT).
           ADD 1 TO DIST-LOADED.
       ADD-DIST-EXIT-PARA.
           EXIT.
      *> A heading opened while inside a store is held until the
      *> next line says whether the store carries on under it; one
      *> held and never used goes to the run.
       HEADING-PARA.
           IF WS-HEAD-PENDING
               ADD WS-HEAD-COUNT TO LINES-TO-RUN
           END-IF.
           MOVE 1 TO WS-HEAD-COUNT.
           MOVE RPT-IN-REC TO WS-HEAD-LINE (1).
           COMPUTE WS-HEAD-TO-FILL = BR-HEAD-LINES - 1.
           IF WS-IN-STORE
               MOVE 'Y' TO WS-HEAD-PENDING-SW
           ELSE
               MOVE 'N' TO WS-HEAD-PENDING-SW
               ADD 1 TO LINES-TO-RUN
           END-IF.
       HEADING-EXIT-PARA.
           EXIT.
      *> A store line closes the store before it and opens a piece
      *> for its own: routing banner, the heading last seen, then
      *> the store line itself.
       START-STORE-PARA.
           IF WS-HEAD-PENDING
               ADD WS-HEAD-COUNT TO LINES-TO-RUN
               MOVE 'N' TO WS-HEAD-PENDING-SW
           END-IF.
           IF WS-IN-STORE
               PERFORM CLOSE-PIECE-PARA THRU CLOSE-PIECE-EXIT-PARA
           END-IF.
           MOVE WS-LINE-STORE-ID TO WS-PIECE-STORE-ID.
           MOVE 0 TO WS-PIECE-LINES.
           PERFORM FIND-ROUTE-PARA THRU FIND-ROUTE-EXIT-PARA.
           MOVE WS-RPT-NAME       TO BB-RPT-NAME.
           MOVE WS-PIECE-STORE-ID TO BB-STORE-ID.
           MOVE WS-TS-DATE        TO BB-RUN-DATE.
           IF WS-ROUTED
               MOVE WS-ROUTE-RECIPIENT TO BB-RECIPIENT
               MOVE WS-ROUTE-DEST      TO BB-DEST
               EVALUATE WS-ROUTE-DEST-TYPE
                   WHEN 'P'
                       MOVE 'PRINTER' TO BB-DEST-TYPE
                   WHEN 'M'
                       MOVE 'MAIL' TO BB-DEST-TYPE
                   WHEN OTHER
                       MOVE 'HAND' TO BB-DEST-TYPE
               END-EVALUATE
           ELSE
               MOVE '*** NO ROUTE ***' TO BB-RECIPIENT
               MOVE 'HOLD' TO BB-DEST-TYPE
               MOVE 'NOT ON THE DISTRIBUTION TABLE' TO BB-DEST
           END-IF.
      *> In the print room's copy each piece starts a new page.
           WRITE BURST-REC FROM BURST-BANNER-1.
           IF PIECES-WRITTEN > 0
               WRITE PRINT-REC FROM BURST-BANNER-1
                   AFTER ADVANCING PAGE
           ELSE
               WRITE PRINT-REC FROM BURST-BANNER-1
           END-IF.
           ADD 1 TO WS-PIECE-LINES.
           ADD 1 TO LINES-WRITTEN.
           MOVE BURST-BANNER-2 TO BURST-REC.
           PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA.
           MOVE SPACES TO BURST-REC.
           PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA.
           ADD 3 TO BANNER-LINES.
           PERFORM VARYING WS-HEAD-SUB FROM 1 BY 1
                   UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
               MOVE WS-HEAD-LINE (WS-HEAD-SUB) TO BURST-REC
               PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA
               ADD 1 TO HEADINGS-REPEATED
           END-PERFORM.
           MOVE RPT-IN-REC TO BURST-REC.
           PERFORM WRITE-PIECE-PARA THRU WRITE-PIECE-EXIT-PARA.
           ADD 1 TO LINES-TO-STORES.
           MOVE 'Y' TO WS-IN-STORE-SW.
           ADD 1 TO PIECES-WRITTEN.
       START-STORE-EXIT-PARA.
           EXIT.
      *> The store's own route, else the report's catch-all.
       FIND-ROUTE-PARA.
           MOVE 'N' TO WS-ROUTE-SW.
           SET DIST-IX TO 1.
           SEARCH WS-DIST-ENTRY
               AT END
                   CONTINUE
               WHEN DIST-IX > WS-DIST-COUNT
                   CONTINUE
               WHEN WS-DIST-STORE-ID (DIST-IX) = WS-PIECE-STORE-ID
                   MOVE 'Y' TO WS-ROUTE-SW
                   MOVE WS-DIST-RECIPIENT (DIST-IX)
                       TO WS-ROUTE-RECIPIENT
                   MOVE WS-DIST-DEST-TYPE (DIST-IX)
                       TO WS-ROUTE-DEST-TYPE
                   MOVE WS-DIST-DEST (DIST-IX) TO WS-ROUTE-DEST
           END-SEARCH.
           IF NOT WS-ROUTED AND WS-DEFAULT-ROUTE
               MOVE 'Y' TO WS-ROUTE-SW
               MOVE WS-DEFAULT-RECIPIENT TO WS-ROUTE-RECIPIENT
               MOVE WS-DEFAULT-DEST-TYPE TO WS-ROUTE-DEST-TYPE
               MOVE WS-DEFAULT-DEST      TO WS-ROUTE-DEST
           END-IF.
       FIND-ROUTE-EXIT-PARA.
           EXIT.
      *> Every piece line goes to the burst archive and the print
      *> room's copy alike.
       WRITE-PIECE-PARA.
           WRITE BURST-REC.
           WRITE PRINT-REC FROM BURST-REC.
           ADD 1 TO WS-PIECE-LINES.
           ADD 1 TO LINES-WRITTEN.
       WRITE-PIECE-EXIT-PARA.
           EXIT.
      *> The piece is registered on the reprint index under its
      *> store and listed for the distribution desk. Page count is
      *> worked as RPTARCH works it.
       CLOSE-PIECE-PARA.
           DIVIDE WS-PIECE-LINES BY WS-LINES-PER-PAGE
               GIVING WS-PIECE-PAGES
               REMAINDER WS-PAGE-REMAINDER.
           IF WS-PAGE-REMAINDER > 0 OR WS-PIECE-PAGES = 0
               ADD 1 TO WS-PIECE-PAGES
           END-IF.
           MOVE SPACES            TO RPT-INDEX-REC.
           MOVE WS-TS-DATE        TO RX-RUN-DATE.
           MOVE WS-TS-TIME        TO RX-RUN-TIME.
           MOVE WS-RPT-NAME       TO RX-RPT-NAME.
           MOVE WS-PIECE-PAGES    TO RX-PAGE-COUNT.
           MOVE WS-PIECE-LINES    TO RX-LINE-COUNT.
           MOVE WS-ARCHIVE-DSN    TO RX-ARCHIVE-DSN.
           MOVE WS-PIECE-STORE-ID TO RX-STORE-KEY.
           WRITE RPT-INDEX-REC.
           MOVE WS-PIECE-STORE-ID TO DD-STORE-ID.
           MOVE BB-RECIPIENT      TO DD-RECIPIENT.
           MOVE BB-DEST-TYPE      TO DD-DEST-TYPE.
           MOVE BB-DEST           TO DD-DEST.
           MOVE WS-PIECE-LINES    TO DD-LINES.
           MOVE WS-PIECE-PAGES    TO DD-PAGES.
           WRITE CONTROL-RPT-REC FROM DIST-DETAIL.
           IF WS-ROUTED
               ADD 1 TO PIECES-ROUTED
           ELSE
               ADD 1 TO PIECES-UNROUTED
           END-IF.
           MOVE 'N' TO WS-IN-STORE-SW.
       CLOSE-PIECE-EXIT-PARA.
           EXIT.
      *> Every line read went to a store's piece or stayed with the
      *> run, and every line written is a store line, a repeated
      *> heading or banner - anything else is lost or invented.
      *> An unrouted piece is filed and indexed all the same and
      *> listed for the desk; it does not fail the run.
       WRITE-TOTALS-PARA.
           MOVE SPACES TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE 'RPTBURST CONTROL TOTALS' TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE 'DIST TABLE LINES READ :' TO CT-LABEL.
           MOVE DIST-READ TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'ROUTES FOR THIS REPORT:' TO CT-LABEL.
           MOVE DIST-LOADED TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'ROUTES REPEATED       :' TO CT-LABEL.
           MOVE DIST-DUPLICATE TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'REPORT LINES READ     :' TO CT-LABEL.
           MOVE LINES-READ TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'LINES TO STORE PIECES :' TO CT-LABEL.
           MOVE LINES-TO-STORES TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'LINES LEFT WITH RUN   :' TO CT-LABEL.
           MOVE LINES-TO-RUN TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'HEADING LINES REPEATED:' TO CT-LABEL.
           MOVE HEADINGS-REPEATED TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'BANNER LINES          :' TO CT-LABEL.
           MOVE BANNER-LINES TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'LINES WRITTEN         :' TO CT-LABEL.
           MOVE LINES-WRITTEN TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'STORE IDS UNREADABLE  :' TO CT-LABEL.
           MOVE STORE-ID-UNREADABLE TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'PIECES WRITTEN        :' TO CT-LABEL.
           MOVE PIECES-WRITTEN TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'PIECES ROUTED         :' TO CT-LABEL.
           MOVE PIECES-ROUTED TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'PIECES WITH NO ROUTE  :' TO CT-LABEL.
           MOVE PIECES-UNROUTED TO CT-VALUE.
           WRITE CONTROL-RPT-REC FROM CONTROL-TOTALS-LINE.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF LINES-READ = LINES-TO-STORES + LINES-TO-RUN
                   AND LINES-WRITTEN = LINES-TO-STORES
                       + HEADINGS-REPEATED + BANNER-LINES
                   AND PIECES-WRITTEN = PIECES-ROUTED + PIECES-UNROUTED
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CONTROL-RPT-REC FROM RECONCILE-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
