       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRORD.
       AUTHOR. QUYENNC

      *> Reorder report over the store inventory master INVPOST
      *> maintains. Every store/item whose quantity on hand has
      *> fallen below its reorder point is listed - store, item,
      *> the ITEM-MASTER description, on hand, reorder point, the
      *> quantity to order and the last delivery date - so store ops
      *> order from the ledger instead of from Monday's spreadsheet.
      *> A row with no reorder point set still lists once it goes
      *> negative: the book says the store sold stock it never had,
      *> which is a missed delivery note or shrinkage and wants
      *> looking at either way. Paginated the same way PRCPEND is,
      *> with totals at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-MASTER ASSIGN TO INV-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INV-MASTER.
           SELECT ITEM-MASTER ASSIGN TO ITEM-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ITEM-MASTER.
           SELECT REORDER-RPT-FILE ASSIGN TO REORDER-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REORDER-RPT-FILE.
      *> PARM-FILE carries the lines-per-page override for the
      *> report, same convention as PRCPEND. Missing or blank card
      *> means 60 lines/page.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Same inventory record INVPOST writes.
       FD  INV-MASTER.
       01  INV-MASTER-REC.
           05  IV-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  IV-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  IV-ON-HAND       PIC S9(07).
           05  FILLER           PIC X(01).
           05  IV-REORDER-POINT PIC 9(07).
           05  FILLER           PIC X(01).
           05  IV-REORDER-QTY   PIC 9(07).
           05  FILLER           PIC X(01).
           05  IV-LAST-SALE-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  IV-LAST-RECV-DATE PIC 9(08).
           05  FILLER           PIC X(22).
      *> Same effective-dated record the extract and ITEMMNT read.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  IM-ITEM-DESC     PIC X(20).
           05  FILLER           PIC X(01).
           05  IM-UNIT-PRICE    PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  IM-ITEM-STATUS   PIC X(01).
           05  FILLER           PIC X(01).
           05  IM-PRICE-EFF-DATE PIC X(08).
           05  FILLER           PIC X(30).
       FD  REORDER-RPT-FILE.
       01  REORDER-RPT-LINE     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(77).
       WORKING-STORAGE SECTION.
       01  FS-INV-MASTER   PIC X(02)   VALUE SPACES.
           88  FS-INV-MASTER-OK        VALUE '00'.
           88  FS-INV-MASTER-EOF       VALUE '10'.
       01  FS-ITEM-MASTER  PIC X(02)   VALUE SPACES.
           88  FS-ITEM-MASTER-OK       VALUE '00'.
           88  FS-ITEM-MASTER-EOF      VALUE '10'.
       01  FS-REORDER-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-REORDER-RPT-FILE-OK  VALUE '00'.
       01  FS-PARM-FILE    PIC X(02)   VALUE SPACES.
           88  FS-PARM-FILE-OK         VALUE '00'.
      *> Descriptions for the report, one entry per item. The
      *> description in effect today is the one printed - the
      *> newest master row not dated past the run date, the same
      *> row the extract would price from.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT   PIC 9(05) VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   ASCENDING KEY IS WS-TBL-ITEM-ID
                   INDEXED BY ITEM-IX.
               10  WS-TBL-ITEM-ID      PIC X(10).
               10  WS-TBL-ITEM-DESC    PIC X(20).
               10  WS-TBL-PRICE-EFF    PIC 9(08).
       01  WS-LAST-ITEM-ID     PIC X(10) VALUE LOW-VALUES.
       01  WS-LOAD-EFF-DATE    PIC 9(08) VALUE 0.
       01  WS-ABORT-SW         PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN             VALUE 'Y'.
       01  WS-ORDER-QTY        PIC S9(07) VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  LISTED-COUNT    PIC 9(07).
           05  NEGATIVE-COUNT  PIC 9(07).
           05  NO-DESC-COUNT   PIC 9(07).
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE            PIC 9(08).
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'STORE REORDER REPORT'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(07) VALUE 'STORE'.
           05  FILLER         PIC X(12) VALUE 'ITEM ID'.
           05  FILLER         PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(10) VALUE ' ON HAND'.
           05  FILLER         PIC X(09) VALUE ' REORDER'.
           05  FILLER         PIC X(09) VALUE '   ORDER'.
           05  FILLER         PIC X(11) VALUE 'LAST RECV'.
       01  REPORT-DETAIL.
           05  RD-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ITEM-ID     PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ITEM-DESC   PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ON-HAND     PIC -ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-REORDER-POINT PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ORDER-QTY   PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-LAST-RECV   PIC 9(08).
           05  FILLER         PIC X(03) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'INVRORD'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
               PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA
           END-IF.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ITEM-MASTER-PARA
               THRU LOAD-ITEM-MASTER-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT INV-MASTER
           IF FS-INV-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'INVENTORY MASTER OPEN FAILED: ' FS-INV-MASTER
               MOVE 'INV-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INV-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REORDER-RPT-FILE
           IF FS-REORDER-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'REORDER RPT OPEN FAILED: ' FS-REORDER-RPT-FILE
               MOVE 'REORDER-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REORDER-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, USING DEFAULT LPP'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-LINES-PER-PAGE IS NUMERIC
                   AND PARM-LINES-PER-PAGE > 0
               MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> Same newest-not-future pick the extract's loader makes; the
      *> master's ITEM-ID/EFF-DATE sequence brings an item's rows
      *> together, so a later eligible row overwrites the entry.
       LOAD-ITEM-MASTER-PARA.
           OPEN INPUT ITEM-MASTER
           IF FS-ITEM-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'ITEM MASTER OPEN FAILED: ' FS-ITEM-MASTER
               MOVE 'ITEM-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ITEM-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ITEM-MASTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-ITEM-MASTER-EOF OR WS-ABORT-RUN
               READ ITEM-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LOAD-ITEM-ROW-PARA
                       THRU LOAD-ITEM-ROW-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE ITEM-MASTER.
       LOAD-ITEM-MASTER-EXIT-PARA.
           EXIT.
       LOAD-ITEM-ROW-PARA.
           IF WS-ITEM-COUNT > 0 AND IM-ITEM-ID < WS-LAST-ITEM-ID
               DISPLAY 'ITEM MASTER OUT OF SEQUENCE AT ' IM-ITEM-ID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ITEM-ROW-EXIT-PARA
           END-IF.
           MOVE IM-ITEM-ID TO WS-LAST-ITEM-ID.
           IF IM-PRICE-EFF-DATE IS NUMERIC
               MOVE IM-PRICE-EFF-DATE TO WS-LOAD-EFF-DATE
           ELSE
               MOVE 0 TO WS-LOAD-EFF-DATE
           END-IF.
           IF WS-LOAD-EFF-DATE > WS-RUN-DATE
               GO TO LOAD-ITEM-ROW-EXIT-PARA
           END-IF.
           IF WS-ITEM-COUNT > 0
               SET ITEM-IX TO WS-ITEM-COUNT
               IF WS-TBL-ITEM-ID (ITEM-IX) = IM-ITEM-ID
                   IF WS-LOAD-EFF-DATE >= WS-TBL-PRICE-EFF (ITEM-IX)
                       MOVE IM-ITEM-DESC
                           TO WS-TBL-ITEM-DESC (ITEM-IX)
                       MOVE WS-LOAD-EFF-DATE
                           TO WS-TBL-PRICE-EFF (ITEM-IX)
                   END-IF
                   GO TO LOAD-ITEM-ROW-EXIT-PARA
               END-IF
           END-IF.
           IF WS-ITEM-COUNT < 20000
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-IX TO WS-ITEM-COUNT
               MOVE IM-ITEM-ID       TO WS-TBL-ITEM-ID (ITEM-IX)
               MOVE IM-ITEM-DESC     TO WS-TBL-ITEM-DESC (ITEM-IX)
               MOVE WS-LOAD-EFF-DATE TO WS-TBL-PRICE-EFF (ITEM-IX)
           ELSE
               DISPLAY 'ITEM MASTER TABLE FULL, ITEM '
                   IM-ITEM-ID ' NOT LOADED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       LOAD-ITEM-ROW-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-INV-MASTER-EOF
               READ INV-MASTER
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO INVENTORY MASTER RECORDS PRESENT'
                   END-IF
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF IV-ON-HAND < IV-REORDER-POINT
                       PERFORM DETAIL-PARA THRU DETAIL-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
           CLOSE INV-MASTER REORDER-RPT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
      *> The order quantity is the row's reorder quantity when one
      *> is set; otherwise enough to bring the shelf back up to the
      *> reorder point.
       DETAIL-PARA.
           ADD 1 TO LISTED-COUNT.
           IF IV-ON-HAND < 0
               ADD 1 TO NEGATIVE-COUNT
           END-IF.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE IV-STORE-ID       TO RD-STORE-ID.
           MOVE IV-ITEM-ID        TO RD-ITEM-ID.
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   MOVE '*** NOT ON MASTER **' TO RD-ITEM-DESC
                   ADD 1 TO NO-DESC-COUNT
               WHEN WS-TBL-ITEM-ID (ITEM-IX) = IV-ITEM-ID
                   MOVE WS-TBL-ITEM-DESC (ITEM-IX) TO RD-ITEM-DESC
           END-SEARCH.
           MOVE IV-ON-HAND        TO RD-ON-HAND.
           MOVE IV-REORDER-POINT  TO RD-REORDER-POINT.
           IF IV-REORDER-QTY > 0
               MOVE IV-REORDER-QTY TO WS-ORDER-QTY
           ELSE
               COMPUTE WS-ORDER-QTY = IV-REORDER-POINT - IV-ON-HAND
           END-IF.
           MOVE WS-ORDER-QTY      TO RD-ORDER-QTY.
           MOVE IV-LAST-RECV-DATE TO RD-LAST-RECV.
           WRITE REORDER-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       DETAIL-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE REORDER-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE REORDER-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REORDER-RPT-LINE.
           WRITE REORDER-RPT-LINE.
           WRITE REORDER-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO REORDER-RPT-LINE.
           WRITE REORDER-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A run with nothing to reorder still gets headings, so the
      *> report positively says "nothing to order" instead of
      *> arriving empty.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE SPACES TO REORDER-RPT-LINE.
           WRITE REORDER-RPT-LINE.
           MOVE 'STOCK ROWS READ       :' TO TL-LABEL.
           MOVE READ-COUNT TO TL-VALUE.
           WRITE REORDER-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ROWS BELOW REORDER PT :' TO TL-LABEL.
           MOVE LISTED-COUNT TO TL-VALUE.
           WRITE REORDER-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ROWS NEGATIVE ON HAND :' TO TL-LABEL.
           MOVE NEGATIVE-COUNT TO TL-VALUE.
           WRITE REORDER-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ITEMS NOT ON MASTER   :' TO TL-LABEL.
           MOVE NO-DESC-COUNT TO TL-VALUE.
           WRITE REORDER-RPT-LINE FROM TOTALS-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
