       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRPT.
       AUTHOR. QUYENNC

      *> Per-store returns report. The extract writes one record per
      *> store/item per run to its RETURNS-FILE - quantity sold,
      *> quantity returned, value refunded - and the JCL hands this
      *> program however many generations make up the period. The
      *> union is sorted by store and item and each store/item's
      *> runs are added together; every item with a return is
      *> listed with its return rate (returned as a percentage of
      *> sold), and each store closes with its own totals and rate
      *> over everything it sold, returned or not. Finance found the
      *> extract's sales value running ahead of the till takings by
      *> exactly the refunds - this is where the refunds show. Same
      *> paginated layout as PRCPEND and INVRORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-HIST ASSIGN TO RETURNS-HIST-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RETURNS-HIST.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-RETURNS ASSIGN TO SORTED-RETURNS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-RETURNS.
           SELECT RETURNS-RPT-FILE ASSIGN TO RETURNS-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RETURNS-RPT-FILE.
      *> PARM-FILE carries the lines-per-page override for the
      *> report, same convention as PRCPEND. Missing or blank card
      *> means 60 lines/page.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Same record SEQFILE-READ-WRITE writes to its RETURNS-FILE.
       FD  RETURNS-HIST.
       01  RETURNS-HIST-REC     PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  SW-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(64).
       FD  SORTED-RETURNS.
       01  SORTED-RETURNS-REC.
           05  RT-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  RT-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  RT-ITEM-DESC     PIC X(20).
           05  FILLER           PIC X(01).
           05  RT-SOLD-QTY      PIC 9(07).
           05  FILLER           PIC X(01).
           05  RT-RETURN-QTY    PIC 9(07).
           05  FILLER           PIC X(01).
           05  RT-RETURN-VALUE  PIC 9(09)V99.
           05  FILLER           PIC X(01).
           05  RT-RUN-DATE      PIC 9(08).
           05  FILLER           PIC X(06).
       FD  RETURNS-RPT-FILE.
       01  RETURNS-RPT-LINE     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(77).
       WORKING-STORAGE SECTION.
       01  FS-RETURNS-HIST PIC X(02)   VALUE SPACES.
           88  FS-RETURNS-HIST-OK      VALUE '00'.
       01  FS-SORTED-RETURNS PIC X(02) VALUE SPACES.
           88  FS-SORTED-RETURNS-OK    VALUE '00'.
           88  FS-SORTED-RETURNS-EOF   VALUE '10'.
       01  FS-RETURNS-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-RETURNS-RPT-FILE-OK  VALUE '00'.
       01  FS-PARM-FILE    PIC X(02)   VALUE SPACES.
           88  FS-PARM-FILE-OK         VALUE '00'.
       01  WS-ABORT-SW         PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN             VALUE 'Y'.
      *> The store/item being added up and the store it belongs to.
      *> The sort brings a key's runs together, so each is printed
      *> (if it had returns) when the key changes.
       01  WS-KEY-ACTIVE-SW    PIC X(01) VALUE 'N'.
           88  WS-KEY-ACTIVE            VALUE 'Y'.
       01  WS-KEY-STORE-ID     PIC 9(05) VALUE 0.
       01  WS-KEY-ITEM-ID      PIC X(10) VALUE SPACES.
       01  WS-KEY-ITEM-DESC    PIC X(20) VALUE SPACES.
       01  WS-KEY-SOLD-QTY     PIC 9(09) VALUE 0.
       01  WS-KEY-RETURN-QTY   PIC 9(09) VALUE 0.
       01  WS-KEY-RETURN-VALUE PIC 9(11)V99 VALUE 0.
       01  WS-STORE-ACTIVE-SW  PIC X(01) VALUE 'N'.
           88  WS-STORE-ACTIVE          VALUE 'Y'.
      *> Set once the store heading has gone out on the current
      *> page, so it prints ahead of the store's first listed item
      *> and again at the top of any page the store runs onto.
       01  WS-STORE-HDR-SW     PIC X(01) VALUE 'N'.
           88  WS-STORE-HDR-PRINTED     VALUE 'Y'.
       01  WS-STORE-SOLD-QTY   PIC 9(09) VALUE 0.
       01  WS-STORE-RETURN-QTY PIC 9(09) VALUE 0.
       01  WS-STORE-RETURN-VALUE PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-SOLD-QTY   PIC 9(09) VALUE 0.
       01  WS-GRAND-RETURN-QTY PIC 9(09) VALUE 0.
       01  WS-GRAND-RETURN-VALUE PIC 9(11)V99 VALUE 0.
      *> Return rate for the line being printed, worked from the
      *> sold and returned quantities moved in ahead of the PERFORM.
       01  WS-RATE-SOLD        PIC 9(09) VALUE 0.
       01  WS-RATE-RETURNED    PIC 9(09) VALUE 0.
       01  WS-RETURN-RATE      PIC 9(05)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  KEY-COUNT       PIC 9(07).
           05  LISTED-COUNT    PIC 9(07).
           05  STORE-COUNT     PIC 9(07).
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE            PIC 9(08).
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'STORE RETURNS REPORT'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(12) VALUE 'ITEM ID'.
           05  FILLER         PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(09) VALUE '    SOLD'.
           05  FILLER         PIC X(09) VALUE 'RETURNED'.
           05  FILLER         PIC X(09) VALUE '  RATE %'.
           05  FILLER         PIC X(12) VALUE '    REFUNDED'.
           05  FILLER         PIC X(07) VALUE SPACES.
       01  STORE-HEADING.
           05  FILLER         PIC X(06) VALUE 'STORE '.
           05  SH-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(69) VALUE SPACES.
       01  REPORT-DETAIL.
           05  RD-ITEM-ID     PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ITEM-DESC   PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-SOLD-QTY    PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-RETURN-QTY  PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-RATE        PIC ZZZ9.99.
      *> An item returned but not sold in the period has no rate -
      *> the line says so rather than dividing by zero.
           05  RD-RATE-X REDEFINES RD-RATE PIC X(07).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-RETURN-VALUE PIC ZZZZZZZZ9.99.
           05  FILLER         PIC X(07) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'RETRPT'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
               PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA
           END-IF.
           STOP RUN.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STORE-ID
               ON ASCENDING KEY SW-ITEM-ID
               USING RETURNS-HIST
               GIVING SORTED-RETURNS.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SORTED-RETURNS
           IF FS-SORTED-RETURNS-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED RETURNS OPEN FAILED: ' FS-SORTED-RETURNS
               MOVE 'SORTED-RETURNS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-RETURNS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT RETURNS-RPT-FILE
           IF FS-RETURNS-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'RETURNS RPT OPEN FAILED: ' FS-RETURNS-RPT-FILE
               MOVE 'RETURNS-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RETURNS-RPT-FILE
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
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-RETURNS-EOF
               READ SORTED-RETURNS
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO RETURNS RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM ACCUMULATE-PARA THRU ACCUMULATE-EXIT-PARA
               END-READ
           END-PERFORM.
           IF WS-KEY-ACTIVE
               PERFORM END-KEY-PARA THRU END-KEY-EXIT-PARA
           END-IF.
           IF WS-STORE-ACTIVE
               PERFORM END-STORE-PARA THRU END-STORE-EXIT-PARA
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A change of item closes the key in hand; a change of store
      *> closes the store as well, after its last item.
       ACCUMULATE-PARA.
           ADD 1 TO READ-COUNT.
           IF WS-KEY-ACTIVE
               IF RT-STORE-ID NOT = WS-KEY-STORE-ID
                       OR RT-ITEM-ID NOT = WS-KEY-ITEM-ID
                   PERFORM END-KEY-PARA THRU END-KEY-EXIT-PARA
               END-IF
           END-IF.
           IF WS-STORE-ACTIVE AND RT-STORE-ID NOT = WS-KEY-STORE-ID
               PERFORM END-STORE-PARA THRU END-STORE-EXIT-PARA
           END-IF.
           IF NOT WS-STORE-ACTIVE
               MOVE 'Y' TO WS-STORE-ACTIVE-SW
               MOVE 'N' TO WS-STORE-HDR-SW
               ADD 1 TO STORE-COUNT
               MOVE 0 TO WS-STORE-SOLD-QTY WS-STORE-RETURN-QTY
                   WS-STORE-RETURN-VALUE
           END-IF.
           IF NOT WS-KEY-ACTIVE
               MOVE 'Y' TO WS-KEY-ACTIVE-SW
               ADD 1 TO KEY-COUNT
               MOVE RT-STORE-ID TO WS-KEY-STORE-ID
               MOVE RT-ITEM-ID  TO WS-KEY-ITEM-ID
               MOVE 0 TO WS-KEY-SOLD-QTY WS-KEY-RETURN-QTY
                   WS-KEY-RETURN-VALUE
           END-IF.
      *> The newest run's description is the one printed.
           MOVE RT-ITEM-DESC TO WS-KEY-ITEM-DESC.
           IF RT-SOLD-QTY IS NUMERIC
               ADD RT-SOLD-QTY TO WS-KEY-SOLD-QTY
           END-IF.
           IF RT-RETURN-QTY IS NUMERIC
               ADD RT-RETURN-QTY TO WS-KEY-RETURN-QTY
           END-IF.
           IF RT-RETURN-VALUE IS NUMERIC
               ADD RT-RETURN-VALUE TO WS-KEY-RETURN-VALUE
           END-IF.
       ACCUMULATE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
           CLOSE SORTED-RETURNS RETURNS-RPT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
      *> Adds the finished key into its store and, when it had any
      *> returns, lists it.
       END-KEY-PARA.
           MOVE 'N' TO WS-KEY-ACTIVE-SW.
           ADD WS-KEY-SOLD-QTY     TO WS-STORE-SOLD-QTY.
           ADD WS-KEY-RETURN-QTY   TO WS-STORE-RETURN-QTY.
           ADD WS-KEY-RETURN-VALUE TO WS-STORE-RETURN-VALUE.
           IF WS-KEY-RETURN-QTY = 0
               GO TO END-KEY-EXIT-PARA
           END-IF.
           ADD 1 TO LISTED-COUNT.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           IF NOT WS-STORE-HDR-PRINTED
               MOVE WS-KEY-STORE-ID TO SH-STORE-ID
               WRITE RETURNS-RPT-LINE FROM STORE-HEADING
               ADD 1 TO WS-LINE-COUNT
               MOVE 'Y' TO WS-STORE-HDR-SW
           END-IF.
           MOVE WS-KEY-ITEM-ID    TO RD-ITEM-ID.
           MOVE WS-KEY-ITEM-DESC  TO RD-ITEM-DESC.
           MOVE WS-KEY-SOLD-QTY   TO RD-SOLD-QTY WS-RATE-SOLD.
           MOVE WS-KEY-RETURN-QTY TO RD-RETURN-QTY WS-RATE-RETURNED.
           PERFORM SET-RATE-PARA THRU SET-RATE-EXIT-PARA.
           MOVE WS-KEY-RETURN-VALUE TO RD-RETURN-VALUE.
           WRITE RETURNS-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       END-KEY-EXIT-PARA.
           EXIT.
      *> A store with no returns at all is not listed. One that had
      *> returns closes with its totals over everything it sold, so
      *> its rate is the store's true rate, not the rate among the
      *> items that came back.
       END-STORE-PARA.
           MOVE 'N' TO WS-STORE-ACTIVE-SW.
           ADD WS-STORE-SOLD-QTY     TO WS-GRAND-SOLD-QTY.
           ADD WS-STORE-RETURN-QTY   TO WS-GRAND-RETURN-QTY.
           ADD WS-STORE-RETURN-VALUE TO WS-GRAND-RETURN-VALUE.
           IF WS-STORE-RETURN-QTY = 0
               GO TO END-STORE-EXIT-PARA
           END-IF.
           MOVE 'TOTAL'               TO RD-ITEM-ID.
           MOVE 'STORE TOTAL'         TO RD-ITEM-DESC.
           MOVE WS-STORE-SOLD-QTY     TO RD-SOLD-QTY WS-RATE-SOLD.
           MOVE WS-STORE-RETURN-QTY   TO RD-RETURN-QTY
                                         WS-RATE-RETURNED.
           PERFORM SET-RATE-PARA THRU SET-RATE-EXIT-PARA.
           MOVE WS-STORE-RETURN-VALUE TO RD-RETURN-VALUE.
           WRITE RETURNS-RPT-LINE FROM REPORT-DETAIL.
           MOVE SPACES TO RETURNS-RPT-LINE.
           WRITE RETURNS-RPT-LINE.
           ADD 2 TO WS-LINE-COUNT.
       END-STORE-EXIT-PARA.
           EXIT.
       SET-RATE-PARA.
           IF WS-RATE-SOLD = 0
               MOVE 'NO SALE' TO RD-RATE-X
           ELSE
               COMPUTE WS-RETURN-RATE ROUNDED =
                   WS-RATE-RETURNED * 100 / WS-RATE-SOLD
               MOVE WS-RETURN-RATE TO RD-RATE
           END-IF.
       SET-RATE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE RETURNS-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE RETURNS-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO RETURNS-RPT-LINE.
           WRITE RETURNS-RPT-LINE.
           WRITE RETURNS-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO RETURNS-RPT-LINE.
           WRITE RETURNS-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-STORE-HDR-SW.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A period with no returns still gets headings, so the
      *> report positively says "nothing came back" instead of
      *> arriving empty.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'TOTAL'               TO RD-ITEM-ID.
           MOVE 'ALL STORES'          TO RD-ITEM-DESC.
           MOVE WS-GRAND-SOLD-QTY     TO RD-SOLD-QTY WS-RATE-SOLD.
           MOVE WS-GRAND-RETURN-QTY   TO RD-RETURN-QTY
                                         WS-RATE-RETURNED.
           PERFORM SET-RATE-PARA THRU SET-RATE-EXIT-PARA.
           MOVE WS-GRAND-RETURN-VALUE TO RD-RETURN-VALUE.
           WRITE RETURNS-RPT-LINE FROM REPORT-DETAIL.
           MOVE SPACES TO RETURNS-RPT-LINE.
           WRITE RETURNS-RPT-LINE.
           MOVE 'RETURNS RECORDS READ  :' TO TL-LABEL.
           MOVE READ-COUNT TO TL-VALUE.
           WRITE RETURNS-RPT-LINE FROM TOTALS-LINE.
           MOVE 'STORE/ITEMS SEEN      :' TO TL-LABEL.
           MOVE KEY-COUNT TO TL-VALUE.
           WRITE RETURNS-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ITEMS WITH RETURNS    :' TO TL-LABEL.
           MOVE LISTED-COUNT TO TL-VALUE.
           WRITE RETURNS-RPT-LINE FROM TOTALS-LINE.
           MOVE 'STORES SEEN           :' TO TL-LABEL.
           MOVE STORE-COUNT TO TL-VALUE.
           WRITE RETURNS-RPT-LINE FROM TOTALS-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
