       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.
       AUTHOR. QUYENNC

      *> Daily standing-order generation. Every active order whose
      *> next-due date has arrived is written out as a posting in
      *> USRPOST's layout, HDR and TRL included, so it is applied,
      *> floor-checked, journaled and reconciled through the normal
      *> USRPOST merge like any other batch. Each posting carries the
      *> order key in its reason (STDORD uuuuu-sss) - USRPOST copies
      *> the reason to its journal, and SOADV reads that journal to
      *> move each applied order's next-due date forward. An order
      *> whose user is closed or no longer on USER-MASTER is not
      *> generated; it goes on the exception list instead and stays
      *> due until the user is sorted out or the order cancelled.
      *> The run date comes off the parm card (blank means today),
      *> so a missed day can be rerun for the date it should have
      *> run on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER ASSIGN TO STANDING-ORDER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STANDING-ORDER.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USER-ID OF USER-MASTER-REC
      *> Must carry the same alternate key as USRPOST's and
      *> MEMMGMT's SELECTs for this file - they describe the same
      *> physical indexed dataset.
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
      *> One posting per order falling due, in USRPOST's POSTING-FILE
      *> record layout with the reason riding in the filler USRPOST
      *> carries through to its journal.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTING-OUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-POSTING-OUT-FILE.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO EXCEPTION-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXCEPTION-RPT-FILE.
      *> PARM-FILE carries the run date and the lines-per-page
      *> override. Missing card means today and 60.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER.
       01  STANDING-ORDER-REC.
           COPY "STORDER.cpy".
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-USER-ID       PIC 9(05).
           05  FILLER           PIC X(01).
           05  PO-TRANS-TYPE    PIC X(01).
           05  FILLER           PIC X(01).
           05  PO-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  PO-REASON        PIC X(20).
           05  FILLER           PIC X(42).
      *> USRPOST's batch-control records: HDR opens the file, TRL
      *> closes it with the detail count and the hash total of the
      *> amounts.
       01  POSTING-CTL-REC.
           05  PC-REC-ID        PIC X(03).
           05  FILLER           PIC X(01).
           05  PC-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  PC-HASH-TOTAL    PIC 9(11)V99.
           05  FILLER           PIC X(55).
       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-LINE   PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-RUN-DATE        PIC X(08).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(68).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-STANDING-ORDER   PIC X(02)  VALUE SPACES.
           88  FS-STANDING-ORDER-OK        VALUE '00'.
           88  FS-STANDING-ORDER-EOF       VALUE '10'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
           88  FS-USER-MASTER-EOF          VALUE '10'.
       01  FS-POSTING-OUT-FILE PIC X(02)  VALUE SPACES.
           88  FS-POSTING-OUT-FILE-OK      VALUE '00'.
       01  FS-EXCEPTION-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-EXCEPTION-RPT-FILE-OK    VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-USER-KEY         PIC X(05)  VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> The reason SOADV matches the journal back on.
       01  WS-SO-REASON.
           05  FILLER          PIC X(07)  VALUE 'STDORD '.
           05  WS-SR-USER-ID   PIC X(05).
           05  FILLER          PIC X(01)  VALUE '-'.
           05  WS-SR-SEQ       PIC X(03).
           05  FILLER          PIC X(04)  VALUE SPACES.
       01  WS-EXCEPTION-REASON PIC X(20)  VALUE SPACES.
       01  COUNTERS.
           05  ORDERS-READ     PIC 9(07).
           05  NOT-ACTIVE      PIC 9(07).
           05  NOT-DUE         PIC 9(07).
           05  PAST-END        PIC 9(07).
           05  USER-MISSING    PIC 9(07).
           05  USER-CLOSED     PIC 9(07).
           05  POSTINGS-OUT    PIC 9(07).
       01  WS-ORDERS-ACCOUNTED PIC 9(07)  VALUE 0.
       01  WS-TOTAL-DEBITS     PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-CREDITS    PIC S9(09)V99 VALUE 0.
       01  WS-HASH-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'STANDING ORDER EXCEPTIONS'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(07) VALUE 'USER'.
           05  FILLER          PIC X(05) VALUE 'SEQ'.
           05  FILLER          PIC X(04) VALUE 'TYP'.
           05  FILLER          PIC X(12) VALUE '    AMOUNT'.
           05  FILLER          PIC X(05) VALUE 'FRQ'.
           05  FILLER          PIC X(10) VALUE 'DUE'.
           05  FILLER          PIC X(37) VALUE 'REASON'.
       01  REPORT-DETAIL.
           05  RD-USER-ID      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-SEQ          PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-TRANS-TYPE   PIC X(01).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RD-AMOUNT       PIC ZZZZZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-FREQUENCY    PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-NEXT-DUE     PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-REASON       PIC X(20).
           05  FILLER          PIC X(17) VALUE SPACES.
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'SOGEN'.

      *> RUNTRACK's LINKAGE items, passed from named fields sized to
      *> match exactly - same rule as the ERRLOG fields above. START
      *> is written before any file is touched and END just before
      *> STOP RUN, so the morning OPSRPT can see the run happened.
       01  WS-RUNTRACK-EVENT    PIC X(05) VALUE SPACES.
       01  WS-RUNTRACK-RC       PIC 9(04) VALUE 0.
       01  WS-RT-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-RT-WRITE-COUNT    PIC 9(07) VALUE 0.
       01  WS-RT-REJECT-COUNT   PIC 9(07) VALUE 0.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           MOVE 'START' TO WS-RUNTRACK-EVENT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE ORDERS-READ TO WS-RT-READ-COUNT.
           MOVE POSTINGS-OUT TO WS-RT-WRITE-COUNT.
           COMPUTE WS-RT-REJECT-COUNT = USER-MISSING + USER-CLOSED.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           OPEN INPUT STANDING-ORDER
           IF FS-STANDING-ORDER-OK
               CONTINUE
           ELSE
               DISPLAY 'STANDING ORDER OPEN FAILED: '
                   FS-STANDING-ORDER
               MOVE 'STANDING-ORDER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STANDING-ORDER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT USER-MASTER
           IF FS-USER-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'USER MASTER OPEN FAILED: ' FS-USER-MASTER
               MOVE 'USER-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-USER-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT POSTING-OUT-FILE
           IF FS-POSTING-OUT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'POSTING OUT OPEN FAILED: ' FS-POSTING-OUT-FILE
               MOVE 'POSTING-OUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-POSTING-OUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT EXCEPTION-RPT-FILE
           IF FS-EXCEPTION-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EXCEPTION RPT OPEN FAILED: '
                   FS-EXCEPTION-RPT-FILE
               MOVE 'EXCEPTION-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXCEPTION-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, RUN DATE IS TODAY'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-RUN-DATE IS NUMERIC
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
       READ-USER-PARA.
           READ USER-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-USER-KEY
           NOT AT END
               MOVE USER-ID TO WS-USER-KEY
           END-READ.
       READ-USER-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           MOVE SPACES TO POSTING-CTL-REC.
           MOVE 'HDR' TO PC-REC-ID.
           MOVE 0 TO PC-RECORD-COUNT PC-HASH-TOTAL.
           WRITE POSTING-CTL-REC.
           PERFORM UNTIL FS-STANDING-ORDER-EOF
               READ STANDING-ORDER
               AT END
                   IF ORDERS-READ < 1
                       DISPLAY 'NO STANDING ORDERS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM GENERATE-PARA THRU GENERATE-EXIT-PARA
               END-READ
           END-PERFORM.
      *> The trailer carries what USRPOST's batch-control pass will
      *> prove the file against.
           MOVE SPACES TO POSTING-CTL-REC.
           MOVE 'TRL' TO PC-REC-ID.
           MOVE POSTINGS-OUT TO PC-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO PC-HASH-TOTAL.
           WRITE POSTING-CTL-REC.
       PROCESS-EXIT-PARA.
           EXIT.
      *> One instalment per order per run. An order more than one
      *> period behind (a run missed) catches up an instalment a day
      *> as SOADV moves it forward, rather than dropping a burst of
      *> back postings on the user at once.
       GENERATE-PARA.
           ADD 1 TO ORDERS-READ.
           IF NOT SO-ACTIVE
               ADD 1 TO NOT-ACTIVE
               GO TO GENERATE-EXIT-PARA
           END-IF.
           IF SO-NEXT-DUE > WS-RUN-DATE
               ADD 1 TO NOT-DUE
               GO TO GENERATE-EXIT-PARA
           END-IF.
      *> An end date brought forward by SOMAINT below the next due
      *> date leaves nothing more to pay; SOADV marks it ended.
           IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
               ADD 1 TO PAST-END
               GO TO GENERATE-EXIT-PARA
           END-IF.
      *> Both files run in USER-ID order, so the user master only
      *> ever needs reading forward to the order's user.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA
               UNTIL WS-USER-KEY NOT < SO-USER-ID.
           IF WS-USER-KEY NOT = SO-USER-ID
               ADD 1 TO USER-MISSING
               MOVE 'USER NOT ON MASTER' TO WS-EXCEPTION-REASON
               PERFORM REPORT-EXCEPTION-PARA
                   THRU REPORT-EXCEPTION-EXIT-PARA
               GO TO GENERATE-EXIT-PARA
           END-IF.
           IF USER-IS-CLOSED
               ADD 1 TO USER-CLOSED
               MOVE 'USER CLOSED' TO WS-EXCEPTION-REASON
               PERFORM REPORT-EXCEPTION-PARA
                   THRU REPORT-EXCEPTION-EXIT-PARA
               GO TO GENERATE-EXIT-PARA
           END-IF.
           MOVE SO-USER-ID TO WS-SR-USER-ID.
           MOVE SO-SEQ     TO WS-SR-SEQ.
           MOVE SPACES TO POSTING-OUT-REC.
           MOVE SO-USER-ID    TO PO-USER-ID.
           MOVE SO-TRANS-TYPE TO PO-TRANS-TYPE.
           MOVE SO-AMOUNT     TO PO-AMOUNT.
           MOVE WS-SO-REASON  TO PO-REASON.
           WRITE POSTING-OUT-REC.
           ADD 1 TO POSTINGS-OUT.
           ADD SO-AMOUNT TO WS-HASH-TOTAL.
           IF SO-IS-DEBIT
               ADD SO-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD SO-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
       GENERATE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE STANDING-ORDER USER-MASTER POSTING-OUT-FILE
                   EXCEPTION-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       REPORT-EXCEPTION-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE SO-USER-ID          TO RD-USER-ID.
           MOVE SO-SEQ              TO RD-SEQ.
           MOVE SO-TRANS-TYPE       TO RD-TRANS-TYPE.
           MOVE SO-AMOUNT           TO RD-AMOUNT.
           MOVE SO-FREQUENCY        TO RD-FREQUENCY.
           MOVE SO-NEXT-DUE         TO RD-NEXT-DUE.
           MOVE WS-EXCEPTION-REASON TO RD-REASON.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       REPORT-EXCEPTION-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE EXCEPTION-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A clean day still prints the heading, so an empty list
      *> reads as "nothing held back" rather than "did not run".
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               GO TO WRITE-TOTALS-EXIT-PARA
           END-IF.
           MOVE 'SOGEN CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ORDERS READ           :' TO CT-LABEL
           MOVE ORDERS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ENDED OR CANCELLED    :' TO CT-LABEL
           MOVE NOT-ACTIVE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'NOT YET DUE           :' TO CT-LABEL
           MOVE NOT-DUE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAST END DATE         :' TO CT-LABEL
           MOVE PAST-END TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'USER NOT ON MASTER    :' TO CT-LABEL
           MOVE USER-MISSING TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'USER CLOSED           :' TO CT-LABEL
           MOVE USER-CLOSED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'POSTINGS GENERATED    :' TO CT-LABEL
           MOVE POSTINGS-OUT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DEBITS GENERATED      :' TO CA-LABEL
           MOVE WS-TOTAL-DEBITS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CREDITS GENERATED     :' TO CA-LABEL
           MOVE WS-TOTAL-CREDITS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every order read must land in exactly one bucket.
           COMPUTE WS-ORDERS-ACCOUNTED = NOT-ACTIVE + NOT-DUE
               + PAST-END + USER-MISSING + USER-CLOSED + POSTINGS-OUT.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-ORDERS-ACCOUNTED = ORDERS-READ
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
