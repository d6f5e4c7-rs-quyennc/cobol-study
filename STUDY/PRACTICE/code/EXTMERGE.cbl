       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMERGE.
       AUTHOR. QUYENNC

      *> Merge step for the partitioned store extract. The extract
      *> outgrew its slot in the night chain, so it now runs as
      *> several partition jobs at once, each taking the feed lines
      *> for its own STORE-ID range with its own checkpoint, reject
      *> file and control totals. Every job downstream still expects
      *> ONE extract generation, ONE reject generation, the returns
      *> generation and the per-store SUMMARY history, so this step
      *> builds them from the partitions' files - concatenated in
      *> partition order, which with ascending, non-overlapping
      *> ranges is store sequence.
      *> Nothing is written until the partitions are proved:
      *>   - one closing-totals record per partition, none repeated,
      *>     none ended RC 4 or over, ranges ascending;
      *>   - every partition ran to its end on tonight's feed - the
      *>     business date on its totals is the one on the last
      *>     feed FEEDVAL registered, and it ran no earlier than
      *>     that feed was taken, so a partition that stopped early
      *>     and left an old night's totals behind is not merged;
      *>   - every partition read the whole feed, and their shares
      *>     add up to it exactly - a partition missing, or two
      *>     claiming the same stores, shows here;
      *>   - the partition files hold what the partitions said they
      *>     wrote: records, rejects, quantity, value and refunds.
      *> Everything merged carries the one date the feed was taken
      *> on, off the register, whatever day each partition finished
      *> - a partition past midnight or restarted the next day
      *> still lands on its own night, where TILLREC finds it by
      *> the feed's business date.
      *> Any failure is listed on the control report and ends RC 8
      *> with no file written, so EXTUPD's COND tests hold the chain
      *> and the step can simply be rerun once the partition at
      *> fault has been restarted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every partition's closing-totals record, concatenated in
      *> partition order.
           SELECT PART-TOTALS-FILE ASSIGN TO PART-TOTALS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-TOTALS-FILE.
      *> The feed the partitions split - counted here, independently
      *> of what the partitions say they read.
           SELECT FEED-FILE ASSIGN TO FEED-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-FILE.
      *> FEEDVAL's feed register - its last entry is tonight's feed.
           SELECT FEED-REGISTER ASSIGN TO FEED-REGISTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-REGISTER.
      *> The partitions' extract, reject, returns, summary and CSV
      *> files, each concatenated in the same partition order.
           SELECT PART-OUTPUT-FILE ASSIGN TO PART-OUTPUT-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-OUTPUT-FILE.
           SELECT PART-REJECT-FILE ASSIGN TO PART-REJECT-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-REJECT-FILE.
           SELECT PART-RETURNS-FILE ASSIGN TO PART-RETURNS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-RETURNS-FILE.
           SELECT PART-SUMMARY-FILE ASSIGN TO PART-SUMMARY-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-SUMMARY-FILE.
           SELECT PART-CSV-FILE ASSIGN TO PART-CSV-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-CSV-FILE.
      *> The extract card ops keys - only the CSV switch is read.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
      *> The files the downstream jobs read, under the DD names the
      *> one-pass extract always wrote them to.
           SELECT OUTPUT-FILE ASSIGN TO OUTPUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OUTPUT-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT RETURNS-FILE ASSIGN TO RETURNS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RETURNS-FILE.
      *> Opened EXTEND so the history accumulates, falling back to
      *> OUTPUT on first use - same as the extract always did.
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SUMMARY-FILE.
           SELECT CSV-OUTPUT-FILE ASSIGN TO CSV-OUTPUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CSV-OUTPUT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PART-TOTALS-FILE.
       01  PART-TOTALS-REC.
           COPY "EXTPART.cpy".
       FD  FEED-FILE.
       01  FEED-REC             PIC X(80).
      *> FEEDVAL's FEED-REGISTER record.
       FD  FEED-REGISTER.
       01  FEED-REGISTER-REC.
           05  FR-FEED-SEQ      PIC 9(05).
           05  FILLER           PIC X(01).
           05  FR-BUSINESS-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  FR-SENDING-SYSTEM PIC X(08).
           05  FILLER           PIC X(01).
           05  FR-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  FR-QTY-HASH      PIC 9(11).
           05  FILLER           PIC X(01).
           05  FR-PROCESSED-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  FR-PROCESSED-TIME PIC 9(06).
           05  FILLER           PIC X(21).
      *> SEQFILE-READ-WRITE's enriched output record - the key, and
      *> the net quantity and value with their sign.
       FD  PART-OUTPUT-FILE.
       01  PART-OUTPUT-REC.
           05  PO-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  PO-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(52).
           05  PO-QTY           PIC 9(05).
           05  FILLER           PIC X(01).
           05  PO-EXT-VALUE     PIC 9(10).99.
           05  FILLER           PIC X(01).
           05  PO-EXTRACT-DATE  PIC 9(08).
           05  PO-NET-SIGN      PIC X(01).
               88  PO-NET-NEGATIVE         VALUE '-'.
           05  FILLER           PIC X(03).
      *> SEQFILE-READ-WRITE's REJECT-FILE record - the run date.
       FD  PART-REJECT-FILE.
       01  PART-REJECT-REC.
           05  FILLER           PIC X(42).
           05  PJ-EXTRACT-DATE  PIC 9(08).
           05  FILLER           PIC X(30).
      *> SEQFILE-READ-WRITE's RETURNS-FILE record - the refunds.
       FD  PART-RETURNS-FILE.
       01  PART-RETURNS-REC.
           05  FILLER           PIC X(46).
           05  PR-RETURN-QTY    PIC 9(07).
           05  FILLER           PIC X(01).
           05  PR-RETURN-VALUE  PIC 9(09)V99.
           05  FILLER           PIC X(01).
           05  PR-RUN-DATE      PIC 9(08).
           05  FILLER           PIC X(06).
      *> SEQFILE-READ-WRITE's SUMMARY-FILE record - the run date.
       FD  PART-SUMMARY-FILE.
       01  PART-SUMMARY-REC.
           05  FILLER           PIC X(22).
           05  PS-RUN-DATE      PIC 9(08).
           05  FILLER           PIC X(50).
       FD  PART-CSV-FILE.
       01  PART-CSV-REC         PIC X(120).
      *> SEQFILE-READ-WRITE's PARM-FILE card - the CSV switch.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  FILLER           PIC X(12).
           05  PARM-CSV-MODE    PIC X(01).
           05  FILLER           PIC X(67).
       FD  OUTPUT-FILE.
       01  OUTPUT-FILE-REC      PIC X(100).
       FD  REJECT-FILE.
       01  REJECT-FILE-REC      PIC X(80).
       FD  RETURNS-FILE.
       01  RETURNS-FILE-REC     PIC X(80).
       FD  SUMMARY-FILE.
       01  SUMMARY-FILE-REC     PIC X(80).
       FD  CSV-OUTPUT-FILE.
       01  CSV-OUTPUT-REC       PIC X(120).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PART-TOTALS-FILE PIC X(02)  VALUE SPACES.
           88  FS-PART-TOTALS-FILE-OK      VALUE '00'.
           88  FS-PART-TOTALS-FILE-EOF     VALUE '10'.
       01  FS-FEED-FILE        PIC X(02)  VALUE SPACES.
           88  FS-FEED-FILE-OK             VALUE '00'.
           88  FS-FEED-FILE-EOF            VALUE '10'.
       01  FS-FEED-REGISTER    PIC X(02)  VALUE SPACES.
           88  FS-FEED-REGISTER-OK         VALUE '00'.
           88  FS-FEED-REGISTER-EOF        VALUE '10'.
      *> Tonight's feed, off the last register entry: its business
      *> date, and the date it was taken - the date every merged
      *> record is stamped with.
       01  WS-REG-BUS-DATE     PIC 9(08)  VALUE 0.
       01  WS-REG-PROC-DATE    PIC 9(08)  VALUE 0.
       01  FS-PART-OUTPUT-FILE PIC X(02)  VALUE SPACES.
           88  FS-PART-OUTPUT-FILE-OK      VALUE '00'.
           88  FS-PART-OUTPUT-FILE-EOF     VALUE '10'.
       01  FS-PART-REJECT-FILE PIC X(02)  VALUE SPACES.
           88  FS-PART-REJECT-FILE-OK      VALUE '00'.
           88  FS-PART-REJECT-FILE-EOF     VALUE '10'.
       01  FS-PART-RETURNS-FILE PIC X(02) VALUE SPACES.
           88  FS-PART-RETURNS-FILE-OK     VALUE '00'.
           88  FS-PART-RETURNS-FILE-EOF    VALUE '10'.
       01  FS-PART-SUMMARY-FILE PIC X(02) VALUE SPACES.
           88  FS-PART-SUMMARY-FILE-OK     VALUE '00'.
           88  FS-PART-SUMMARY-FILE-EOF    VALUE '10'.
       01  FS-PART-CSV-FILE    PIC X(02)  VALUE SPACES.
           88  FS-PART-CSV-FILE-OK         VALUE '00'.
           88  FS-PART-CSV-FILE-EOF        VALUE '10'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-OUTPUT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-OUTPUT-FILE-OK           VALUE '00'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-RETURNS-FILE     PIC X(02)  VALUE SPACES.
           88  FS-RETURNS-FILE-OK          VALUE '00'.
       01  FS-SUMMARY-FILE     PIC X(02)  VALUE SPACES.
           88  FS-SUMMARY-FILE-OK          VALUE '00'.
           88  FS-SUMMARY-FILE-NEW         VALUE '05' '35'.
       01  FS-CSV-OUTPUT-FILE  PIC X(02)  VALUE SPACES.
           88  FS-CSV-OUTPUT-FILE-OK       VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-CSV-MODE         PIC X(01)  VALUE 'N'.
           88  WS-CSV-MODE-ON              VALUE 'Y'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> One entry per partition, in the order their totals came -
      *> kept for the per-partition lines of the control report.
       01  WS-PART-MAX         PIC 9(02)  VALUE 20.
       01  WS-PART-COUNT       PIC 9(02)  VALUE 0.
       01  WS-PX               PIC 9(02)  VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 20 TIMES.
               10  WS-TBL-PART-ID     PIC X(01).
               10  WS-TBL-PART-LOW    PIC 9(05).
               10  WS-TBL-PART-HIGH   PIC 9(05).
               10  WS-TBL-READ        PIC 9(07).
               10  WS-TBL-WRITE       PIC 9(07).
               10  WS-TBL-REJECT      PIC 9(07).
               10  WS-TBL-VALUE       PIC S9(11)V99.
       01  WS-PREV-PART-HIGH   PIC 9(05)  VALUE 0.
       01  WS-PART-SEEN-SW     PIC X(01)  VALUE 'N'.
           88  WS-PART-SEEN                VALUE 'Y'.
      *> What the partitions say, added up.
       01  PART-TOTALS.
           05  PT-SUM-READ      PIC 9(07).
           05  PT-SUM-WRITE     PIC 9(07).
           05  PT-SUM-REJECT    PIC 9(07).
           05  PT-SUM-QTY       PIC S9(09).
           05  PT-SUM-VALUE     PIC S9(11)V99.
           05  PT-SUM-RETURN-QTY   PIC 9(09).
           05  PT-SUM-RETURN-VALUE PIC 9(11)V99.
      *> What the partition files actually hold.
       01  COUNTERS.
           05  FEED-COUNT       PIC 9(07).
           05  OUTPUT-READ      PIC 9(07).
           05  REJECTS-READ     PIC 9(07).
           05  RETURNS-READ     PIC 9(07).
           05  OUTPUT-WRITTEN   PIC 9(07).
           05  REJECTS-WRITTEN  PIC 9(07).
           05  RETURNS-WRITTEN  PIC 9(07).
           05  SUMMARY-WRITTEN  PIC 9(07).
           05  CSV-WRITTEN      PIC 9(07).
       01  FILE-TOTALS.
           05  FT-QTY           PIC S9(09).
           05  FT-VALUE         PIC S9(11)V99.
           05  FT-RETURN-QTY    PIC 9(09).
           05  FT-RETURN-VALUE  PIC 9(11)V99.
       01  WS-REC-VALUE        PIC 9(10)V99 VALUE 0.
      *> The previous extract record's key - partitions concatenated
      *> out of order, or a restarted partition that wrote a key
      *> twice, break the ascending sequence and show here.
       01  WS-PREV-KEY.
           05  WS-PREV-STORE-ID PIC 9(05)  VALUE 0.
           05  WS-PREV-ITEM-ID  PIC X(10)  VALUE LOW-VALUES.
       01  WS-THIS-KEY.
           05  WS-THIS-STORE-ID PIC 9(05)  VALUE 0.
           05  WS-THIS-ITEM-ID  PIC X(10)  VALUE SPACES.
       01  WS-SEQUENCE-SW      PIC X(01)  VALUE 'N'.
           88  WS-SEQUENCE-BROKEN          VALUE 'Y'.
      *> Each check that fails adds its text here; all of them go
      *> on the control report, so one rerun fixes everything.
       01  WS-FAIL-MAX         PIC 9(02)  VALUE 20.
       01  WS-FAIL-COUNT       PIC 9(02)  VALUE 0.
       01  WS-FX               PIC 9(02)  VALUE 0.
       01  WS-FAIL-TEXT        PIC X(40)  VALUE SPACES.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 20 TIMES PIC X(40).
       01  WS-FAIL-PART-TEXT.
           05  FILLER          PIC X(10)  VALUE 'PARTITION '.
           05  WS-FP-PART-ID   PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  WS-FP-REASON    PIC X(28).
       01  WS-FP-RC-TEXT.
           05  FILLER          PIC X(09)  VALUE 'ENDED RC '.
           05  WS-FP-RC        PIC 9(04).
           05  FILLER          PIC X(15)  VALUE SPACES.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  CSV-HEADER-LINE.
           05  FILLER       PIC X(50) VALUE
               'STORE_ID,ITEM_ID,STORE_NAME,ITEM_DESC,UNIT_PRICE,'.
           05  FILLER       PIC X(13) VALUE 'QTY,EXT_VALUE'.
       01  PART-DETAIL-LINE.
           05  FILLER          PIC X(05)  VALUE 'PART '.
           05  PD-PART-ID      PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  PD-PART-LOW     PIC 9(05).
           05  FILLER          PIC X(01)  VALUE '-'.
           05  PD-PART-HIGH    PIC 9(05).
           05  FILLER          PIC X(06)  VALUE ' READ '.
           05  PD-READ         PIC ZZZZZZ9.
           05  FILLER          PIC X(09)  VALUE ' WRITTEN '.
           05  PD-WRITE        PIC ZZZZZZ9.
           05  FILLER          PIC X(05)  VALUE ' REJ '.
           05  PD-REJECT       PIC ZZZZZZ9.
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  PD-VALUE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER          PIC X(05)  VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50) VALUE SPACES.
       01  CONTROL-QTY-LINE.
           05  CQ-LABEL        PIC X(23).
           05  CQ-VALUE        PIC -ZZZZZZZZ9.
           05  FILLER          PIC X(47) VALUE SPACES.
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER          PIC X(42) VALUE SPACES.
       01  FAILURE-LINE.
           05  FILLER          PIC X(23) VALUE
               'CHECK FAILED          :'.
           05  FL-TEXT         PIC X(40).
           05  FILLER          PIC X(17) VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'EXTMERGE'.

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
           PERFORM READ-REGISTER-PARA THRU READ-REGISTER-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-TOTALS-PARA THRU LOAD-TOTALS-EXIT-PARA
               PERFORM COUNT-FEED-PARA THRU COUNT-FEED-EXIT-PARA
               PERFORM CHECK-OUTPUT-PARA THRU CHECK-OUTPUT-EXIT-PARA
               PERFORM CHECK-REJECTS-PARA THRU CHECK-REJECTS-EXIT-PARA
               PERFORM CHECK-RETURNS-PARA THRU CHECK-RETURNS-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM CHECK-BALANCE-PARA THRU CHECK-BALANCE-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN AND WS-FAIL-COUNT = 0
               PERFORM COPY-FILES-PARA THRU COPY-FILES-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE OUTPUT-READ TO WS-RT-READ-COUNT.
           MOVE OUTPUT-WRITTEN TO WS-RT-WRITE-COUNT.
           MOVE WS-FAIL-COUNT TO WS-RT-REJECT-COUNT.
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
           INITIALIZE PART-TOTALS COUNTERS FILE-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *> No card is no CSV - the pipe file the other jobs read is
      *> built either way.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, NO CSV MERGED'
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               MOVE PARM-CSV-MODE TO WS-CSV-MODE
           END-IF.
           CLOSE PARM-FILE.
       OPEN-EXIT-PARA.
           EXIT.
      *> The last feed FEEDVAL registered is tonight's - a restarted
      *> FEEDVAL does not register the same feed twice.
       READ-REGISTER-PARA.
           OPEN INPUT FEED-REGISTER
           IF NOT FS-FEED-REGISTER-OK
               DISPLAY 'FEED REGISTER OPEN FAILED: ' FS-FEED-REGISTER
               MOVE 'FEED-REGISTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-REGISTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-REGISTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FEED-REGISTER-EOF
               READ FEED-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FR-BUSINESS-DATE  TO WS-REG-BUS-DATE
                   MOVE FR-PROCESSED-DATE TO WS-REG-PROC-DATE
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.
           IF WS-REG-BUS-DATE = 0
               MOVE 'NO FEED ON THE FEED REGISTER' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       READ-REGISTER-EXIT-PARA.
           EXIT.
      *> Every partition's closing totals, checked one by one and
      *> added up. Ranges must climb - the partition files are
      *> concatenated in this same order, and only ascending ranges
      *> make the concatenation store-sequenced.
       LOAD-TOTALS-PARA.
           OPEN INPUT PART-TOTALS-FILE
           IF NOT FS-PART-TOTALS-FILE-OK
               DISPLAY 'PART TOTALS OPEN FAILED: ' FS-PART-TOTALS-FILE
               MOVE 'PART-TOTALS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-TOTALS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-TOTALS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-TOTALS-FILE-EOF
               READ PART-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECK-PARTITION-PARA
                       THRU CHECK-PARTITION-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE PART-TOTALS-FILE.
           IF WS-PART-COUNT = 0
               MOVE 'NO PARTITION TOTALS FOUND' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       LOAD-TOTALS-EXIT-PARA.
           EXIT.
      *> A partition that has not finished, or whose totals are
      *> another night's, is left out altogether - its share then
      *> shows missing from the feed as well.
       CHECK-PARTITION-PARA.
           MOVE PT-PART-ID TO WS-FP-PART-ID.
           IF NOT PT-RUN-COMPLETE
               MOVE 'RUN NOT COMPLETE' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           IF PT-RUN-DATE NOT NUMERIC OR PT-FEED-BUS-DATE NOT NUMERIC
                   OR PT-FEED-BUS-DATE NOT = WS-REG-BUS-DATE
               MOVE 'NOT TONIGHT''S FEED' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           IF PT-RUN-DATE < WS-REG-PROC-DATE
               MOVE 'RAN BEFORE THE FEED WAS TAKEN' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           IF PT-READ-COUNT NOT NUMERIC OR PT-FEED-COUNT NOT NUMERIC
                   OR PT-WRITE-COUNT NOT NUMERIC
                   OR PT-REJECT-COUNT NOT NUMERIC
                   OR PT-TOTAL-QTY NOT NUMERIC
                   OR PT-TOTAL-VALUE NOT NUMERIC
                   OR PT-RETURN-QTY NOT NUMERIC
                   OR PT-RETURN-VALUE NOT NUMERIC
                   OR PT-RETURN-CODE NOT NUMERIC
               MOVE 'TOTALS NOT NUMERIC' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-PART-SEEN-SW.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT
               IF WS-TBL-PART-ID (WS-PX) = PT-PART-ID
                   MOVE 'Y' TO WS-PART-SEEN-SW
               END-IF
           END-PERFORM.
           IF WS-PART-SEEN
               MOVE 'TOTALS REPEATED' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           IF WS-PART-COUNT NOT < WS-PART-MAX
               MOVE 'OVER THE PARTITION LIMIT' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-PARTITION-EXIT-PARA
           END-IF.
           IF WS-PART-COUNT > 0 AND PT-PART-LOW NOT > WS-PREV-PART-HIGH
               MOVE 'RANGE NOT ABOVE THE LAST' TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF PT-RETURN-CODE NOT < 4
               MOVE PT-RETURN-CODE TO WS-FP-RC
               MOVE WS-FP-RC-TEXT TO WS-FP-REASON
               MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           MOVE PT-PART-HIGH TO WS-PREV-PART-HIGH.
           ADD 1 TO WS-PART-COUNT.
           MOVE PT-PART-ID      TO WS-TBL-PART-ID (WS-PART-COUNT).
           MOVE PT-PART-LOW     TO WS-TBL-PART-LOW (WS-PART-COUNT).
           MOVE PT-PART-HIGH    TO WS-TBL-PART-HIGH (WS-PART-COUNT).
           MOVE PT-READ-COUNT   TO WS-TBL-READ (WS-PART-COUNT).
           MOVE PT-WRITE-COUNT  TO WS-TBL-WRITE (WS-PART-COUNT).
           MOVE PT-REJECT-COUNT TO WS-TBL-REJECT (WS-PART-COUNT).
           MOVE PT-TOTAL-VALUE  TO WS-TBL-VALUE (WS-PART-COUNT).
           ADD PT-READ-COUNT    TO PT-SUM-READ.
           ADD PT-WRITE-COUNT   TO PT-SUM-WRITE.
           ADD PT-REJECT-COUNT  TO PT-SUM-REJECT.
           ADD PT-TOTAL-QTY     TO PT-SUM-QTY.
           ADD PT-TOTAL-VALUE   TO PT-SUM-VALUE.
           ADD PT-RETURN-QTY    TO PT-SUM-RETURN-QTY.
           ADD PT-RETURN-VALUE  TO PT-SUM-RETURN-VALUE.
       CHECK-PARTITION-EXIT-PARA.
           EXIT.
      *> The feed itself, counted here - what every partition says
      *> it read is held up against this, not against each other.
       COUNT-FEED-PARA.
           OPEN INPUT FEED-FILE
           IF NOT FS-FEED-FILE-OK
               DISPLAY 'FEED FILE OPEN FAILED: ' FS-FEED-FILE
               MOVE 'FEED-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO COUNT-FEED-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FEED-FILE-EOF
               READ FEED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FEED-COUNT
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.
       COUNT-FEED-EXIT-PARA.
           EXIT.
      *> First pass over the partitions' extract records: counted,
      *> sequence-checked and their net quantity and value summed.
       CHECK-OUTPUT-PARA.
           IF WS-ABORT-RUN
               GO TO CHECK-OUTPUT-EXIT-PARA
           END-IF.
           OPEN INPUT PART-OUTPUT-FILE
           IF NOT FS-PART-OUTPUT-FILE-OK
               DISPLAY 'PART OUTPUT OPEN FAILED: ' FS-PART-OUTPUT-FILE
               MOVE 'PART-OUTPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-OUTPUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-OUTPUT-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-OUTPUT-FILE-EOF
               READ PART-OUTPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO OUTPUT-READ
                   MOVE PO-STORE-ID TO WS-THIS-STORE-ID
                   MOVE PO-ITEM-ID  TO WS-THIS-ITEM-ID
                   IF OUTPUT-READ > 1 AND WS-THIS-KEY NOT > WS-PREV-KEY
                       MOVE 'Y' TO WS-SEQUENCE-SW
                   END-IF
                   MOVE WS-THIS-KEY TO WS-PREV-KEY
                   MOVE PO-EXT-VALUE TO WS-REC-VALUE
                   IF PO-NET-NEGATIVE
                       SUBTRACT PO-QTY FROM FT-QTY
                       SUBTRACT WS-REC-VALUE FROM FT-VALUE
                   ELSE
                       ADD PO-QTY TO FT-QTY
                       ADD WS-REC-VALUE TO FT-VALUE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-OUTPUT-FILE.
       CHECK-OUTPUT-EXIT-PARA.
           EXIT.
       CHECK-REJECTS-PARA.
           IF WS-ABORT-RUN
               GO TO CHECK-REJECTS-EXIT-PARA
           END-IF.
           OPEN INPUT PART-REJECT-FILE
           IF NOT FS-PART-REJECT-FILE-OK
               DISPLAY 'PART REJECT OPEN FAILED: ' FS-PART-REJECT-FILE
               MOVE 'PART-REJECT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-REJECT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-REJECTS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-REJECT-FILE-EOF
               READ PART-REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO REJECTS-READ
               END-READ
           END-PERFORM.
           CLOSE PART-REJECT-FILE.
       CHECK-REJECTS-EXIT-PARA.
           EXIT.
       CHECK-RETURNS-PARA.
           IF WS-ABORT-RUN
               GO TO CHECK-RETURNS-EXIT-PARA
           END-IF.
           OPEN INPUT PART-RETURNS-FILE
           IF NOT FS-PART-RETURNS-FILE-OK
               DISPLAY 'PART RETURNS OPEN FAILED: '
                   FS-PART-RETURNS-FILE
               MOVE 'PART-RETURNS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-RETURNS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-RETURNS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-RETURNS-FILE-EOF
               READ PART-RETURNS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO RETURNS-READ
                   ADD PR-RETURN-QTY TO FT-RETURN-QTY
                   ADD PR-RETURN-VALUE TO FT-RETURN-VALUE
               END-READ
           END-PERFORM.
           CLOSE PART-RETURNS-FILE.
       CHECK-RETURNS-EXIT-PARA.
           EXIT.
      *> The proof. Every partition read the whole feed; their
      *> shares add up to it; the files hold what was reported.
      *> The extract and the returns file carry one record per key
      *> written, so both must match the partitions' write count.
       CHECK-BALANCE-PARA.
           PERFORM CHECK-FEED-COUNTS-PARA
               THRU CHECK-FEED-COUNTS-EXIT-PARA.
           IF PT-SUM-READ NOT = FEED-COUNT
               MOVE 'PARTITION READS DO NOT MAKE THE FEED'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF WS-SEQUENCE-BROKEN
               MOVE 'MERGED EXTRACT OUT OF SEQUENCE' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF OUTPUT-READ NOT = PT-SUM-WRITE
               MOVE 'EXTRACT RECORDS DIFFER FROM WRITTEN'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF RETURNS-READ NOT = PT-SUM-WRITE
               MOVE 'RETURNS RECORDS DIFFER FROM WRITTEN'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF REJECTS-READ NOT = PT-SUM-REJECT
               MOVE 'REJECTS DIFFER FROM REPORTED' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF FT-QTY NOT = PT-SUM-QTY
               MOVE 'QUANTITY DIFFERS FROM PARTITIONS' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF FT-VALUE NOT = PT-SUM-VALUE
               MOVE 'VALUE DIFFERS FROM PARTITIONS' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF FT-RETURN-QTY NOT = PT-SUM-RETURN-QTY
                   OR FT-RETURN-VALUE NOT = PT-SUM-RETURN-VALUE
               MOVE 'RETURNS DIFFER FROM PARTITIONS' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       CHECK-BALANCE-EXIT-PARA.
           EXIT.
      *> A partition that counted a different feed ran against some
      *> other night's input - its share cannot be trusted however
      *> the sums fall.
       CHECK-FEED-COUNTS-PARA.
           OPEN INPUT PART-TOTALS-FILE
           IF NOT FS-PART-TOTALS-FILE-OK
               GO TO CHECK-FEED-COUNTS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-TOTALS-FILE-EOF
               READ PART-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PT-FEED-COUNT IS NUMERIC
                           AND PT-FEED-COUNT NOT = FEED-COUNT
                       MOVE PT-PART-ID TO WS-FP-PART-ID
                       MOVE 'READ A DIFFERENT FEED' TO WS-FP-REASON
                       MOVE WS-FAIL-PART-TEXT TO WS-FAIL-TEXT
                       PERFORM ADD-FAILURE-PARA
                           THRU ADD-FAILURE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-TOTALS-FILE.
       CHECK-FEED-COUNTS-EXIT-PARA.
           EXIT.
      *> Second pass, only once everything has balanced: the
      *> partition files become the night's extract, reject and
      *> returns generations, the CSV file when it is asked for,
      *> and the partitions' summary records join the history -
      *> every record dated with the day the feed was taken.
       COPY-FILES-PARA.
           OPEN OUTPUT OUTPUT-FILE
           IF NOT FS-OUTPUT-FILE-OK
               DISPLAY 'OUTPUT FILE OPEN FAILED: ' FS-OUTPUT-FILE
               MOVE 'OUTPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-OUTPUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO COPY-FILES-EXIT-PARA
           END-IF.
           OPEN INPUT PART-OUTPUT-FILE.
           PERFORM UNTIL FS-PART-OUTPUT-FILE-EOF
               READ PART-OUTPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-REG-PROC-DATE TO PO-EXTRACT-DATE
                   WRITE OUTPUT-FILE-REC FROM PART-OUTPUT-REC
                   ADD 1 TO OUTPUT-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE PART-OUTPUT-FILE OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE
           IF NOT FS-REJECT-FILE-OK
               DISPLAY 'REJECT FILE OPEN FAILED: ' FS-REJECT-FILE
               MOVE 'REJECT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REJECT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO COPY-FILES-EXIT-PARA
           END-IF.
           OPEN INPUT PART-REJECT-FILE.
           PERFORM UNTIL FS-PART-REJECT-FILE-EOF
               READ PART-REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-REG-PROC-DATE TO PJ-EXTRACT-DATE
                   WRITE REJECT-FILE-REC FROM PART-REJECT-REC
                   ADD 1 TO REJECTS-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE PART-REJECT-FILE REJECT-FILE.
           OPEN OUTPUT RETURNS-FILE
           IF NOT FS-RETURNS-FILE-OK
               DISPLAY 'RETURNS FILE OPEN FAILED: ' FS-RETURNS-FILE
               MOVE 'RETURNS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RETURNS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO COPY-FILES-EXIT-PARA
           END-IF.
           OPEN INPUT PART-RETURNS-FILE.
           PERFORM UNTIL FS-PART-RETURNS-FILE-EOF
               READ PART-RETURNS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-REG-PROC-DATE TO PR-RUN-DATE
                   WRITE RETURNS-FILE-REC FROM PART-RETURNS-REC
                   ADD 1 TO RETURNS-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE PART-RETURNS-FILE RETURNS-FILE.
           PERFORM COPY-SUMMARY-PARA THRU COPY-SUMMARY-EXIT-PARA.
           IF WS-CSV-MODE-ON
               PERFORM COPY-CSV-PARA THRU COPY-CSV-EXIT-PARA
           END-IF.
       COPY-FILES-EXIT-PARA.
           EXIT.
       COPY-SUMMARY-PARA.
           OPEN INPUT PART-SUMMARY-FILE
           IF NOT FS-PART-SUMMARY-FILE-OK
               DISPLAY 'PART SUMMARY OPEN FAILED: '
                   FS-PART-SUMMARY-FILE
               MOVE 'PART-SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               GO TO COPY-SUMMARY-EXIT-PARA
           END-IF.
           OPEN EXTEND SUMMARY-FILE.
           IF FS-SUMMARY-FILE-NEW
               OPEN OUTPUT SUMMARY-FILE
           END-IF.
           IF NOT FS-SUMMARY-FILE-OK
               DISPLAY 'SUMMARY FILE OPEN FAILED: ' FS-SUMMARY-FILE
               MOVE 'SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SUMMARY-FILE
               CLOSE PART-SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               GO TO COPY-SUMMARY-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PART-SUMMARY-FILE-EOF
               READ PART-SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-REG-PROC-DATE TO PS-RUN-DATE
                   WRITE SUMMARY-FILE-REC FROM PART-SUMMARY-REC
                   ADD 1 TO SUMMARY-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE PART-SUMMARY-FILE SUMMARY-FILE.
       COPY-SUMMARY-EXIT-PARA.
           EXIT.
      *> The partitions write their CSV lines without the header -
      *> it goes on once, here, ahead of all of them.
       COPY-CSV-PARA.
           OPEN INPUT PART-CSV-FILE
           IF NOT FS-PART-CSV-FILE-OK
               DISPLAY 'PART CSV OPEN FAILED: ' FS-PART-CSV-FILE
               MOVE 'PART-CSV-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-CSV-FILE
               MOVE 8 TO RETURN-CODE
               GO TO COPY-CSV-EXIT-PARA
           END-IF.
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF NOT FS-CSV-OUTPUT-FILE-OK
               DISPLAY 'CSV FILE OPEN FAILED: ' FS-CSV-OUTPUT-FILE
               MOVE 'CSV-OUTPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CSV-OUTPUT-FILE
               CLOSE PART-CSV-FILE
               MOVE 8 TO RETURN-CODE
               GO TO COPY-CSV-EXIT-PARA
           END-IF.
           MOVE CSV-HEADER-LINE TO CSV-OUTPUT-REC.
           WRITE CSV-OUTPUT-REC.
           PERFORM UNTIL FS-PART-CSV-FILE-EOF
               READ PART-CSV-FILE
               AT END
                   CONTINUE
               NOT AT END
                   WRITE CSV-OUTPUT-REC FROM PART-CSV-REC
                   ADD 1 TO CSV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE PART-CSV-FILE CSV-OUTPUT-FILE.
       COPY-CSV-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       ADD-FAILURE-PARA.
           IF WS-FAIL-COUNT < WS-FAIL-MAX
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-FAIL-TEXT TO WS-FAIL-ENTRY (WS-FAIL-COUNT)
           END-IF.
       ADD-FAILURE-EXIT-PARA.
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
           MOVE 'EXTMERGE CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT
               MOVE WS-TBL-PART-ID (WS-PX)   TO PD-PART-ID
               MOVE WS-TBL-PART-LOW (WS-PX)  TO PD-PART-LOW
               MOVE WS-TBL-PART-HIGH (WS-PX) TO PD-PART-HIGH
               MOVE WS-TBL-READ (WS-PX)      TO PD-READ
               MOVE WS-TBL-WRITE (WS-PX)     TO PD-WRITE
               MOVE WS-TBL-REJECT (WS-PX)    TO PD-REJECT
               MOVE WS-TBL-VALUE (WS-PX)     TO PD-VALUE
               MOVE PART-DETAIL-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-PERFORM.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PARTITIONS            :' TO CT-LABEL
           MOVE WS-PART-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FEED RECORDS          :' TO CT-LABEL
           MOVE FEED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PARTITION READS       :' TO CT-LABEL
           MOVE PT-SUM-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS WRITTEN       :' TO CT-LABEL
           MOVE PT-SUM-WRITE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT RECORDS FOUND :' TO CT-LABEL
           MOVE OUTPUT-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS RECORDS FOUND :' TO CT-LABEL
           MOVE RETURNS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS REJECTED      :' TO CT-LABEL
           MOVE PT-SUM-REJECT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REJECT RECORDS FOUND  :' TO CT-LABEL
           MOVE REJECTS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'QUANTITY EXTRACTED    :' TO CQ-LABEL
           MOVE PT-SUM-QTY TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'QUANTITY FOUND        :' TO CQ-LABEL
           MOVE FT-QTY TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VALUE EXTRACTED       :' TO CA-LABEL
           MOVE PT-SUM-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VALUE FOUND           :' TO CA-LABEL
           MOVE FT-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS VALUE         :' TO CA-LABEL
           MOVE PT-SUM-RETURN-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS VALUE FOUND   :' TO CA-LABEL
           MOVE FT-RETURN-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FAIL-COUNT
               MOVE WS-FAIL-ENTRY (WS-FX) TO FL-TEXT
               MOVE FAILURE-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-PERFORM.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-FAIL-COUNT > 0 OR WS-ABORT-RUN
               MOVE 'OUT OF BALANCE' TO RC-RESULT
           ELSE
               MOVE 'IN BALANCE' TO RC-RESULT
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT WRITTEN       :' TO CT-LABEL
           MOVE OUTPUT-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REJECTS WRITTEN       :' TO CT-LABEL
           MOVE REJECTS-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS WRITTEN       :' TO CT-LABEL
           MOVE RETURNS-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RECS APPENDED :' TO CT-LABEL
           MOVE SUMMARY-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           IF WS-CSV-MODE-ON
               MOVE 'CSV LINES WRITTEN     :' TO CT-LABEL
               MOVE CSV-WRITTEN TO CT-VALUE
               MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-IF.
           MOVE 'MERGE                 :' TO RC-LABEL.
           IF OUTPUT-WRITTEN = OUTPUT-READ AND WS-FAIL-COUNT = 0
                   AND NOT WS-ABORT-RUN
               MOVE 'COMPLETED' TO RC-RESULT
           ELSE
               MOVE 'NOT DONE - OUT OF BALANCE' TO RC-RESULT
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
