       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.
       AUTHOR. QUYENNC

      *> Store inventory posting - the on-hand ledger store ops have
      *> been rebuilding in a spreadsheet every Monday from the
      *> extract and a pile of delivery notes, always a week stale
      *> and never agreeing with the shelf. The inventory master
      *> holds one row per store/item (kept in STORE-ID/ITEM-ID
      *> sequence) with the quantity on hand and the reorder point
      *> INVRORD reports against. Two sources move it, sorted
      *> together into one movement stream and applied against the
      *> master in the classic old-master/new-master balance-line
      *> style, same shape as ITEMMNT's merge:
      *>   - the night's extract generation, whose O-QTY sold per
      *>     store/item comes off the shelf (or, where the key's
      *>     returns outweighed its sales, goes back on it);
      *>   - the stock transaction file: deliveries received,
      *>     transfers between stores, stock-count results, and
      *>     reorder-point settings.
      *> Transactions are edited against STORE-MASTER and
      *> ITEM-MASTER before they are released to the sort; failures
      *> land on the reject file with a reason code and never touch
      *> the master. Every non-sale movement is journaled with the
      *> on-hand before and after, and the control report proves
      *> opening stock plus movements equals closing stock.
      *> The ledger's control record carries the date of the last
      *> extract posted to it; an extract dated no later than that
      *> has been posted already (or is older than one that has)
      *> and is refused with RC 8 before anything is sorted, so a
      *> rerun of the job cannot take the same sales off the shelf
      *> twice. The new control record goes out beside the new
      *> master and is swapped in with it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO INV-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OLD-MASTER.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
      *> One control record for the ledger, old and new like the
      *> master itself. An empty old control file is a ledger
      *> nothing has been posted to yet.
           SELECT INV-CONTROL ASSIGN TO INV-CONTROL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INV-CONTROL.
           SELECT NEW-CONTROL ASSIGN TO NEW-CONTROL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-CONTROL.
      *> The night's extract generation - SEQFILE-READ-WRITE's
      *> enriched output record. Every record on it already passed
      *> the extract's store/item edits, so it is released as a
      *> sale without re-editing.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXTRACT-FILE.
      *> One stock transaction per record: R (delivery received),
      *> T (transfer from one store to another), C (stock count -
      *> the counted quantity replaces the book figure) or P
      *> (reorder point and reorder quantity for the store/item).
           SELECT INV-TRANS-FILE ASSIGN TO INV-TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INV-TRANS-FILE.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
           SELECT ITEM-MASTER ASSIGN TO ITEM-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ITEM-MASTER.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-MOVES ASSIGN TO SORTED-MOVES-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-MOVES.
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-JOURNAL-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> One row per store/item. On hand is signed: a store that
      *> sells more than the book says it had goes negative rather
      *> than being quietly floored at zero - a negative row is the
      *> first sign of a missed delivery note or shrinkage.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
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
       FD  NEW-MASTER.
       01  NEW-MASTER-REC       PIC X(80).
       FD  INV-CONTROL.
       01  INV-CONTROL-REC.
           05  IC-LAST-EXTRACT-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  IC-POSTED-DATE   PIC 9(08).
           05  FILLER           PIC X(63).
       FD  NEW-CONTROL.
       01  NEW-CONTROL-REC      PIC X(80).
      *> Only the key, quantity, extract date and net sign are broken
      *> out - O-QTY sits at positions 69-73, O-EXTRACT-DATE at 89-96
      *> and O-NET-SIGN at 97.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05  EX-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  EX-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(52).
           05  EX-QTY           PIC 9(05).
           05  FILLER           PIC X(15).
           05  EX-EXTRACT-DATE  PIC 9(08).
           05  EX-NET-SIGN      PIC X(01).
               88  EX-NET-NEGATIVE       VALUE '-'.
           05  FILLER           PIC X(03).
       FD  INV-TRANS-FILE.
       01  INV-TRANS-REC.
           05  IT-TRANS-TYPE    PIC X(01).
               88  IT-IS-RECEIPT         VALUE 'R'.
               88  IT-IS-TRANSFER        VALUE 'T'.
               88  IT-IS-COUNT           VALUE 'C'.
               88  IT-IS-REORDER         VALUE 'P'.
           05  IT-STORE-ID      PIC X(05).
           05  IT-STORE-ID-N REDEFINES IT-STORE-ID
                                PIC 9(05).
           05  IT-ITEM-ID       PIC X(10).
           05  IT-QTY           PIC X(07).
           05  IT-QTY-N REDEFINES IT-QTY
                                PIC 9(07).
      *> Receiving store on a T transaction; IT-STORE-ID is the
      *> store the stock leaves.
           05  IT-TO-STORE-ID   PIC X(05).
           05  IT-TO-STORE-ID-N REDEFINES IT-TO-STORE-ID
                                PIC 9(05).
           05  IT-REORDER-POINT PIC X(07).
           05  IT-REORDER-POINT-N REDEFINES IT-REORDER-POINT
                                PIC 9(07).
           05  IT-REORDER-QTY   PIC X(07).
           05  IT-REORDER-QTY-N REDEFINES IT-REORDER-QTY
                                PIC 9(07).
      *> Delivery note, transfer docket or count sheet number -
      *> carried onto the journal so a movement can be traced back
      *> to the paper.
           05  IT-REFERENCE     PIC X(10).
           05  IT-TRANS-DATE    PIC X(08).
           05  FILLER           PIC X(20).
      *> Same STORE-MASTER record SEQFILE-READ-WRITE and STOREMNT
      *> read.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
           05  FILLER           PIC X(52).
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
      *> The movement class orders a store/item's movements inside
      *> the sort: reorder settings first, then stock arriving and
      *> leaving, then the day's sales, and the stock count last -
      *> the count is the shelf at close of business and has to
      *> override everything the book says happened before it.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-STORE-ID      PIC X(05).
           05  SW-ITEM-ID       PIC X(10).
           05  SW-CLASS         PIC X(01).
           05  FILLER           PIC X(64).
       FD  SORTED-MOVES.
       01  SORTED-MOVE-REC.
           05  MV-STORE-ID      PIC X(05).
           05  MV-ITEM-ID       PIC X(10).
           05  MV-CLASS         PIC X(01).
           05  MV-TYPE          PIC X(01).
               88  MV-IS-REORDER         VALUE 'P'.
               88  MV-IS-RECEIPT         VALUE 'R'.
               88  MV-IS-TRANSFER-IN     VALUE 'I'.
               88  MV-IS-TRANSFER-OUT    VALUE 'O'.
               88  MV-IS-SALE            VALUE 'S'.
               88  MV-IS-RETURN          VALUE 'B'.
               88  MV-IS-COUNT           VALUE 'C'.
           05  MV-QTY           PIC 9(07).
           05  MV-REORDER-POINT PIC 9(07).
           05  MV-REORDER-QTY   PIC 9(07).
           05  MV-REFERENCE     PIC X(10).
           05  MV-DATE          PIC 9(08).
           05  MV-OTHER-STORE   PIC X(05).
           05  FILLER           PIC X(19).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE         PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-TRANS-TYPE    PIC X(01).
           05  FILLER           PIC X(01).
           05  RJ-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  RJ-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-QTY           PIC X(07).
           05  FILLER           PIC X(01).
           05  RJ-REFERENCE     PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(16).
           05  FILLER           PIC X(26).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-OLD-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-OLD-MASTER-OK            VALUE '00'.
           88  FS-OLD-MASTER-EOF           VALUE '10'.
       01  FS-NEW-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-INV-CONTROL      PIC X(02)  VALUE SPACES.
           88  FS-INV-CONTROL-OK           VALUE '00'.
           88  FS-INV-CONTROL-EOF          VALUE '10'.
       01  FS-NEW-CONTROL      PIC X(02)  VALUE SPACES.
           88  FS-NEW-CONTROL-OK           VALUE '00'.
       01  FS-EXTRACT-FILE     PIC X(02)  VALUE SPACES.
           88  FS-EXTRACT-FILE-OK          VALUE '00'.
           88  FS-EXTRACT-FILE-EOF         VALUE '10'.
       01  FS-INV-TRANS-FILE   PIC X(02)  VALUE SPACES.
           88  FS-INV-TRANS-FILE-OK        VALUE '00'.
           88  FS-INV-TRANS-FILE-EOF       VALUE '10'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
           88  FS-STORE-MASTER-EOF         VALUE '10'.
       01  FS-ITEM-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-ITEM-MASTER-OK           VALUE '00'.
           88  FS-ITEM-MASTER-EOF          VALUE '10'.
       01  FS-SORTED-MOVES     PIC X(02)  VALUE SPACES.
           88  FS-SORTED-MOVES-OK          VALUE '00'.
           88  FS-SORTED-MOVES-EOF         VALUE '10'.
       01  FS-JOURNAL-FILE     PIC X(02)  VALUE SPACES.
           88  FS-JOURNAL-FILE-OK          VALUE '00'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> STORE-MASTER and ITEM-MASTER are loaded once so every
      *> transaction edit is a SEARCH ALL probe, same treatment the
      *> extract gives them. Only existence matters here, so the
      *> item table holds one id per item however many
      *> effective-dated price rows the master carries for it.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT  PIC 9(05) VALUE 0.
           05  WS-STORE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-STORE-COUNT
                   ASCENDING KEY IS WS-TBL-STORE-ID
                   INDEXED BY STORE-IX.
               10  WS-TBL-STORE-ID     PIC 9(05).
       01  WS-LAST-STORE-ID    PIC 9(05) VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT   PIC 9(05) VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   ASCENDING KEY IS WS-TBL-ITEM-ID
                   INDEXED BY ITEM-IX.
               10  WS-TBL-ITEM-ID      PIC X(10).
       01  WS-LAST-ITEM-ID     PIC X(10) VALUE LOW-VALUES.
       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-FOUND                   VALUE 'Y'.
       01  WS-LOOKUP-STORE-ID  PIC 9(05) VALUE 0.
      *> The movement being built for RELEASE - one per extract
      *> record, one per accepted transaction, two per transfer (the
      *> sending store's O and the receiving store's I).
       01  WS-MOVE-RECORD.
           05  WS-MV-STORE-ID      PIC X(05).
           05  WS-MV-ITEM-ID       PIC X(10).
           05  WS-MV-CLASS         PIC X(01).
           05  WS-MV-TYPE          PIC X(01).
           05  WS-MV-QTY           PIC 9(07).
           05  WS-MV-REORDER-POINT PIC 9(07).
           05  WS-MV-REORDER-QTY   PIC 9(07).
           05  WS-MV-REFERENCE     PIC X(10).
           05  WS-MV-DATE          PIC 9(08).
           05  WS-MV-OTHER-STORE   PIC X(05).
           05  FILLER              PIC X(19).
       01  WS-REJECT-REASON    PIC X(16) VALUE SPACES.
      *> Balance-line state, same shape as ITEMMNT's: the carried
      *> inventory row, the keys both sides park HIGH-VALUES in at
      *> end of data, and the allocated switch for the active key.
       01  WS-CARRY-RECORD.
           05  WS-CARRY-STORE-ID    PIC 9(05).
           05  WS-CARRY-DELIMIT     PIC X(01).
           05  WS-CARRY-ITEM-ID     PIC X(10).
           05  WS-CARRY-DELIMIT-2   PIC X(01).
           05  WS-CARRY-ON-HAND     PIC S9(07).
           05  WS-CARRY-DELIMIT-3   PIC X(01).
           05  WS-CARRY-REORDER-POINT PIC 9(07).
           05  WS-CARRY-DELIMIT-4   PIC X(01).
           05  WS-CARRY-REORDER-QTY PIC 9(07).
           05  WS-CARRY-DELIMIT-5   PIC X(01).
           05  WS-CARRY-LAST-SALE   PIC 9(08).
           05  WS-CARRY-DELIMIT-6   PIC X(01).
           05  WS-CARRY-LAST-RECV   PIC 9(08).
           05  FILLER               PIC X(22).
       01  WS-MASTER-KEY.
           05  WS-MASTER-KEY-STORE PIC X(05).
           05  WS-MASTER-KEY-ITEM  PIC X(10).
       01  WS-MOVE-KEY.
           05  WS-MOVE-KEY-STORE   PIC X(05).
           05  WS-MOVE-KEY-ITEM    PIC X(10).
       01  WS-ACTIVE-KEY       PIC X(15) VALUE SPACES.
       01  WS-ALLOCATED-SW     PIC X(01) VALUE 'N'.
           88  WS-ALLOCATED               VALUE 'Y'.
       01  WS-OLD-ON-HAND      PIC S9(07) VALUE 0.
       01  WS-COUNT-ADJUST     PIC S9(07) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08) VALUE 0.
      *> The date on tonight's extract generation - EXTMERGE stamps
      *> one date on every record of it - and the date of the last
      *> extract the ledger has had posted.
       01  WS-EXTRACT-DATE     PIC 9(08) VALUE 0.
       01  WS-LAST-POSTED-DATE PIC 9(08) VALUE 0.
       01  COUNTERS.
           05  EXTRACT-COUNT   PIC 9(07).
           05  TRANS-COUNT     PIC 9(07).
           05  ACCEPTED-COUNT  PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
           05  RELEASED-COUNT  PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
           05  ROWS-ADDED-COUNT PIC 9(07).
           05  NEGATIVE-COUNT  PIC 9(07).
           05  JOURNAL-COUNT   PIC 9(07).
      *> Stock proof: opening book stock plus every movement must
      *> equal closing book stock. Transfers in and out are kept
      *> apart so a transfer whose receiving leg went missing
      *> shows as a difference between them.
       01  STOCK-TOTALS.
           05  WS-OPENING-STOCK    PIC S9(11).
           05  WS-CLOSING-STOCK    PIC S9(11).
           05  WS-QTY-SOLD         PIC S9(11).
           05  WS-QTY-RETURNED     PIC S9(11).
           05  WS-QTY-RECEIVED     PIC S9(11).
           05  WS-QTY-XFER-IN      PIC S9(11).
           05  WS-QTY-XFER-OUT     PIC S9(11).
           05  WS-QTY-COUNT-ADJ    PIC S9(11).
           05  WS-EXPECTED-STOCK   PIC S9(11).
       01  WS-ABORT-SW         PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN               VALUE 'Y'.
       01  JOURNAL-HEADING.
           05  FILLER          PIC X(07)  VALUE 'STORE'.
           05  FILLER          PIC X(12)  VALUE 'ITEM ID'.
           05  FILLER          PIC X(04)  VALUE 'TYP'.
           05  FILLER          PIC X(12)  VALUE 'REFERENCE'.
           05  FILLER          PIC X(07)  VALUE 'OTHER'.
           05  FILLER          PIC X(10)  VALUE '  OLD O/H'.
           05  FILLER          PIC X(10)  VALUE '   QTY'.
           05  FILLER          PIC X(18)  VALUE '  NEW O/H'.
       01  JOURNAL-DETAIL.
           05  JD-STORE-ID     PIC X(05).
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-ITEM-ID      PIC X(10).
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-TYPE         PIC X(01).
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  JD-REFERENCE    PIC X(10).
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-OTHER-STORE  PIC X(05).
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-OLD-ON-HAND  PIC -ZZZZZZ9.
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-QTY          PIC -ZZZZZZ9.
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  JD-NEW-ON-HAND  PIC -ZZZZZZ9.
           05  FILLER          PIC X(10)  VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
      *> Signed and wider than CT-VALUE - stock totals run to the
      *> whole chain's shelves and can be negative.
       01  CONTROL-QTY-LINE.
           05  CQ-LABEL        PIC X(23).
           05  CQ-VALUE        PIC -ZZZZZZZZZZ9.
           05  FILLER          PIC X(45).
       01  CONTROL-DATE-LINE.
           05  CD-LABEL        PIC X(23).
           05  CD-VALUE        PIC 9(08).
           05  FILLER          PIC X(49).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'INVPOST'.

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
               PERFORM SORT-PARA THRU SORT-EXIT-PARA
               PERFORM OPEN-MERGE-PARA THRU OPEN-MERGE-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM MERGE-PARA THRU MERGE-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           ADD EXTRACT-COUNT TRANS-COUNT GIVING WS-RT-READ-COUNT.
           MOVE APPLIED-COUNT TO WS-RT-WRITE-COUNT.
           MOVE REJECT-COUNT TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
      *> The reference tables and the reject file have to be ready
      *> before the sort - the input procedure edits transactions
      *> against the tables and writes its rejects as it goes.
       OPEN-PARA.
           INITIALIZE COUNTERS STOCK-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STORE-MASTER-PARA
               THRU LOAD-STORE-MASTER-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-ITEM-MASTER-PARA
               THRU LOAD-ITEM-MASTER-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REJECT-FILE
           IF FS-REJECT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'REJECT FILE OPEN FAILED: ' FS-REJECT-FILE
               MOVE 'REJECT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REJECT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> Both inputs are proved readable here, ahead of the sort,
      *> so a missing extract generation stops the run instead of
      *> posting the deliveries alone and leaving the day's sales
      *> on the shelf.
           OPEN INPUT EXTRACT-FILE
           IF FS-EXTRACT-FILE-OK
               READ EXTRACT-FILE
               IF FS-EXTRACT-FILE-OK
                   MOVE EX-EXTRACT-DATE TO WS-EXTRACT-DATE
               END-IF
               CLOSE EXTRACT-FILE
           ELSE
               DISPLAY 'EXTRACT FILE OPEN FAILED: ' FS-EXTRACT-FILE
               MOVE 'EXTRACT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXTRACT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT INV-TRANS-FILE
           IF FS-INV-TRANS-FILE-OK
               CLOSE INV-TRANS-FILE
           ELSE
               DISPLAY 'STOCK TRANS FILE OPEN FAILED: '
                   FS-INV-TRANS-FILE
               MOVE 'INV-TRANS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INV-TRANS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
      *> An empty extract generation moves nothing and is let
      *> through - the day's stock transactions still post, and the
      *> ledger keeps the date of the last extract it did take.
       READ-CONTROL-PARA.
           OPEN INPUT INV-CONTROL
           IF FS-INV-CONTROL-OK
               CONTINUE
           ELSE
               DISPLAY 'INVENTORY CONTROL OPEN FAILED: '
                   FS-INV-CONTROL
               MOVE 'INV-CONTROL' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INV-CONTROL
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-CONTROL-EXIT-PARA
           END-IF.
           READ INV-CONTROL
           IF FS-INV-CONTROL-OK
               IF IC-LAST-EXTRACT-DATE IS NUMERIC
                   MOVE IC-LAST-EXTRACT-DATE TO WS-LAST-POSTED-DATE
               ELSE
                   DISPLAY 'INVENTORY CONTROL RECORD NOT NUMERIC'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE INV-CONTROL.
           IF WS-ABORT-RUN
               GO TO READ-CONTROL-EXIT-PARA
           END-IF.
           IF WS-EXTRACT-DATE = 0
               MOVE WS-LAST-POSTED-DATE TO WS-EXTRACT-DATE
               GO TO READ-CONTROL-EXIT-PARA
           END-IF.
           IF WS-EXTRACT-DATE NOT > WS-LAST-POSTED-DATE
               DISPLAY 'EXTRACT OF ' WS-EXTRACT-DATE
                   ' NOT AFTER LAST POSTED ' WS-LAST-POSTED-DATE
                   ' - NOT POSTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       READ-CONTROL-EXIT-PARA.
           EXIT.
      *> A missing store master would reject every transaction as
      *> UNKNOWN-STORE, so the run stops instead - and an
      *> out-of-sequence one would make SEARCH ALL quietly miss.
       LOAD-STORE-MASTER-PARA.
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
               GO TO LOAD-STORE-MASTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-STORE-MASTER-EOF OR WS-ABORT-RUN
               READ STORE-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-STORE-COUNT > 0
                           AND SM-STORE-ID NOT > WS-LAST-STORE-ID
                       DISPLAY 'STORE MASTER OUT OF SEQUENCE AT '
                           SM-STORE-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-STORE-COUNT < 5000
                           ADD 1 TO WS-STORE-COUNT
                           SET STORE-IX TO WS-STORE-COUNT
                           MOVE SM-STORE-ID
                               TO WS-TBL-STORE-ID (STORE-IX)
                           MOVE SM-STORE-ID TO WS-LAST-STORE-ID
                       ELSE
                           DISPLAY 'STORE MASTER TABLE FULL, STORE '
                               SM-STORE-ID ' NOT LOADED'
                           MOVE 'Y' TO WS-ABORT-SW
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER.
       LOAD-STORE-MASTER-EXIT-PARA.
           EXIT.
      *> An item's effective-dated rows arrive together (the master
      *> is kept in ITEM-ID/EFF-DATE sequence), so a repeat of the
      *> last id loaded is simply skipped.
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
                   EVALUATE TRUE
                       WHEN WS-ITEM-COUNT > 0
                               AND IM-ITEM-ID = WS-LAST-ITEM-ID
                           CONTINUE
                       WHEN WS-ITEM-COUNT > 0
                               AND IM-ITEM-ID < WS-LAST-ITEM-ID
                           DISPLAY 'ITEM MASTER OUT OF SEQUENCE AT '
                               IM-ITEM-ID
                           MOVE 'Y' TO WS-ABORT-SW
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-ITEM-COUNT < 20000
                           ADD 1 TO WS-ITEM-COUNT
                           SET ITEM-IX TO WS-ITEM-COUNT
                           MOVE IM-ITEM-ID
                               TO WS-TBL-ITEM-ID (ITEM-IX)
                           MOVE IM-ITEM-ID TO WS-LAST-ITEM-ID
                       WHEN OTHER
                           DISPLAY 'ITEM MASTER TABLE FULL, ITEM '
                               IM-ITEM-ID ' NOT LOADED'
                           MOVE 'Y' TO WS-ABORT-SW
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ITEM-MASTER.
       LOAD-ITEM-MASTER-EXIT-PARA.
           EXIT.
      *> WITH DUPLICATES IN ORDER so a store/item's movements of the
      *> same class apply in the order they arrived.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STORE-ID
               ON ASCENDING KEY SW-ITEM-ID
               ON ASCENDING KEY SW-CLASS
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-MOVES-PARA
                   THRU RELEASE-MOVES-EXIT-PARA
               GIVING SORTED-MOVES.
       SORT-EXIT-PARA.
           EXIT.
       RELEASE-MOVES-PARA.
           MOVE SPACES TO FS-EXTRACT-FILE.
           OPEN INPUT EXTRACT-FILE.
           PERFORM UNTIL FS-EXTRACT-FILE-EOF
               READ EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO EXTRACT-COUNT
                   PERFORM RELEASE-SALE-PARA
                       THRU RELEASE-SALE-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.
           MOVE SPACES TO FS-INV-TRANS-FILE.
           OPEN INPUT INV-TRANS-FILE.
           PERFORM UNTIL FS-INV-TRANS-FILE-EOF
               READ INV-TRANS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO TRANS-COUNT
                   PERFORM EDIT-TRANS-PARA THRU EDIT-TRANS-EXIT-PARA
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO ACCEPTED-COUNT
                       PERFORM RELEASE-TRANS-PARA
                           THRU RELEASE-TRANS-EXIT-PARA
                   ELSE
                       PERFORM WRITE-REJECT-PARA
                           THRU WRITE-REJECT-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE INV-TRANS-FILE.
       RELEASE-MOVES-EXIT-PARA.
           EXIT.
       RELEASE-SALE-PARA.
           MOVE SPACES         TO WS-MOVE-RECORD.
           MOVE EX-STORE-ID    TO WS-MV-STORE-ID.
           MOVE EX-ITEM-ID     TO WS-MV-ITEM-ID.
           MOVE '3'            TO WS-MV-CLASS.
      *> A net-negative extract record is customer returns in excess
      *> of the day's sales - that stock is back on the shelf.
           IF EX-NET-NEGATIVE
               MOVE 'B'        TO WS-MV-TYPE
           ELSE
               MOVE 'S'        TO WS-MV-TYPE
           END-IF.
           MOVE EX-QTY         TO WS-MV-QTY.
           MOVE 0              TO WS-MV-REORDER-POINT
                                  WS-MV-REORDER-QTY.
           MOVE EX-EXTRACT-DATE TO WS-MV-DATE.
           RELEASE SORT-WORK-REC FROM WS-MOVE-RECORD.
           ADD 1 TO RELEASED-COUNT.
       RELEASE-SALE-EXIT-PARA.
           EXIT.
      *> First failure wins the reason code, same as EMPMAINT's
      *> field edits. A receipt or transfer of nothing is a keying
      *> error; a count of nothing is a genuinely empty shelf.
       EDIT-TRANS-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT IT-IS-RECEIPT AND NOT IT-IS-TRANSFER
                   AND NOT IT-IS-COUNT AND NOT IT-IS-REORDER
               MOVE 'BAD-TRANS-TYPE' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           IF IT-STORE-ID IS NOT NUMERIC
               MOVE 'UNKNOWN-STORE' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           MOVE IT-STORE-ID-N TO WS-LOOKUP-STORE-ID.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
           IF NOT WS-FOUND
               MOVE 'UNKNOWN-STORE' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           PERFORM FIND-ITEM-PARA THRU FIND-ITEM-EXIT-PARA.
           IF NOT WS-FOUND
               MOVE 'UNKNOWN-ITEM' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           IF IT-IS-REORDER
               IF IT-REORDER-POINT IS NOT NUMERIC
                       OR IT-REORDER-QTY IS NOT NUMERIC
                   MOVE 'BAD-REORDER' TO WS-REJECT-REASON
               END-IF
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           IF IT-QTY IS NOT NUMERIC
               MOVE 'BAD-QUANTITY' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           IF IT-QTY-N = 0 AND NOT IT-IS-COUNT
               MOVE 'BAD-QUANTITY' TO WS-REJECT-REASON
               GO TO EDIT-TRANS-EXIT-PARA
           END-IF.
           IF IT-IS-TRANSFER
               IF IT-TO-STORE-ID IS NOT NUMERIC
                   MOVE 'UNKNOWN-TO-STORE' TO WS-REJECT-REASON
                   GO TO EDIT-TRANS-EXIT-PARA
               END-IF
               IF IT-TO-STORE-ID = IT-STORE-ID
                   MOVE 'SAME-STORE' TO WS-REJECT-REASON
                   GO TO EDIT-TRANS-EXIT-PARA
               END-IF
               MOVE IT-TO-STORE-ID-N TO WS-LOOKUP-STORE-ID
               PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA
               IF NOT WS-FOUND
                   MOVE 'UNKNOWN-TO-STORE' TO WS-REJECT-REASON
                   GO TO EDIT-TRANS-EXIT-PARA
               END-IF
           END-IF.
       EDIT-TRANS-EXIT-PARA.
           EXIT.
      *> An undated transaction is taken as dated today.
       RELEASE-TRANS-PARA.
           MOVE SPACES         TO WS-MOVE-RECORD.
           MOVE IT-STORE-ID    TO WS-MV-STORE-ID.
           MOVE IT-ITEM-ID     TO WS-MV-ITEM-ID.
           MOVE IT-TRANS-TYPE  TO WS-MV-TYPE.
           MOVE 0              TO WS-MV-QTY WS-MV-REORDER-POINT
                                  WS-MV-REORDER-QTY.
           MOVE IT-REFERENCE   TO WS-MV-REFERENCE.
           IF IT-TRANS-DATE IS NUMERIC
               MOVE IT-TRANS-DATE TO WS-MV-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-MV-DATE
           END-IF.
           EVALUATE TRUE
               WHEN IT-IS-REORDER
                   MOVE '1' TO WS-MV-CLASS
                   MOVE IT-REORDER-POINT-N TO WS-MV-REORDER-POINT
                   MOVE IT-REORDER-QTY-N   TO WS-MV-REORDER-QTY
               WHEN IT-IS-RECEIPT
                   MOVE '2' TO WS-MV-CLASS
                   MOVE IT-QTY-N TO WS-MV-QTY
               WHEN IT-IS-COUNT
                   MOVE '4' TO WS-MV-CLASS
                   MOVE IT-QTY-N TO WS-MV-QTY
               WHEN IT-IS-TRANSFER
      *> The sending leg here; the receiving leg is released below
      *> under the other store's key.
                   MOVE '2' TO WS-MV-CLASS
                   MOVE 'O' TO WS-MV-TYPE
                   MOVE IT-QTY-N TO WS-MV-QTY
                   MOVE IT-TO-STORE-ID TO WS-MV-OTHER-STORE
           END-EVALUATE.
           RELEASE SORT-WORK-REC FROM WS-MOVE-RECORD.
           ADD 1 TO RELEASED-COUNT.
           IF IT-IS-TRANSFER
               MOVE IT-TO-STORE-ID TO WS-MV-STORE-ID
               MOVE 'I'            TO WS-MV-TYPE
               MOVE IT-STORE-ID    TO WS-MV-OTHER-STORE
               RELEASE SORT-WORK-REC FROM WS-MOVE-RECORD
               ADD 1 TO RELEASED-COUNT
           END-IF.
       RELEASE-TRANS-EXIT-PARA.
           EXIT.
       FIND-STORE-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           SEARCH ALL WS-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TBL-STORE-ID (STORE-IX) = WS-LOOKUP-STORE-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH.
       FIND-STORE-EXIT-PARA.
           EXIT.
       FIND-ITEM-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TBL-ITEM-ID (ITEM-IX) = IT-ITEM-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH.
       FIND-ITEM-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES           TO REJECT-REC.
           MOVE IT-TRANS-TYPE    TO RJ-TRANS-TYPE.
           MOVE IT-STORE-ID      TO RJ-STORE-ID.
           MOVE IT-ITEM-ID       TO RJ-ITEM-ID.
           MOVE IT-QTY           TO RJ-QTY.
           MOVE IT-REFERENCE     TO RJ-REFERENCE.
           MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
           WRITE REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
       OPEN-MERGE-PARA.
           OPEN INPUT OLD-MASTER
           IF FS-OLD-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'INVENTORY MASTER OPEN FAILED: ' FS-OLD-MASTER
               MOVE 'INV-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-OLD-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-MERGE-EXIT-PARA
           END-IF.
           OPEN OUTPUT NEW-MASTER
           IF FS-NEW-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'NEW MASTER OPEN FAILED: ' FS-NEW-MASTER
               MOVE 'NEW-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-NEW-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-MERGE-EXIT-PARA
           END-IF.
           OPEN INPUT SORTED-MOVES
           IF FS-SORTED-MOVES-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED MOVES OPEN FAILED: ' FS-SORTED-MOVES
               MOVE 'SORTED-MOVES' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-MOVES
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-MERGE-EXIT-PARA
           END-IF.
           OPEN OUTPUT JOURNAL-FILE
           IF FS-JOURNAL-FILE-OK
               WRITE JOURNAL-LINE FROM JOURNAL-HEADING
           ELSE
               DISPLAY 'JOURNAL OPEN FAILED: ' FS-JOURNAL-FILE
               MOVE 'JOURNAL-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-MERGE-EXIT-PARA
           END-IF.
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA.
           PERFORM READ-MOVE-PARA THRU READ-MOVE-EXIT-PARA.
       OPEN-MERGE-EXIT-PARA.
           EXIT.
       READ-MASTER-PARA.
           READ OLD-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           NOT AT END
               ADD 1 TO MASTER-IN-COUNT
               ADD IV-ON-HAND TO WS-OPENING-STOCK
               MOVE IV-STORE-ID TO WS-MASTER-KEY-STORE
               MOVE IV-ITEM-ID  TO WS-MASTER-KEY-ITEM
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
       READ-MOVE-PARA.
           READ SORTED-MOVES
           AT END
               MOVE HIGH-VALUES TO WS-MOVE-KEY
           NOT AT END
               MOVE MV-STORE-ID TO WS-MOVE-KEY-STORE
               MOVE MV-ITEM-ID  TO WS-MOVE-KEY-ITEM
           END-READ.
       READ-MOVE-EXIT-PARA.
           EXIT.
      *> Classic balance line, same shape as ITEMMNT's merge. A
      *> store/item with movements but no row yet gets one opened
      *> at zero - the first delivery to a new store, or a sale of
      *> a line the ledger has never seen (which then shows up
      *> negative on INVRORD, as it should).
       MERGE-PARA.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-MOVE-KEY = HIGH-VALUES
               IF WS-MASTER-KEY < WS-MOVE-KEY
                   MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
               ELSE
                   MOVE WS-MOVE-KEY TO WS-ACTIVE-KEY
               END-IF
               MOVE 'N' TO WS-ALLOCATED-SW
               IF WS-MASTER-KEY = WS-ACTIVE-KEY
                   MOVE OLD-MASTER-REC TO WS-CARRY-RECORD
                   MOVE 'Y' TO WS-ALLOCATED-SW
                   PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA
               END-IF
               IF WS-MOVE-KEY = WS-ACTIVE-KEY AND NOT WS-ALLOCATED
                   PERFORM OPEN-ROW-PARA THRU OPEN-ROW-EXIT-PARA
               END-IF
               PERFORM APPLY-MOVE-PARA THRU APPLY-MOVE-EXIT-PARA
                   UNTIL WS-MOVE-KEY NOT = WS-ACTIVE-KEY
               WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD
               ADD 1 TO MASTER-OUT-COUNT
               ADD WS-CARRY-ON-HAND TO WS-CLOSING-STOCK
               IF WS-CARRY-ON-HAND < 0
                   ADD 1 TO NEGATIVE-COUNT
               END-IF
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
       OPEN-ROW-PARA.
           MOVE SPACES         TO WS-CARRY-RECORD.
           MOVE MV-STORE-ID    TO WS-CARRY-STORE-ID.
           MOVE MV-ITEM-ID     TO WS-CARRY-ITEM-ID.
           MOVE '|'            TO WS-CARRY-DELIMIT
               WS-CARRY-DELIMIT-2 WS-CARRY-DELIMIT-3
               WS-CARRY-DELIMIT-4 WS-CARRY-DELIMIT-5
               WS-CARRY-DELIMIT-6.
           MOVE 0              TO WS-CARRY-ON-HAND
               WS-CARRY-REORDER-POINT WS-CARRY-REORDER-QTY
               WS-CARRY-LAST-SALE WS-CARRY-LAST-RECV.
           MOVE 'Y' TO WS-ALLOCATED-SW.
           ADD 1 TO ROWS-ADDED-COUNT.
       OPEN-ROW-EXIT-PARA.
           EXIT.
       APPLY-MOVE-PARA.
           MOVE WS-CARRY-ON-HAND TO WS-OLD-ON-HAND.
           EVALUATE TRUE
               WHEN MV-IS-REORDER
                   MOVE MV-REORDER-POINT TO WS-CARRY-REORDER-POINT
                   MOVE MV-REORDER-QTY   TO WS-CARRY-REORDER-QTY
               WHEN MV-IS-RECEIPT
                   ADD MV-QTY TO WS-CARRY-ON-HAND
                   ADD MV-QTY TO WS-QTY-RECEIVED
                   MOVE MV-DATE TO WS-CARRY-LAST-RECV
               WHEN MV-IS-TRANSFER-IN
                   ADD MV-QTY TO WS-CARRY-ON-HAND
                   ADD MV-QTY TO WS-QTY-XFER-IN
                   MOVE MV-DATE TO WS-CARRY-LAST-RECV
               WHEN MV-IS-TRANSFER-OUT
                   SUBTRACT MV-QTY FROM WS-CARRY-ON-HAND
                   ADD MV-QTY TO WS-QTY-XFER-OUT
               WHEN MV-IS-SALE
                   SUBTRACT MV-QTY FROM WS-CARRY-ON-HAND
                   ADD MV-QTY TO WS-QTY-SOLD
                   IF MV-DATE > WS-CARRY-LAST-SALE
                       MOVE MV-DATE TO WS-CARRY-LAST-SALE
                   END-IF
               WHEN MV-IS-RETURN
                   ADD MV-QTY TO WS-CARRY-ON-HAND
                   ADD MV-QTY TO WS-QTY-RETURNED
               WHEN MV-IS-COUNT
                   COMPUTE WS-COUNT-ADJUST = MV-QTY - WS-CARRY-ON-HAND
                   MOVE MV-QTY TO WS-CARRY-ON-HAND
                   ADD WS-COUNT-ADJUST TO WS-QTY-COUNT-ADJ
           END-EVALUATE.
           ADD 1 TO APPLIED-COUNT.
           IF NOT MV-IS-SALE AND NOT MV-IS-RETURN
               PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT-PARA
           END-IF.
           PERFORM READ-MOVE-PARA THRU READ-MOVE-EXIT-PARA.
       APPLY-MOVE-EXIT-PARA.
           EXIT.
      *> Sales are not journaled line by line - the extract
      *> generation is their record. A count's QTY column shows the
      *> adjustment it made, not the counted figure, so the journal
      *> reads as movements throughout.
       WRITE-JOURNAL-PARA.
           ADD 1 TO JOURNAL-COUNT.
           MOVE MV-STORE-ID      TO JD-STORE-ID.
           MOVE MV-ITEM-ID       TO JD-ITEM-ID.
           MOVE MV-TYPE          TO JD-TYPE.
           MOVE MV-REFERENCE     TO JD-REFERENCE.
           MOVE MV-OTHER-STORE   TO JD-OTHER-STORE.
           MOVE WS-OLD-ON-HAND   TO JD-OLD-ON-HAND.
           EVALUATE TRUE
               WHEN MV-IS-COUNT
                   MOVE WS-COUNT-ADJUST TO JD-QTY
               WHEN MV-IS-TRANSFER-OUT
                   COMPUTE JD-QTY = 0 - MV-QTY
               WHEN OTHER
                   MOVE MV-QTY TO JD-QTY
           END-EVALUATE.
           MOVE WS-CARRY-ON-HAND TO JD-NEW-ON-HAND.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
       WRITE-JOURNAL-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-CONTROL-PARA THRU WRITE-CONTROL-EXIT-PARA
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER SORTED-MOVES JOURNAL-FILE
                   REJECT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> The new control record carries tonight's extract date, for
      *> the next run to be checked against once it is swapped in.
       WRITE-CONTROL-PARA.
           OPEN OUTPUT NEW-CONTROL
           IF NOT FS-NEW-CONTROL-OK
               DISPLAY 'NEW CONTROL OPEN FAILED: ' FS-NEW-CONTROL
               MOVE 'NEW-CONTROL' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-NEW-CONTROL
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-CONTROL-EXIT-PARA
           END-IF.
           MOVE SPACES TO INV-CONTROL-REC.
           MOVE WS-EXTRACT-DATE TO IC-LAST-EXTRACT-DATE.
           MOVE WS-RUN-DATE TO IC-POSTED-DATE.
           WRITE NEW-CONTROL-REC FROM INV-CONTROL-REC.
           CLOSE NEW-CONTROL.
       WRITE-CONTROL-EXIT-PARA.
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
           MOVE 'INVPOST CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT DATE POSTED   :' TO CD-LABEL
           MOVE WS-EXTRACT-DATE TO CD-VALUE
           MOVE CONTROL-DATE-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT RECORDS READ  :' TO CT-LABEL
           MOVE EXTRACT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS READ     :' TO CT-LABEL
           MOVE TRANS-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS ACCEPTED :' TO CT-LABEL
           MOVE ACCEPTED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS REJECTED :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MOVEMENTS RELEASED    :' TO CT-LABEL
           MOVE RELEASED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MOVEMENTS APPLIED     :' TO CT-LABEL
           MOVE APPLIED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MOVEMENTS JOURNALED   :' TO CT-LABEL
           MOVE JOURNAL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS IN     :' TO CT-LABEL
           MOVE MASTER-IN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER ROWS OPENED    :' TO CT-LABEL
           MOVE ROWS-ADDED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS OUT    :' TO CT-LABEL
           MOVE MASTER-OUT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ROWS NEGATIVE ON HAND :' TO CT-LABEL
           MOVE NEGATIVE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OPENING STOCK         :' TO CQ-LABEL
           MOVE WS-OPENING-STOCK TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'QUANTITY RECEIVED     :' TO CQ-LABEL
           MOVE WS-QTY-RECEIVED TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSFERRED IN        :' TO CQ-LABEL
           MOVE WS-QTY-XFER-IN TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSFERRED OUT       :' TO CQ-LABEL
           MOVE WS-QTY-XFER-OUT TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'QUANTITY SOLD         :' TO CQ-LABEL
           MOVE WS-QTY-SOLD TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNED TO STOCK     :' TO CQ-LABEL
           MOVE WS-QTY-RETURNED TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'COUNT ADJUSTMENTS     :' TO CQ-LABEL
           MOVE WS-QTY-COUNT-ADJ TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CLOSING STOCK         :' TO CQ-LABEL
           MOVE WS-CLOSING-STOCK TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction read was accepted or rejected; every
      *> movement released was applied; and the book stock moved by
      *> exactly the movements applied to it.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           COMPUTE WS-EXPECTED-STOCK = WS-OPENING-STOCK
               + WS-QTY-RECEIVED + WS-QTY-XFER-IN
               - WS-QTY-XFER-OUT - WS-QTY-SOLD + WS-QTY-RETURNED
               + WS-QTY-COUNT-ADJ.
           IF TRANS-COUNT = ACCEPTED-COUNT + REJECT-COUNT
                   AND RELEASED-COUNT = APPLIED-COUNT
                   AND WS-CLOSING-STOCK = WS-EXPECTED-STOCK
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
