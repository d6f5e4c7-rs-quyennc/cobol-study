      *> add sets or an update moves leaves one dated,
      *> operator-stamped record on the persistent price journal:
      *> item, old price, new price, effective date, operator.
      *> A price move bigger than the parm percentage is not applied
      *> by the operator who keyed it: the transaction goes to the
      *> pending-approval file instead, and DUALAPPR releases it
      *> under a second operator. A released transaction comes back
      *> in on RELEASED-TRANS carrying both operator IDs, skips the
      *> percentage check, and stamps both on the price journal.
      *> Keyed transactions have their approval fields blanked on
      *> the way into the sort, so only DUALAPPR can release one.
      *> An S transaction changes status only, on every row the
      *> item has when it is applied - no price, description or
      *> date is touched, so nothing is journaled or held. DELIST's
      *> proposals come in this way, on DELIST-TRANS once DELREL
      *> has released them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
      *> One maintenance transaction per record: A (add), U (update),
      *> D (delete) or S (status), the item id, and the full item
      *> fields for A/U - S carries the status only, with a blank
      *> date so it sorts ahead of the item's rows. Sorted by item
      *> id ahead of the merge, keeping same-item transactions in
      *> their arrival order.
           SELECT TRANS-FILE ASSIGN TO TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRANS-FILE.
           SELECT RESULT-FILE ASSIGN TO RESULT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RESULT-FILE.
      *> Transactions DUALAPPR has released, piling up on the
      *> released file until a clean run has applied them and the
      *> job deletes it - an empty file when nothing is waiting.
           SELECT RELEASED-TRANS ASSIGN TO RELEASED-TRANS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RELEASED-TRANS.
      *> Delist status changes DELREL has released, kept and cleared
      *> the same way. They are not approvals, so their approval
      *> fields are blanked like keyed transactions.
           SELECT DELIST-TRANS ASSIGN TO DELIST-TRANS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DELIST-TRANS.
      *> OPERATOR-PARM-FILE carries the operator ID the price
      *> journal records are stamped with - same parameter-card
      *> convention EMPMAINT and STOREMNT use.
           SELECT PRICE-JRNL-FILE ASSIGN TO PRICE-JRNL-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRICE-JRNL-FILE.
      *> PENDING-FILE takes the price moves held for a second
      *> operator - opened EXTEND, falling back to OUTPUT on first
      *> use, same as the price journal. DUAL-PARM-FILE carries the
      *> percentage above which a move is held (default 20).
           SELECT PENDING-FILE ASSIGN TO PENDING-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PENDING-FILE.
           SELECT DUAL-PARM-FILE ASSIGN TO DUAL-PARM-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DUAL-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
           05  TRANS-UNIT-PRICE PIC X(07).
           05  TRANS-ITEM-STATUS PIC X(01).
           05  TRANS-PRICE-EFF-DATE PIC X(08).
           05  TRANS-ORIGINATOR PIC X(10).
           05  TRANS-APPROVER   PIC X(10).
           05  FILLER           PIC X(13).
       FD  RELEASED-TRANS.
       01  RELEASED-TRANS-REC   PIC X(80).
       FD  DELIST-TRANS.
       01  DELIST-TRANS-REC.
           05  FILLER           PIC X(47).
           05  DT-ORIGINATOR    PIC X(10).
           05  DT-APPROVER      PIC X(10).
           05  FILLER           PIC X(13).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  FILLER           PIC X(01).
               88  ST-IS-ADD             VALUE 'A'.
               88  ST-IS-UPDATE          VALUE 'U'.
               88  ST-IS-DELETE          VALUE 'D'.
               88  ST-IS-STATUS          VALUE 'S'.
           05  ST-ITEM-ID       PIC X(10).
           05  ST-ITEM-DESC     PIC X(20).
      *> Keyed as seven unsigned digits, two of them decimals -
      *> on Friday as an A transaction dated Monday; the extract
      *> keeps pricing off the old row until then.
           05  ST-PRICE-EFF-DATE PIC X(08).
      *> Filled only on a transaction DUALAPPR released: who keyed
      *> it and who approved it.
           05  ST-ORIGINATOR    PIC X(10).
           05  ST-APPROVER      PIC X(10).
           05  FILLER           PIC X(13).
       FD  RESULT-FILE.
       01  RESULT-FILE-REC.
           05  RS-TRANS-CODE    PIC X(01).
           05  PJ-NEW-PRICE     PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  PJ-EFF-DATE      PIC 9(08).
           05  FILLER           PIC X(01).
      *> The second operator on a released move; blank on a price
      *> that applied under the percentage.
           05  PJ-APPROVER-ID   PIC X(10).
           05  FILLER           PIC X(07).
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY "DUALPEND.cpy".
       FD  DUAL-PARM-FILE.
       01  DUAL-PARM-REC.
           05  PARM-PRICE-LIMIT-PCT PIC X(03).
           05  FILLER           PIC X(77).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-TRANS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-TRANS-FILE-OK            VALUE '00'.
           88  FS-TRANS-FILE-EOF           VALUE '10'.
       01  FS-SORTED-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-SORTED-TRANS-OK          VALUE '00'.
           88  FS-SORTED-TRANS-EOF         VALUE '10'.
           88  FS-PRICE-JRNL-FILE-NEW      VALUE '05' '35'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-RELEASED-TRANS   PIC X(02)  VALUE SPACES.
           88  FS-RELEASED-TRANS-OK        VALUE '00'.
           88  FS-RELEASED-TRANS-EOF       VALUE '10'.
       01  FS-DELIST-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-DELIST-TRANS-OK          VALUE '00'.
           88  FS-DELIST-TRANS-EOF         VALUE '10'.
       01  FS-PENDING-FILE     PIC X(02)  VALUE SPACES.
           88  FS-PENDING-FILE-OK          VALUE '00'.
           88  FS-PENDING-FILE-NEW         VALUE '05' '35'.
       01  FS-DUAL-PARM-FILE   PIC X(02)  VALUE SPACES.
           88  FS-DUAL-PARM-FILE-OK        VALUE '00'.
      *> Balance-line state, same shape as STOREMNT's: the carried
      *> item record, the end-of-data sentinels, and the allocated
      *> switch for the active key.
           88  WS-EDIT-FAILED             VALUE 'Y'.
       01  WS-EDIT-RESULT      PIC X(09) VALUE SPACES.
       01  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
      *> The item an applied S transaction covers and the status it
      *> set - every row of that item is written with it.
       01  WS-STATUS-ITEM-ID   PIC X(10) VALUE SPACES.
       01  WS-STATUS-VALUE     PIC X(01) VALUE SPACES.
      *> Old price held across the overlay so the journal can show
      *> the movement, not just the destination.
       01  WS-OLD-PRICE        PIC 9(05)V99 VALUE 0.
      *> Dual control: the percentage above which a move is held,
      *> the price the move is measured from, and the item's latest
      *> row written so far - an added future-dated row is measured
      *> against the row before it.
       01  WS-PRICE-LIMIT-PCT  PIC 9(03)  VALUE 020.
       01  WS-REF-PRICE        PIC 9(05)V99 VALUE 0.
       01  WS-REF-KNOWN-SW     PIC X(01)  VALUE 'N'.
           88  WS-REF-KNOWN               VALUE 'Y'.
       01  WS-MOVE-PCT         PIC 9(05)V99 VALUE 0.
       01  WS-HOLD-SW          PIC X(01)  VALUE 'N'.
           88  WS-HOLD-FOR-APPROVAL       VALUE 'Y'.
       01  WS-PREV-ITEM-ID     PIC X(10)  VALUE SPACES.
       01  WS-PREV-ITEM-PRICE  PIC 9(05)V99 VALUE 0.
       01  WS-TIMESTAMP.
           05  WS-TS-DATE      PIC 9(08).
           05  WS-TS-TIME      PIC 9(06).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
           05  JOURNAL-COUNT   PIC 9(07).
           05  HELD-COUNT      PIC 9(07).
           05  RELEASED-COUNT  PIC 9(07).
           05  DELIST-COUNT    PIC 9(07).
           05  STATUS-ROW-COUNT PIC 9(07).
       01  WS-ABORT-SW         PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN               VALUE 'Y'.
       01  WS-RECONCILE-TOTAL  PIC 9(07).
               ON ASCENDING KEY SW-ITEM-ID
               ON ASCENDING KEY SW-EFF-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-TRANS-PARA
                   THRU RELEASE-TRANS-EXIT-PARA
               GIVING SORTED-TRANS.
       SORT-EXIT-PARA.
           EXIT.
      *> Keyed transactions first, their approval fields blanked -
      *> an operator cannot key his own release - then the delist
      *> changes DELREL released, blanked the same way, then
      *> whatever DUALAPPR released, as it wrote them.
       RELEASE-TRANS-PARA.
           OPEN INPUT TRANS-FILE
           IF NOT FS-TRANS-FILE-OK
               DISPLAY 'TRANS FILE OPEN FAILED: ' FS-TRANS-FILE
               MOVE 'TRANS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-TRANS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO RELEASE-TRANS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-TRANS-FILE-EOF
               READ TRANS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO TRANS-ORIGINATOR TRANS-APPROVER
                   RELEASE SORT-WORK-REC FROM TRANS-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           OPEN INPUT DELIST-TRANS
           IF FS-DELIST-TRANS-OK
               PERFORM UNTIL FS-DELIST-TRANS-EOF
                   READ DELIST-TRANS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO DELIST-COUNT
                       MOVE SPACES TO DT-ORIGINATOR DT-APPROVER
                       RELEASE SORT-WORK-REC FROM DELIST-TRANS-REC
                   END-READ
               END-PERFORM
               CLOSE DELIST-TRANS
           ELSE
               DISPLAY 'NO DELIST TRANSACTIONS: ' FS-DELIST-TRANS
           END-IF.
           OPEN INPUT RELEASED-TRANS
           IF NOT FS-RELEASED-TRANS-OK
               DISPLAY 'NO RELEASED TRANSACTIONS: ' FS-RELEASED-TRANS
               GO TO RELEASE-TRANS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-RELEASED-TRANS-EOF
               READ RELEASED-TRANS
               AT END
                   CONTINUE
               NOT AT END
                   RELEASE SORT-WORK-REC FROM RELEASED-TRANS-REC
               END-READ
           END-PERFORM.
           CLOSE RELEASED-TRANS.
       RELEASE-TRANS-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT OLD-MASTER
           IF FS-OLD-MASTER-OK
               CONTINUE
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> Holding a move is as much the point as journaling it - a
      *> run that cannot hold must not apply the big ones.
           OPEN EXTEND PENDING-FILE.
           IF FS-PENDING-FILE-NEW
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF FS-PENDING-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'PENDING FILE OPEN FAILED: ' FS-PENDING-FILE
               MOVE 'PENDING-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PENDING-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-OPERATOR-PARM-PARA
               THRU READ-OPERATOR-PARM-EXIT-PARA.
           PERFORM READ-DUAL-PARM-PARA THRU READ-DUAL-PARM-EXIT-PARA.
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       OPEN-EXIT-PARA.
           END-IF.
       READ-OPERATOR-PARM-EXIT-PARA.
           EXIT.
      *> No card, or no usable percentage on it, leaves the default.
       READ-DUAL-PARM-PARA.
           OPEN INPUT DUAL-PARM-FILE
           IF NOT FS-DUAL-PARM-FILE-OK
               DISPLAY 'DUAL CONTROL PARM NOT AVAILABLE, LIMIT '
                   WS-PRICE-LIMIT-PCT ' PCT'
               GO TO READ-DUAL-PARM-EXIT-PARA
           END-IF.
           READ DUAL-PARM-FILE
           IF FS-DUAL-PARM-FILE-OK
                   AND PARM-PRICE-LIMIT-PCT IS NUMERIC
               MOVE PARM-PRICE-LIMIT-PCT TO WS-PRICE-LIMIT-PCT
           END-IF.
           CLOSE DUAL-PARM-FILE.
       READ-DUAL-PARM-EXIT-PARA.
           EXIT.
       READ-MASTER-PARA.
           READ OLD-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           NOT AT END
               ADD 1 TO TRANS-COUNT
               IF ST-APPROVER NOT = SPACES
                   ADD 1 TO RELEASED-COUNT
               END-IF
               MOVE ST-ITEM-ID TO WS-TRANS-KEY-ITEM
               IF ST-PRICE-EFF-DATE IS NUMERIC
                   MOVE ST-PRICE-EFF-DATE TO WS-TRANS-KEY-EFF
               PERFORM APPLY-TRANS-PARA THRU APPLY-TRANS-EXIT-PARA
                   UNTIL WS-TRANS-KEY NOT = WS-ACTIVE-KEY
               IF WS-ALLOCATED
                   IF WS-CARRY-ITEM-ID = WS-STATUS-ITEM-ID
                       MOVE WS-STATUS-VALUE TO WS-CARRY-ITEM-STATUS
                       ADD 1 TO STATUS-ROW-COUNT
                   END-IF
                   WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD
                   ADD 1 TO MASTER-OUT-COUNT
                   MOVE WS-CARRY-ITEM-ID TO WS-PREV-ITEM-ID
                   MOVE WS-CARRY-UNIT-PRICE TO WS-PREV-ITEM-PRICE
               END-IF
           END-PERFORM.
       MERGE-EXIT-PARA.
                   PERFORM UPDATE-ITEM-PARA THRU UPDATE-ITEM-EXIT-PARA
               WHEN ST-IS-DELETE
                   PERFORM DELETE-ITEM-PARA THRU DELETE-ITEM-EXIT-PARA
               WHEN ST-IS-STATUS
                   PERFORM STATUS-ITEM-PARA THRU STATUS-ITEM-EXIT-PARA
               WHEN OTHER
                   MOVE 'BAD CODE' TO WS-EDIT-RESULT
                   PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-ITEM-EXIT-PARA
           END-IF.
      *> A new row for an item already on file moves its price from
      *> the row before; a brand-new item has nothing to move from.
           IF WS-PREV-ITEM-ID = ST-ITEM-ID
               MOVE 'Y' TO WS-REF-KNOWN-SW
               MOVE WS-PREV-ITEM-PRICE TO WS-REF-PRICE
           ELSE
               MOVE 'N' TO WS-REF-KNOWN-SW
           END-IF.
           PERFORM CHECK-DUAL-PARA THRU CHECK-DUAL-EXIT-PARA.
           IF WS-HOLD-FOR-APPROVAL
               PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-EXIT-PARA
               GO TO ADD-ITEM-EXIT-PARA
           END-IF.
           MOVE SPACES           TO WS-CARRY-RECORD.
           MOVE ST-ITEM-ID       TO WS-CARRY-ITEM-ID.
           MOVE '|'              TO WS-CARRY-DELIMIT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO UPDATE-ITEM-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-REF-KNOWN-SW.
           MOVE WS-CARRY-UNIT-PRICE TO WS-REF-PRICE.
           PERFORM CHECK-DUAL-PARA THRU CHECK-DUAL-EXIT-PARA.
           IF WS-HOLD-FOR-APPROVAL
               PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-EXIT-PARA
               GO TO UPDATE-ITEM-EXIT-PARA
           END-IF.
      *> Old price captured off the carried record, ahead of the
      *> moves that overlay it, so the journal shows the movement.
           MOVE WS-CARRY-UNIT-PRICE TO WS-OLD-PRICE.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       DELETE-ITEM-EXIT-PARA.
           EXIT.
      *> The S transaction sorts ahead of the item's rows, so the
      *> item is on file if the row in hand or the next master row
      *> read ahead is one of its own. The status is set as each of
      *> its rows is written.
       STATUS-ITEM-PARA.
           MOVE SPACES TO WS-EDIT-RESULT.
           MOVE ST-ITEM-STATUS TO WS-EDIT-STATUS.
           IF ST-ITEM-ID = SPACES
               MOVE 'BAD ID' TO WS-EDIT-RESULT
           ELSE
               IF NOT WS-STATUS-KNOWN
                   MOVE 'BAD STAT' TO WS-EDIT-RESULT
               END-IF
           END-IF.
           IF WS-EDIT-RESULT NOT = SPACES
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO STATUS-ITEM-EXIT-PARA
           END-IF.
           IF NOT WS-ALLOCATED
                   AND WS-MASTER-KEY-ITEM NOT = ST-ITEM-ID
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO STATUS-ITEM-EXIT-PARA
           END-IF.
           MOVE ST-ITEM-ID TO WS-STATUS-ITEM-ID.
           MOVE ST-ITEM-STATUS TO WS-STATUS-VALUE.
           MOVE 'STATUS' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       STATUS-ITEM-EXIT-PARA.
           EXIT.
      *> Field-level edits shared by add and update: non-blank item
      *> id and description, numeric price digits, status A or I.
      *> First failure wins the result code, same as EMPMAINT.
           END-IF.
       EDIT-FIELDS-EXIT-PARA.
           EXIT.
      *> Held when the keyed price moves more than the limit from
      *> the reference price, either way. A move off a zero price
      *> has no percentage and is always held. A released
      *> transaction has had its second operator and is never held.
       CHECK-DUAL-PARA.
           MOVE 'N' TO WS-HOLD-SW.
           IF ST-APPROVER NOT = SPACES OR NOT WS-REF-KNOWN
               GO TO CHECK-DUAL-EXIT-PARA
           END-IF.
           IF ST-UNIT-PRICE-N = WS-REF-PRICE
               GO TO CHECK-DUAL-EXIT-PARA
           END-IF.
           IF WS-REF-PRICE = 0
               MOVE 'Y' TO WS-HOLD-SW
               GO TO CHECK-DUAL-EXIT-PARA
           END-IF.
           IF ST-UNIT-PRICE-N > WS-REF-PRICE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (ST-UNIT-PRICE-N - WS-REF-PRICE) * 100
                   / WS-REF-PRICE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-MOVE-PCT
               END-COMPUTE
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-REF-PRICE - ST-UNIT-PRICE-N) * 100
                   / WS-REF-PRICE
           END-IF.
           IF WS-MOVE-PCT > WS-PRICE-LIMIT-PCT
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.
       CHECK-DUAL-EXIT-PARA.
           EXIT.
      *> The transaction goes to the pending file as keyed, stamped
      *> with the operator who keyed it; nothing touches the master.
       WRITE-PENDING-PARA.
           ADD 1 TO HELD-COUNT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE SPACES TO PENDING-REC.
           MOVE 'P' TO DP-REQ-TYPE.
           MOVE WS-TRANS-KEY TO DP-KEY.
           MOVE WS-TS-DATE TO DP-KEYED-DATE.
           MOVE WS-TS-TIME TO DP-KEYED-TIME.
           MOVE WS-OPERATOR-ID TO DP-ORIGINATOR.
           MOVE 'P' TO DP-STATUS.
           MOVE 0 TO DP-DECIDED-DATE.
           MOVE WS-REF-PRICE TO DP-OLD-VALUE.
           MOVE ST-UNIT-PRICE-N TO DP-NEW-VALUE.
           MOVE SORTED-TRANS-REC TO DP-TRANS.
           WRITE PENDING-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-ITEM-ID     TO RS-ITEM-ID.
           MOVE 'PENDING' TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-PENDING-EXIT-PARA.
           EXIT.
       WRITE-FAILED-PARA.
           ADD 1 TO FAILED-COUNT.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           ADD 1 TO JOURNAL-COUNT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE SPACES              TO PRICE-JRNL-REC.
           MOVE WS-TS-DATE          TO PJ-LOG-DATE.
           MOVE WS-TS-TIME          TO PJ-LOG-TIME.
           IF ST-APPROVER NOT = SPACES
               MOVE ST-ORIGINATOR   TO PJ-OPERATOR-ID
               MOVE ST-APPROVER     TO PJ-APPROVER-ID
           ELSE
               MOVE WS-OPERATOR-ID  TO PJ-OPERATOR-ID
           END-IF.
           MOVE ST-ITEM-ID          TO PJ-ITEM-ID.
           MOVE WS-OLD-PRICE        TO PJ-OLD-PRICE.
           MOVE WS-CARRY-UNIT-PRICE TO PJ-NEW-PRICE.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER SORTED-TRANS RESULT-FILE
                   PRICE-JRNL-FILE PENDING-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
           MOVE JOURNAL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HELD FOR APPROVAL     :' TO CT-LABEL
           MOVE HELD-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RELEASED TRANS READ   :' TO CT-LABEL
           MOVE RELEASED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DELIST TRANS READ     :' TO CT-LABEL
           MOVE DELIST-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ROWS STATUS SET       :' TO CT-LABEL
           MOVE STATUS-ROW-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction read was applied, failed, or held for a
      *> second operator, with no fourth outcome.
           ADD APPLIED-COUNT FAILED-COUNT HELD-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF TRANS-COUNT = WS-RECONCILE-TOTAL
               MOVE 'IN BALANCE' TO RC-RESULT
