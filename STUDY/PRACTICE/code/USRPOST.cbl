      *> being hand-edits to the master (which is how the negative
      *> balances the exception report keeps flagging got there).
      *> A transaction file of debits and credits keyed by USER-ID
      *> is sorted into USER-ID order and applied to USER-MASTER in
      *> place: each user is read once by key and rewritten as each
      *> of their postings applies, so a run no longer copies every
      *> untouched user to a new master to change a handful. Each
      *> posting is validated - the user must exist and a debit may
      *> not overdraw past the allowed floor on the parm card - then
      *> applied, with a journal line showing old balance,
      *> transaction amount and new balance. The journal heading
      *> carries the date the run posted on, which is how GLINTF
      *> picks out the generations that belong to a ledger day.
      *> Rejected postings carry reason codes, and the control
      *> totals prove money in equals money applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Keyed on USER-ID, with the USER-NAME alternate key MEMMGMT
      *> signs operators on by. Opened I-O and updated in place -
      *> the USRUNLD unload the job takes first is the backout.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
      *> One posting per record: user, D (debit) or C (credit), and
      *> the amount. Sorted by USER-ID ahead of the merge, keeping
      *> same-user postings in their arrival order.
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> The posting file now proves itself: an HDR record opens it
      *> and a TRL record closes it carrying the expected detail
      *> count and a hash total of PT-AMOUNT. VERIFY-CONTROLS-PARA
               88  SP-IS-CREDIT          VALUE 'C'.
           05  FILLER           PIC X(01).
           05  SP-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  SP-REASON        PIC X(20).
           05  FILLER           PIC X(42).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE         PIC X(80).
       FD  REJECT-FILE.
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
       01  FS-POSTING-FILE     PIC X(02)  VALUE SPACES.
           88  FS-POSTING-FILE-OK          VALUE '00'.
           88  FS-POSTING-FILE-EOF         VALUE '10'.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> The user the current postings apply to, as last read or
      *> rewritten, and the key it was read under - a posting for
      *> the same user applies against it without another READ.
      *> The posting side parks on high-values at end of data.
       01  WS-USER-RECORD.
           COPY "USERDATA.cpy".
       01  WS-MASTER-KEY       PIC X(05)  VALUE SPACES.
       01  WS-POSTING-KEY      PIC X(05)  VALUE SPACES.
       01  WS-USER-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-USER-FOUND               VALUE 'Y'.
       01  WS-REWRITE-FAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-REWRITE-FAILED           VALUE 'Y'.
       01  WS-ALLOWED-FLOOR    PIC S9(07)V99 VALUE 0.
       01  WS-NEW-BALANCE      PIC S9(07)V99 VALUE 0.
       01  COUNTERS.
           05  POSTING-COUNT   PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
           05  MASTER-READ-COUNT PIC 9(07).
           05  MASTER-REWRITE-COUNT PIC 9(07).
       01  WS-TOTAL-DEBITS     PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-CREDITS    PIC S9(09)V99 VALUE 0.
       01  WS-NET-APPLIED      PIC S9(09)V99 VALUE 0.
           05  FILLER          PIC X(04)  VALUE 'TYP '.
           05  FILLER          PIC X(14)  VALUE 'OLD BALANCE'.
           05  FILLER          PIC X(14)  VALUE 'AMOUNT'.
           05  FILLER          PIC X(14)  VALUE 'NEW BALANCE'.
           05  FILLER          PIC X(18)  VALUE 'REASON'.
           05  JH-POST-DATE    PIC 9(08)  VALUE 0.
      *> The reason a generator put on the posting (OPENING BALANCE,
      *> a reversal reason, a standing-order key) rides through to
      *> the journal, so SOADV can tell which generated postings
      *> actually applied.
       01  JOURNAL-DETAIL.
           05  JD-USER-ID      PIC 9(05).
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  JD-AMOUNT       PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  JD-NEW-BALANCE  PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  JD-REASON       PIC X(20).
           05  FILLER          PIC X(06)  VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT JH-POST-DATE FROM DATE YYYYMMDD.
           OPEN I-O USER-MASTER
           IF FS-USER-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'USER MASTER OPEN FAILED: ' FS-USER-MASTER
               MOVE 'USER-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-USER-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               GO TO OPEN-EXIT-PARA
           END-IF.
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           PERFORM READ-POSTING-PARA THRU READ-POSTING-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> Reads the posting's user by key. Not on file leaves the
      *> switch off and every posting for that user is rejected.
       READ-MASTER-PARA.
           MOVE WS-POSTING-KEY TO WS-MASTER-KEY.
           MOVE 'N' TO WS-USER-FOUND-SW.
           MOVE WS-POSTING-KEY TO USER-ID OF USER-MASTER-REC.
           READ USER-MASTER INTO WS-USER-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO MASTER-READ-COUNT
               MOVE 'Y' TO WS-USER-FOUND-SW
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
           END-READ.
       READ-POSTING-EXIT-PARA.
           EXIT.
      *> Postings arrive in USER-ID order, so each user is read
      *> once, on their first posting, and every posting for them
      *> applies against the held record. A posting for a user not
      *> on the master is rejected.
       MERGE-PARA.
           PERFORM UNTIL WS-POSTING-KEY = HIGH-VALUES
               IF WS-POSTING-KEY NOT = WS-MASTER-KEY
                   PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA
               END-IF
               IF WS-USER-FOUND
                   PERFORM APPLY-POSTING-PARA
                       THRU APPLY-POSTING-EXIT-PARA
               ELSE
                   MOVE 'USER NOT ON MASTER' TO RJ-REASON-CODE
                   PERFORM WRITE-REJECT-PARA
                       THRU WRITE-REJECT-EXIT-PARA
               END-IF
               PERFORM READ-POSTING-PARA THRU READ-POSTING-EXIT-PARA
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
                       MOVE 'OVERDRAWS FLOOR' TO RJ-REASON-CODE
                       PERFORM WRITE-REJECT-PARA
                           THRU WRITE-REJECT-EXIT-PARA
                       GO TO APPLY-POSTING-EXIT-PARA
                   END-IF
                   PERFORM REWRITE-MASTER-PARA
                       THRU REWRITE-MASTER-EXIT-PARA
                   IF NOT WS-REWRITE-FAILED
                       PERFORM WRITE-JOURNAL-PARA
                           THRU WRITE-JOURNAL-EXIT-PARA
                       SUBTRACT SP-AMOUNT
               WHEN SP-IS-CREDIT
                   COMPUTE WS-NEW-BALANCE =
                       USER-BALANCE OF WS-USER-RECORD + SP-AMOUNT
                   PERFORM REWRITE-MASTER-PARA
                       THRU REWRITE-MASTER-EXIT-PARA
                   IF NOT WS-REWRITE-FAILED
                       PERFORM WRITE-JOURNAL-PARA
                           THRU WRITE-JOURNAL-EXIT-PARA
                       ADD SP-AMOUNT
                           TO USER-BALANCE OF WS-USER-RECORD
                       ADD 1 TO APPLIED-COUNT
                       ADD SP-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
               WHEN OTHER
                   MOVE 'BAD TRANS TYPE' TO RJ-REASON-CODE
                   PERFORM WRITE-REJECT-PARA
           MOVE USER-BALANCE OF WS-USER-RECORD TO JD-OLD-BALANCE.
           MOVE SP-AMOUNT      TO JD-AMOUNT.
           MOVE WS-NEW-BALANCE TO JD-NEW-BALANCE.
           MOVE SP-REASON      TO JD-REASON.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
       WRITE-JOURNAL-EXIT-PARA.
           EXIT.
           WRITE REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
      *> The new balance goes to the master before the journal line
      *> is written, so the journal never shows a movement the
      *> master did not take. A failed rewrite rejects the posting
      *> and leaves the held balance as it was.
       REWRITE-MASTER-PARA.
           MOVE 'N' TO WS-REWRITE-FAIL-SW.
           MOVE WS-USER-RECORD TO USER-MASTER-REC.
           MOVE WS-NEW-BALANCE TO USER-BALANCE OF USER-MASTER-REC.
           REWRITE USER-MASTER-REC
           INVALID KEY
               MOVE 'Y' TO WS-REWRITE-FAIL-SW
               MOVE 'MASTER REWRITE FAIL' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
           NOT INVALID KEY
               ADD 1 TO MASTER-REWRITE-COUNT
           END-REWRITE.
       REWRITE-MASTER-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE USER-MASTER SORTED-POSTINGS JOURNAL-FILE
               REJECT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS READ   :' TO CT-LABEL
           MOVE MASTER-READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER REWRITES       :' TO CT-LABEL
           MOVE MASTER-REWRITE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DEBITS APPLIED        :' TO CA-LABEL
