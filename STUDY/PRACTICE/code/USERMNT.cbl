      *> ROLE exceptions, and how USRPOST's USER NOT ON MASTER
      *> rejects had no legitimate way to be fixed. A (add),
      *> U (update) and C (close) transactions are sorted by user
      *> and applied to the keyed master in place - each user read
      *> once by key, then written or rewritten after their last
      *> transaction - with field edits first - including USER-ROLE
      *> validated against the same ROLE-LIMITS file LOG-USER-DATA
      *> checks balances with. An opening balance is never keyed
      *> onto the master: an add with an amount generates a credit
      *> posting (with batch-control HDR/TRL) to be applied through
      *> the normal USRPOST merge, so the money arrives journaled
      *> and reconciled. Every applied change leaves a dated,
      *> operator-stamped audit record through USERAUD. An opening
      *> balance over the parm amount is not generated on the
      *> keying operator's word alone: the user is still added, at
      *> zero, but the balance goes to the pending-approval file for
      *> DUALAPPR to release under a second operator. Every
      *> generated posting carries the operator who keyed it, and a
      *> released one the approver as well.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Must carry the same alternate key as USRPOST's and
      *> MEMMGMT's SELECTs for this file - they describe the same
      *> physical indexed dataset.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
           SELECT TRANS-FILE ASSIGN TO TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRANS-FILE.
           SELECT GEN-POSTING-FILE ASSIGN TO GEN-POSTING-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GEN-POSTING-FILE.
      *> Opening balances held for a second operator - opened
      *> EXTEND, OUTPUT on first use. DUAL-PARM-FILE carries the
      *> amount above which a balance is held (default 5000.00).
           SELECT PENDING-FILE ASSIGN TO PENDING-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PENDING-FILE.
           SELECT DUAL-PARM-FILE ASSIGN TO DUAL-PARM-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DUAL-PARM-FILE.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> One maintenance transaction per record: A (add), U (update)
      *> or C (close), the user id, name and role, and - for adds
      *> only - the opening balance as nine unsigned digits, two of
           05  GP-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  GP-REASON        PIC X(20).
           05  FILLER           PIC X(01).
           05  GP-ORIGINATOR    PIC X(10).
           05  FILLER           PIC X(01).
           05  GP-APPROVER      PIC X(10).
           05  FILLER           PIC X(20).
       01  GEN-POSTING-CTL-REC.
           05  GC-REC-ID        PIC X(03).
           05  FILLER           PIC X(01).
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY "DUALPEND.cpy".
       FD  DUAL-PARM-FILE.
       01  DUAL-PARM-REC.
           05  PARM-BALANCE-LIMIT PIC X(09).
           05  PARM-BALANCE-LIMIT-N REDEFINES PARM-BALANCE-LIMIT
                                PIC 9(07)V99.
           05  FILLER           PIC X(71).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
       01  FS-TRANS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-TRANS-FILE-OK            VALUE '00'.
       01  FS-SORTED-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PENDING-FILE     PIC X(02)  VALUE SPACES.
           88  FS-PENDING-FILE-OK          VALUE '00'.
           88  FS-PENDING-FILE-NEW         VALUE '05' '35'.
       01  FS-DUAL-PARM-FILE   PIC X(02)  VALUE SPACES.
           88  FS-DUAL-PARM-FILE-OK        VALUE '00'.
      *> Opening balances above this go to a second operator.
       01  WS-BALANCE-LIMIT    PIC 9(07)V99 VALUE 5000.00.
       01  WS-TIMESTAMP.
           05  WS-TS-DATE      PIC 9(08).
           05  WS-TS-TIME      PIC 9(06).
      *> The carried user record, in the shared USERDATA layout.
       01  WS-CARRY-RECORD.
           COPY "USERDATA.cpy".
       01  WS-TRANS-KEY        PIC X(05)  VALUE SPACES.
       01  WS-ACTIVE-KEY       PIC X(05)  VALUE SPACES.
       01  WS-ALLOCATED-SW     PIC X(01)  VALUE 'N'.
           88  WS-ALLOCATED                VALUE 'Y'.
      *> Whether the carried user was read off the master (rewrite)
      *> or added by this run (write).
       01  WS-ON-FILE-SW       PIC X(01)  VALUE 'N'.
           88  WS-ON-FILE                  VALUE 'Y'.
      *> The role table LOG-USER-DATA keeps, loaded for the role
      *> edit - only the names are probed here.
       01  WS-ROLE-TABLE.
           05  TRANS-COUNT     PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
           05  MASTER-READ-COUNT PIC 9(07).
           05  MASTER-ADD-COUNT PIC 9(07).
           05  MASTER-REWRITE-COUNT PIC 9(07).
           05  POSTINGS-GENERATED PIC 9(07).
           05  BALANCES-HELD   PIC 9(07).
       01  WS-POSTING-HASH     PIC 9(11)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
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
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> A run that cannot hold a large balance must not generate
      *> it either.
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
           PERFORM READ-DUAL-PARM-PARA THRU READ-DUAL-PARM-EXIT-PARA.
           PERFORM LOAD-ROLE-LIMITS-PARA
               THRU LOAD-ROLE-LIMITS-EXIT-PARA.
           IF WS-ABORT-RUN
           END-IF.
           PERFORM READ-OPERATOR-PARM-PARA
               THRU READ-OPERATOR-PARM-EXIT-PARA.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
           END-IF.
       READ-OPERATOR-PARM-EXIT-PARA.
           EXIT.
      *> No card, or no usable amount on it, leaves the default.
       READ-DUAL-PARM-PARA.
           OPEN INPUT DUAL-PARM-FILE
           IF NOT FS-DUAL-PARM-FILE-OK
               DISPLAY 'DUAL CONTROL PARM NOT AVAILABLE, LIMIT '
                   WS-BALANCE-LIMIT
               GO TO READ-DUAL-PARM-EXIT-PARA
           END-IF.
           READ DUAL-PARM-FILE
           IF FS-DUAL-PARM-FILE-OK
                   AND PARM-BALANCE-LIMIT IS NUMERIC
               MOVE PARM-BALANCE-LIMIT-N TO WS-BALANCE-LIMIT
           END-IF.
           CLOSE DUAL-PARM-FILE.
       READ-DUAL-PARM-EXIT-PARA.
           EXIT.
      *> Reads the active user by key into the carry area. Not on
      *> file leaves nothing allocated - only an add can then apply.
       READ-MASTER-PARA.
           MOVE 'N' TO WS-ALLOCATED-SW.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE WS-ACTIVE-KEY TO USER-ID OF USER-MASTER-REC.
           READ USER-MASTER INTO WS-CARRY-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO MASTER-READ-COUNT
               MOVE 'Y' TO WS-ALLOCATED-SW
               MOVE 'Y' TO WS-ON-FILE-SW
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
           END-READ.
       READ-TRANS-EXIT-PARA.
           EXIT.
      *> One pass per user, same grouping as STOREMNT's merge: the
      *> user is read once, every transaction for them applies to
      *> the carried record in arrival order, and the result goes
      *> back in one write (a new user) or rewrite.
       MERGE-PARA.
           PERFORM UNTIL WS-TRANS-KEY = HIGH-VALUES
               MOVE WS-TRANS-KEY TO WS-ACTIVE-KEY
               PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA
               PERFORM APPLY-TRANS-PARA THRU APPLY-TRANS-EXIT-PARA
                   UNTIL WS-TRANS-KEY NOT = WS-ACTIVE-KEY
               IF WS-ALLOCATED
                   PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-EXIT-PARA
               END-IF
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
      *> The key was read just before, so neither INVALID KEY should
      *> fire; if one does, the transactions already reported as
      *> applied did not reach the master and the run ends RC 8.
       WRITE-MASTER-PARA.
           MOVE WS-CARRY-RECORD TO USER-MASTER-REC.
           IF WS-ON-FILE
               REWRITE USER-MASTER-REC
               INVALID KEY
                   DISPLAY 'USER MASTER REWRITE FAILED: '
                       WS-ACTIVE-KEY ' ' FS-USER-MASTER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO MASTER-REWRITE-COUNT
               END-REWRITE
           ELSE
               WRITE USER-MASTER-REC
               INVALID KEY
                   DISPLAY 'USER MASTER WRITE FAILED: '
                       WS-ACTIVE-KEY ' ' FS-USER-MASTER
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO MASTER-ADD-COUNT
               END-WRITE
           END-IF.
       WRITE-MASTER-EXIT-PARA.
           EXIT.
       APPLY-TRANS-PARA.
           EVALUATE TRUE
               WHEN ST-IS-ADD
           MOVE 'ADDED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
           IF ST-OPEN-BAL IS NUMERIC AND ST-OPEN-BAL-N > 0
               IF ST-OPEN-BAL-N > WS-BALANCE-LIMIT
                   PERFORM WRITE-PENDING-PARA
                       THRU WRITE-PENDING-EXIT-PARA
               ELSE
                   PERFORM WRITE-POSTING-PARA
                       THRU WRITE-POSTING-EXIT-PARA
               END-IF
           END-IF.
       ADD-USER-EXIT-PARA.
           EXIT.
           MOVE 'C'           TO GP-TRANS-TYPE.
           MOVE ST-OPEN-BAL-N TO GP-AMOUNT.
           MOVE 'OPENING BALANCE'  TO GP-REASON.
           MOVE WS-OPERATOR-ID TO GP-ORIGINATOR.
           WRITE GEN-POSTING-REC.
           ADD 1 TO POSTINGS-GENERATED.
           ADD ST-OPEN-BAL-N TO WS-POSTING-HASH.
       WRITE-POSTING-EXIT-PARA.
           EXIT.
      *> The user is on the master at zero; the balance waits on the
      *> pending file, as keyed, for DUALAPPR to generate once a
      *> second operator has released it.
       WRITE-PENDING-PARA.
           ADD 1 TO BALANCES-HELD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE SPACES TO PENDING-REC.
           MOVE 'B' TO DP-REQ-TYPE.
           MOVE ST-USER-ID TO DP-KEY.
           MOVE WS-TS-DATE TO DP-KEYED-DATE.
           MOVE WS-TS-TIME TO DP-KEYED-TIME.
           MOVE WS-OPERATOR-ID TO DP-ORIGINATOR.
           MOVE 'P' TO DP-STATUS.
           MOVE 0 TO DP-DECIDED-DATE DP-OLD-VALUE.
           MOVE ST-OPEN-BAL-N TO DP-NEW-VALUE.
           MOVE SORTED-TRANS-REC TO DP-TRANS.
           WRITE PENDING-REC.
       WRITE-PENDING-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
      *> The trailer proves the generated file to USRPOST's
               MOVE WS-POSTING-HASH TO GC-HASH-TOTAL
               WRITE GEN-POSTING-CTL-REC
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE USER-MASTER SORTED-TRANS RESULT-FILE
                   GEN-POSTING-FILE PENDING-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
           MOVE FAILED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS READ   :' TO CT-LABEL
           MOVE MASTER-READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS ADDED  :' TO CT-LABEL
           MOVE MASTER-ADD-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER REWRITES       :' TO CT-LABEL
           MOVE MASTER-REWRITE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'POSTINGS GENERATED    :' TO CT-LABEL
           MOVE POSTINGS-GENERATED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BALANCES HELD         :' TO CT-LABEL
           MOVE BALANCES-HELD TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction read was either applied (audited) or
      *> failed (on the result file), with no third outcome.
           ADD APPLIED-COUNT FAILED-COUNT GIVING WS-RECONCILE-TOTAL.
