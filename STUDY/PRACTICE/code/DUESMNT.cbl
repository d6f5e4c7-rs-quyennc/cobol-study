       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESMNT.
       AUTHOR. QUYENNC

      *> Dues plan assignment. MEMBERS holds identity and contact
      *> data only; which dues plan a member pays lives in
      *> MEMBER_DUES (MEMBER_ID, PLAN_CODE, BILLED_THROUGH), one row
      *> per paying member, against the plans in DUES_PLAN
      *> (PLAN_CODE, PLAN_DESC, MONTHLY_AMOUNT). The membership
      *> office sends one card per member to assign or change a
      *> plan, or a blank plan code to end dues altogether. A new
      *> assignment starts with BILLED_THROUGH zero, so DUESBILL's
      *> next run bills the member for that month. Every applied
      *> card is logged through AUDITLOG under the batch operator
      *> ID like any other member change - the old office ledger
      *> drifted precisely because nobody could say who moved a
      *> member between plans, or when.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-TRANS-FILE ASSIGN TO DUES-TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DUES-TRANS-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> Same batch-operator card MEMBIMP reads; a missing card
      *> falls back to the literal batch ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  DUES-TRANS-FILE.
       01  DUES-TRANS-REC.
           05  DT-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  DT-PLAN-CODE     PIC X(04).
           05  FILLER           PIC X(65).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-PLAN-CODE     PIC X(04).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(15).
           05  FILLER           PIC X(49).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC     PIC X(80).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-DUES-TRANS-FILE  PIC X(02)  VALUE SPACES.
           88  FS-DUES-TRANS-FILE-OK       VALUE '00'.
           88  FS-DUES-TRANS-FILE-EOF      VALUE '10'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE 'BATCHDUE'.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  ASSIGN-COUNT    PIC 9(07).
           05  CHANGE-COUNT    PIC 9(07).
           05  END-COUNT       PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
      *> Host variables for the member, plan and assignment rows.
       01  DB-MEMBER-ID        PIC X(10)  VALUE SPACES.
       01  DB-NAME             PIC X(30)  VALUE SPACES.
       01  DB-EMAIL            PIC X(255) VALUE SPACES.
       01  DB-STATUS           PIC X(01)  VALUE SPACE.
       01  DB-PLAN-CODE        PIC X(04)  VALUE SPACES.
       01  DB-OLD-PLAN-CODE    PIC X(04)  VALUE SPACES.
       01  DB-MONTHLY-AMOUNT   PIC S9(05)V99 COMP-3 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
      *> Working fields passed to AUDITLOG in place of literals, so
      *> every CALL argument lines up on a named, correctly-sized
      *> WORKING-STORAGE item. A plan change leaves name and email
      *> as they were, so old and new carry the same values.
       01  WS-AUDIT-NAME-COPY  PIC X(30)  VALUE SPACES.
       01  WS-AUDIT-EMAIL-COPY PIC X(255) VALUE SPACES.
       01  WS-AUDIT-ACTION     PIC X(10)  VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> SQLCODE only - this program never looks at the rest of
      *> SQLCA, so it declares the one field it checks rather than
      *> pulling in the whole communication area.
       01  SQLCODE             PIC S9(09) COMP-5 VALUE ZERO.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'DUESMNT'.
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
           OPEN INPUT DUES-TRANS-FILE
           IF FS-DUES-TRANS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'DUES TRANS FILE OPEN FAILED: '
                   FS-DUES-TRANS-FILE
               MOVE 'DUES-TRANS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DUES-TRANS-FILE
               MOVE 'Y' TO WS-ABORT-SW
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
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE SPACES TO REJECT-REC.
           OPEN INPUT OPERATOR-PARM-FILE
           IF FS-OPERATOR-PARM-FILE-OK
               READ OPERATOR-PARM-FILE
               IF FS-OPERATOR-PARM-FILE-OK
                       AND PARM-OPERATOR-ID NOT = SPACES
                   MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE OPERATOR-PARM-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-DUES-TRANS-FILE-EOF
               READ DUES-TRANS-FILE
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO DUES TRANSACTIONS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM APPLY-ONE-PARA THRU APPLY-ONE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A soft-deleted member is as good as unknown here - the
      *> office must restore them before putting them on a plan.
       APPLY-ONE-PARA.
           ADD 1 TO READ-COUNT.
           MOVE DT-MEMBER-ID TO DB-MEMBER-ID.
           EXEC SQL
               SELECT NAME, EMAIL, STATUS
                   INTO :DB-NAME, :DB-EMAIL, :DB-STATUS
                   FROM MEMBERS
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB-STATUS = 'D'
               MOVE 'UNKNOWN-MEMBER' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-ONE-EXIT-PARA
           END-IF.
           IF DT-PLAN-CODE = SPACES
               PERFORM END-DUES-PARA THRU END-DUES-EXIT-PARA
               GO TO APPLY-ONE-EXIT-PARA
           END-IF.
           MOVE DT-PLAN-CODE TO DB-PLAN-CODE.
           EXEC SQL
               SELECT MONTHLY_AMOUNT INTO :DB-MONTHLY-AMOUNT
                   FROM DUES_PLAN
                   WHERE PLAN_CODE = :DB-PLAN-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'UNKNOWN-PLAN' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-ONE-EXIT-PARA
           END-IF.
           MOVE SPACES TO DB-OLD-PLAN-CODE.
           EXEC SQL
               SELECT PLAN_CODE INTO :DB-OLD-PLAN-CODE
                   FROM MEMBER_DUES
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE = 0
               PERFORM CHANGE-PLAN-PARA THRU CHANGE-PLAN-EXIT-PARA
           ELSE
               PERFORM ASSIGN-PLAN-PARA THRU ASSIGN-PLAN-EXIT-PARA
           END-IF.
       APPLY-ONE-EXIT-PARA.
           EXIT.
       ASSIGN-PLAN-PARA.
           EXEC SQL
               INSERT INTO MEMBER_DUES
                   (MEMBER_ID, PLAN_CODE, BILLED_THROUGH)
                   VALUES (:DB-MEMBER-ID, :DB-PLAN-CODE, 0)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO ASSIGN-COUNT
               MOVE 'DUESPLAN' TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-PARA THRU WRITE-AUDIT-EXIT-PARA
           ELSE
               MOVE 'INSERT-FAIL' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
           END-IF.
       ASSIGN-PLAN-EXIT-PARA.
           EXIT.
      *> A change of plan keeps BILLED_THROUGH - months already
      *> invoiced stay at the old rate, the next one bills at the
      *> new.
       CHANGE-PLAN-PARA.
           IF DB-OLD-PLAN-CODE = DB-PLAN-CODE
               MOVE 'SAME-PLAN' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO CHANGE-PLAN-EXIT-PARA
           END-IF.
           EXEC SQL
               UPDATE MEMBER_DUES
                   SET PLAN_CODE = :DB-PLAN-CODE
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CHANGE-COUNT
               MOVE 'DUESPLAN' TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-PARA THRU WRITE-AUDIT-EXIT-PARA
           ELSE
               MOVE 'UPDATE-FAIL' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
           END-IF.
       CHANGE-PLAN-EXIT-PARA.
           EXIT.
      *> Ending dues stops future billing only; invoices already
      *> raised stay open on DUES_INVOICE until paid, and keep
      *> aging on DUESAGE's report.
       END-DUES-PARA.
           EXEC SQL
               DELETE FROM MEMBER_DUES
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO END-COUNT
               MOVE 'DUESEND' TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-PARA THRU WRITE-AUDIT-EXIT-PARA
           ELSE
               MOVE 'NO-DUES-PLAN' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
           END-IF.
       END-DUES-EXIT-PARA.
           EXIT.
       WRITE-AUDIT-PARA.
           MOVE DB-NAME  TO WS-AUDIT-NAME-COPY.
           MOVE DB-EMAIL TO WS-AUDIT-EMAIL-COPY.
           CALL 'AUDITLOG' USING DB-MEMBER-ID DB-NAME DB-EMAIL
               WS-AUDIT-NAME-COPY WS-AUDIT-EMAIL-COPY
               WS-OPERATOR-ID WS-AUDIT-ACTION.
       WRITE-AUDIT-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE DT-MEMBER-ID TO RJ-MEMBER-ID.
           MOVE DT-PLAN-CODE TO RJ-PLAN-CODE.
           WRITE REJECT-REC.
           MOVE SPACES TO REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE DUES-TRANS-FILE REJECT-FILE.
       CLOSE-EXIT-PARA.
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
           MOVE 'DUESMNT CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PLANS ASSIGNED        :' TO CT-LABEL
           MOVE ASSIGN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PLANS CHANGED         :' TO CT-LABEL
           MOVE CHANGE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DUES ENDED            :' TO CT-LABEL
           MOVE END-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS REJECTED      :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           ADD ASSIGN-COUNT CHANGE-COUNT END-COUNT REJECT-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> Same RC 8 convention as the extract's reconciliation.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
