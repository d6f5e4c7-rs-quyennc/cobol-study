       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESBILL.
       AUTHOR. QUYENNC

      *> Monthly dues billing. Walks every active member with a dues
      *> plan (MEMBERS joined to MEMBER_DUES and DUES_PLAN) and, for
      *> each one not yet billed for the month, raises a
      *> DUES_INVOICE row for the plan's monthly amount - the
      *> generated INVOICE_ID recovered off the FINAL TABLE, the
      *> same trick MEMBIMP and ADD-MEMBER-PARA use for MEMBER_ID -
      *> and moves MEMBER_DUES.BILLED_THROUGH up to the month, so a
      *> rerun for the same month bills nobody twice. Each invoice
      *> goes to the mailing house on INVOICE-FILE, alongside the
      *> member's name and email in MEMEXTR's layout order plus the
      *> invoice detail and the balance still unpaid from earlier
      *> months. A member whose stored email fails the shared
      *> EMAILVAL shape check is still billed (the dues are owed
      *> either way) but is rejected from the mailing with a reason
      *> code, exactly as MEMEXTR rejects them, for the office to
      *> chase by other means. Suspended ('S') and soft-deleted
      *> members are not billed; DUESAGE keeps aging whatever they
      *> already owe.
      *> An invoice only stands with its BILLED_THROUGH move: if
      *> the move fails the invoice just raised is deleted again,
      *> the member is rejected BILLTHRU-FAIL and counted with the
      *> invoice failures, and any failure ends the run RC 8 - the
      *> next run bills that member once, not twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INVOICE-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> One card: billing month (YYYYMM, blank = the run month) and
      *> the days from invoice date to due date (blank = 030).
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05  IV-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  IV-NAME          PIC X(30).
           05  FILLER           PIC X(01).
           05  IV-EMAIL         PIC X(255).
           05  FILLER           PIC X(01).
           05  IV-INVOICE-ID    PIC X(10).
           05  FILLER           PIC X(01).
           05  IV-PERIOD        PIC 9(06).
           05  FILLER           PIC X(01).
           05  IV-INVOICE-DATE  PIC 9(08).
           05  FILLER           PIC X(01).
           05  IV-DUE-DATE      PIC 9(08).
           05  FILLER           PIC X(01).
           05  IV-PLAN-CODE     PIC X(04).
           05  FILLER           PIC X(01).
           05  IV-AMOUNT        PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  IV-PRIOR-DUE     PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  IV-TOTAL-DUE     PIC 9(07)V99.
           05  FILLER           PIC X(34).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-NAME          PIC X(30).
           05  FILLER           PIC X(01).
           05  RJ-EMAIL         PIC X(255).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(15).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-PERIOD      PIC X(06).
           05  FILLER           PIC X(01).
           05  PARM-DUE-DAYS    PIC X(03).
           05  FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-INVOICE-FILE     PIC X(02)  VALUE SPACES.
           88  FS-INVOICE-FILE-OK          VALUE '00'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM   PIC 9(06).
           05  WS-RUN-DD       PIC 9(02).
       01  WS-BILL-PERIOD      PIC 9(06)  VALUE 0.
       01  WS-DUE-DAYS         PIC 9(03)  VALUE 030.
       01  WS-DUE-DATE         PIC 9(08)  VALUE 0.
       01  WS-DUE-INT          PIC 9(07)  VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  BILLED-COUNT    PIC 9(07).
           05  ALREADY-COUNT   PIC 9(07).
           05  FAIL-COUNT      PIC 9(07).
           05  MAILED-COUNT    PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
       01  WS-BILLED-AMOUNT    PIC 9(09)V99 VALUE 0.
      *> One fetched member/plan row, and the invoice raised for it.
       01  WS-DUES-DB.
           05  DB-MEMBER-ID     PIC X(10).
           05  DB-NAME          PIC X(30).
           05  DB-EMAIL         PIC X(255).
           05  DB-PLAN-CODE     PIC X(04).
           05  DB-MONTHLY-AMOUNT PIC S9(05)V99 COMP-3.
           05  DB-BILLED-THROUGH PIC S9(06) COMP-3.
       01  DB-INVOICE-ID       PIC X(10)  VALUE SPACES.
       01  DB-PRIOR-DUE        PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-EMAIL-VALID-SW   PIC X(01)  VALUE 'Y'.
           88  WS-EMAIL-IS-VALID           VALUE 'Y'.
       01  WS-EMAIL-REASON     PIC X(40)  VALUE SPACES.
       01  WS-REJECT-REASON    PIC X(15)  VALUE SPACES.
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC ZZZZZZZZ9.99.
           05  FILLER          PIC X(45).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'DUESBILL'.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INVOICE-FILE
           IF FS-INVOICE-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'INVOICE FILE OPEN FAILED: ' FS-INVOICE-FILE
               MOVE 'INVOICE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INVOICE-FILE
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
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
      *> Due date counted on from the run date in calendar days,
      *> the same integer-date arithmetic EMPPURGE's cutoff uses.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-DUE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-INT) TO WS-DUE-DATE.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           MOVE WS-RUN-YYYYMM TO WS-BILL-PERIOD.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, BILLING THE RUN'
                   ' MONTH'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-PERIOD IS NUMERIC
                   MOVE PARM-PERIOD TO WS-BILL-PERIOD
               END-IF
               IF PARM-DUE-DAYS IS NUMERIC AND PARM-DUE-DAYS > '000'
                   MOVE PARM-DUE-DAYS TO WS-DUE-DAYS
               END-IF
           ELSE
               DISPLAY 'PARM FILE EMPTY, BILLING THE RUN MONTH'
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           EXEC SQL
               DECLARE BILLCUR CURSOR FOR
                   SELECT M.MEMBER_ID, M.NAME, M.EMAIL,
                          D.PLAN_CODE, P.MONTHLY_AMOUNT,
                          D.BILLED_THROUGH
                   FROM MEMBERS M, MEMBER_DUES D, DUES_PLAN P
                   WHERE D.MEMBER_ID = M.MEMBER_ID
                     AND P.PLAN_CODE = D.PLAN_CODE
                     AND M.STATUS = 'A'
                   ORDER BY M.MEMBER_ID ASC
           END-EXEC.
           EXEC SQL OPEN BILLCUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-MEMBER-PARA THRU FETCH-MEMBER-EXIT-PARA
               UNTIL WS-FETCH-DONE.
           EXEC SQL CLOSE BILLCUR END-EXEC.
           IF READ-COUNT < 1
               DISPLAY 'NO MEMBERS WITH A DUES PLAN'
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
       FETCH-MEMBER-PARA.
           EXEC SQL
               FETCH BILLCUR INTO :DB-MEMBER-ID, :DB-NAME, :DB-EMAIL,
                   :DB-PLAN-CODE, :DB-MONTHLY-AMOUNT,
                   :DB-BILLED-THROUGH
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
           ADD 1 TO READ-COUNT.
           IF DB-BILLED-THROUGH NOT < WS-BILL-PERIOD
               ADD 1 TO ALREADY-COUNT
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
      *> What the member still owes from earlier invoices, read
      *> before this month's is raised so it is not counted twice.
           MOVE 0 TO DB-PRIOR-DUE.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT - PAID_AMOUNT), 0)
                   INTO :DB-PRIOR-DUE
                   FROM DUES_INVOICE
                   WHERE MEMBER_ID = :DB-MEMBER-ID
                     AND INV_STATUS = 'O'
           END-EXEC.
           EXEC SQL
               SELECT INVOICE_ID INTO :DB-INVOICE-ID
                   FROM FINAL TABLE (
                       INSERT INTO DUES_INVOICE
                           (MEMBER_ID, BILL_PERIOD, INVOICE_DATE,
                            DUE_DATE, AMOUNT, PAID_AMOUNT, INV_STATUS)
                           VALUES (:DB-MEMBER-ID, :WS-BILL-PERIOD,
                                   :WS-RUN-DATE, :WS-DUE-DATE,
                                   :DB-MONTHLY-AMOUNT, 0, 'O')
                   )
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'INVOICE-FAIL' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               ADD 1 TO FAIL-COUNT
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
           EXEC SQL
               UPDATE MEMBER_DUES
                   SET BILLED_THROUGH = :WS-BILL-PERIOD
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
      *> Deleted rather than rolled back - a ROLLBACK would close
      *> BILLCUR under the loop. An invoice that will not delete
      *> either is named on the console for the office to remove
      *> before the rerun bills the member again.
           IF SQLCODE NOT = 0
               DISPLAY 'BILLED-THROUGH NOT UPDATED FOR MEMBER '
                   DB-MEMBER-ID
               EXEC SQL
                   DELETE FROM DUES_INVOICE
                       WHERE INVOICE_ID = :DB-INVOICE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'INVOICE ' DB-INVOICE-ID
                       ' NOT BACKED OUT - REMOVE BEFORE RERUN'
               END-IF
               MOVE 'BILLTHRU-FAIL' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               ADD 1 TO FAIL-COUNT
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
           ADD 1 TO BILLED-COUNT.
           ADD DB-MONTHLY-AMOUNT TO WS-BILLED-AMOUNT.
      *> Billed either way - only the mailing is refused a bad
      *> address.
           CALL 'EMAILVAL' USING DB-EMAIL WS-EMAIL-VALID-SW
               WS-EMAIL-REASON.
           IF NOT WS-EMAIL-IS-VALID
               MOVE 'BAD-EMAIL' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
           MOVE SPACES            TO INVOICE-REC.
           MOVE DB-MEMBER-ID      TO IV-MEMBER-ID.
           MOVE DB-NAME           TO IV-NAME.
           MOVE DB-EMAIL          TO IV-EMAIL.
           MOVE DB-INVOICE-ID     TO IV-INVOICE-ID.
           MOVE WS-BILL-PERIOD    TO IV-PERIOD.
           MOVE WS-RUN-DATE       TO IV-INVOICE-DATE.
           MOVE WS-DUE-DATE       TO IV-DUE-DATE.
           MOVE DB-PLAN-CODE      TO IV-PLAN-CODE.
           MOVE DB-MONTHLY-AMOUNT TO IV-AMOUNT.
           MOVE DB-PRIOR-DUE      TO IV-PRIOR-DUE.
           ADD DB-MONTHLY-AMOUNT DB-PRIOR-DUE GIVING IV-TOTAL-DUE.
           WRITE INVOICE-REC.
           ADD 1 TO MAILED-COUNT.
       FETCH-MEMBER-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES       TO REJECT-REC.
           MOVE DB-MEMBER-ID TO RJ-MEMBER-ID.
           MOVE DB-NAME      TO RJ-NAME.
           MOVE DB-EMAIL     TO RJ-EMAIL.
           MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
           WRITE REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE INVOICE-FILE REJECT-FILE.
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
           MOVE 'DUESBILL CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MEMBERS READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INVOICES RAISED       :' TO CT-LABEL
           MOVE BILLED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ALREADY BILLED        :' TO CT-LABEL
           MOVE ALREADY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INVOICE FAILURES      :' TO CT-LABEL
           MOVE FAIL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INVOICES MAILED       :' TO CT-LABEL
           MOVE MAILED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS REJECTED      :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT BILLED         :' TO CA-LABEL
           MOVE WS-BILLED-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every member read was billed, already billed, or failed;
      *> every invoice raised was mailed or rejected for its email
      *> (the failures are on the reject file too, hence the
      *> subtraction).
           ADD BILLED-COUNT ALREADY-COUNT FAIL-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
                   AND BILLED-COUNT =
                       MAILED-COUNT + REJECT-COUNT - FAIL-COUNT
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> Same RC 8 convention as the extract's reconciliation.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> A failed member is in balance but not billed.
           IF FAIL-COUNT > 0
               DISPLAY 'MEMBERS NOT BILLED: ' FAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
