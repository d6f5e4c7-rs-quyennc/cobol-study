       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESPAY.
       AUTHOR. QUYENNC

      *> Dues payment posting from the bank's remittance file. Each
      *> remittance line carries the member ID, optionally the
      *> invoice the member quoted, the payment date, the amount and
      *> the bank's own reference. A good payment is applied to the
      *> quoted invoice first and then to the member's oldest open
      *> invoices (DUES_INVOICE, by due date) until it is used up;
      *> each invoice's PAID_AMOUNT moves up and a fully paid one is
      *> closed ('P'). Whatever is left over - an overpayment, or a
      *> payment from a member with nothing open - is posted as
      *> unapplied and listed for the membership office to refund or
      *> carry. The payment itself is recorded on DUES_PAYMENT keyed
      *> by the bank reference, which is also what stops the same
      *> remittance file being posted twice.
      *> A member DUESAGE suspended for dues more than 90 days past
      *> due is reinstated here the moment no invoice that old is
      *> left open, logged through AUDITLOG like the suspension was.
      *> Each remittance is its own unit of work: its invoice
      *> updates, payment row and reinstatement are committed
      *> together, and if any of them fails the lot is rolled back,
      *> the remittance is counted as backed out and the run ends
      *> RC 8. Its bank reference is not spent, so posting the same
      *> file again after the fault is cleared picks up exactly the
      *> backed-out remittances - the rest reject DUP-BANK-REF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO REMIT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REMIT-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT UNAPPLIED-FILE ASSIGN TO UNAPPLIED-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-UNAPPLIED-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> Same batch-operator card MEMBIMP reads, for the REINSTATE
      *> audit rows; a missing card falls back to the batch ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  REMIT-REC.
           05  RM-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  RM-INVOICE-ID    PIC X(10).
           05  FILLER           PIC X(01).
           05  RM-PAY-DATE      PIC X(08).
           05  RM-PAY-DATE-R REDEFINES RM-PAY-DATE.
               10  RM-PAY-YYYY  PIC 9(04).
               10  RM-PAY-MM    PIC 9(02).
               10  RM-PAY-DD    PIC 9(02).
           05  FILLER           PIC X(01).
           05  RM-AMOUNT        PIC X(09).
           05  RM-AMOUNT-N REDEFINES RM-AMOUNT
                                PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  RM-BANK-REF      PIC X(16).
           05  FILLER           PIC X(23).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-REMIT-DATA    PIC X(57).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(15).
           05  FILLER           PIC X(07).
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-REC.
           05  UA-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  UA-BANK-REF      PIC X(16).
           05  FILLER           PIC X(01).
           05  UA-PAY-DATE      PIC X(08).
           05  FILLER           PIC X(01).
           05  UA-PAID-AMOUNT   PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  UA-UNAPPLIED     PIC 9(07)V99.
           05  FILLER           PIC X(24).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC     PIC X(80).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-REMIT-FILE       PIC X(02)  VALUE SPACES.
           88  FS-REMIT-FILE-OK            VALUE '00'.
           88  FS-REMIT-FILE-EOF           VALUE '10'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-UNAPPLIED-FILE   PIC X(02)  VALUE SPACES.
           88  FS-UNAPPLIED-FILE-OK        VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE 'BATCHDUE'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> Past-due limit shared with DUESAGE: an invoice due before
      *> the cutoff is more than this many days past due.
       01  WS-SUSPEND-DAYS     PIC 9(03)  VALUE 090.
       01  WS-SUSPEND-CUTOFF   PIC 9(08)  VALUE 0.
       01  WS-CUTOFF-INT       PIC 9(07)  VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  POSTED-COUNT    PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
           05  UNAPPLIED-COUNT PIC 9(07).
           05  CLOSED-COUNT    PIC 9(07).
           05  REINSTATE-COUNT PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
       01  AMOUNTS.
           05  POSTED-AMOUNT   PIC 9(09)V99.
           05  APPLIED-AMOUNT  PIC 9(09)V99.
           05  UNAPPLIED-AMOUNT PIC 9(09)V99.
           05  REJECT-AMOUNT   PIC 9(09)V99.
           05  FAILED-AMOUNT   PIC 9(09)V99.
       01  WS-REMAINING        PIC 9(07)V99 VALUE 0.
       01  WS-APPLY            PIC 9(07)V99 VALUE 0.
       01  WS-OUTSTANDING      PIC 9(07)V99 VALUE 0.
       01  WS-REJECT-REASON    PIC X(15)  VALUE SPACES.
      *> What the remittance in hand has applied and closed so far -
      *> only added to the run totals once its payment row is in,
      *> so a backed-out remittance leaves the totals untouched.
       01  WS-RMT-APPLIED      PIC 9(07)V99 VALUE 0.
       01  WS-RMT-CLOSED       PIC 9(05)  VALUE 0.
       01  WS-POST-FAIL-SW     PIC X(01)  VALUE 'N'.
           88  WS-POST-FAILED              VALUE 'Y'.
      *> Host variables for the member, the invoice being paid and
      *> the payment row.
       01  DB-MEMBER-ID        PIC X(10)  VALUE SPACES.
       01  DB-NAME             PIC X(30)  VALUE SPACES.
       01  DB-EMAIL            PIC X(255) VALUE SPACES.
       01  DB-STATUS           PIC X(01)  VALUE SPACE.
       01  DB-INVOICE-ID       PIC X(10)  VALUE SPACES.
       01  DB-INV-AMOUNT       PIC S9(05)V99 COMP-3 VALUE 0.
       01  DB-INV-PAID         PIC S9(07)V99 COMP-3 VALUE 0.
       01  DB-INV-STATUS       PIC X(01)  VALUE SPACE.
       01  DB-BANK-REF         PIC X(16)  VALUE SPACES.
       01  DB-PAY-DATE         PIC 9(08)  VALUE 0.
       01  DB-PAY-AMOUNT       PIC S9(07)V99 COMP-3 VALUE 0.
       01  DB-APPLIED          PIC S9(07)V99 COMP-3 VALUE 0.
       01  DB-ROW-COUNT        PIC S9(09) COMP-5 VALUE 0.
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
      *> Working fields passed to AUDITLOG in place of literals, so
      *> every CALL argument lines up on a named, correctly-sized
      *> WORKING-STORAGE item. Reinstatement leaves name and email
      *> as they were, so old and new carry the same values.
       01  WS-AUDIT-NAME-COPY  PIC X(30)  VALUE SPACES.
       01  WS-AUDIT-EMAIL-COPY PIC X(255) VALUE SPACES.
       01  WS-AUDIT-ACTION-RINST PIC X(10) VALUE 'REINSTATE'.
      *> Fresh CHANGE_STAMP for the optimistic-concurrency check
      *> EDITMEM runs - every writer of MEMBERS moves the stamp
      *> forward so a sleeping edit screen cannot save over this
      *> change unnoticed. Elementary, because the SQL references it
      *> as one host variable - a group would stand for the list of
      *> its fields under the precompiler; the date/time breakdown
      *> the ACCEPTs fill lives under the REDEFINES.
       01  WS-NEW-STAMP             PIC 9(14).
       01  WS-NEW-STAMP-R REDEFINES WS-NEW-STAMP.
           05  WS-NS-DATE           PIC 9(08).
           05  WS-NS-TIME           PIC 9(06).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC ZZZZZZZZ9.99.
           05  FILLER          PIC X(45).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  WS-RECONCILE-AMOUNT PIC 9(09)V99.
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'DUESPAY'.
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
           INITIALIZE COUNTERS AMOUNTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-SUSPEND-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               TO WS-SUSPEND-CUTOFF.
           OPEN INPUT REMIT-FILE
           IF FS-REMIT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'REMIT FILE OPEN FAILED: ' FS-REMIT-FILE
               MOVE 'REMIT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REMIT-FILE
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
           OPEN OUTPUT UNAPPLIED-FILE
           IF FS-UNAPPLIED-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'UNAPPLIED FILE OPEN FAILED: '
                   FS-UNAPPLIED-FILE
               MOVE 'UNAPPLIED-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-UNAPPLIED-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE SPACES TO REJECT-REC UNAPPLIED-REC.
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
           PERFORM UNTIL FS-REMIT-FILE-EOF
               READ REMIT-FILE
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO REMITTANCE RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM POST-ONE-PARA THRU POST-ONE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
       POST-ONE-PARA.
           ADD 1 TO READ-COUNT.
           PERFORM EDIT-REMIT-PARA THRU EDIT-REMIT-EXIT-PARA.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO POST-ONE-EXIT-PARA
           END-IF.
           MOVE RM-AMOUNT-N TO WS-REMAINING.
           MOVE 0 TO WS-RMT-APPLIED WS-RMT-CLOSED.
           MOVE 'N' TO WS-POST-FAIL-SW.
           IF RM-INVOICE-ID NOT = SPACES AND DB-INV-STATUS = 'O'
               PERFORM APPLY-INVOICE-PARA THRU APPLY-INVOICE-EXIT-PARA
           END-IF.
           IF WS-REMAINING > 0 AND NOT WS-POST-FAILED
               PERFORM APPLY-OLDEST-PARA THRU APPLY-OLDEST-EXIT-PARA
           END-IF.
           IF NOT WS-POST-FAILED
               PERFORM RECORD-PAYMENT-PARA
                   THRU RECORD-PAYMENT-EXIT-PARA
           END-IF.
      *> A failed invoice update or payment row backs out every
      *> invoice this remittance touched - no invoice is left paid
      *> by money the payment table never saw.
           IF WS-POST-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PAYMENT BACKED OUT: ' RM-BANK-REF
               ADD 1 TO FAILED-COUNT
               ADD RM-AMOUNT-N TO FAILED-AMOUNT
               GO TO POST-ONE-EXIT-PARA
           END-IF.
           IF DB-STATUS = 'S'
               PERFORM REINSTATE-PARA THRU REINSTATE-EXIT-PARA
           END-IF.
      *> Committed here, so a later remittance's ROLLBACK backs out
      *> only that remittance.
           EXEC SQL COMMIT END-EXEC.
       POST-ONE-EXIT-PARA.
           EXIT.
      *> First failing edit wins. A soft-deleted member's payment
      *> still posts - the money is real whatever the member's
      *> status - so only a member not on MEMBERS at all rejects.
       EDIT-REMIT-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RM-MEMBER-ID TO DB-MEMBER-ID.
           EXEC SQL
               SELECT NAME, EMAIL, STATUS
                   INTO :DB-NAME, :DB-EMAIL, :DB-STATUS
                   FROM MEMBERS
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'UNKNOWN-MEMBER' TO WS-REJECT-REASON
               GO TO EDIT-REMIT-EXIT-PARA
           END-IF.
           IF RM-PAY-DATE IS NOT NUMERIC
                   OR RM-PAY-MM < 01 OR RM-PAY-MM > 12
                   OR RM-PAY-DD < 01 OR RM-PAY-DD > 31
                   OR RM-PAY-DATE > WS-RUN-DATE
               MOVE 'BAD-PAY-DATE' TO WS-REJECT-REASON
               GO TO EDIT-REMIT-EXIT-PARA
           END-IF.
           IF RM-AMOUNT IS NOT NUMERIC OR RM-AMOUNT-N = 0
               MOVE 'BAD-AMOUNT' TO WS-REJECT-REASON
               GO TO EDIT-REMIT-EXIT-PARA
           END-IF.
           IF RM-BANK-REF = SPACES
               MOVE 'NO-BANK-REF' TO WS-REJECT-REASON
               GO TO EDIT-REMIT-EXIT-PARA
           END-IF.
           MOVE RM-BANK-REF TO DB-BANK-REF.
           MOVE 0 TO DB-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DB-ROW-COUNT
                   FROM DUES_PAYMENT
                   WHERE BANK_REF = :DB-BANK-REF
           END-EXEC.
           IF DB-ROW-COUNT > 0
               MOVE 'DUP-BANK-REF' TO WS-REJECT-REASON
               GO TO EDIT-REMIT-EXIT-PARA
           END-IF.
      *> A quoted invoice must be the member's own; one already paid
      *> is not an error - the money simply goes to the oldest open.
           MOVE SPACE TO DB-INV-STATUS.
           IF RM-INVOICE-ID NOT = SPACES
               MOVE RM-INVOICE-ID TO DB-INVOICE-ID
               EXEC SQL
                   SELECT AMOUNT, PAID_AMOUNT, INV_STATUS
                       INTO :DB-INV-AMOUNT, :DB-INV-PAID,
                            :DB-INV-STATUS
                       FROM DUES_INVOICE
                       WHERE INVOICE_ID = :DB-INVOICE-ID
                         AND MEMBER_ID = :DB-MEMBER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'BAD-INVOICE' TO WS-REJECT-REASON
               END-IF
           END-IF.
       EDIT-REMIT-EXIT-PARA.
           EXIT.
      *> Applies as much of WS-REMAINING as the invoice in
      *> DB-INVOICE-ID/DB-INV-AMOUNT/DB-INV-PAID still needs.
       APPLY-INVOICE-PARA.
           COMPUTE WS-OUTSTANDING = DB-INV-AMOUNT - DB-INV-PAID.
           IF WS-OUTSTANDING = 0
               GO TO APPLY-INVOICE-EXIT-PARA
           END-IF.
           IF WS-REMAINING < WS-OUTSTANDING
               MOVE WS-REMAINING TO WS-APPLY
           ELSE
               MOVE WS-OUTSTANDING TO WS-APPLY
           END-IF.
           ADD WS-APPLY TO DB-INV-PAID.
           IF DB-INV-PAID = DB-INV-AMOUNT
               MOVE 'P' TO DB-INV-STATUS
           ELSE
               MOVE 'O' TO DB-INV-STATUS
           END-IF.
           EXEC SQL
               UPDATE DUES_INVOICE
                   SET PAID_AMOUNT = :DB-INV-PAID,
                       INV_STATUS = :DB-INV-STATUS
                   WHERE INVOICE_ID = :DB-INVOICE-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'INVOICE UPDATE FAILED: ' DB-INVOICE-ID
               MOVE 'Y' TO WS-POST-FAIL-SW
               GO TO APPLY-INVOICE-EXIT-PARA
           END-IF.
           SUBTRACT WS-APPLY FROM WS-REMAINING.
           ADD WS-APPLY TO WS-RMT-APPLIED.
           IF DB-INV-STATUS = 'P'
               ADD 1 TO WS-RMT-CLOSED
           END-IF.
       APPLY-INVOICE-EXIT-PARA.
           EXIT.
      *> Oldest due first, so the balance that ages into suspension
      *> is always the one cleared first.
       APPLY-OLDEST-PARA.
           EXEC SQL
               DECLARE OPENCUR CURSOR FOR
                   SELECT INVOICE_ID, AMOUNT, PAID_AMOUNT
                   FROM DUES_INVOICE
                   WHERE MEMBER_ID = :DB-MEMBER-ID
                     AND INV_STATUS = 'O'
                   ORDER BY DUE_DATE ASC, INVOICE_ID ASC
           END-EXEC.
           EXEC SQL OPEN OPENCUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-OPEN-PARA THRU FETCH-OPEN-EXIT-PARA
               UNTIL WS-FETCH-DONE OR WS-REMAINING = 0
                   OR WS-POST-FAILED.
           EXEC SQL CLOSE OPENCUR END-EXEC.
       APPLY-OLDEST-EXIT-PARA.
           EXIT.
       FETCH-OPEN-PARA.
           EXEC SQL
               FETCH OPENCUR INTO :DB-INVOICE-ID, :DB-INV-AMOUNT,
                   :DB-INV-PAID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-OPEN-EXIT-PARA
           END-IF.
           PERFORM APPLY-INVOICE-PARA THRU APPLY-INVOICE-EXIT-PARA.
       FETCH-OPEN-EXIT-PARA.
           EXIT.
      *> The payment row is written whatever was applied, so the
      *> bank reference is spent and a second posting of the same
      *> file rejects DUP-BANK-REF. The run totals take this
      *> remittance only once the row is in.
       RECORD-PAYMENT-PARA.
           MOVE RM-PAY-DATE TO DB-PAY-DATE.
           MOVE RM-AMOUNT-N TO DB-PAY-AMOUNT.
           COMPUTE DB-APPLIED = RM-AMOUNT-N - WS-REMAINING.
           EXEC SQL
               INSERT INTO DUES_PAYMENT
                   (BANK_REF, MEMBER_ID, PAY_DATE, AMOUNT,
                    APPLIED_AMOUNT, POST_DATE)
                   VALUES (:DB-BANK-REF, :DB-MEMBER-ID, :DB-PAY-DATE,
                           :DB-PAY-AMOUNT, :DB-APPLIED, :WS-RUN-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PAYMENT ROW NOT RECORDED: ' RM-BANK-REF
               MOVE 'Y' TO WS-POST-FAIL-SW
               GO TO RECORD-PAYMENT-EXIT-PARA
           END-IF.
           ADD WS-RMT-APPLIED TO APPLIED-AMOUNT.
           ADD WS-RMT-CLOSED TO CLOSED-COUNT.
           ADD 1 TO POSTED-COUNT.
           ADD RM-AMOUNT-N TO POSTED-AMOUNT.
           IF WS-REMAINING > 0
               ADD 1 TO UNAPPLIED-COUNT
               ADD WS-REMAINING TO UNAPPLIED-AMOUNT
               MOVE RM-MEMBER-ID TO UA-MEMBER-ID
               MOVE RM-BANK-REF  TO UA-BANK-REF
               MOVE RM-PAY-DATE  TO UA-PAY-DATE
               MOVE RM-AMOUNT-N  TO UA-PAID-AMOUNT
               MOVE WS-REMAINING TO UA-UNAPPLIED
               WRITE UNAPPLIED-REC
           END-IF.
       RECORD-PAYMENT-EXIT-PARA.
           EXIT.
      *> Same test DUESAGE suspends on, turned round: nothing left
      *> open that fell due before the cutoff.
       REINSTATE-PARA.
           MOVE 0 TO DB-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DB-ROW-COUNT
                   FROM DUES_INVOICE
                   WHERE MEMBER_ID = :DB-MEMBER-ID
                     AND INV_STATUS = 'O'
                     AND DUE_DATE < :WS-SUSPEND-CUTOFF
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB-ROW-COUNT > 0
               GO TO REINSTATE-EXIT-PARA
           END-IF.
           ACCEPT WS-NS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NS-TIME FROM TIME.
           EXEC SQL
               UPDATE MEMBERS
                   SET STATUS = 'A', CHANGE_STAMP = :WS-NEW-STAMP
                   WHERE MEMBER_ID = :DB-MEMBER-ID AND STATUS = 'S'
           END-EXEC.
      *> Only audit a change that actually happened.
           IF SQLCODE = 0
               ADD 1 TO REINSTATE-COUNT
               MOVE 'A' TO DB-STATUS
               MOVE DB-NAME  TO WS-AUDIT-NAME-COPY
               MOVE DB-EMAIL TO WS-AUDIT-EMAIL-COPY
               CALL 'AUDITLOG' USING DB-MEMBER-ID DB-NAME DB-EMAIL
                   WS-AUDIT-NAME-COPY WS-AUDIT-EMAIL-COPY
                   WS-OPERATOR-ID WS-AUDIT-ACTION-RINST
           END-IF.
       REINSTATE-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           IF RM-AMOUNT IS NUMERIC
               ADD RM-AMOUNT-N TO REJECT-AMOUNT
           END-IF.
           MOVE REMIT-REC (1:57)   TO RJ-REMIT-DATA.
           MOVE WS-REJECT-REASON  TO RJ-REASON-CODE.
           WRITE REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE REMIT-FILE REJECT-FILE UNAPPLIED-FILE.
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
           MOVE 'DUESPAY CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAYMENTS POSTED       :' TO CT-LABEL
           MOVE POSTED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS REJECTED      :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INVOICES CLOSED       :' TO CT-LABEL
           MOVE CLOSED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAYMENTS UNAPPLIED    :' TO CT-LABEL
           MOVE UNAPPLIED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MEMBERS REINSTATED    :' TO CT-LABEL
           MOVE REINSTATE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAYMENTS BACKED OUT   :' TO CT-LABEL
           MOVE FAILED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT POSTED         :' TO CA-LABEL
           MOVE POSTED-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT APPLIED        :' TO CA-LABEL
           MOVE APPLIED-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT UNAPPLIED      :' TO CA-LABEL
           MOVE UNAPPLIED-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT REJECTED       :' TO CA-LABEL
           MOVE REJECT-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AMOUNT BACKED OUT     :' TO CA-LABEL
           MOVE FAILED-AMOUNT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every record posted, rejected or backed out, and every
      *> posted amount either applied to an invoice or listed as
      *> unapplied.
           ADD POSTED-COUNT REJECT-COUNT FAILED-COUNT
               GIVING WS-RECONCILE-TOTAL.
           ADD APPLIED-AMOUNT UNAPPLIED-AMOUNT
               GIVING WS-RECONCILE-AMOUNT.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
                   AND POSTED-AMOUNT = WS-RECONCILE-AMOUNT
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> Same RC 8 convention as the extract's reconciliation.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> In balance or not, a backed-out remittance is money on the
      *> bank statement that is not on the books yet.
           IF FAILED-COUNT > 0
               DISPLAY 'REMITTANCES BACKED OUT: ' FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
