       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVTAKE.
       AUTHOR. QUYENNC

      *> Leave-taken posting. Each transaction is one absence - an
      *> employee, a leave type (V vacation, S sick), the day taken
      *> and the hours - and is debited from the employee's
      *> LEAVE-BALANCE record, with a TAKE entry on LEAVE-JOURNAL
      *> for the statements. Transactions are applied in file order
      *> against the live balance, so a second absence in the same
      *> batch sees the first one's debit. Nothing overdraws: an
      *> absence for more hours than the balance of that type holds
      *> is rejected whole, not part-paid, and so is anything for an
      *> employee who is unknown, terminated (their balance went on
      *> EMPMAINT's payout list) or has no balance record yet. The
      *> reject file carries the transaction and a reason code for
      *> HR; the control report proves every transaction was either
      *> posted or rejected and that the journal carries the hours
      *> debited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT LEAVE-BALANCE ASSIGN TO LEAVE-BALANCE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-EMP-ID
           FILE STATUS FS-LEAVE-BALANCE.
           SELECT LEAVE-JOURNAL ASSIGN TO LEAVE-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-JOURNAL.
           SELECT LEAVE-TRANS-FILE ASSIGN TO LEAVE-TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-TRANS-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
       FD  LEAVE-BALANCE.
       01  LEAVE-BALANCE-REC.
           COPY "LVBAL.cpy".
       FD  LEAVE-JOURNAL.
       01  LEAVE-JOURNAL-REC.
           COPY "LVJRNL.cpy".
       FD  LEAVE-TRANS-FILE.
       01  LEAVE-TRANS-REC.
           05  LT-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  LT-LEAVE-TYPE  PIC X(01).
               88  LT-VACATION          VALUE 'V'.
               88  LT-SICK              VALUE 'S'.
           05  FILLER         PIC X(01).
           05  LT-LEAVE-DATE  PIC X(08).
           05  LT-LEAVE-DATE-N REDEFINES LT-LEAVE-DATE.
               10  LT-LEAVE-YEAR   PIC 9(04).
               10  LT-LEAVE-MONTH  PIC 9(02).
               10  LT-LEAVE-DAY    PIC 9(02).
           05  FILLER         PIC X(01).
           05  LT-HOURS       PIC X(05).
           05  LT-HOURS-N REDEFINES LT-HOURS PIC 9(03)V99.
           05  FILLER         PIC X(58).
      *> The transaction as keyed, with the reason it was refused.
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  TJ-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  TJ-LEAVE-TYPE  PIC X(01).
           05  FILLER         PIC X(01).
           05  TJ-LEAVE-DATE  PIC X(08).
           05  FILLER         PIC X(01).
           05  TJ-HOURS       PIC X(05).
           05  FILLER         PIC X(01).
           05  TJ-REASON      PIC X(16).
           05  FILLER         PIC X(01).
      *> What the balance held when an overdraw was refused.
           05  TJ-BALANCE     PIC ZZZ9.99.
           05  FILLER         PIC X(33).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
       01  FS-LEAVE-BALANCE    PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-BALANCE-OK         VALUE '00'.
       01  FS-LEAVE-JOURNAL    PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-JOURNAL-OK         VALUE '00'.
           88  FS-LEAVE-JOURNAL-NEW        VALUE '05' '35'.
       01  FS-LEAVE-TRANS-FILE PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-TRANS-FILE-OK      VALUE '00'.
           88  FS-LEAVE-TRANS-FILE-EOF     VALUE '10'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-MASTER-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-MASTER-FOUND             VALUE 'Y'.
       01  WS-BALANCE-FOUND-SW PIC X(01)  VALUE 'N'.
           88  WS-BALANCE-FOUND            VALUE 'Y'.
       01  WS-TYPE-BALANCE     PIC 9(04)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT        PIC 9(07).
           05  POSTED-COUNT      PIC 9(07).
           05  REJECT-COUNT      PIC 9(07).
           05  OVERDRAW-COUNT    PIC 9(07).
           05  TERMINATED-COUNT  PIC 9(07).
           05  JOURNAL-COUNT     PIC 9(07).
       01  WS-TOTAL-VAC-HOURS  PIC 9(07)V99 VALUE 0.
       01  WS-TOTAL-SICK-HOURS PIC 9(07)V99 VALUE 0.
       01  WS-POSTED-HOURS     PIC 9(07)V99 VALUE 0.
       01  WS-JOURNAL-HOURS    PIC 9(07)V99 VALUE 0.
       01  WS-RECONCILE-TOTAL  PIC 9(07)  VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  CONTROL-HOURS-LINE.
           05  CH-LABEL        PIC X(23).
           05  CH-VALUE        PIC ZZZZZZ9.99.
           05  FILLER          PIC X(47).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'LVTAKE'.

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
           MOVE READ-COUNT TO WS-RT-READ-COUNT.
           MOVE POSTED-COUNT TO WS-RT-WRITE-COUNT.
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
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEE-MASTER
           IF FS-EMPLOYEE-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'MASTER FILE OPEN FAILED: ' FS-EMPLOYEE-MASTER
               MOVE 'EMPLOYEE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EMPLOYEE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O LEAVE-BALANCE
           IF FS-LEAVE-BALANCE-OK
               CONTINUE
           ELSE
               DISPLAY 'LEAVE BALANCE OPEN FAILED: ' FS-LEAVE-BALANCE
               MOVE 'LEAVE-BALANCE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-LEAVE-BALANCE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> The journal accumulates run after run - EXTEND, falling
      *> back to OUTPUT on first use, same as EMPAUDIT's trail.
           OPEN EXTEND LEAVE-JOURNAL
           IF FS-LEAVE-JOURNAL-NEW
               OPEN OUTPUT LEAVE-JOURNAL
           END-IF.
           IF FS-LEAVE-JOURNAL-OK
               CONTINUE
           ELSE
               DISPLAY 'LEAVE JOURNAL OPEN FAILED: ' FS-LEAVE-JOURNAL
               MOVE 'LEAVE-JOURNAL' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-LEAVE-JOURNAL
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT LEAVE-TRANS-FILE
           IF FS-LEAVE-TRANS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'LEAVE TRANS OPEN FAILED: ' FS-LEAVE-TRANS-FILE
               MOVE 'LEAVE-TRANS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-LEAVE-TRANS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
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
           MOVE SPACES TO REJECT-REC LEAVE-JOURNAL-REC.
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-LEAVE-TRANS-FILE-EOF
               READ LEAVE-TRANS-FILE
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO LEAVE TRANSACTIONS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM TAKE-PARA THRU TAKE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> First failure wins the reason code, same as the other
      *> edit programs' reject reasons.
       TAKE-PARA.
           ADD 1 TO READ-COUNT.
           MOVE 0 TO WS-TYPE-BALANCE.
           MOVE 'Y' TO WS-MASTER-FOUND-SW.
           MOVE LT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
           END-READ.
           IF NOT WS-MASTER-FOUND
               MOVE 'UNKNOWN-EMPLOYEE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF EMP-TERMINATED
               ADD 1 TO TERMINATED-COUNT
               MOVE 'TERMINATED' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF NOT LT-VACATION AND NOT LT-SICK
               MOVE 'BAD-LEAVE-TYPE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF LT-LEAVE-DATE IS NOT NUMERIC
               MOVE 'BAD-LEAVE-DATE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF LT-LEAVE-MONTH < 1 OR LT-LEAVE-MONTH > 12
                   OR LT-LEAVE-DAY < 1 OR LT-LEAVE-DAY > 31
                   OR LT-LEAVE-DATE-N < EMP-HIRE-DATE
               MOVE 'BAD-LEAVE-DATE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF LT-HOURS IS NOT NUMERIC
               MOVE 'BAD-HOURS' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF LT-HOURS-N = 0
               MOVE 'BAD-HOURS' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-BALANCE-FOUND-SW.
           MOVE LT-EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE
               INVALID KEY
                   MOVE 'N' TO WS-BALANCE-FOUND-SW
           END-READ.
           IF NOT WS-BALANCE-FOUND OR LB-PAID-OUT
               MOVE 'NO-BALANCE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           IF LT-VACATION
               MOVE LB-VAC-BALANCE TO WS-TYPE-BALANCE
           ELSE
               MOVE LB-SICK-BALANCE TO WS-TYPE-BALANCE
           END-IF.
           IF LT-HOURS-N > WS-TYPE-BALANCE
               ADD 1 TO OVERDRAW-COUNT
               MOVE 'EXCEEDS-BALANCE' TO TJ-REASON
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO TAKE-EXIT-PARA
           END-IF.
           SUBTRACT LT-HOURS-N FROM WS-TYPE-BALANCE.
           IF LT-VACATION
               MOVE WS-TYPE-BALANCE TO LB-VAC-BALANCE
           ELSE
               MOVE WS-TYPE-BALANCE TO LB-SICK-BALANCE
           END-IF.
           REWRITE LEAVE-BALANCE-REC
               INVALID KEY
                   MOVE 'BALANCE-REWRITE' TO TJ-REASON
                   PERFORM WRITE-REJECT-PARA
                       THRU WRITE-REJECT-EXIT-PARA
                   GO TO TAKE-EXIT-PARA
           END-REWRITE.
           ADD 1 TO POSTED-COUNT.
           IF LT-VACATION
               ADD LT-HOURS-N TO WS-TOTAL-VAC-HOURS
           ELSE
               ADD LT-HOURS-N TO WS-TOTAL-SICK-HOURS
           END-IF.
           MOVE LT-EMP-ID       TO LJ-EMP-ID.
           MOVE WS-RUN-DATE     TO LJ-POST-DATE.
           MOVE 'TAKE'          TO LJ-ENTRY-TYPE.
           MOVE LT-LEAVE-TYPE   TO LJ-LEAVE-TYPE.
           MOVE LT-HOURS-N      TO LJ-HOURS.
           MOVE '-'             TO LJ-SIGN.
           MOVE WS-TYPE-BALANCE TO LJ-BALANCE-AFTER.
           MOVE LT-LEAVE-DATE-N TO LJ-LEAVE-DATE.
           WRITE LEAVE-JOURNAL-REC.
           ADD 1 TO JOURNAL-COUNT.
           ADD LJ-HOURS TO WS-JOURNAL-HOURS.
           MOVE SPACES TO LEAVE-JOURNAL-REC.
       TAKE-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           MOVE LT-EMP-ID       TO TJ-EMP-ID.
           MOVE LT-LEAVE-TYPE   TO TJ-LEAVE-TYPE.
           MOVE LT-LEAVE-DATE   TO TJ-LEAVE-DATE.
           MOVE LT-HOURS        TO TJ-HOURS.
           MOVE WS-TYPE-BALANCE TO TJ-BALANCE.
           WRITE REJECT-REC.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE EMPLOYEE-MASTER LEAVE-BALANCE LEAVE-JOURNAL
                     LEAVE-TRANS-FILE REJECT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
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
           MOVE 'LVTAKE CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS READ     :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS POSTED   :' TO CT-LABEL
           MOVE POSTED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS REJECTED :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  EXCEEDED BALANCE    :' TO CT-LABEL
           MOVE OVERDRAW-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  TERMINATED EMPLOYEE :' TO CT-LABEL
           MOVE TERMINATED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VACATION HOURS TAKEN  :' TO CH-LABEL
           MOVE WS-TOTAL-VAC-HOURS TO CH-VALUE
           MOVE CONTROL-HOURS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SICK HOURS TAKEN      :' TO CH-LABEL
           MOVE WS-TOTAL-SICK-HOURS TO CH-VALUE
           MOVE CONTROL-HOURS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNAL ENTRIES       :' TO CT-LABEL
           MOVE JOURNAL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNAL HOURS         :' TO CH-LABEL
           MOVE WS-JOURNAL-HOURS TO CH-VALUE
           MOVE CONTROL-HOURS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction was posted or rejected, and the journal
      *> carries exactly the hours debited from the balances.
           ADD POSTED-COUNT REJECT-COUNT GIVING WS-RECONCILE-TOTAL.
           ADD WS-TOTAL-VAC-HOURS WS-TOTAL-SICK-HOURS
               GIVING WS-POSTED-HOURS.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
                   AND WS-JOURNAL-HOURS = WS-POSTED-HOURS
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
