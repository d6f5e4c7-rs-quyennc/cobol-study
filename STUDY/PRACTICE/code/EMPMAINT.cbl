           SELECT DEPT-MASTER ASSIGN TO DEPT-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DEPT-MASTER.
      *> An applied termination pays out the employee's remaining
      *> leave: the LEAVE-BALANCE record is zeroed and marked paid
      *> out, the movement journaled on LEAVE-JOURNAL like every
      *> other leave movement, and the hours listed on PAYOUT-FILE
      *> for payroll. Opened in apply mode only - the trial pass
      *> never touches them.
           SELECT LEAVE-BALANCE ASSIGN TO LEAVE-BALANCE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-EMP-ID
           FILE STATUS FS-LEAVE-BALANCE.
           SELECT LEAVE-JOURNAL ASSIGN TO LEAVE-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-JOURNAL.
           SELECT PAYOUT-FILE ASSIGN TO PAYOUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PAYOUT-FILE.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER          PIC X(01).
           05 DM-MANAGER      PIC X(19).
           05 FILLER          PIC X(35).
       FD  LEAVE-BALANCE.
       01  LEAVE-BALANCE-REC.
           COPY "LVBAL.cpy".
       FD  LEAVE-JOURNAL.
       01  LEAVE-JOURNAL-REC.
           COPY "LVJRNL.cpy".
      *> One record per terminated employee with leave left, and a
      *> count/hours trailer for payroll to verify receipt against.
      *> Both balances are listed; which of them is payable is
      *> payroll's policy, not this program's.
       FD  PAYOUT-FILE.
       01  PAYOUT-REC.
           05 PO-EMP-ID       PIC X(05).
           05 FILLER          PIC X(01).
           05 PO-EMP-NAME     PIC X(19).
           05 FILLER          PIC X(01).
           05 PO-EMP-DEPT     PIC X(04).
           05 FILLER          PIC X(01).
           05 PO-PAY-GRADE    PIC X(02).
           05 FILLER          PIC X(01).
           05 PO-TERM-DATE    PIC 9(08).
           05 FILLER          PIC X(01).
           05 PO-VAC-HOURS    PIC 9(04)V99.
           05 FILLER          PIC X(01).
           05 PO-SICK-HOURS   PIC 9(04)V99.
           05 FILLER          PIC X(24).
       01  PAYOUT-TRL-REC.
           05 PT-REC-ID       PIC X(03).
           05 PT-RECORD-COUNT PIC 9(07).
           05 PT-TOTAL-VAC    PIC 9(07)V99.
           05 PT-TOTAL-SICK   PIC 9(07)V99.
           05 FILLER          PIC X(52).
       WORKING-STORAGE SECTION.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88 FS-EMPLOYEE-MASTER-OK        VALUE '00'.
       01  WS-RUN-MODE         PIC X(01)  VALUE 'A'.
           88 WS-VALIDATE-ONLY             VALUE 'V'.
       01  WS-EDIT-ERROR-COUNT PIC 9(07)  VALUE 0.
       01  FS-LEAVE-BALANCE    PIC X(02)  VALUE SPACES.
           88 FS-LEAVE-BALANCE-OK          VALUE '00'.
       01  FS-LEAVE-JOURNAL    PIC X(02)  VALUE SPACES.
           88 FS-LEAVE-JOURNAL-OK          VALUE '00'.
           88 FS-LEAVE-JOURNAL-NEW         VALUE '05' '35'.
       01  FS-PAYOUT-FILE      PIC X(02)  VALUE SPACES.
           88 FS-PAYOUT-FILE-OK            VALUE '00'.
       01  WS-PAYOUT-COUNT     PIC 9(07)  VALUE 0.
       01  WS-PAYOUT-VAC       PIC 9(07)V99 VALUE 0.
       01  WS-PAYOUT-SICK      PIC 9(07)V99 VALUE 0.
       01  EDIT-TRAILER-LINE.
           05 FILLER           PIC X(13)  VALUE 'EDIT ERRORS: '.
           05 ET-ERROR-COUNT   PIC ZZZZZZ9.
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           IF NOT WS-VALIDATE-ONLY
               PERFORM OPEN-LEAVE-PARA THRU OPEN-LEAVE-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> A batch run with no operator card still applies, stamped
           END-IF.
       READ-OPERATOR-PARM-EXIT-PARA.
           EXIT.
      *> A termination that could not pay out the leave would be a
      *> payroll loss nobody sees, so the leave files failing to
      *> open stops the apply RC 8 like any other file.
       OPEN-LEAVE-PARA.
           OPEN I-O LEAVE-BALANCE
           IF FS-LEAVE-BALANCE-OK
               CONTINUE
           ELSE
               DISPLAY 'LEAVE BALANCE OPEN FAILED: ' FS-LEAVE-BALANCE
               MOVE 'LEAVE-BALANCE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-LEAVE-BALANCE
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
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
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT PAYOUT-FILE
           IF FS-PAYOUT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'PAYOUT FILE OPEN FAILED: ' FS-PAYOUT-FILE
               MOVE 'PAYOUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PAYOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           MOVE SPACES TO LEAVE-JOURNAL-REC PAYOUT-REC.
       OPEN-LEAVE-EXIT-PARA.
           EXIT.
      *> Loads the valid departments once, so the field edit is a
      *> table probe. A missing DEPT-MASTER would fail every A/U
      *> transaction BAD DEPT, so the run aborts RC 8 instead -
                           MOVE TRANS-EMP-ID TO WS-AUDIT-EMP-ID
                           PERFORM WRITE-AUDIT-PARA
                               THRU WRITE-AUDIT-EXIT-PARA
                           PERFORM LEAVE-PAYOUT-PARA
                               THRU LEAVE-PAYOUT-EXIT-PARA
                   END-REWRITE
           END-READ.
       DELETE-EMP-EXIT-PARA.
           EXIT.
      *> Pays out whatever leave the terminated employee has left.
      *> No balance record means nothing was ever accrued, and one
      *> already paid out is not paid twice. An employee with
      *> nothing left is still marked paid out but not listed.
       LEAVE-PAYOUT-PARA.
           MOVE EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE
               INVALID KEY
                   GO TO LEAVE-PAYOUT-EXIT-PARA
           END-READ.
           IF LB-PAID-OUT
               GO TO LEAVE-PAYOUT-EXIT-PARA
           END-IF.
           IF LB-VAC-BALANCE > 0 OR LB-SICK-BALANCE > 0
               MOVE EMP-ID          TO PO-EMP-ID
               MOVE EMP-NAME        TO PO-EMP-NAME
               MOVE EMP-DEPT        TO PO-EMP-DEPT
               MOVE EMP-PAY-GRADE   TO PO-PAY-GRADE
               MOVE EMP-TERM-DATE   TO PO-TERM-DATE
               MOVE LB-VAC-BALANCE  TO PO-VAC-HOURS
               MOVE LB-SICK-BALANCE TO PO-SICK-HOURS
               WRITE PAYOUT-REC
               ADD 1 TO WS-PAYOUT-COUNT
               ADD LB-VAC-BALANCE  TO WS-PAYOUT-VAC
               ADD LB-SICK-BALANCE TO WS-PAYOUT-SICK
           END-IF.
           IF LB-VAC-BALANCE > 0
               MOVE 'V' TO LJ-LEAVE-TYPE
               MOVE LB-VAC-BALANCE TO LJ-HOURS
               PERFORM WRITE-PAYOUT-JOURNAL-PARA
                   THRU WRITE-PAYOUT-JOURNAL-EXIT-PARA
           END-IF.
           IF LB-SICK-BALANCE > 0
               MOVE 'S' TO LJ-LEAVE-TYPE
               MOVE LB-SICK-BALANCE TO LJ-HOURS
               PERFORM WRITE-PAYOUT-JOURNAL-PARA
                   THRU WRITE-PAYOUT-JOURNAL-EXIT-PARA
           END-IF.
           MOVE 0 TO LB-VAC-BALANCE LB-SICK-BALANCE.
           MOVE 'P' TO LB-STATUS.
           MOVE EMP-TERM-DATE TO LB-PAYOUT-DATE.
           REWRITE LEAVE-BALANCE-REC
               INVALID KEY
                   DISPLAY 'LEAVE BALANCE REWRITE FAILED: ' EMP-ID
                       ' ' FS-LEAVE-BALANCE
           END-REWRITE.
       LEAVE-PAYOUT-EXIT-PARA.
           EXIT.
       WRITE-PAYOUT-JOURNAL-PARA.
           MOVE EMP-ID        TO LJ-EMP-ID.
           MOVE WS-RUN-DATE   TO LJ-POST-DATE.
           MOVE 'PAYO'        TO LJ-ENTRY-TYPE.
           MOVE '-'           TO LJ-SIGN.
           MOVE 0             TO LJ-BALANCE-AFTER.
           MOVE EMP-TERM-DATE TO LJ-LEAVE-DATE.
           WRITE LEAVE-JOURNAL-REC.
           MOVE SPACES TO LEAVE-JOURNAL-REC.
       WRITE-PAYOUT-JOURNAL-EXIT-PARA.
           EXIT.
       BUILD-OLD-IMAGE-PARA.
           MOVE EMP-NAME      TO WS-OLD-NAME.
           MOVE EMP-DEPT      TO WS-OLD-DEPT.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT WS-VALIDATE-ONLY
               MOVE SPACES TO PAYOUT-TRL-REC
               MOVE 'TRL' TO PT-REC-ID
               MOVE WS-PAYOUT-COUNT TO PT-RECORD-COUNT
               MOVE WS-PAYOUT-VAC TO PT-TOTAL-VAC
               MOVE WS-PAYOUT-SICK TO PT-TOTAL-SICK
               WRITE PAYOUT-TRL-REC
               CLOSE LEAVE-BALANCE LEAVE-JOURNAL PAYOUT-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER TRANS-FILE RESULT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
