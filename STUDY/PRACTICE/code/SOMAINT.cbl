       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAINT.
       AUTHOR. QUYENNC

      *> Standing-order maintenance, in the USERMNT mold. Standing
      *> orders are the USER-MASTER movements that repeat - monthly
      *> allowances, fixed charges, instalment plans - which used to
      *> be keyed into the posting file by hand every period, with
      *> one missed about once a quarter. A (add), C (change) and
      *> X (cancel) transactions are sorted by order key and applied
      *> against the STANDING-ORDER master in the classic balance-
      *> line style, with field edits first. An add must name a user
      *> who is on USER-MASTER and not closed (both files are in
      *> USER-ID sequence, so the user master is simply read forward
      *> alongside), and may not start in the past - a backdated
      *> order would generate an instalment nobody asked for. A
      *> cancelled order stays on the file, marked X, so its history
      *> is still there to answer the question "why did this stop".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO STANDING-ORDER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OLD-MASTER.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USER-ID OF USER-MASTER-REC
      *> Must carry the same alternate key as USRPOST's and
      *> MEMMGMT's SELECTs for this file - they describe the same
      *> physical indexed dataset.
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
           SELECT TRANS-FILE ASSIGN TO TRANS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRANS-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-TRANS ASSIGN TO SORTED-TRANS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-TRANS.
           SELECT RESULT-FILE ASSIGN TO RESULT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RESULT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           COPY "STORDER.cpy".
       FD  NEW-MASTER.
       01  NEW-MASTER-REC       PIC X(80).
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> One maintenance transaction per record: A (add), C (change)
      *> or X (cancel) and the order key, then the order's fields.
      *> An add supplies them all (a blank end date means none, blank
      *> instalments means no limit); a change supplies only the
      *> amount, frequency, end date or instalments it alters.
       FD  TRANS-FILE.
       01  TRANS-FILE-REC.
           05  TRANS-CODE       PIC X(01).
           05  TRANS-USER-ID    PIC X(05).
           05  TRANS-SEQ        PIC X(03).
           05  TRANS-TYPE       PIC X(01).
           05  TRANS-AMOUNT     PIC X(09).
           05  TRANS-FREQUENCY  PIC X(01).
           05  TRANS-START-DATE PIC X(08).
           05  TRANS-END-DATE   PIC X(08).
           05  TRANS-INSTALMENTS PIC X(03).
           05  FILLER           PIC X(41).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  FILLER           PIC X(01).
           05  SW-ORDER-KEY     PIC X(08).
           05  FILLER           PIC X(71).
       FD  SORTED-TRANS.
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE    PIC X(01).
               88  ST-IS-ADD             VALUE 'A'.
               88  ST-IS-CHANGE          VALUE 'C'.
               88  ST-IS-CANCEL          VALUE 'X'.
           05  ST-ORDER-KEY.
               10  ST-USER-ID   PIC X(05).
               10  ST-SEQ       PIC X(03).
           05  ST-TRANS-TYPE    PIC X(01).
           05  ST-AMOUNT        PIC X(09).
           05  ST-AMOUNT-N REDEFINES ST-AMOUNT
                                PIC 9(07)V99.
           05  ST-FREQUENCY     PIC X(01).
           05  ST-START-DATE    PIC X(08).
           05  ST-START-DATE-N REDEFINES ST-START-DATE
                                PIC 9(08).
           05  ST-END-DATE      PIC X(08).
           05  ST-END-DATE-N REDEFINES ST-END-DATE
                                PIC 9(08).
           05  ST-INSTALMENTS   PIC X(03).
           05  ST-INSTALMENTS-N REDEFINES ST-INSTALMENTS
                                PIC 9(03).
           05  FILLER           PIC X(41).
       FD  RESULT-FILE.
       01  RESULT-FILE-REC.
           05  RS-TRANS-CODE    PIC X(01).
           05  FILLER           PIC X(01).
           05  RS-USER-ID       PIC X(05).
           05  FILLER           PIC X(01).
           05  RS-SEQ           PIC X(03).
           05  FILLER           PIC X(01).
           05  RS-RESULT        PIC X(09).
           05  FILLER           PIC X(59).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-OLD-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-OLD-MASTER-OK            VALUE '00'.
           88  FS-OLD-MASTER-EOF           VALUE '10'.
       01  FS-NEW-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
           88  FS-USER-MASTER-EOF          VALUE '10'.
       01  FS-TRANS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-TRANS-FILE-OK            VALUE '00'.
       01  FS-SORTED-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-SORTED-TRANS-OK          VALUE '00'.
           88  FS-SORTED-TRANS-EOF         VALUE '10'.
       01  FS-RESULT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-RESULT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> The carried order record, in the shared STORDER layout.
       01  WS-CARRY-RECORD.
           COPY "STORDER.cpy".
       01  WS-MASTER-KEY       PIC X(08)  VALUE SPACES.
       01  WS-TRANS-KEY        PIC X(08)  VALUE SPACES.
       01  WS-ACTIVE-KEY       PIC X(08)  VALUE SPACES.
       01  WS-USER-KEY         PIC X(05)  VALUE SPACES.
       01  WS-ALLOCATED-SW     PIC X(01)  VALUE 'N'.
           88  WS-ALLOCATED                VALUE 'Y'.
       01  WS-EDIT-FAIL-SW     PIC X(01)  VALUE 'N'.
           88  WS-EDIT-FAILED              VALUE 'Y'.
       01  WS-EDIT-RESULT      PIC X(09)  VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> Calendar check for keyed dates: month 01-12 and a day that
      *> month actually has, February by the leap-year rule.
       01  WS-CHECK-DATE       PIC 9(08)  VALUE 0.
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY   PIC 9(04).
           05  WS-CHECK-MM     PIC 9(02).
           05  WS-CHECK-DD     PIC 9(02).
       01  WS-DATE-OK-SW       PIC X(01)  VALUE 'N'.
           88  WS-DATE-OK                  VALUE 'Y'.
       01  WS-DAYS-IN-MONTH    PIC 9(02)  VALUE 0.
       01  WS-LEAP-QUOTIENT    PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM-4       PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM-100     PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM-400     PIC 9(04)  VALUE 0.
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER          PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS   PIC 9(02) OCCURS 12 TIMES.
       01  COUNTERS.
           05  TRANS-COUNT     PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'SOMAINT'.

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
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM MERGE-PARA THRU MERGE-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE TRANS-COUNT TO WS-RT-READ-COUNT.
           MOVE APPLIED-COUNT TO WS-RT-WRITE-COUNT.
           MOVE FAILED-COUNT TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
      *> WITH DUPLICATES IN ORDER so an order's transactions apply in
      *> the order they arrived - an add followed by a change the
      *> same day works.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ORDER-KEY
               WITH DUPLICATES IN ORDER
               USING TRANS-FILE
               GIVING SORTED-TRANS.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLD-MASTER
           IF FS-OLD-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'STANDING ORDER OPEN FAILED: ' FS-OLD-MASTER
               MOVE 'STANDING-ORDER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-OLD-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
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
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT USER-MASTER
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
           END-IF.
           OPEN INPUT SORTED-TRANS
           IF FS-SORTED-TRANS-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED TRANS OPEN FAILED: ' FS-SORTED-TRANS
               MOVE 'SORTED-TRANS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-TRANS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT RESULT-FILE
           IF FS-RESULT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'RESULT FILE OPEN FAILED: ' FS-RESULT-FILE
               MOVE 'RESULT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RESULT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-MASTER-PARA.
           READ OLD-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           NOT AT END
               ADD 1 TO MASTER-IN-COUNT
               MOVE SO-KEY OF OLD-MASTER-REC TO WS-MASTER-KEY
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
       READ-USER-PARA.
           READ USER-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-USER-KEY
           NOT AT END
               MOVE USER-ID TO WS-USER-KEY
           END-READ.
       READ-USER-EXIT-PARA.
           EXIT.
       READ-TRANS-PARA.
           READ SORTED-TRANS
           AT END
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           NOT AT END
               ADD 1 TO TRANS-COUNT
               MOVE ST-ORDER-KEY TO WS-TRANS-KEY
           END-READ.
       READ-TRANS-EXIT-PARA.
           EXIT.
      *> Classic balance line, same shape as USERMNT's merge.
       MERGE-PARA.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-TRANS-KEY = HIGH-VALUES
               IF WS-MASTER-KEY < WS-TRANS-KEY
                   MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
               ELSE
                   MOVE WS-TRANS-KEY TO WS-ACTIVE-KEY
               END-IF
               MOVE 'N' TO WS-ALLOCATED-SW
               IF WS-MASTER-KEY = WS-ACTIVE-KEY
                   MOVE OLD-MASTER-REC TO WS-CARRY-RECORD
                   MOVE 'Y' TO WS-ALLOCATED-SW
                   PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA
               END-IF
               PERFORM APPLY-TRANS-PARA THRU APPLY-TRANS-EXIT-PARA
                   UNTIL WS-TRANS-KEY NOT = WS-ACTIVE-KEY
               IF WS-ALLOCATED
                   WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD
                   ADD 1 TO MASTER-OUT-COUNT
               END-IF
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
       APPLY-TRANS-PARA.
           EVALUATE TRUE
               WHEN ST-IS-ADD
                   PERFORM ADD-ORDER-PARA THRU ADD-ORDER-EXIT-PARA
               WHEN ST-IS-CHANGE
                   PERFORM CHANGE-ORDER-PARA
                       THRU CHANGE-ORDER-EXIT-PARA
               WHEN ST-IS-CANCEL
                   PERFORM CANCEL-ORDER-PARA
                       THRU CANCEL-ORDER-EXIT-PARA
               WHEN OTHER
                   MOVE 'BAD CODE' TO WS-EDIT-RESULT
                   PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
           END-EVALUATE.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       APPLY-TRANS-EXIT-PARA.
           EXIT.
       ADD-ORDER-PARA.
           PERFORM EDIT-ADD-PARA THRU EDIT-ADD-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-ORDER-EXIT-PARA
           END-IF.
           IF WS-ALLOCATED
               MOVE 'DUP KEY' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-ORDER-EXIT-PARA
           END-IF.
      *> The first instalment falls due on the start date.
           MOVE SPACES TO WS-CARRY-RECORD.
           MOVE ST-USER-ID    TO SO-USER-ID OF WS-CARRY-RECORD.
           MOVE ST-SEQ        TO SO-SEQ OF WS-CARRY-RECORD.
           MOVE ST-TRANS-TYPE TO SO-TRANS-TYPE OF WS-CARRY-RECORD.
           MOVE ST-AMOUNT-N   TO SO-AMOUNT OF WS-CARRY-RECORD.
           MOVE ST-FREQUENCY  TO SO-FREQUENCY OF WS-CARRY-RECORD.
           MOVE ST-START-DATE-N TO SO-START-DATE OF WS-CARRY-RECORD.
           MOVE ST-START-DATE-N TO SO-NEXT-DUE OF WS-CARRY-RECORD.
           IF ST-END-DATE = SPACES
               MOVE 0 TO SO-END-DATE OF WS-CARRY-RECORD
           ELSE
               MOVE ST-END-DATE-N TO SO-END-DATE OF WS-CARRY-RECORD
           END-IF.
           IF ST-INSTALMENTS = SPACES
               MOVE 999 TO SO-REMAINING OF WS-CARRY-RECORD
           ELSE
               MOVE ST-INSTALMENTS-N
                   TO SO-REMAINING OF WS-CARRY-RECORD
           END-IF.
           MOVE 'A' TO SO-STATUS OF WS-CARRY-RECORD.
           MOVE 0 TO SO-LAST-PAID OF WS-CARRY-RECORD.
           MOVE 'Y' TO WS-ALLOCATED-SW.
           MOVE 'ADDED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       ADD-ORDER-EXIT-PARA.
           EXIT.
      *> Only the fields supplied change; the schedule itself
      *> (start date, next due) is left alone.
       CHANGE-ORDER-PARA.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO CHANGE-ORDER-EXIT-PARA
           END-IF.
           IF NOT SO-ACTIVE OF WS-CARRY-RECORD
               MOVE 'NOT ACTV' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO CHANGE-ORDER-EXIT-PARA
           END-IF.
           PERFORM EDIT-CHANGE-PARA THRU EDIT-CHANGE-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO CHANGE-ORDER-EXIT-PARA
           END-IF.
           IF ST-AMOUNT NOT = SPACES
               MOVE ST-AMOUNT-N TO SO-AMOUNT OF WS-CARRY-RECORD
           END-IF.
           IF ST-FREQUENCY NOT = SPACES
               MOVE ST-FREQUENCY TO SO-FREQUENCY OF WS-CARRY-RECORD
           END-IF.
           IF ST-END-DATE NOT = SPACES
               MOVE ST-END-DATE-N TO SO-END-DATE OF WS-CARRY-RECORD
           END-IF.
           IF ST-INSTALMENTS NOT = SPACES
               MOVE ST-INSTALMENTS-N
                   TO SO-REMAINING OF WS-CARRY-RECORD
           END-IF.
           MOVE 'CHANGED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       CHANGE-ORDER-EXIT-PARA.
           EXIT.
       CANCEL-ORDER-PARA.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO CANCEL-ORDER-EXIT-PARA
           END-IF.
           IF NOT SO-ACTIVE OF WS-CARRY-RECORD
               MOVE 'NOT ACTV' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO CANCEL-ORDER-EXIT-PARA
           END-IF.
           MOVE 'X' TO SO-STATUS OF WS-CARRY-RECORD.
           MOVE 'CANCELLED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       CANCEL-ORDER-EXIT-PARA.
           EXIT.
      *> Every field an add needs, in record order, then the user.
      *> First failure wins the result code.
       EDIT-ADD-PARA.
           MOVE 'N' TO WS-EDIT-FAIL-SW.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF ST-USER-ID IS NOT NUMERIC
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD ID' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF ST-SEQ IS NOT NUMERIC
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD SEQ' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF ST-TRANS-TYPE NOT = 'D' AND ST-TRANS-TYPE NOT = 'C'
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD TYPE' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF ST-AMOUNT IS NOT NUMERIC OR ST-AMOUNT-N = 0
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD AMT' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF ST-FREQUENCY NOT = 'W' AND ST-FREQUENCY NOT = 'F'
                   AND ST-FREQUENCY NOT = 'M'
                   AND ST-FREQUENCY NOT = 'Q'
                   AND ST-FREQUENCY NOT = 'A'
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD FREQ' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF ST-START-DATE IS NUMERIC
               MOVE ST-START-DATE-N TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT-PARA
           END-IF.
           IF NOT WS-DATE-OK OR ST-START-DATE-N < WS-RUN-DATE
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD START' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF ST-END-DATE NOT = SPACES
               MOVE 'N' TO WS-DATE-OK-SW
               IF ST-END-DATE IS NUMERIC
                   MOVE ST-END-DATE-N TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT-PARA
               END-IF
               IF NOT WS-DATE-OK OR ST-END-DATE-N < ST-START-DATE-N
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'BAD END' TO WS-EDIT-RESULT
                   GO TO EDIT-ADD-EXIT-PARA
               END-IF
           END-IF.
           IF ST-INSTALMENTS NOT = SPACES
               IF ST-INSTALMENTS IS NOT NUMERIC
                       OR ST-INSTALMENTS-N = 0
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'BAD INSTL' TO WS-EDIT-RESULT
                   GO TO EDIT-ADD-EXIT-PARA
               END-IF
           END-IF.
      *> Both files run in USER-ID order, so the user master only
      *> ever needs reading forward to the transaction's user.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA
               UNTIL WS-USER-KEY NOT < ST-USER-ID.
           IF WS-USER-KEY NOT = ST-USER-ID
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'NO USER' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
           IF USER-IS-CLOSED
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'USER CLSD' TO WS-EDIT-RESULT
               GO TO EDIT-ADD-EXIT-PARA
           END-IF.
       EDIT-ADD-EXIT-PARA.
           EXIT.
      *> A change must supply something, and whatever it supplies
      *> must pass the same edit an add would give it.
       EDIT-CHANGE-PARA.
           MOVE 'N' TO WS-EDIT-FAIL-SW.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF ST-AMOUNT = SPACES AND ST-FREQUENCY = SPACES
                   AND ST-END-DATE = SPACES
                   AND ST-INSTALMENTS = SPACES
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'NO CHANGE' TO WS-EDIT-RESULT
               GO TO EDIT-CHANGE-EXIT-PARA
           END-IF.
           IF ST-AMOUNT NOT = SPACES
               IF ST-AMOUNT IS NOT NUMERIC OR ST-AMOUNT-N = 0
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'BAD AMT' TO WS-EDIT-RESULT
                   GO TO EDIT-CHANGE-EXIT-PARA
               END-IF
           END-IF.
           IF ST-FREQUENCY NOT = SPACES
                   AND ST-FREQUENCY NOT = 'W'
                   AND ST-FREQUENCY NOT = 'F'
                   AND ST-FREQUENCY NOT = 'M'
                   AND ST-FREQUENCY NOT = 'Q'
                   AND ST-FREQUENCY NOT = 'A'
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD FREQ' TO WS-EDIT-RESULT
               GO TO EDIT-CHANGE-EXIT-PARA
           END-IF.
           IF ST-END-DATE NOT = SPACES
               MOVE 'N' TO WS-DATE-OK-SW
               IF ST-END-DATE IS NUMERIC
                   MOVE ST-END-DATE-N TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT-PARA
               END-IF
               IF NOT WS-DATE-OK
                       OR ST-END-DATE-N <
                          SO-START-DATE OF WS-CARRY-RECORD
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'BAD END' TO WS-EDIT-RESULT
                   GO TO EDIT-CHANGE-EXIT-PARA
               END-IF
           END-IF.
           IF ST-INSTALMENTS NOT = SPACES
               IF ST-INSTALMENTS IS NOT NUMERIC
                       OR ST-INSTALMENTS-N = 0
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'BAD INSTL' TO WS-EDIT-RESULT
                   GO TO EDIT-CHANGE-EXIT-PARA
               END-IF
           END-IF.
       EDIT-CHANGE-EXIT-PARA.
           EXIT.
       CHECK-DATE-PARA.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               GO TO CHECK-DATE-EXIT-PARA
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-DAYS-IN-MONTH.
           IF WS-CHECK-MM = 2
               DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-DAYS-IN-MONTH
               GO TO CHECK-DATE-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-DATE-OK-SW.
       CHECK-DATE-EXIT-PARA.
           EXIT.
       WRITE-FAILED-PARA.
           ADD 1 TO FAILED-COUNT.
           MOVE SPACES         TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-USER-ID     TO RS-USER-ID.
           MOVE ST-SEQ         TO RS-SEQ.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-FAILED-EXIT-PARA.
           EXIT.
       WRITE-APPLIED-PARA.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES         TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-USER-ID     TO RS-USER-ID.
           MOVE ST-SEQ         TO RS-SEQ.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-APPLIED-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER USER-MASTER SORTED-TRANS
                   RESULT-FILE
           END-IF.
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
           MOVE 'SOMAINT CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS READ     :' TO CT-LABEL
           MOVE TRANS-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS APPLIED  :' TO CT-LABEL
           MOVE APPLIED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSACTIONS FAILED   :' TO CT-LABEL
           MOVE FAILED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS IN     :' TO CT-LABEL
           MOVE MASTER-IN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS OUT    :' TO CT-LABEL
           MOVE MASTER-OUT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction read was either applied or failed (on
      *> the result file), with no third outcome.
           ADD APPLIED-COUNT FAILED-COUNT GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF TRANS-COUNT = WS-RECONCILE-TOTAL
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
