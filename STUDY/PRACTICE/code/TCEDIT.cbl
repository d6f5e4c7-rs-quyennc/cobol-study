       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCEDIT.
       AUTHOR. QUYENNC

      *> Timecard edit, run ahead of PAYEXTR. Each card carries an
      *> EMP-ID, a work date and that day's regular and overtime
      *> hours. Cards are sorted by employee and date and each one
      *> is checked against EMPLOYEE-MASTER: unknown EMP-IDs,
      *> terminated employees, work dates after EMP-TERM-DATE,
      *> impossible dates and impossible daily hours (more than a
      *> day's worth, none at all, or a second card for the same
      *> day) are rejected with a reason code, the way the store
      *> extract rejects its bad lines. The accepted hours are
      *> rolled up into one HOURS-FILE record per employee, in
      *> EMP-ID order, which PAYEXTR matches against the master to
      *> put hours and gross pay on the payroll feed. Hours keyed
      *> against the wrong employee were behind two payroll errors
      *> last quarter - this is where they stop.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TIMECARD-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-TIMECARD ASSIGN TO SORTED-TIMECARD-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-TIMECARD.
      *> Read by EMP-ID once per employee on the cards - read-only.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT HOURS-FILE ASSIGN TO HOURS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HOURS-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE.
       01  TIMECARD-FILE-REC    PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-EMP-ID        PIC X(05).
           05  FILLER           PIC X(01).
           05  SW-WORK-DATE     PIC X(08).
           05  FILLER           PIC X(66).
      *> One card per employee per day worked, as keyed at the
      *> stores.
       FD  SORTED-TIMECARD.
       01  TIMECARD-REC.
           05  TC-EMP-ID        PIC X(05).
           05  FILLER           PIC X(01).
           05  TC-WORK-DATE     PIC 9(08).
           05  FILLER           PIC X(01).
           05  TC-REG-HOURS     PIC 9(02)V99.
           05  FILLER           PIC X(01).
           05  TC-OT-HOURS      PIC 9(02)V99.
           05  FILLER           PIC X(56).
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
      *> The week's accepted hours per employee - what PAYEXTR
      *> prices. EMP-ID ascending, the master's own order.
       FD  HOURS-FILE.
       01  HOURS-REC.
           05  HR-EMP-ID        PIC X(05).
           05  FILLER           PIC X(01).
           05  HR-REG-HOURS     PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  HR-OT-HOURS      PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  HR-CARD-COUNT    PIC 9(03).
           05  FILLER           PIC X(55).
      *> The card as keyed, with the reason it was turned away.
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  TJ-EMP-ID        PIC X(05).
           05  FILLER           PIC X(01).
           05  TJ-WORK-DATE     PIC X(08).
           05  FILLER           PIC X(01).
           05  TJ-REG-HOURS     PIC X(04).
           05  FILLER           PIC X(01).
           05  TJ-OT-HOURS      PIC X(04).
           05  FILLER           PIC X(01).
           05  TJ-REASON        PIC X(16).
           05  FILLER           PIC X(39).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-TIMECARD-FILE    PIC X(02)  VALUE SPACES.
           88  FS-TIMECARD-FILE-OK         VALUE '00'.
       01  FS-SORTED-TIMECARD  PIC X(02)  VALUE SPACES.
           88  FS-SORTED-TIMECARD-OK       VALUE '00'.
           88  FS-SORTED-TIMECARD-EOF      VALUE '10'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
       01  FS-HOURS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-HOURS-FILE-OK            VALUE '00'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> Nobody works more than a day in a day. Regular plus
      *> overtime above this on one card is a keying error.
       01  WS-MAX-DAILY-HOURS  PIC 9(02)V99 VALUE 24.00.
       01  WS-DAY-HOURS        PIC 9(03)V99 VALUE 0.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-EDIT-WORK-DATE.
           05  WS-EWD-YEAR     PIC 9(04).
           05  WS-EWD-MONTH    PIC 9(02).
           05  WS-EWD-DAY      PIC 9(02).
       01  WS-REJECT-REASON    PIC X(16)  VALUE SPACES.
      *> The employee in hand: what the master said about them,
      *> read once at the first card, and the hours accepted so
      *> far.
       01  WS-EMP-ACTIVE-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMP-ACTIVE               VALUE 'Y'.
       01  WS-EMP-ID           PIC X(05)  VALUE SPACES.
       01  WS-EMP-FOUND-SW     PIC X(01)  VALUE 'N'.
           88  WS-EMP-FOUND                VALUE 'Y'.
       01  WS-EMP-STATUS       PIC X(01)  VALUE SPACES.
           88  WS-EMP-TERMINATED           VALUE 'T'.
       01  WS-EMP-TERM-DATE    PIC 9(08)  VALUE 0.
       01  WS-LAST-WORK-DATE   PIC 9(08)  VALUE 0.
       01  WS-EMP-REG-HOURS    PIC 9(05)V99 VALUE 0.
       01  WS-EMP-OT-HOURS     PIC 9(05)V99 VALUE 0.
       01  WS-EMP-CARD-COUNT   PIC 9(03)  VALUE 0.
       01  WS-TOTAL-REG-HOURS  PIC 9(07)V99 VALUE 0.
       01  WS-TOTAL-OT-HOURS   PIC 9(07)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  ACCEPTED-COUNT  PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
           05  WRITTEN-COUNT   PIC 9(07).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
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
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'TCEDIT'.

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
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE READ-COUNT TO WS-RT-READ-COUNT.
           MOVE ACCEPTED-COUNT TO WS-RT-WRITE-COUNT.
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
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-ID
               ON ASCENDING KEY SW-WORK-DATE
               USING TIMECARD-FILE
               GIVING SORTED-TIMECARD.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SORTED-TIMECARD
           IF FS-SORTED-TIMECARD-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED TIMECARD OPEN FAILED: '
                   FS-SORTED-TIMECARD
               MOVE 'SORTED-TIMECARD' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-TIMECARD
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
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
           OPEN OUTPUT HOURS-FILE
           IF FS-HOURS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'HOURS FILE OPEN FAILED: ' FS-HOURS-FILE
               MOVE 'HOURS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-HOURS-FILE
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
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-TIMECARD-EOF
               READ SORTED-TIMECARD
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO TIMECARD RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM EDIT-CARD-PARA THRU EDIT-CARD-EXIT-PARA
               END-READ
           END-PERFORM.
           IF WS-EMP-ACTIVE
               PERFORM END-EMPLOYEE-PARA THRU END-EMPLOYEE-EXIT-PARA
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A change of EMP-ID closes the employee in hand and looks
      *> the next one up on the master; every card is then edited
      *> against what the master said.
       EDIT-CARD-PARA.
           ADD 1 TO READ-COUNT.
           IF WS-EMP-ACTIVE AND TC-EMP-ID NOT = WS-EMP-ID
               PERFORM END-EMPLOYEE-PARA THRU END-EMPLOYEE-EXIT-PARA
           END-IF.
           IF NOT WS-EMP-ACTIVE
               PERFORM START-EMPLOYEE-PARA
                   THRU START-EMPLOYEE-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT WS-EMP-FOUND
               MOVE 'UNKNOWN-EMPLOYEE' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           IF TC-WORK-DATE IS NOT NUMERIC
               MOVE 'BAD-WORK-DATE' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           MOVE TC-WORK-DATE TO WS-EDIT-WORK-DATE.
           IF WS-EWD-MONTH < 1 OR WS-EWD-MONTH > 12
                   OR WS-EWD-DAY < 1 OR WS-EWD-DAY > 31
                   OR TC-WORK-DATE > WS-RUN-DATE
               MOVE 'BAD-WORK-DATE' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
      *> A card dated after the employee left is the clearest sign
      *> of hours keyed against the wrong EMP-ID, so it is named
      *> as such; any other card for a terminated employee is
      *> turned away as well - final pay is settled by HR, not off
      *> the store timecards.
           IF WS-EMP-TERM-DATE > 0
                   AND TC-WORK-DATE > WS-EMP-TERM-DATE
               MOVE 'AFTER-TERM-DATE' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           IF WS-EMP-TERMINATED
               MOVE 'TERMINATED' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           IF TC-REG-HOURS IS NOT NUMERIC
                   OR TC-OT-HOURS IS NOT NUMERIC
               MOVE 'BAD-HOURS' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           ADD TC-REG-HOURS TC-OT-HOURS GIVING WS-DAY-HOURS.
           IF WS-DAY-HOURS = 0 OR WS-DAY-HOURS > WS-MAX-DAILY-HOURS
               MOVE 'IMPOSSIBLE-HOURS' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
      *> The sort puts an employee's cards in date order, so a
      *> second card for a day already accepted sits right behind
      *> it - the two together are more than one day's hours.
           IF TC-WORK-DATE = WS-LAST-WORK-DATE
               MOVE 'DUPLICATE-DATE' TO WS-REJECT-REASON
               GO TO EDIT-CARD-REJECT-PARA
           END-IF.
           MOVE TC-WORK-DATE TO WS-LAST-WORK-DATE.
           ADD TC-REG-HOURS TO WS-EMP-REG-HOURS.
           ADD TC-OT-HOURS  TO WS-EMP-OT-HOURS.
           ADD 1 TO WS-EMP-CARD-COUNT.
           ADD 1 TO ACCEPTED-COUNT.
           GO TO EDIT-CARD-EXIT-PARA.
       EDIT-CARD-REJECT-PARA.
           MOVE SPACES         TO REJECT-REC.
           MOVE TC-EMP-ID      TO TJ-EMP-ID.
           MOVE TIMECARD-REC (7:8)  TO TJ-WORK-DATE.
           MOVE TIMECARD-REC (16:4) TO TJ-REG-HOURS.
           MOVE TIMECARD-REC (21:4) TO TJ-OT-HOURS.
           MOVE WS-REJECT-REASON TO TJ-REASON.
           WRITE REJECT-REC.
           ADD 1 TO REJECT-COUNT.
       EDIT-CARD-EXIT-PARA.
           EXIT.
       START-EMPLOYEE-PARA.
           MOVE 'Y' TO WS-EMP-ACTIVE-SW.
           MOVE TC-EMP-ID TO WS-EMP-ID.
           MOVE 0 TO WS-EMP-REG-HOURS WS-EMP-OT-HOURS
                     WS-EMP-CARD-COUNT WS-LAST-WORK-DATE
                     WS-EMP-TERM-DATE.
           MOVE SPACES TO WS-EMP-STATUS.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE TC-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMP-ID
               INVALID KEY
                   GO TO START-EMPLOYEE-EXIT-PARA
           END-READ.
           MOVE 'Y' TO WS-EMP-FOUND-SW.
           MOVE EMP-STATUS TO WS-EMP-STATUS.
           IF EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO WS-EMP-TERM-DATE
           END-IF.
       START-EMPLOYEE-EXIT-PARA.
           EXIT.
      *> An employee with at least one accepted card gets an
      *> HOURS-FILE record; one whose every card was rejected does
      *> not, so PAYEXTR feeds them no hours rather than zero.
       END-EMPLOYEE-PARA.
           MOVE 'N' TO WS-EMP-ACTIVE-SW.
           IF WS-EMP-CARD-COUNT = 0
               GO TO END-EMPLOYEE-EXIT-PARA
           END-IF.
           MOVE SPACES            TO HOURS-REC.
           MOVE WS-EMP-ID         TO HR-EMP-ID.
           MOVE WS-EMP-REG-HOURS  TO HR-REG-HOURS.
           MOVE WS-EMP-OT-HOURS   TO HR-OT-HOURS.
           MOVE WS-EMP-CARD-COUNT TO HR-CARD-COUNT.
           WRITE HOURS-REC.
           ADD 1 TO WRITTEN-COUNT.
           ADD WS-EMP-REG-HOURS TO WS-TOTAL-REG-HOURS.
           ADD WS-EMP-OT-HOURS  TO WS-TOTAL-OT-HOURS.
       END-EMPLOYEE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE SORTED-TIMECARD EMPLOYEE-MASTER HOURS-FILE
                     REJECT-FILE
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
           MOVE 'TCEDIT CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TIMECARDS READ        :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TIMECARDS ACCEPTED    :' TO CT-LABEL
           MOVE ACCEPTED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TIMECARDS REJECTED    :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EMPLOYEES WITH HOURS  :' TO CT-LABEL
           MOVE WRITTEN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REGULAR HOURS         :' TO CA-LABEL
           MOVE WS-TOTAL-REG-HOURS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERTIME HOURS        :' TO CA-LABEL
           MOVE WS-TOTAL-OT-HOURS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every card was accepted or rejected, with no third
      *> outcome.
           ADD ACCEPTED-COUNT REJECT-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
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
