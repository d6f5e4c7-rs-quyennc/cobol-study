      *> missing from the rate file lands on the exception file
      *> with a reason code, the way the store extract's
      *> UNKNOWN-ITEM rejects work - never silently dropped, never
      *> fed at a guessed rate. The week's hours come in from
      *> TCEDIT's HOURS-FILE, already edited and rolled up per
      *> employee in EMP-ID order; they are matched against the
      *> master as it is read and priced at the grade rate, with
      *> overtime at the parm card's multiplier, so the bureau gets
      *> hours and gross pay on the feed instead of a spreadsheet.
      *> Hours that cannot ride the feed - the employee is not
      *> active, not on the master, or has no rate - are excepted
      *> with them, and the control report proves every hour read
      *> was either fed or excepted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-RATE-FILE ASSIGN TO GRADE-RATE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GRADE-RATE-FILE.
      *> TCEDIT's accepted hours, one record per employee.
           SELECT HOURS-FILE ASSIGN TO HOURS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HOURS-FILE.
      *> PARM-FILE carries the overtime multiplier. A missing or
      *> blank card means time and a half.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT PAYFEED-FILE ASSIGN TO PAYFEED-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PAYFEED-FILE.
           05  FILLER         PIC X(01).
           05  GR-RATE        PIC 9(05)V99.
           05  FILLER         PIC X(70).
       FD  HOURS-FILE.
       01  HOURS-REC.
           05  HR-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  HR-REG-HOURS   PIC 9(05)V99.
           05  FILLER         PIC X(01).
           05  HR-OT-HOURS    PIC 9(05)V99.
           05  FILLER         PIC X(01).
           05  HR-CARD-COUNT  PIC 9(03).
           05  FILLER         PIC X(55).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-OT-MULTIPLIER PIC 9(01)V99.
           05  FILLER         PIC X(77).
      *> The feed record the bureau keys on - fixed positions, no
      *> delimiters, per their spec.
       FD  PAYFEED-FILE.
           05  PF-EMP-DEPT    PIC X(04).
           05  PF-PAY-GRADE   PIC X(02).
           05  PF-RATE        PIC 9(05)V99.
      *> Hours and gross pay ride in what was the record's filler,
      *> so the positions the bureau already keys on do not move.
      *> An employee with no accepted timecards goes with zeros.
           05  PF-REG-HOURS   PIC 9(05)V99.
           05  PF-OT-HOURS    PIC 9(05)V99.
           05  PF-GROSS-PAY   PIC 9(07)V99.
           05  FILLER         PIC X(20).
       01  PAYFEED-TRL-REC.
           05  PT-REC-ID      PIC X(03).
           05  PT-RECORD-COUNT PIC 9(07).
           05  PT-TOTAL-RATE  PIC 9(09)V99.
           05  PT-TOTAL-REG-HOURS PIC 9(07)V99.
           05  PT-TOTAL-OT-HOURS  PIC 9(07)V99.
           05  PT-TOTAL-GROSS PIC 9(09)V99.
           05  FILLER         PIC X(30).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           05  XC-EMP-ID      PIC X(05).
           05  XC-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  XC-REASON      PIC X(16).
           05  FILLER         PIC X(01).
           05  XC-REG-HOURS   PIC 9(05)V99.
           05  FILLER         PIC X(01).
           05  XC-OT-HOURS    PIC 9(05)V99.
           05  FILLER         PIC X(39).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-GRADE-RATE-FILE  PIC X(02)  VALUE SPACES.
           88  FS-GRADE-RATE-FILE-OK       VALUE '00'.
           88  FS-GRADE-RATE-FILE-EOF      VALUE '10'.
       01  FS-HOURS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-HOURS-FILE-OK            VALUE '00'.
           88  FS-HOURS-FILE-EOF           VALUE '10'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-PAYFEED-FILE     PIC X(02)  VALUE SPACES.
           88  FS-PAYFEED-FILE-OK          VALUE '00'.
       01  FS-EXCEPTION-FILE   PIC X(02)  VALUE SPACES.
       01  WS-GRADE-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-GRADE-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-RATE      PIC 9(05)V99 VALUE 0.
       01  WS-OT-MULTIPLIER    PIC 9(01)V99 VALUE 1.50.
      *> The hours record in hand - HIGH-VALUES once the file is
      *> exhausted, so it sorts after every EMP-ID on the master -
      *> and the hours matched to the employee being fed.
       01  WS-HOURS-EMP-ID     PIC X(05)  VALUE SPACES.
       01  WS-EMP-REG-HOURS    PIC 9(05)V99 VALUE 0.
       01  WS-EMP-OT-HOURS     PIC 9(05)V99 VALUE 0.
       01  WS-GROSS-PAY        PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-READ-REG   PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-READ-OT    PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-FED-REG    PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-FED-OT     PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-EXC-REG    PIC 9(07)V99 VALUE 0.
       01  WS-HOURS-EXC-OT     PIC 9(07)V99 VALUE 0.
       01  WS-TOTAL-GROSS      PIC 9(09)V99 VALUE 0.
       01  WS-HOURS-RECONCILE  PIC 9(07)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  SELECTED-COUNT  PIC 9(07).
           05  WRITTEN-COUNT   PIC 9(07).
           05  INACTIVE-COUNT  PIC 9(07).
           05  EXCEPTION-COUNT PIC 9(07).
           05  HOURS-READ-COUNT PIC 9(07).
           05  HOURS-FED-COUNT PIC 9(07).
           05  HOURS-EXC-COUNT PIC 9(07).
       01  WS-TOTAL-RATE       PIC 9(09)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT HOURS-FILE
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
           PERFORM READ-HOURS-PARA THRU READ-HOURS-EXIT-PARA.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           PERFORM LOAD-GRADE-RATES-PARA
               THRU LOAD-GRADE-RATES-EXIT-PARA.
       OPEN-EXIT-PARA.
           CLOSE GRADE-RATE-FILE.
       LOAD-GRADE-RATES-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, USING DEFAULT OT'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-OT-MULTIPLIER IS NUMERIC
                   AND PARM-OT-MULTIPLIER > 0
               MOVE PARM-OT-MULTIPLIER TO WS-OT-MULTIPLIER
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> Reads ahead one hours record, adding it into the hours-read
      *> totals; end of file parks HIGH-VALUES in the match key.
       READ-HOURS-PARA.
           READ HOURS-FILE
           AT END
               MOVE HIGH-VALUES TO WS-HOURS-EMP-ID
           NOT AT END
               MOVE HR-EMP-ID TO WS-HOURS-EMP-ID
               ADD 1 TO HOURS-READ-COUNT
               ADD HR-REG-HOURS TO WS-HOURS-READ-REG
               ADD HR-OT-HOURS  TO WS-HOURS-READ-OT
           END-READ.
       READ-HOURS-EXIT-PARA.
           EXIT.
      *> Hours for an EMP-ID the master walk has already passed
      *> belong to nobody on the master - excepted, never fed.
       SKIP-HOURS-PARA.
           MOVE SPACES       TO EXCEPTION-REC.
           MOVE HR-EMP-ID    TO XC-EMP-ID.
           MOVE 'HOURS-NO-MASTER' TO XC-REASON.
           PERFORM EXCEPT-HOURS-PARA THRU EXCEPT-HOURS-EXIT-PARA.
           PERFORM READ-HOURS-PARA THRU READ-HOURS-EXIT-PARA.
       SKIP-HOURS-EXIT-PARA.
           EXIT.
      *> Puts the hours record in hand on the exception record
      *> already built and into the hours-excepted totals.
       EXCEPT-HOURS-PARA.
           MOVE HR-REG-HOURS TO XC-REG-HOURS.
           MOVE HR-OT-HOURS  TO XC-OT-HOURS.
           WRITE EXCEPTION-REC.
           ADD 1 TO HOURS-EXC-COUNT.
           ADD HR-REG-HOURS TO WS-HOURS-EXC-REG.
           ADD HR-OT-HOURS  TO WS-HOURS-EXC-OT.
       EXCEPT-HOURS-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   PERFORM FEED-PARA THRU FEED-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM SKIP-HOURS-PARA THRU SKIP-HOURS-EXIT-PARA
               UNTIL WS-HOURS-EMP-ID = HIGH-VALUES.
       PROCESS-EXIT-PARA.
           EXIT.
       FEED-PARA.
           ADD 1 TO READ-COUNT.
           PERFORM SKIP-HOURS-PARA THRU SKIP-HOURS-EXIT-PARA
               UNTIL WS-HOURS-EMP-ID NOT < EMP-ID.
           IF NOT EMP-ACTIVE
               ADD 1 TO INACTIVE-COUNT
               IF WS-HOURS-EMP-ID = EMP-ID
                   MOVE SPACES        TO EXCEPTION-REC
                   MOVE EMP-ID        TO XC-EMP-ID
                   MOVE EMP-PAY-GRADE TO XC-PAY-GRADE
                   MOVE 'HOURS-NOT-FED' TO XC-REASON
                   PERFORM EXCEPT-HOURS-PARA
                       THRU EXCEPT-HOURS-EXIT-PARA
                   PERFORM READ-HOURS-PARA THRU READ-HOURS-EXIT-PARA
               END-IF
               GO TO FEED-EXIT-PARA
           END-IF.
           ADD 1 TO SELECTED-COUNT.
           PERFORM FIND-GRADE-PARA THRU FIND-GRADE-EXIT-PARA.
           IF NOT WS-GRADE-FOUND
               MOVE SPACES        TO EXCEPTION-REC
               MOVE EMP-ID        TO XC-EMP-ID
               MOVE EMP-PAY-GRADE TO XC-PAY-GRADE
               MOVE 'UNKNOWN-GRADE' TO XC-REASON
               IF WS-HOURS-EMP-ID = EMP-ID
                   PERFORM EXCEPT-HOURS-PARA
                       THRU EXCEPT-HOURS-EXIT-PARA
                   PERFORM READ-HOURS-PARA THRU READ-HOURS-EXIT-PARA
               ELSE
                   MOVE 0 TO XC-REG-HOURS XC-OT-HOURS
                   WRITE EXCEPTION-REC
               END-IF
               ADD 1 TO EXCEPTION-COUNT
               GO TO FEED-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EMP-REG-HOURS WS-EMP-OT-HOURS WS-GROSS-PAY.
           IF WS-HOURS-EMP-ID = EMP-ID
               MOVE HR-REG-HOURS TO WS-EMP-REG-HOURS
               MOVE HR-OT-HOURS  TO WS-EMP-OT-HOURS
               ADD 1 TO HOURS-FED-COUNT
               PERFORM READ-HOURS-PARA THRU READ-HOURS-EXIT-PARA
           END-IF.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-EMP-REG-HOURS * WS-LOOKUP-RATE
               + WS-EMP-OT-HOURS * WS-LOOKUP-RATE * WS-OT-MULTIPLIER.
           MOVE SPACES        TO PAYFEED-REC.
           MOVE EMP-ID        TO PF-EMP-ID.
           MOVE EMP-NAME      TO PF-EMP-NAME.
           MOVE EMP-DEPT      TO PF-EMP-DEPT.
           MOVE EMP-PAY-GRADE TO PF-PAY-GRADE.
           MOVE WS-LOOKUP-RATE TO PF-RATE.
           MOVE WS-EMP-REG-HOURS TO PF-REG-HOURS.
           MOVE WS-EMP-OT-HOURS TO PF-OT-HOURS.
           MOVE WS-GROSS-PAY  TO PF-GROSS-PAY.
           WRITE PAYFEED-REC.
           ADD 1 TO WRITTEN-COUNT.
           ADD WS-LOOKUP-RATE TO WS-TOTAL-RATE.
           ADD WS-EMP-REG-HOURS TO WS-HOURS-FED-REG.
           ADD WS-EMP-OT-HOURS TO WS-HOURS-FED-OT.
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
       FEED-EXIT-PARA.
           EXIT.
       FIND-GRADE-PARA.
               MOVE 'TRL' TO PT-REC-ID
               MOVE WRITTEN-COUNT TO PT-RECORD-COUNT
               MOVE WS-TOTAL-RATE TO PT-TOTAL-RATE
               MOVE WS-HOURS-FED-REG TO PT-TOTAL-REG-HOURS
               MOVE WS-HOURS-FED-OT TO PT-TOTAL-OT-HOURS
               MOVE WS-TOTAL-GROSS TO PT-TOTAL-GROSS
               WRITE PAYFEED-TRL-REC
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE EMPLOYEE-MASTER PAYFEED-FILE EXCEPTION-FILE
                     HOURS-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
           MOVE WS-TOTAL-RATE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERTIME MULTIPLIER   :' TO CA-LABEL
           MOVE WS-OT-MULTIPLIER TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HOURS RECORDS READ    :' TO CT-LABEL
           MOVE HOURS-READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HOURS RECORDS FED     :' TO CT-LABEL
           MOVE HOURS-FED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HOURS RECORDS EXCEPTED:' TO CT-LABEL
           MOVE HOURS-EXC-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REGULAR HOURS READ    :' TO CA-LABEL
           MOVE WS-HOURS-READ-REG TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REGULAR HOURS FED     :' TO CA-LABEL
           MOVE WS-HOURS-FED-REG TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REGULAR HOURS EXCEPTED:' TO CA-LABEL
           MOVE WS-HOURS-EXC-REG TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERTIME HOURS READ   :' TO CA-LABEL
           MOVE WS-HOURS-READ-OT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERTIME HOURS FED    :' TO CA-LABEL
           MOVE WS-HOURS-FED-OT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERTIME HOURS EXCEPT.:' TO CA-LABEL
           MOVE WS-HOURS-EXC-OT TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TOTAL GROSS PAY       :' TO CA-LABEL
           MOVE WS-TOTAL-GROSS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every selected employee either rode the feed or landed on
      *> the exception file, with no third outcome.
           ADD WRITTEN-COUNT EXCEPTION-COUNT
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> Every hour TCEDIT passed either rode the feed - where the
      *> trailer carries it - or was excepted, regular and overtime
      *> alike.
           MOVE 'HOURS RECONCILIATION  :' TO RC-LABEL.
           MOVE 'IN BALANCE' TO RC-RESULT.
           ADD WS-HOURS-FED-REG WS-HOURS-EXC-REG
               GIVING WS-HOURS-RECONCILE.
           IF WS-HOURS-RECONCILE NOT = WS-HOURS-READ-REG
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD WS-HOURS-FED-OT WS-HOURS-EXC-OT
               GIVING WS-HOURS-RECONCILE.
           IF WS-HOURS-RECONCILE NOT = WS-HOURS-READ-OT
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
