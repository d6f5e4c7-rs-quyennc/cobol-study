       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVACCRUE.
       AUTHOR. QUYENNC

      *> Monthly leave accrual. Vacation and sick balances used to
      *> live on paper in HR because the employee master has hire
      *> date and pay grade but nowhere to keep an entitlement; they
      *> now live on LEAVE-BALANCE, keyed by EMP-ID, and this run
      *> credits them once a month. Each active employee's tenure
      *> in whole years at the end of the month and pay grade pick
      *> a row off the LEAVE-RULE table - hours of vacation and of
      *> sick leave earned per month for that band and grade - and
      *> the hours are added to the balance (a first accrual creates
      *> the record). Every credit is journaled on LEAVE-JOURNAL for
      *> LVSTMT's statements, and LB-LAST-ACCRUAL records the month
      *> so a rerun credits nobody twice. Inactive employees (on
      *> unpaid leave) earn nothing; terminated ones are paid out by
      *> EMPMAINT and earn nothing either. A grade/band with no rule
      *> is an exception for HR to chase, not a silent zero. The
      *> control report proves every master record was accrued,
      *> skipped for a stated reason, or excepted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
      *> One row per grade and tenure band: years FROM and TO
      *> inclusive, and the hours of each leave type earned a month.
           SELECT LEAVE-RULE-FILE ASSIGN TO LEAVE-RULE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-RULE-FILE.
           SELECT LEAVE-BALANCE ASSIGN TO LEAVE-BALANCE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-EMP-ID
           FILE STATUS FS-LEAVE-BALANCE.
           SELECT LEAVE-JOURNAL ASSIGN TO LEAVE-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-JOURNAL.
           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REGISTER-FILE.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXCEPTION-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> PARM-FILE carries the month to accrue (YYYYMM) and the
      *> lines-per-page override. A missing or blank month means
      *> the run date's month - the run is scheduled at month end.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
       FD  LEAVE-RULE-FILE.
       01  LEAVE-RULE-REC.
           05  LR-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  LR-YEARS-FROM  PIC 9(02).
           05  FILLER         PIC X(01).
           05  LR-YEARS-TO    PIC 9(02).
           05  FILLER         PIC X(01).
           05  LR-VAC-HOURS   PIC 9(03)V99.
           05  FILLER         PIC X(01).
           05  LR-SICK-HOURS  PIC 9(03)V99.
           05  FILLER         PIC X(60).
       FD  LEAVE-BALANCE.
       01  LEAVE-BALANCE-REC.
           COPY "LVBAL.cpy".
       FD  LEAVE-JOURNAL.
       01  LEAVE-JOURNAL-REC.
           COPY "LVJRNL.cpy".
       FD  REGISTER-FILE.
       01  REGISTER-LINE      PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           05  XC-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  XC-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(01).
           05  XC-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  XC-YEARS       PIC 9(02).
           05  FILLER         PIC X(01).
           05  XC-REASON      PIC X(16).
           05  FILLER         PIC X(32).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-PERIOD          PIC 9(06).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
           88  FS-EMPLOYEE-MASTER-EOF      VALUE '10'.
       01  FS-LEAVE-RULE-FILE  PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-RULE-FILE-OK       VALUE '00'.
           88  FS-LEAVE-RULE-FILE-EOF      VALUE '10'.
       01  FS-LEAVE-BALANCE    PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-BALANCE-OK         VALUE '00'.
           88  FS-LEAVE-BALANCE-NEW        VALUE '35'.
       01  FS-LEAVE-JOURNAL    PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-JOURNAL-OK         VALUE '00'.
           88  FS-LEAVE-JOURNAL-NEW        VALUE '05' '35'.
       01  FS-REGISTER-FILE    PIC X(02)  VALUE SPACES.
           88  FS-REGISTER-FILE-OK         VALUE '00'.
       01  FS-EXCEPTION-FILE   PIC X(02)  VALUE SPACES.
           88  FS-EXCEPTION-FILE-OK        VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR    PIC 9(04).
           05  WS-PERIOD-MONTH   PIC 9(02).
       01  WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(06).
       01  WS-PERIOD-END       PIC 9(08)  VALUE 0.
      *> First day of the month after the period - the day before
      *> it is the period's last day, whatever the month's length.
       01  WS-NEXT-PERIOD-START PIC 9(08) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR       PIC 9(04).
           05  WS-RUN-MONTH      PIC 9(02).
           05  WS-RUN-DAY        PIC 9(02).
       01  WS-HIRE-DATE        PIC 9(08).
       01  WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YEAR      PIC 9(04).
           05  WS-HIRE-MONTH     PIC 9(02).
           05  WS-HIRE-DAY       PIC 9(02).
       01  WS-HIRE-PERIOD      PIC 9(06)  VALUE 0.
      *> Whole years of service at the end of the month accrued -
      *> an anniversary falling inside the month counts, since the
      *> month is credited as at its last day.
       01  WS-TENURE-YEARS     PIC 9(02)  VALUE 0.
       01  WS-PAY-GRADE        PIC X(02)  VALUE SPACES.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT  PIC 9(03) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
                   INDEXED BY RULE-IX.
               10  WS-TBL-PAY-GRADE   PIC X(02).
               10  WS-TBL-YEARS-FROM  PIC 9(02).
               10  WS-TBL-YEARS-TO    PIC 9(02).
               10  WS-TBL-VAC-HOURS   PIC 9(03)V99.
               10  WS-TBL-SICK-HOURS  PIC 9(03)V99.
       01  WS-RULE-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-RULE-FOUND               VALUE 'Y'.
       01  WS-NEW-BALANCE-SW   PIC X(01)  VALUE 'N'.
           88  WS-NEW-BALANCE              VALUE 'Y'.
       01  WS-VAC-HOURS        PIC 9(03)V99 VALUE 0.
       01  WS-SICK-HOURS       PIC 9(03)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT        PIC 9(07).
           05  ACCRUED-COUNT     PIC 9(07).
           05  OPENED-COUNT      PIC 9(07).
           05  REOPENED-COUNT    PIC 9(07).
           05  ALREADY-COUNT     PIC 9(07).
           05  INACTIVE-COUNT    PIC 9(07).
           05  TERMINATED-COUNT  PIC 9(07).
           05  NOT-YET-COUNT     PIC 9(07).
           05  EXCEPTION-COUNT   PIC 9(07).
           05  JOURNAL-COUNT     PIC 9(07).
       01  WS-TOTAL-VAC-HOURS  PIC 9(07)V99 VALUE 0.
       01  WS-TOTAL-SICK-HOURS PIC 9(07)V99 VALUE 0.
       01  WS-JOURNAL-HOURS    PIC 9(07)V99 VALUE 0.
       01  WS-ACCRUED-HOURS    PIC 9(07)V99 VALUE 0.
       01  WS-RECONCILE-TOTAL  PIC 9(07)  VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'LEAVE ACCRUAL REGISTER'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(08) VALUE 'MONTH: '.
           05  RH-PERIOD      PIC 9(06).
           05  FILLER         PIC X(66) VALUE SPACES.
       01  REPORT-HEADING-3.
           05  FILLER         PIC X(06) VALUE 'EMP'.
           05  FILLER         PIC X(20) VALUE 'NAME'.
           05  FILLER         PIC X(03) VALUE 'GR'.
           05  FILLER         PIC X(04) VALUE 'YRS'.
           05  FILLER         PIC X(08) VALUE '   VAC+'.
           05  FILLER         PIC X(09) VALUE '  VAC BAL'.
           05  FILLER         PIC X(08) VALUE '  SICK+'.
           05  FILLER         PIC X(10) VALUE ' SICK BAL'.
           05  FILLER         PIC X(12) VALUE SPACES.
       01  REPORT-DETAIL.
           05  RD-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-YEARS       PIC Z9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-VAC-HOURS   PIC ZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-VAC-BAL     PIC ZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-SICK-HOURS  PIC ZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-SICK-BAL    PIC ZZZZ9.99.
      *> NEW on a first accrual, REOPEN on a rehire's first.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-NOTE        PIC X(06).
           05  FILLER         PIC X(09) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'LVACCRUE'.

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
           MOVE ACCRUED-COUNT TO WS-RT-WRITE-COUNT.
           MOVE EXCEPTION-COUNT TO WS-RT-REJECT-COUNT.
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
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
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
      *> A freshly defined cluster that has never been loaded will
      *> not open I-O; the first accrual loads it by opening it
      *> OUTPUT once, then carries on I-O as every later run does.
           OPEN I-O LEAVE-BALANCE
           IF FS-LEAVE-BALANCE-NEW
               OPEN OUTPUT LEAVE-BALANCE
               CLOSE LEAVE-BALANCE
               OPEN I-O LEAVE-BALANCE
           END-IF.
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
           OPEN OUTPUT REGISTER-FILE
           IF FS-REGISTER-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'REGISTER OPEN FAILED: ' FS-REGISTER-FILE
               MOVE 'REGISTER-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REGISTER-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE
           IF FS-EXCEPTION-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EXCEPTION FILE OPEN FAILED: '
                   FS-EXCEPTION-FILE
               MOVE 'EXCEPTION-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXCEPTION-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE SPACES TO EXCEPTION-REC LEAVE-JOURNAL-REC.
           PERFORM LOAD-RULES-PARA THRU LOAD-RULES-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR.
           MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, ACCRUING RUN MONTH'
               GO TO READ-PARM-SET-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-PERIOD IS NUMERIC AND PARM-PERIOD > 0
                   MOVE PARM-PERIOD TO WS-PERIOD-N
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-SET-PARA.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY 'PARM PERIOD MONTH INVALID, ACCRUING RUN MONTH'
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
           END-IF.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-PERIOD-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-PERIOD-START = WS-PERIOD-N * 100 + 101
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-PERIOD-START) - 1)
               TO WS-PERIOD-END.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> Without the rules nobody can be credited, so a missing
      *> table aborts the run rather than except every employee.
       LOAD-RULES-PARA.
           OPEN INPUT LEAVE-RULE-FILE
           IF FS-LEAVE-RULE-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'LEAVE RULE OPEN FAILED: ' FS-LEAVE-RULE-FILE
               MOVE 'LEAVE-RULE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-LEAVE-RULE-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RULES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-LEAVE-RULE-FILE-EOF
               READ LEAVE-RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RULE-COUNT < 200
                       ADD 1 TO WS-RULE-COUNT
                       SET RULE-IX TO WS-RULE-COUNT
                       MOVE LR-PAY-GRADE
                           TO WS-TBL-PAY-GRADE (RULE-IX)
                       MOVE LR-YEARS-FROM
                           TO WS-TBL-YEARS-FROM (RULE-IX)
                       MOVE LR-YEARS-TO
                           TO WS-TBL-YEARS-TO (RULE-IX)
                       MOVE LR-VAC-HOURS
                           TO WS-TBL-VAC-HOURS (RULE-IX)
                       MOVE LR-SICK-HOURS
                           TO WS-TBL-SICK-HOURS (RULE-IX)
                   ELSE
                       DISPLAY 'RULE TABLE FULL, GRADE '
                           LR-PAY-GRADE ' BAND ' LR-YEARS-FROM
                           ' NOT LOADED'
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-RULE-FILE.
       LOAD-RULES-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO EMPLOYEE RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM ACCRUE-PARA THRU ACCRUE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
       ACCRUE-PARA.
           ADD 1 TO READ-COUNT.
           MOVE EMP-PAY-GRADE TO WS-PAY-GRADE.
           MOVE 0 TO WS-TENURE-YEARS.
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   ADD 1 TO TERMINATED-COUNT
                   GO TO ACCRUE-EXIT-PARA
               WHEN EMP-INACTIVE
                   ADD 1 TO INACTIVE-COUNT
                   GO TO ACCRUE-EXIT-PARA
               WHEN EMP-ACTIVE
                   CONTINUE
               WHEN OTHER
                   MOVE 'BAD-EMP-STATUS' TO XC-REASON
                   PERFORM WRITE-EXCEPTION-PARA
                       THRU WRITE-EXCEPTION-EXIT-PARA
                   GO TO ACCRUE-EXIT-PARA
           END-EVALUATE.
           IF EMP-HIRE-DATE IS NOT NUMERIC
               MOVE 'BAD-HIRE-DATE' TO XC-REASON
               PERFORM WRITE-EXCEPTION-PARA
                   THRU WRITE-EXCEPTION-EXIT-PARA
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           MOVE EMP-HIRE-DATE TO WS-HIRE-DATE.
           COMPUTE WS-HIRE-PERIOD = WS-HIRE-YEAR * 100 + WS-HIRE-MONTH.
      *> Keyed ahead of the start date - nothing earned yet.
           IF WS-HIRE-PERIOD > WS-PERIOD-N
               ADD 1 TO NOT-YET-COUNT
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           COMPUTE WS-TENURE-YEARS = WS-PERIOD-YEAR - WS-HIRE-YEAR.
           IF WS-HIRE-MONTH > WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-TENURE-YEARS
           END-IF.
           PERFORM FIND-RULE-PARA THRU FIND-RULE-EXIT-PARA.
           IF NOT WS-RULE-FOUND
               MOVE 'NO-LEAVE-RULE' TO XC-REASON
               PERFORM WRITE-EXCEPTION-PARA
                   THRU WRITE-EXCEPTION-EXIT-PARA
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-NEW-BALANCE-SW.
           MOVE SPACES TO RD-NOTE.
           MOVE EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-BALANCE-SW
           END-READ.
           IF WS-NEW-BALANCE
               MOVE SPACES  TO LEAVE-BALANCE-REC
               MOVE EMP-ID  TO LB-EMP-ID
               MOVE 0       TO LB-VAC-BALANCE LB-SICK-BALANCE
                               LB-LAST-ACCRUAL LB-PAYOUT-DATE
               MOVE 'A'     TO LB-STATUS
               MOVE 'NEW'   TO RD-NOTE
           END-IF.
      *> A rerun of a month already credited is a no-op per
      *> employee - it is counted, not doubled.
           IF LB-LAST-ACCRUAL >= WS-PERIOD-N
               ADD 1 TO ALREADY-COUNT
               GO TO ACCRUE-EXIT-PARA
           END-IF.
      *> Paid out at termination and since rehired: the old
      *> balance went with the payout, so the record opens again
      *> from nothing.
           IF LB-PAID-OUT
               MOVE 0     TO LB-VAC-BALANCE LB-SICK-BALANCE
                             LB-PAYOUT-DATE
               MOVE 'A'   TO LB-STATUS
               MOVE 'REOPEN' TO RD-NOTE
               ADD 1 TO REOPENED-COUNT
           END-IF.
           ADD WS-VAC-HOURS  TO LB-VAC-BALANCE.
           ADD WS-SICK-HOURS TO LB-SICK-BALANCE.
           MOVE WS-PERIOD-N  TO LB-LAST-ACCRUAL.
           IF WS-NEW-BALANCE
               WRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       MOVE 'BALANCE-WRITE' TO XC-REASON
                       PERFORM WRITE-EXCEPTION-PARA
                           THRU WRITE-EXCEPTION-EXIT-PARA
                       GO TO ACCRUE-EXIT-PARA
               END-WRITE
               ADD 1 TO OPENED-COUNT
           ELSE
               REWRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       MOVE 'BALANCE-REWRITE' TO XC-REASON
                       PERFORM WRITE-EXCEPTION-PARA
                           THRU WRITE-EXCEPTION-EXIT-PARA
                       GO TO ACCRUE-EXIT-PARA
               END-REWRITE
           END-IF.
           ADD 1 TO ACCRUED-COUNT.
           ADD WS-VAC-HOURS  TO WS-TOTAL-VAC-HOURS.
           ADD WS-SICK-HOURS TO WS-TOTAL-SICK-HOURS.
           IF WS-VAC-HOURS > 0
               MOVE 'V' TO LJ-LEAVE-TYPE
               MOVE WS-VAC-HOURS TO LJ-HOURS
               MOVE LB-VAC-BALANCE TO LJ-BALANCE-AFTER
               PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT-PARA
           END-IF.
           IF WS-SICK-HOURS > 0
               MOVE 'S' TO LJ-LEAVE-TYPE
               MOVE WS-SICK-HOURS TO LJ-HOURS
               MOVE LB-SICK-BALANCE TO LJ-BALANCE-AFTER
               PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT-PARA
           END-IF.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-EXIT-PARA.
       ACCRUE-EXIT-PARA.
           EXIT.
      *> First row for the grade whose band holds the tenure wins,
      *> so overlapping rows resolve in file order.
       FIND-RULE-PARA.
           MOVE 'N' TO WS-RULE-FOUND-SW.
           PERFORM VARYING RULE-IX FROM 1 BY 1
                   UNTIL RULE-IX > WS-RULE-COUNT OR WS-RULE-FOUND
               IF WS-TBL-PAY-GRADE (RULE-IX) = WS-PAY-GRADE
                       AND WS-TENURE-YEARS
                           >= WS-TBL-YEARS-FROM (RULE-IX)
                       AND WS-TENURE-YEARS
                           <= WS-TBL-YEARS-TO (RULE-IX)
                   MOVE 'Y' TO WS-RULE-FOUND-SW
                   MOVE WS-TBL-VAC-HOURS (RULE-IX)  TO WS-VAC-HOURS
                   MOVE WS-TBL-SICK-HOURS (RULE-IX) TO WS-SICK-HOURS
               END-IF
           END-PERFORM.
       FIND-RULE-EXIT-PARA.
           EXIT.
       WRITE-JOURNAL-PARA.
           MOVE EMP-ID        TO LJ-EMP-ID.
           MOVE WS-RUN-DATE   TO LJ-POST-DATE.
           MOVE 'ACCR'        TO LJ-ENTRY-TYPE.
           MOVE '+'           TO LJ-SIGN.
           MOVE WS-PERIOD-END TO LJ-LEAVE-DATE.
           WRITE LEAVE-JOURNAL-REC.
           ADD 1 TO JOURNAL-COUNT.
           ADD LJ-HOURS TO WS-JOURNAL-HOURS.
           MOVE SPACES TO LEAVE-JOURNAL-REC.
       WRITE-JOURNAL-EXIT-PARA.
           EXIT.
       WRITE-EXCEPTION-PARA.
           MOVE EMP-ID          TO XC-EMP-ID.
           MOVE EMP-NAME        TO XC-EMP-NAME.
           MOVE WS-PAY-GRADE    TO XC-PAY-GRADE.
           MOVE WS-TENURE-YEARS TO XC-YEARS.
           WRITE EXCEPTION-REC.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REC.
       WRITE-EXCEPTION-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE EMPLOYEE-MASTER LEAVE-BALANCE LEAVE-JOURNAL
                     REGISTER-FILE EXCEPTION-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       WRITE-DETAIL-PARA.
           IF WS-PAGE-NO = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE EMP-ID          TO RD-EMP-ID.
           MOVE EMP-NAME        TO RD-EMP-NAME.
           MOVE WS-PAY-GRADE    TO RD-PAY-GRADE.
           MOVE WS-TENURE-YEARS TO RD-YEARS.
           MOVE WS-VAC-HOURS    TO RD-VAC-HOURS.
           MOVE LB-VAC-BALANCE  TO RD-VAC-BAL.
           MOVE WS-SICK-HOURS   TO RD-SICK-HOURS.
           MOVE LB-SICK-BALANCE TO RD-SICK-BAL.
           WRITE REGISTER-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       WRITE-DETAIL-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-PERIOD-N TO RH-PERIOD.
           IF WS-PAGE-NO > 1
               WRITE REGISTER-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE REGISTER-LINE FROM REPORT-HEADING-1.
           WRITE REGISTER-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REPORT-HEADING-3.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A month with nobody to credit still gets headings, so the
      *> register positively says so instead of arriving empty.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'EMPLOYEES ACCRUED     :' TO TL-LABEL.
           MOVE ACCRUED-COUNT TO TL-VALUE.
           WRITE REGISTER-LINE FROM TOTALS-LINE.
           MOVE 'EXCEPTIONS LISTED     :' TO TL-LABEL.
           MOVE EXCEPTION-COUNT TO TL-VALUE.
           WRITE REGISTER-LINE FROM TOTALS-LINE.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               GO TO WRITE-TOTALS-EXIT-PARA
           END-IF.
           MOVE 'LVACCRUE CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MASTER RECORDS READ   :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EMPLOYEES ACCRUED     :' TO CT-LABEL
           MOVE ACCRUED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  NEW BALANCE RECORDS :' TO CT-LABEL
           MOVE OPENED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  REOPENED ON REHIRE  :' TO CT-LABEL
           MOVE REOPENED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ALREADY ACCRUED       :' TO CT-LABEL
           MOVE ALREADY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INACTIVE, NOT ACCRUED :' TO CT-LABEL
           MOVE INACTIVE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TERMINATED, SKIPPED   :' TO CT-LABEL
           MOVE TERMINATED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'HIRED AFTER MONTH     :' TO CT-LABEL
           MOVE NOT-YET-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXCEPTIONS            :' TO CT-LABEL
           MOVE EXCEPTION-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VACATION HOURS CREDIT :' TO CH-LABEL
           MOVE WS-TOTAL-VAC-HOURS TO CH-VALUE
           MOVE CONTROL-HOURS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SICK HOURS CREDITED   :' TO CH-LABEL
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
      *> Every master record was accrued, skipped for a stated
      *> reason or excepted; and the journal carries exactly the
      *> hours credited to the balances.
           ADD ACCRUED-COUNT ALREADY-COUNT INACTIVE-COUNT
               TERMINATED-COUNT NOT-YET-COUNT EXCEPTION-COUNT
               GIVING WS-RECONCILE-TOTAL.
           ADD WS-TOTAL-VAC-HOURS WS-TOTAL-SICK-HOURS
               GIVING WS-ACCRUED-HOURS.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
                   AND WS-JOURNAL-HOURS = WS-ACCRUED-HOURS
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
