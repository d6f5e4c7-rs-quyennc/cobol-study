       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVSTMT.
       AUTHOR. QUYENNC

      *> Per-employee leave statement over LEAVE-JOURNAL, the trail
      *> LVACCRUE, LVTAKE and EMPMAINT's termination payout append
      *> to every time they move a LEAVE-BALANCE record. The journal
      *> is sorted by employee and posting date and printed as a
      *> control-break statement per employee, the way USRSTMT
      *> statements users: every accrual, absence and payout in the
      *> date range with the balance it left, then a summary per
      *> leave type proving opening balance plus accrued, less
      *> taken and paid out, equals closing. A parm card selects
      *> the posting-date range and, optionally, a single EMP-ID,
      *> so an employee's query about their entitlement is answered
      *> with a statement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-JOURNAL ASSIGN TO LEAVE-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-LEAVE-JOURNAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-JOURNAL ASSIGN TO SORTED-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-JOURNAL.
      *> Read by key for the name on each statement heading only.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT STMT-RPT-FILE ASSIGN TO STMT-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STMT-RPT-FILE.
      *> PARM-FILE: posting-date range (from/to, YYYYMMDD), an
      *> optional single EMP-ID - blank selects everybody - and the
      *> lines-per-page override. A missing card statements the
      *> whole journal.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-JOURNAL.
       01  LEAVE-JOURNAL-REC.
           COPY "LVJRNL.cpy".
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           COPY "LVJRNL.cpy".
       FD  SORTED-JOURNAL.
       01  SORTED-JOURNAL-REC.
           COPY "LVJRNL.cpy".
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
       FD  STMT-RPT-FILE.
       01  STMT-RPT-LINE        PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-DATE-FROM   PIC 9(08).
           05  FILLER           PIC X(01).
           05  PARM-DATE-TO     PIC 9(08).
           05  FILLER           PIC X(01).
           05  PARM-EMP-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  PARM-LINES-PER-PAGE PIC 9(03).
           05  FILLER           PIC X(53).
       WORKING-STORAGE SECTION.
       01  FS-LEAVE-JOURNAL    PIC X(02)  VALUE SPACES.
           88  FS-LEAVE-JOURNAL-OK         VALUE '00'.
       01  FS-SORTED-JOURNAL   PIC X(02)  VALUE SPACES.
           88  FS-SORTED-JOURNAL-OK        VALUE '00'.
           88  FS-SORTED-JOURNAL-EOF       VALUE '10'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
       01  FS-STMT-RPT-FILE    PIC X(02)  VALUE SPACES.
           88  FS-STMT-RPT-FILE-OK         VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-SEL-DATE-FROM    PIC 9(08)  VALUE 0.
       01  WS-SEL-DATE-TO      PIC 9(08)  VALUE 99999999.
       01  WS-SEL-EMP-ID       PIC X(05)  VALUE SPACES.
      *> Without the master the statements still print, unnamed.
       01  WS-MASTER-SW        PIC X(01)  VALUE 'N'.
           88  WS-MASTER-OPEN              VALUE 'Y'.
       01  COUNTERS.
           05  READ-COUNT        PIC 9(07).
           05  PRINTED-COUNT     PIC 9(07).
           05  SKIPPED-COUNT     PIC 9(07).
           05  EMPLOYEE-COUNT    PIC 9(07).
      *> Break control: the employee being statemented and, per
      *> leave type, the balance the statement opened on, the
      *> movements since, and the balance the last entry left.
       01  WS-EMP-ACTIVE-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMP-ACTIVE               VALUE 'Y'.
       01  WS-CUR-EMP-ID       PIC X(05)  VALUE SPACES.
       01  WS-LEAVE-TOTALS.
           05  WS-LEAVE-TYPE-TOTAL OCCURS 2 TIMES
                   INDEXED BY TYPE-IX.
               10  WS-LT-SEEN-SW     PIC X(01).
                   88  WS-LT-SEEN            VALUE 'Y'.
               10  WS-LT-OPEN        PIC S9(05)V99.
               10  WS-LT-ACCRUED     PIC 9(05)V99.
               10  WS-LT-TAKEN       PIC 9(05)V99.
               10  WS-LT-PAID        PIC 9(05)V99.
               10  WS-LT-CLOSE       PIC S9(05)V99.
       01  WS-PROOF-BALANCE    PIC S9(06)V99 VALUE 0.
       01  WS-PROOF-FAIL-COUNT PIC 9(07)  VALUE 0.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08).
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'EMPLOYEE LEAVE STATEMENTS'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(10) VALUE 'POSTED'.
           05  FILLER         PIC X(10) VALUE 'LEAVE DATE'.
           05  FILLER         PIC X(09) VALUE 'ENTRY'.
           05  FILLER         PIC X(10) VALUE 'TYPE'.
           05  FILLER         PIC X(10) VALUE '    HOURS'.
           05  FILLER         PIC X(31) VALUE '  BALANCE'.
       01  EMP-HEADER-LINE.
           05  FILLER         PIC X(10) VALUE 'EMPLOYEE: '.
           05  EH-EMP-ID      PIC X(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EH-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EH-EMP-DEPT    PIC X(04).
           05  FILLER         PIC X(38) VALUE SPACES.
       01  REPORT-DETAIL.
           05  RD-POST-DATE   PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-LEAVE-DATE  PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ENTRY       PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-LEAVE-TYPE  PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-HOURS       PIC -ZZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-BALANCE     PIC ZZZZ9.99.
           05  FILLER         PIC X(24) VALUE SPACES.
      *> One per leave type at the break: open + accrued - taken -
      *> paid out = close, with a flag if it does not.
       01  TYPE-SUMMARY-LINE.
           05  TS-LEAVE-TYPE  PIC X(09).
           05  FILLER         PIC X(05) VALUE 'OPEN '.
           05  TS-OPEN        PIC -ZZZ9.99.
           05  FILLER         PIC X(04) VALUE ' +AC'.
           05  TS-ACCRUED     PIC ZZZZ9.99.
           05  FILLER         PIC X(04) VALUE ' -TK'.
           05  TS-TAKEN       PIC ZZZZ9.99.
           05  FILLER         PIC X(04) VALUE ' -PO'.
           05  TS-PAID        PIC ZZZZ9.99.
           05  FILLER         PIC X(07) VALUE ' CLOSE '.
           05  TS-CLOSE       PIC -ZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  TS-CHECK       PIC X(06).
       01  TYPE-NONE-LINE.
           05  TN-LEAVE-TYPE  PIC X(09).
           05  FILLER         PIC X(71) VALUE
               'NO MOVEMENT IN PERIOD'.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'LVSTMT'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
      *> Employee first, then the posting date, so each statement
      *> reads oldest to newest; entries posted the same day keep
      *> the order they were journaled in.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY LJ-EMP-ID OF SORT-WORK-REC
               ON ASCENDING KEY LJ-POST-DATE OF SORT-WORK-REC
               WITH DUPLICATES IN ORDER
               USING LEAVE-JOURNAL
               GIVING SORTED-JOURNAL.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           OPEN INPUT SORTED-JOURNAL
           IF FS-SORTED-JOURNAL-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED JOURNAL OPEN FAILED: '
                   FS-SORTED-JOURNAL
               MOVE 'SORTED-JOURNAL' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-JOURNAL
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT STMT-RPT-FILE
           IF FS-STMT-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'STATEMENT RPT OPEN FAILED: ' FS-STMT-RPT-FILE
               MOVE 'STMT-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STMT-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER
           IF FS-EMPLOYEE-MASTER-OK
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, NAMES UNKNOWN'
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, STATEMENTING ALL'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-DATE-FROM IS NUMERIC
                   MOVE PARM-DATE-FROM TO WS-SEL-DATE-FROM
               END-IF
               IF PARM-DATE-TO IS NUMERIC AND PARM-DATE-TO > 0
                   MOVE PARM-DATE-TO TO WS-SEL-DATE-TO
               END-IF
               MOVE PARM-EMP-ID TO WS-SEL-EMP-ID
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           ELSE
               DISPLAY 'PARM FILE EMPTY, STATEMENTING ALL'
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-JOURNAL-EOF
               READ SORTED-JOURNAL
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO JOURNAL RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM SELECT-RECORD-PARA
                       THRU SELECT-RECORD-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> The date range and optional single employee are applied
      *> here, after the sort - a skipped record never disturbs the
      *> break state of the employee being printed.
       SELECT-RECORD-PARA.
           ADD 1 TO READ-COUNT.
           IF LJ-POST-DATE OF SORTED-JOURNAL-REC < WS-SEL-DATE-FROM
                   OR LJ-POST-DATE OF SORTED-JOURNAL-REC
                       > WS-SEL-DATE-TO
               ADD 1 TO SKIPPED-COUNT
               GO TO SELECT-RECORD-EXIT-PARA
           END-IF.
           IF WS-SEL-EMP-ID NOT = SPACES
               IF LJ-EMP-ID OF SORTED-JOURNAL-REC NOT = WS-SEL-EMP-ID
                   ADD 1 TO SKIPPED-COUNT
                   GO TO SELECT-RECORD-EXIT-PARA
               END-IF
           END-IF.
           PERFORM STATEMENT-PARA THRU STATEMENT-EXIT-PARA.
       SELECT-RECORD-EXIT-PARA.
           EXIT.
       STATEMENT-PARA.
           IF WS-EMP-ACTIVE
                   AND LJ-EMP-ID OF SORTED-JOURNAL-REC
                       NOT = WS-CUR-EMP-ID
               PERFORM EMP-BREAK-PARA THRU EMP-BREAK-EXIT-PARA
           END-IF.
           IF NOT WS-EMP-ACTIVE
               MOVE 'Y' TO WS-EMP-ACTIVE-SW
               MOVE LJ-EMP-ID OF SORTED-JOURNAL-REC TO WS-CUR-EMP-ID
               INITIALIZE WS-LEAVE-TOTALS
               PERFORM EMP-HEADER-PARA THRU EMP-HEADER-EXIT-PARA
           END-IF.
           IF LJ-SICK OF SORTED-JOURNAL-REC
               SET TYPE-IX TO 2
               MOVE 'SICK' TO RD-LEAVE-TYPE
           ELSE
               SET TYPE-IX TO 1
               MOVE 'VACATION' TO RD-LEAVE-TYPE
           END-IF.
      *> The type's first entry in range sets its opening balance:
      *> what the balance stood at before this movement.
           IF NOT WS-LT-SEEN (TYPE-IX)
               MOVE 'Y' TO WS-LT-SEEN-SW (TYPE-IX)
               IF LJ-SIGN OF SORTED-JOURNAL-REC = '-'
                   COMPUTE WS-LT-OPEN (TYPE-IX) =
                       LJ-BALANCE-AFTER OF SORTED-JOURNAL-REC
                       + LJ-HOURS OF SORTED-JOURNAL-REC
               ELSE
                   COMPUTE WS-LT-OPEN (TYPE-IX) =
                       LJ-BALANCE-AFTER OF SORTED-JOURNAL-REC
                       - LJ-HOURS OF SORTED-JOURNAL-REC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN LJ-IS-ACCRUAL OF SORTED-JOURNAL-REC
                   MOVE 'ACCRUAL' TO RD-ENTRY
                   ADD LJ-HOURS OF SORTED-JOURNAL-REC
                       TO WS-LT-ACCRUED (TYPE-IX)
               WHEN LJ-IS-TAKEN OF SORTED-JOURNAL-REC
                   MOVE 'TAKEN' TO RD-ENTRY
                   ADD LJ-HOURS OF SORTED-JOURNAL-REC
                       TO WS-LT-TAKEN (TYPE-IX)
               WHEN OTHER
                   MOVE 'PAID OUT' TO RD-ENTRY
                   ADD LJ-HOURS OF SORTED-JOURNAL-REC
                       TO WS-LT-PAID (TYPE-IX)
           END-EVALUATE.
           MOVE LJ-BALANCE-AFTER OF SORTED-JOURNAL-REC
               TO WS-LT-CLOSE (TYPE-IX).
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE LJ-POST-DATE OF SORTED-JOURNAL-REC  TO RD-POST-DATE.
           MOVE LJ-LEAVE-DATE OF SORTED-JOURNAL-REC TO RD-LEAVE-DATE.
           IF LJ-SIGN OF SORTED-JOURNAL-REC = '-'
               COMPUTE RD-HOURS = 0 - LJ-HOURS OF SORTED-JOURNAL-REC
           ELSE
               MOVE LJ-HOURS OF SORTED-JOURNAL-REC TO RD-HOURS
           END-IF.
           MOVE LJ-BALANCE-AFTER OF SORTED-JOURNAL-REC TO RD-BALANCE.
           WRITE STMT-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO PRINTED-COUNT.
       STATEMENT-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF WS-EMP-ACTIVE
               PERFORM EMP-BREAK-PARA THRU EMP-BREAK-EXIT-PARA
           END-IF.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
           CLOSE SORTED-JOURNAL STMT-RPT-FILE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       EMP-HEADER-PARA.
           IF WS-PAGE-NO = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE WS-CUR-EMP-ID TO EH-EMP-ID.
           MOVE SPACES TO EH-EMP-NAME EH-EMP-DEPT.
           IF WS-MASTER-OPEN
               MOVE WS-CUR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO EH-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO EH-EMP-NAME
                       MOVE EMP-DEPT TO EH-EMP-DEPT
               END-READ
           END-IF.
           WRITE STMT-RPT-LINE FROM EMP-HEADER-LINE.
           ADD 1 TO WS-LINE-COUNT.
       EMP-HEADER-EXIT-PARA.
           EXIT.
       EMP-BREAK-PARA.
           ADD 1 TO EMPLOYEE-COUNT.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 2
               PERFORM TYPE-SUMMARY-PARA THRU TYPE-SUMMARY-EXIT-PARA
           END-PERFORM.
           MOVE SPACES TO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
           ADD 3 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-EMP-ACTIVE-SW.
       EMP-BREAK-EXIT-PARA.
           EXIT.
       TYPE-SUMMARY-PARA.
           IF TYPE-IX = 1
               MOVE 'VACATION' TO TS-LEAVE-TYPE TN-LEAVE-TYPE
           ELSE
               MOVE 'SICK' TO TS-LEAVE-TYPE TN-LEAVE-TYPE
           END-IF.
           IF NOT WS-LT-SEEN (TYPE-IX)
               WRITE STMT-RPT-LINE FROM TYPE-NONE-LINE
               GO TO TYPE-SUMMARY-EXIT-PARA
           END-IF.
           MOVE WS-LT-OPEN (TYPE-IX)    TO TS-OPEN.
           MOVE WS-LT-ACCRUED (TYPE-IX) TO TS-ACCRUED.
           MOVE WS-LT-TAKEN (TYPE-IX)   TO TS-TAKEN.
           MOVE WS-LT-PAID (TYPE-IX)    TO TS-PAID.
           MOVE WS-LT-CLOSE (TYPE-IX)   TO TS-CLOSE.
           COMPUTE WS-PROOF-BALANCE = WS-LT-OPEN (TYPE-IX)
               + WS-LT-ACCRUED (TYPE-IX) - WS-LT-TAKEN (TYPE-IX)
               - WS-LT-PAID (TYPE-IX).
           IF WS-PROOF-BALANCE = WS-LT-CLOSE (TYPE-IX)
               MOVE SPACES TO TS-CHECK
           ELSE
               MOVE '*DIFF*' TO TS-CHECK
               ADD 1 TO WS-PROOF-FAIL-COUNT
           END-IF.
           WRITE STMT-RPT-LINE FROM TYPE-SUMMARY-LINE.
       TYPE-SUMMARY-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE STMT-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE STMT-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
           WRITE STMT-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO STMT-RPT-LINE.
           WRITE STMT-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
      *> A balance that does not prove means a LEAVE-BALANCE record
      *> was moved without a journal entry - RC 8 so it is chased.
       WRITE-TOTALS-PARA.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'JOURNAL RECORDS READ  :' TO TL-LABEL.
           MOVE READ-COUNT TO TL-VALUE.
           WRITE STMT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ENTRIES PRINTED       :' TO TL-LABEL.
           MOVE PRINTED-COUNT TO TL-VALUE.
           WRITE STMT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'RECORDS NOT SELECTED  :' TO TL-LABEL.
           MOVE SKIPPED-COUNT TO TL-VALUE.
           WRITE STMT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'EMPLOYEES STATEMENTED :' TO TL-LABEL.
           MOVE EMPLOYEE-COUNT TO TL-VALUE.
           WRITE STMT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'BALANCES NOT PROVED   :' TO TL-LABEL.
           MOVE WS-PROOF-FAIL-COUNT TO TL-VALUE.
           WRITE STMT-RPT-LINE FROM TOTALS-LINE.
           IF WS-PROOF-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
       EXIT-PARA.
           EXIT PROGRAM.
