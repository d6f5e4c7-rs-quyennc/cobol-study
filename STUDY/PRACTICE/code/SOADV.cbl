       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOADV.
       AUTHOR. QUYENNC

      *> Standing-order next-due advance, run after USRPOST has
      *> applied SOGEN's batch. Only money that actually moved may
      *> move an order on, so the input is USRPOST's journal for that
      *> run, not SOGEN's posting file: every journal line whose
      *> reason carries a standing-order key (STDORD uuuuu-sss) is
      *> one instalment paid. Those keys are sorted and matched
      *> against the STANDING-ORDER master in the old-master/new-
      *> master style; each paid order has its last-paid date set,
      *> its next-due date moved one period forward and its
      *> remaining instalments counted down, and is marked ended
      *> when the instalments run out or the next due date passes
      *> the end date. An instalment USRPOST rejected never reached
      *> the journal, so its order stays due and SOGEN generates it
      *> again on the next run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO STANDING-ORDER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OLD-MASTER.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
      *> The journal USRPOST wrote: one heading line, then one
      *> detail line per applied posting.
           SELECT JOURNAL-IN-FILE ASSIGN TO JOURNAL-IN-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-JOURNAL-IN-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-PAID ASSIGN TO SORTED-PAID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-PAID.
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
      *> USRPOST's JOURNAL-DETAIL line, byte for byte, with the
      *> reason broken out into SOGEN's standing-order tag.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JR-USER-ID       PIC X(05).
           05  FILLER           PIC X(03).
           05  JR-TRANS-TYPE    PIC X(01).
               88  JR-IS-DEBIT           VALUE 'D'.
               88  JR-IS-CREDIT          VALUE 'C'.
           05  FILLER           PIC X(03).
           05  JR-OLD-BALANCE   PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-AMOUNT        PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-NEW-BALANCE   PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-REASON.
               10  JR-SO-TAG    PIC X(07).
                   88  JR-IS-STANDING-ORDER VALUE 'STDORD '.
               10  JR-SO-USER-ID PIC X(05).
               10  FILLER       PIC X(01).
               10  JR-SO-SEQ    PIC X(03).
               10  FILLER       PIC X(04).
           05  FILLER           PIC X(06).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-ORDER-KEY     PIC X(08).
           05  FILLER           PIC X(72).
       FD  SORTED-PAID.
       01  SORTED-PAID-REC.
           05  SP-ORDER-KEY     PIC X(08).
           05  FILLER           PIC X(72).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-OLD-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-OLD-MASTER-OK            VALUE '00'.
           88  FS-OLD-MASTER-EOF           VALUE '10'.
       01  FS-NEW-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-JOURNAL-IN-FILE  PIC X(02)  VALUE SPACES.
           88  FS-JOURNAL-IN-FILE-OK       VALUE '00'.
           88  FS-JOURNAL-IN-FILE-EOF      VALUE '10'.
       01  FS-SORTED-PAID      PIC X(02)  VALUE SPACES.
           88  FS-SORTED-PAID-OK           VALUE '00'.
           88  FS-SORTED-PAID-EOF          VALUE '10'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> The carried order record, in the shared STORDER layout.
       01  WS-CARRY-RECORD.
           COPY "STORDER.cpy".
       01  WS-MASTER-KEY       PIC X(08)  VALUE SPACES.
       01  WS-PAID-KEY         PIC X(08)  VALUE SPACES.
      *> Next-due arithmetic. Weekly and fortnightly step in days;
      *> monthly and longer step in months and land on the start
      *> date's day, pulled back to the month's last day when the
      *> month is shorter (a 31st order pays on 28/29 Feb and on
      *> 31 Mar again).
       01  WS-DUE-DATE         PIC 9(08)  VALUE 0.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY     PIC 9(04).
           05  WS-DUE-MM       PIC 9(02).
           05  WS-DUE-DD       PIC 9(02).
       01  WS-ANCHOR-DATE      PIC 9(08)  VALUE 0.
       01  WS-ANCHOR-DATE-R REDEFINES WS-ANCHOR-DATE.
           05  FILLER          PIC 9(06).
           05  WS-ANCHOR-DD    PIC 9(02).
       01  WS-DUE-INT          PIC 9(07)  VALUE 0.
       01  WS-STEP-MONTHS      PIC 9(02)  VALUE 0.
       01  WS-MONTH-TOTAL      PIC 9(03)  VALUE 0.
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
           05  JRNL-LINES-READ PIC 9(07).
           05  SO-LINES-PAID   PIC 9(07).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
           05  ORDERS-ADVANCED PIC 9(07).
           05  ORDERS-ENDED    PIC 9(07).
           05  PAID-UNMATCHED  PIC 9(07).
       01  WS-PAID-ACCOUNTED   PIC 9(07)  VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'SOADV'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           INITIALIZE COUNTERS.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM MERGE-PARA THRU MERGE-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
      *> The input procedure keeps only journal details that carry a
      *> standing-order tag; the sort puts them in order-key sequence
      *> for the merge.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ORDER-KEY
               INPUT PROCEDURE IS RELEASE-PAID-PARA
                   THRU RELEASE-PAID-EXIT-PARA
               GIVING SORTED-PAID.
       SORT-EXIT-PARA.
           EXIT.
       RELEASE-PAID-PARA.
           OPEN INPUT JOURNAL-IN-FILE
           IF NOT FS-JOURNAL-IN-FILE-OK
               DISPLAY 'JOURNAL OPEN FAILED: ' FS-JOURNAL-IN-FILE
               MOVE 'JOURNAL-IN-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-JOURNAL-IN-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO RELEASE-PAID-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-JOURNAL-IN-FILE-EOF
               READ JOURNAL-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO JRNL-LINES-READ
                   IF JR-USER-ID IS NUMERIC
                           AND (JR-IS-DEBIT OR JR-IS-CREDIT)
                           AND JR-IS-STANDING-ORDER
                       MOVE SPACES TO SORT-WORK-REC
                       STRING JR-SO-USER-ID JR-SO-SEQ
                           DELIMITED BY SIZE INTO SW-ORDER-KEY
                       RELEASE SORT-WORK-REC
                       ADD 1 TO SO-LINES-PAID
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-IN-FILE.
       RELEASE-PAID-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
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
           OPEN INPUT SORTED-PAID
           IF FS-SORTED-PAID-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED PAID OPEN FAILED: ' FS-SORTED-PAID
               MOVE 'SORTED-PAID' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-PAID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA.
           PERFORM READ-PAID-PARA THRU READ-PAID-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-MASTER-PARA.
           READ OLD-MASTER INTO WS-CARRY-RECORD
           AT END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           NOT AT END
               ADD 1 TO MASTER-IN-COUNT
               MOVE SO-KEY OF WS-CARRY-RECORD TO WS-MASTER-KEY
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
       READ-PAID-PARA.
           READ SORTED-PAID
           AT END
               MOVE HIGH-VALUES TO WS-PAID-KEY
           NOT AT END
               MOVE SP-ORDER-KEY TO WS-PAID-KEY
           END-READ.
       READ-PAID-EXIT-PARA.
           EXIT.
      *> Classic balance line: a paid key below the master key names
      *> an order that is not on file; a master below the paid key
      *> passes through; equal keys advance the carried order once
      *> per instalment paid before it is written.
       MERGE-PARA.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-PAID-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-PAID-KEY < WS-MASTER-KEY
                       ADD 1 TO PAID-UNMATCHED
                       DISPLAY 'PAID INSTALMENT FOR ORDER NOT ON FILE: '
                           WS-PAID-KEY
                       PERFORM READ-PAID-PARA THRU READ-PAID-EXIT-PARA
                   WHEN WS-PAID-KEY > WS-MASTER-KEY
                       PERFORM WRITE-ORDER-PARA
                           THRU WRITE-ORDER-EXIT-PARA
                       PERFORM READ-MASTER-PARA
                           THRU READ-MASTER-EXIT-PARA
                   WHEN OTHER
                       PERFORM ADVANCE-PARA THRU ADVANCE-EXIT-PARA
                       PERFORM READ-PAID-PARA THRU READ-PAID-EXIT-PARA
               END-EVALUATE
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
       ADVANCE-PARA.
           ADD 1 TO ORDERS-ADVANCED.
           MOVE SO-NEXT-DUE OF WS-CARRY-RECORD
               TO SO-LAST-PAID OF WS-CARRY-RECORD.
           IF NOT SO-NO-INSTAL-LIMIT OF WS-CARRY-RECORD
                   AND SO-REMAINING OF WS-CARRY-RECORD > 0
               SUBTRACT 1 FROM SO-REMAINING OF WS-CARRY-RECORD
           END-IF.
           MOVE SO-NEXT-DUE OF WS-CARRY-RECORD TO WS-DUE-DATE.
           EVALUATE TRUE
               WHEN SO-WEEKLY OF WS-CARRY-RECORD
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
                       TO WS-DUE-DATE
               WHEN SO-FORTNIGHTLY OF WS-CARRY-RECORD
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 14
                   MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
                       TO WS-DUE-DATE
               WHEN SO-QUARTERLY OF WS-CARRY-RECORD
                   MOVE 3 TO WS-STEP-MONTHS
                   PERFORM STEP-MONTHS-PARA THRU STEP-MONTHS-EXIT-PARA
               WHEN SO-ANNUAL OF WS-CARRY-RECORD
                   MOVE 12 TO WS-STEP-MONTHS
                   PERFORM STEP-MONTHS-PARA THRU STEP-MONTHS-EXIT-PARA
               WHEN OTHER
                   MOVE 1 TO WS-STEP-MONTHS
                   PERFORM STEP-MONTHS-PARA THRU STEP-MONTHS-EXIT-PARA
           END-EVALUATE.
           MOVE WS-DUE-DATE TO SO-NEXT-DUE OF WS-CARRY-RECORD.
       ADVANCE-EXIT-PARA.
           EXIT.
       STEP-MONTHS-PARA.
           COMPUTE WS-MONTH-TOTAL = WS-DUE-MM + WS-STEP-MONTHS.
           PERFORM UNTIL WS-MONTH-TOTAL NOT > 12
               SUBTRACT 12 FROM WS-MONTH-TOTAL
               ADD 1 TO WS-DUE-YYYY
           END-PERFORM.
           MOVE WS-MONTH-TOTAL TO WS-DUE-MM.
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-DAYS-IN-MONTH.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           MOVE SO-START-DATE OF WS-CARRY-RECORD TO WS-ANCHOR-DATE.
           IF WS-ANCHOR-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
           ELSE
               MOVE WS-ANCHOR-DD TO WS-DUE-DD
           END-IF.
       STEP-MONTHS-EXIT-PARA.
           EXIT.
      *> Every order goes out through here. An active order with no
      *> instalments left, or whose next due date has passed its end
      *> date (a paid final instalment, or an end date SOMAINT has
      *> brought forward), is marked ended on the way.
       WRITE-ORDER-PARA.
           IF SO-ACTIVE OF WS-CARRY-RECORD
               IF SO-REMAINING OF WS-CARRY-RECORD = 0
                       OR (SO-END-DATE OF WS-CARRY-RECORD > 0
                           AND SO-NEXT-DUE OF WS-CARRY-RECORD >
                               SO-END-DATE OF WS-CARRY-RECORD)
                   MOVE 'E' TO SO-STATUS OF WS-CARRY-RECORD
                   ADD 1 TO ORDERS-ENDED
               END-IF
           END-IF.
           WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD.
           ADD 1 TO MASTER-OUT-COUNT.
       WRITE-ORDER-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER SORTED-PAID
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
           MOVE 'SOADV CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNAL LINES READ    :' TO CT-LABEL
           MOVE JRNL-LINES-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INSTALMENTS PAID      :' TO CT-LABEL
           MOVE SO-LINES-PAID TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ORDERS ADVANCED       :' TO CT-LABEL
           MOVE ORDERS-ADVANCED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAID, NO ORDER ON FILE:' TO CT-LABEL
           MOVE PAID-UNMATCHED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ORDERS ENDED          :' TO CT-LABEL
           MOVE ORDERS-ENDED TO CT-VALUE
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
      *> Every instalment paid either moved an order on or named an
      *> order that is not on file - the latter means the master
      *> run against is not the one SOGEN generated from, and the
      *> run does not prove. Every order in must also come out.
           ADD ORDERS-ADVANCED PAID-UNMATCHED
               GIVING WS-PAID-ACCOUNTED.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-PAID-ACCOUNTED = SO-LINES-PAID
                   AND PAID-UNMATCHED = 0
                   AND MASTER-IN-COUNT = MASTER-OUT-COUNT
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
