       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       AUTHOR. QUYENNC

      *> Store sales commission run. The JCL hands this program the
      *> period's extract generations; each store's net sales value
      *> (O-EXT-VALUE, signed by O-NET-SIGN so a returns-heavy day
      *> counts against the store) is added up across them. Every
      *> store's value is then split evenly between the employees
      *> EXTXREF's XREF-FILE ties to it who are active on
      *> EMPLOYEE-MASTER, and each share is paid at the commission
      *> rate for the employee's EMP-PAY-GRADE off COMM-RATE-FILE.
      *> Output is a register per employee - every store the
      *> employee earned from, the share and the commission - and
      *> an earnings file in the PAYFEED-FILE layout style, with a
      *> count/amount trailer, so the payroll bureau takes it with
      *> PAYEXTR's feed. Cross-referenced employees who are
      *> terminated ('T') or inactive ('I') are kept out of the
      *> split and land on the exception file, as do employees not
      *> on the master, graded employees with no commission rate
      *> and stores whose sales nobody could be paid for - never
      *> silently dropped, never paid at a guessed rate. Every day
      *> of the period must be on the extract history: a day with no
      *> extract record that the shop calendar does not mark closed
      *> is listed on the console and ends the run RC 8, because the
      *> split would be short by that day's sales. A day can be on
      *> the history only once: a rerun EXTUPD catalogs a second
      *> generation for the same date, and that second generation's
      *> sales are listed, left out, and end the run RC 8 too -
      *> until the spare generation is uncataloged the split would
      *> pay the day twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every extract generation the GDG holds, read through the
      *> base name - more than a month's worth, so the parm period
      *> decides which records count.
           SELECT EXTRACT-HIST ASSIGN TO EXTRACT-HIST-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXTRACT-HIST.
      *> The same cross-reference EXTXREF reads, sorted here by
      *> employee so the register can break on EMP-ID.
           SELECT XREF-FILE ASSIGN TO XREF-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-XREF ASSIGN TO SORTED-XREF-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-XREF.
      *> Looked up by EMP-ID for each cross-reference entry - the
      *> master, not the cross-reference, is the word on status and
      *> grade.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
      *> One record per pay grade: the grade and the commission
      *> percentage it earns. Maintained by HR as data, like
      *> GRADE-RATE-FILE.
           SELECT COMM-RATE-FILE ASSIGN TO COMM-RATE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-COMM-RATE-FILE.
           SELECT EARNINGS-FILE ASSIGN TO EARNINGS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EARNINGS-FILE.
           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REGISTER-FILE.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXCEPTION-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> PARM-FILE carries the period's first and last extract
      *> dates and the register's lines-per-page override. The
      *> period is required - the history holds more than one
      *> month, so a run without it would pay twice - and a card
      *> without one fails the run RC 8. No page override prints
      *> 60 lines/page.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Same enriched record SEQFILE-READ-WRITE writes - only the
      *> store, the value, its sign and the date matter here.
       FD  EXTRACT-HIST.
       01  EXTRACT-HIST-REC.
           05  EH-KEY.
               10  EH-STORE-ID  PIC 9(05).
               10  FILLER       PIC X(01).
               10  EH-ITEM-ID   PIC X(10).
           05  FILLER           PIC X(58).
           05  EH-EXT-VALUE     PIC 9(10).99.
           05  FILLER           PIC X(01).
           05  EH-EXTRACT-DATE  PIC 9(08).
           05  EH-NET-SIGN      PIC X(01).
               88  EH-NET-NEGATIVE        VALUE '-'.
           05  FILLER           PIC X(03).
       FD  XREF-FILE.
       01  XREF-FILE-REC        PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  SW-EMP-ID        PIC X(05).
           05  FILLER           PIC X(69).
      *> EXTXREF's XREF-REC, byte for byte.
       FD  SORTED-XREF.
       01  SORTED-XREF-REC.
           05  XR-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(01).
           05  XR-TRANS-CODE  PIC X(01).
           05  FILLER         PIC X(01).
           05  XR-EMP-DEPT    PIC X(04).
           05  FILLER         PIC X(01).
           05  XR-HIRE-DATE   PIC X(08).
           05  FILLER         PIC X(01).
           05  XR-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  XR-EMP-STATUS  PIC X(01).
           05  FILLER         PIC X(28).
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
       FD  COMM-RATE-FILE.
       01  COMM-RATE-REC.
           05  CM-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  CM-COMM-PCT    PIC 9(02)V99.
           05  FILLER         PIC X(73).
      *> Laid out the way the bureau already takes PAYFEED-FILE -
      *> id, name, dept and grade in the same positions - with the
      *> commission amount and the period end behind them, and the
      *> same count/amount trailer.
       FD  EARNINGS-FILE.
       01  EARNINGS-REC.
           05  EA-EMP-ID      PIC X(05).
           05  EA-EMP-NAME    PIC X(19).
           05  EA-EMP-DEPT    PIC X(04).
           05  EA-PAY-GRADE   PIC X(02).
           05  EA-EARN-TYPE   PIC X(04).
           05  EA-AMOUNT      PIC 9(07)V99.
           05  EA-PERIOD-END  PIC 9(08).
           05  FILLER         PIC X(29).
       01  EARNINGS-TRL-REC.
           05  ET-REC-ID      PIC X(03).
           05  ET-RECORD-COUNT PIC 9(07).
           05  ET-TOTAL-AMOUNT PIC 9(09)V99.
           05  FILLER         PIC X(59).
       FD  REGISTER-FILE.
       01  REGISTER-LINE      PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           05  XC-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  XC-STORE-ID    PIC X(05).
           05  FILLER         PIC X(01).
           05  XC-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01).
           05  XC-REASON      PIC X(16).
           05  FILLER         PIC X(49).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-PERIOD-FROM     PIC 9(08).
           05  FILLER               PIC X(01).
           05  PARM-PERIOD-TO       PIC 9(08).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(59).
       WORKING-STORAGE SECTION.
       01  FS-EXTRACT-HIST     PIC X(02)  VALUE SPACES.
           88  FS-EXTRACT-HIST-OK          VALUE '00'.
           88  FS-EXTRACT-HIST-EOF         VALUE '10'.
       01  FS-XREF-FILE        PIC X(02)  VALUE SPACES.
           88  FS-XREF-FILE-OK             VALUE '00'.
       01  FS-SORTED-XREF      PIC X(02)  VALUE SPACES.
           88  FS-SORTED-XREF-OK           VALUE '00'.
           88  FS-SORTED-XREF-EOF          VALUE '10'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
       01  FS-COMM-RATE-FILE   PIC X(02)  VALUE SPACES.
           88  FS-COMM-RATE-FILE-OK        VALUE '00'.
           88  FS-COMM-RATE-FILE-EOF       VALUE '10'.
       01  FS-EARNINGS-FILE    PIC X(02)  VALUE SPACES.
           88  FS-EARNINGS-FILE-OK         VALUE '00'.
       01  FS-REGISTER-FILE    PIC X(02)  VALUE SPACES.
           88  FS-REGISTER-FILE-OK         VALUE '00'.
       01  FS-EXCEPTION-FILE   PIC X(02)  VALUE SPACES.
           88  FS-EXCEPTION-FILE-OK        VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
      *> The period window off the parm card. Extract records
      *> dated outside it are counted and skipped, so a generation
      *> left on the concatenation by mistake cannot pay twice.
       01  WS-PERIOD-FROM      PIC 9(08)  VALUE 0.
       01  WS-PERIOD-TO        PIC 9(08)  VALUE 99999999.
      *> One flag per day of the period, set when an extract record
      *> dated that day is read. A period is at most a year.
       01  WS-PERIOD-DAYS.
           05  WS-PERIOD-DAY-SW OCCURS 366 TIMES
                   INDEXED BY DAY-IX  PIC X(01).
               88  WS-DAY-COVERED              VALUE 'Y'.
       01  WS-FROM-INT         PIC 9(08)  VALUE 0.
       01  WS-DAY-INT          PIC 9(08)  VALUE 0.
       01  WS-DAY-COUNT        PIC 9(05)  VALUE 0.
       01  WS-DAY-OFFSET       PIC 9(05)  VALUE 0.
       01  WS-MISSING-DATE     PIC 9(08)  VALUE 0.
      *> A generation is one record per store/item in ascending key
      *> order, every record dated alike - so a change of date, or
      *> a key that does not climb, is the start of the next one.
      *> A generation starting on a day already taken repeats it.
       01  WS-GEN-DATE         PIC 9(08)  VALUE 0.
       01  WS-GEN-PREV-KEY     PIC X(16)  VALUE LOW-VALUES.
       01  WS-GEN-STARTED-SW   PIC X(01)  VALUE 'N'.
           88  WS-GEN-STARTED              VALUE 'Y'.
       01  WS-GEN-REPEAT-SW    PIC X(01)  VALUE 'N'.
           88  WS-GEN-REPEAT               VALUE 'Y'.
      *> CALDATE's parameter block - a day the shop calendar marks
      *> closed is not expected on the extract.
       01  WS-CAL-PARMS.
           COPY "CALLINK.cpy".
      *> Grade-to-commission table, loaded once - the shop runs a
      *> couple dozen grades at most.
       01  WS-COMM-TABLE.
           05  WS-COMM-COUNT   PIC 9(03)  VALUE 0.
           05  WS-COMM-ENTRY OCCURS 100 TIMES
                   INDEXED BY COMM-IX.
               10  WS-TBL-PAY-GRADE PIC X(02).
               10  WS-TBL-COMM-PCT  PIC 9(02)V99.
       01  WS-COMM-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-COMM-FOUND               VALUE 'Y'.
       01  WS-LOOKUP-PAY-GRADE PIC X(02)  VALUE SPACES.
       01  WS-LOOKUP-COMM-PCT  PIC 9(02)V99 VALUE 0.
      *> One entry per store seen on the extract or on the cross-
      *> reference: the period's net sales value, how many
      *> employees the cross-reference ties to it and how many of
      *> those share in its commission.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT  PIC 9(03)  VALUE 0.
           05  WS-STORE-ENTRY OCCURS 500 TIMES
                   INDEXED BY STORE-IX.
               10  WS-ST-STORE-ID      PIC 9(05).
               10  WS-ST-NET-VALUE     PIC S9(11)V99.
               10  WS-ST-XREF-COUNT    PIC 9(03).
               10  WS-ST-SHARE-COUNT   PIC 9(03).
       01  WS-STORE-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-STORE-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-STORE-ID  PIC 9(05)  VALUE 0.
      *> The sorted cross-reference held in core with what the
      *> master said about each employee, because the split for a
      *> store is not known until every entry has been read.
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT   PIC 9(04)  VALUE 0.
           05  WS-XREF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY XREF-IX.
               10  WS-XT-STORE-ID      PIC 9(05).
               10  WS-XT-EMP-ID        PIC X(05).
               10  WS-XT-EMP-NAME      PIC X(19).
               10  WS-XT-EMP-DEPT      PIC X(04).
               10  WS-XT-PAY-GRADE     PIC X(02).
               10  WS-XT-COMM-PCT      PIC 9(02)V99.
      *> Spaces when the entry is paid; otherwise the exception
      *> reason it is listed under.
               10  WS-XT-REASON        PIC X(16).
               10  WS-XT-SHARE-SW      PIC X(01).
                   88  WS-XT-SHARES             VALUE 'Y'.
      *> Employee break control for the register.
       01  WS-EMP-ACTIVE-SW    PIC X(01)  VALUE 'N'.
           88  WS-EMP-ACTIVE               VALUE 'Y'.
      *> Set once the employee's id and name have gone out, so
      *> they print on the employee's first line and again at the
      *> top of any page the employee runs onto.
       01  WS-EMP-HDR-SW       PIC X(01)  VALUE 'N'.
           88  WS-EMP-HDR-PRINTED          VALUE 'Y'.
       01  WS-EMP-ID           PIC X(05)  VALUE SPACES.
       01  WS-EMP-NAME         PIC X(19)  VALUE SPACES.
       01  WS-EMP-DEPT         PIC X(04)  VALUE SPACES.
       01  WS-EMP-PAY-GRADE    PIC X(02)  VALUE SPACES.
       01  WS-EMP-COMM-PCT     PIC 9(02)V99 VALUE 0.
       01  WS-EMP-SHARE        PIC S9(11)V99 VALUE 0.
       01  WS-EMP-COMMISSION   PIC 9(07)V99 VALUE 0.
       01  WS-LINE-SHARE       PIC S9(11)V99 VALUE 0.
       01  WS-LINE-COMMISSION  PIC 9(07)V99 VALUE 0.
       01  WS-EXT-VALUE        PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-SALES      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-SHARE      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COMMISSION PIC 9(09)V99 VALUE 0.
       01  WS-REGISTER-TOTAL   PIC 9(09)V99 VALUE 0.
       01  COUNTERS.
           05  READ-COUNT        PIC 9(07).
           05  PERIOD-SKIP-COUNT PIC 9(07).
           05  XREF-READ-COUNT   PIC 9(07).
           05  PAID-LINE-COUNT   PIC 9(07).
           05  EXCLUDED-COUNT    PIC 9(07).
           05  HELD-COUNT        PIC 9(07).
           05  STORE-EXC-COUNT   PIC 9(07).
           05  EXCEPTION-COUNT   PIC 9(07).
           05  WRITTEN-COUNT     PIC 9(07).
           05  NIL-COUNT         PIC 9(07).
           05  MISSING-DAY-COUNT PIC 9(07).
           05  CLOSED-DAY-COUNT  PIC 9(07).
           05  REPEAT-DAY-COUNT  PIC 9(07).
           05  REPEAT-SKIP-COUNT PIC 9(07).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE            PIC 9(08).
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'STORE COMMISSION REGISTER'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(09) VALUE 'PERIOD: '.
           05  RH-PERIOD-FROM PIC 9(08).
           05  FILLER         PIC X(04) VALUE ' TO '.
           05  RH-PERIOD-TO   PIC 9(08).
           05  FILLER         PIC X(51) VALUE SPACES.
       01  REPORT-HEADING-3.
           05  FILLER         PIC X(06) VALUE 'EMP'.
           05  FILLER         PIC X(20) VALUE 'NAME'.
           05  FILLER         PIC X(03) VALUE 'GR'.
           05  FILLER         PIC X(06) VALUE 'STORE'.
           05  FILLER         PIC X(14) VALUE '   STORE SALES'.
           05  FILLER         PIC X(03) VALUE ' SP'.
           05  FILLER         PIC X(13) VALUE '        SHARE'.
           05  FILLER         PIC X(11) VALUE ' COMMISSION'.
           05  FILLER         PIC X(04) VALUE SPACES.
       01  REPORT-DETAIL.
           05  RD-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-STORE-ID    PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-STORE-VALUE PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-SPLIT       PIC Z9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-SHARE       PIC -ZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-COMMISSION  PIC ZZZZZZ9.99.
           05  FILLER         PIC X(04) VALUE SPACES.
      *> Closes each employee: the grade's percentage, the total
      *> share and what is going on the earnings file.
       01  EMPLOYEE-TOTAL-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'EMPLOYEE TOTAL  '.
           05  FILLER         PIC X(07) VALUE 'RATE % '.
           05  EL-COMM-PCT    PIC Z9.99.
           05  FILLER         PIC X(21) VALUE SPACES.
           05  EL-SHARE       PIC -ZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  EL-COMMISSION  PIC ZZZZZZ9.99.
           05  FILLER         PIC X(04) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER          PIC X(42).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'COMMCALC'.

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
               PERFORM LOAD-SALES-PARA THRU LOAD-SALES-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM CHECK-COVERAGE-PARA
                   THRU CHECK-COVERAGE-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-XREF-PARA THRU LOAD-XREF-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE READ-COUNT TO WS-RT-READ-COUNT.
           MOVE WRITTEN-COUNT TO WS-RT-WRITE-COUNT.
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
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-ID
               ON ASCENDING KEY SW-STORE-ID
               USING XREF-FILE
               GIVING SORTED-XREF.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EXTRACT-HIST
           IF FS-EXTRACT-HIST-OK
               CONTINUE
           ELSE
               DISPLAY 'EXTRACT HIST OPEN FAILED: ' FS-EXTRACT-HIST
               MOVE 'EXTRACT-HIST' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXTRACT-HIST
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT SORTED-XREF
           IF FS-SORTED-XREF-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED XREF OPEN FAILED: ' FS-SORTED-XREF
               MOVE 'SORTED-XREF' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-XREF
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
           OPEN OUTPUT EARNINGS-FILE
           IF FS-EARNINGS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EARNINGS OPEN FAILED: ' FS-EARNINGS-FILE
               MOVE 'EARNINGS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EARNINGS-FILE
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
               DISPLAY 'EXCEPTION FILE OPEN FAILED: ' FS-EXCEPTION-FILE
               MOVE 'EXCEPTION-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXCEPTION-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-COMM-RATES-PARA
               THRU LOAD-COMM-RATES-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, NO PERIOD TO PAY'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-PERIOD-FROM IS NUMERIC
                   MOVE PARM-PERIOD-FROM TO WS-PERIOD-FROM
               END-IF
               IF PARM-PERIOD-TO IS NUMERIC AND PARM-PERIOD-TO > 0
                   MOVE PARM-PERIOD-TO TO WS-PERIOD-TO
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
           IF FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM) = 0
                   OR FUNCTION INTEGER-OF-DATE (WS-PERIOD-TO) = 0
                   OR WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY 'PERIOD ON PARM CARD INVALID: ' WS-PERIOD-FROM
                   ' TO ' WS-PERIOD-TO
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM).
           COMPUTE WS-DAY-COUNT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-TO)
                   - WS-FROM-INT + 1.
           IF WS-DAY-COUNT > 366
               DISPLAY 'PERIOD ON PARM CARD LONGER THAN A YEAR'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           MOVE ALL 'N' TO WS-PERIOD-DAYS.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> The rate file is the point of the run - a run that cannot
      *> load it would hold every employee, so it aborts instead.
       LOAD-COMM-RATES-PARA.
           OPEN INPUT COMM-RATE-FILE
           IF FS-COMM-RATE-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'COMM RATE OPEN FAILED: ' FS-COMM-RATE-FILE
               MOVE 'COMM-RATE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-COMM-RATE-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-COMM-RATES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-COMM-RATE-FILE-EOF
               READ COMM-RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-COMM-COUNT < 100
                       ADD 1 TO WS-COMM-COUNT
                       SET COMM-IX TO WS-COMM-COUNT
                       MOVE CM-PAY-GRADE
                           TO WS-TBL-PAY-GRADE (COMM-IX)
                       MOVE CM-COMM-PCT
                           TO WS-TBL-COMM-PCT (COMM-IX)
                   ELSE
                       DISPLAY 'COMM TABLE FULL, GRADE '
                           CM-PAY-GRADE ' NOT LOADED'
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-RATE-FILE.
       LOAD-COMM-RATES-EXIT-PARA.
           EXIT.
      *> Adds every in-period extract record's value, signed, into
      *> its store's entry.
       LOAD-SALES-PARA.
           PERFORM UNTIL FS-EXTRACT-HIST-EOF
               READ EXTRACT-HIST
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO EXTRACT RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM ADD-SALES-PARA THRU ADD-SALES-EXIT-PARA
               END-READ
           END-PERFORM.
       LOAD-SALES-EXIT-PARA.
           EXIT.
       ADD-SALES-PARA.
           ADD 1 TO READ-COUNT.
           IF EH-EXTRACT-DATE IS NOT NUMERIC
                   OR EH-EXTRACT-DATE < WS-PERIOD-FROM
                   OR EH-EXTRACT-DATE > WS-PERIOD-TO
               ADD 1 TO PERIOD-SKIP-COUNT
               GO TO ADD-SALES-EXIT-PARA
           END-IF.
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE (EH-EXTRACT-DATE)
                   - WS-FROM-INT + 1.
           SET DAY-IX TO WS-DAY-OFFSET.
           PERFORM CHECK-GENERATION-PARA
               THRU CHECK-GENERATION-EXIT-PARA.
           IF WS-GEN-REPEAT
               ADD 1 TO REPEAT-SKIP-COUNT
               GO TO ADD-SALES-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-PERIOD-DAY-SW (DAY-IX).
           MOVE EH-STORE-ID TO WS-LOOKUP-STORE-ID.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO ADD-SALES-EXIT-PARA
           END-IF.
           MOVE EH-EXT-VALUE TO WS-EXT-VALUE.
           IF EH-NET-NEGATIVE
               SUBTRACT WS-EXT-VALUE FROM WS-ST-NET-VALUE (STORE-IX)
               SUBTRACT WS-EXT-VALUE FROM WS-TOTAL-SALES
           ELSE
               ADD WS-EXT-VALUE TO WS-ST-NET-VALUE (STORE-IX)
               ADD WS-EXT-VALUE TO WS-TOTAL-SALES
           END-IF.
       ADD-SALES-EXIT-PARA.
           EXIT.
      *> Only the first record of a generation decides whether its
      *> day is already taken - the day's flag is set by that same
      *> first record once it is let through.
       CHECK-GENERATION-PARA.
           IF WS-GEN-STARTED
                   AND EH-EXTRACT-DATE = WS-GEN-DATE
                   AND EH-KEY > WS-GEN-PREV-KEY
               MOVE EH-KEY TO WS-GEN-PREV-KEY
               GO TO CHECK-GENERATION-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-GEN-STARTED-SW.
           MOVE EH-EXTRACT-DATE TO WS-GEN-DATE.
           MOVE EH-KEY TO WS-GEN-PREV-KEY.
           IF WS-DAY-COVERED (DAY-IX)
               MOVE 'Y' TO WS-GEN-REPEAT-SW
               DISPLAY 'EXTRACT FOR ' EH-EXTRACT-DATE
                   ' ON THE HISTORY TWICE, REPEAT NOT ADDED'
               ADD 1 TO REPEAT-DAY-COUNT
           ELSE
               MOVE 'N' TO WS-GEN-REPEAT-SW
           END-IF.
       CHECK-GENERATION-EXIT-PARA.
           EXIT.
      *> Every day of the period the extract ran must be there. A
      *> day with no record is asked of the shop calendar - a day
      *> the stores were shut is not expected, any other is missing.
      *> The run goes on so the register shows what was found, but
      *> ends RC 8: the earnings are short and must not be sent.
       CHECK-COVERAGE-PARA.
           PERFORM VARYING DAY-IX FROM 1 BY 1
                   UNTIL DAY-IX > WS-DAY-COUNT
               IF NOT WS-DAY-COVERED (DAY-IX)
                   SET WS-DAY-OFFSET TO DAY-IX
                   COMPUTE WS-DAY-INT = WS-FROM-INT + WS-DAY-OFFSET - 1
                   MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                       TO WS-MISSING-DATE
                   MOVE 'INFO' TO CL-FUNCTION
                   MOVE WS-MISSING-DATE TO CL-DATE-1
                   CALL 'CALDATE' USING WS-CAL-PARMS
                   IF CL-IS-CLOSED
                       ADD 1 TO CLOSED-DAY-COUNT
                   ELSE
                       DISPLAY 'NO EXTRACT FOR ' WS-MISSING-DATE
                       ADD 1 TO MISSING-DAY-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF MISSING-DAY-COUNT > 0
               DISPLAY 'PERIOD INCOMPLETE, ' MISSING-DAY-COUNT
                   ' DAY(S) WITH NO EXTRACT'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *> Set here, not as the repeat is found - the CALDATE calls
      *> above hand back their own return code.
           IF REPEAT-DAY-COUNT > 0
               DISPLAY 'HISTORY HAS ' REPEAT-DAY-COUNT
                   ' DAY(S) ON IT TWICE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       CHECK-COVERAGE-EXIT-PARA.
           EXIT.
      *> Finds WS-LOOKUP-STORE-ID in the store table, adding it if
      *> it is not there yet. A full table aborts the run - paying
      *> commission on a partial set of stores is worse than not
      *> paying it today.
       FIND-STORE-PARA.
           MOVE 'N' TO WS-STORE-FOUND-SW.
           PERFORM VARYING STORE-IX FROM 1 BY 1
                   UNTIL STORE-IX > WS-STORE-COUNT OR WS-STORE-FOUND
               IF WS-ST-STORE-ID (STORE-IX) = WS-LOOKUP-STORE-ID
                   MOVE 'Y' TO WS-STORE-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-STORE-FOUND
               SET STORE-IX DOWN BY 1
               GO TO FIND-STORE-EXIT-PARA
           END-IF.
           IF WS-STORE-COUNT >= 500
               DISPLAY 'STORE TABLE FULL AT STORE ' WS-LOOKUP-STORE-ID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO FIND-STORE-EXIT-PARA
           END-IF.
           ADD 1 TO WS-STORE-COUNT.
           SET STORE-IX TO WS-STORE-COUNT.
           MOVE WS-LOOKUP-STORE-ID TO WS-ST-STORE-ID (STORE-IX).
           MOVE 0 TO WS-ST-NET-VALUE (STORE-IX)
                     WS-ST-XREF-COUNT (STORE-IX)
                     WS-ST-SHARE-COUNT (STORE-IX).
       FIND-STORE-EXIT-PARA.
           EXIT.
      *> Loads the sorted cross-reference, settling each entry's
      *> standing off the master as it goes and counting the
      *> sharers into each store.
       LOAD-XREF-PARA.
           PERFORM UNTIL FS-SORTED-XREF-EOF OR WS-ABORT-RUN
               READ SORTED-XREF
               AT END
                   IF XREF-READ-COUNT < 1
                       DISPLAY 'NO XREF RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM ADD-XREF-PARA THRU ADD-XREF-EXIT-PARA
               END-READ
           END-PERFORM.
       LOAD-XREF-EXIT-PARA.
           EXIT.
       ADD-XREF-PARA.
           ADD 1 TO XREF-READ-COUNT.
           IF WS-XREF-COUNT >= 1000
               DISPLAY 'XREF TABLE FULL AT EMPLOYEE ' XR-EMP-ID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO ADD-XREF-EXIT-PARA
           END-IF.
           MOVE XR-STORE-ID TO WS-LOOKUP-STORE-ID.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO ADD-XREF-EXIT-PARA
           END-IF.
           ADD 1 TO WS-ST-XREF-COUNT (STORE-IX).
           ADD 1 TO WS-XREF-COUNT.
           SET XREF-IX TO WS-XREF-COUNT.
           MOVE XR-STORE-ID   TO WS-XT-STORE-ID (XREF-IX).
           MOVE XR-EMP-ID     TO WS-XT-EMP-ID (XREF-IX).
           MOVE XR-EMP-NAME   TO WS-XT-EMP-NAME (XREF-IX).
           MOVE XR-EMP-DEPT   TO WS-XT-EMP-DEPT (XREF-IX).
           MOVE XR-PAY-GRADE  TO WS-XT-PAY-GRADE (XREF-IX).
           MOVE 0             TO WS-XT-COMM-PCT (XREF-IX).
           MOVE SPACES        TO WS-XT-REASON (XREF-IX).
           MOVE 'N'           TO WS-XT-SHARE-SW (XREF-IX).
           MOVE XR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMP-ID
               INVALID KEY
                   MOVE 'NOT-ON-MASTER' TO WS-XT-REASON (XREF-IX)
                   GO TO ADD-XREF-EXIT-PARA
           END-READ.
           MOVE EMP-NAME      TO WS-XT-EMP-NAME (XREF-IX).
           MOVE EMP-DEPT      TO WS-XT-EMP-DEPT (XREF-IX).
           MOVE EMP-PAY-GRADE TO WS-XT-PAY-GRADE (XREF-IX).
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   MOVE 'TERMINATED' TO WS-XT-REASON (XREF-IX)
                   GO TO ADD-XREF-EXIT-PARA
               WHEN EMP-INACTIVE
                   MOVE 'INACTIVE' TO WS-XT-REASON (XREF-IX)
                   GO TO ADD-XREF-EXIT-PARA
               WHEN NOT EMP-ACTIVE
                   MOVE 'BAD-EMP-STATUS' TO WS-XT-REASON (XREF-IX)
                   GO TO ADD-XREF-EXIT-PARA
           END-EVALUATE.
      *> An active employee works the store and takes a share of
      *> its split whether or not the grade has a rate - a missing
      *> rate holds that share for HR to chase, it does not hand it
      *> to the employee's colleagues.
           MOVE 'Y' TO WS-XT-SHARE-SW (XREF-IX).
           ADD 1 TO WS-ST-SHARE-COUNT (STORE-IX).
           MOVE EMP-PAY-GRADE TO WS-LOOKUP-PAY-GRADE.
           PERFORM FIND-COMM-PARA THRU FIND-COMM-EXIT-PARA.
           IF WS-COMM-FOUND
               MOVE WS-LOOKUP-COMM-PCT TO WS-XT-COMM-PCT (XREF-IX)
           ELSE
               MOVE 'NO-COMM-RATE' TO WS-XT-REASON (XREF-IX)
           END-IF.
       ADD-XREF-EXIT-PARA.
           EXIT.
       FIND-COMM-PARA.
           MOVE 'N' TO WS-COMM-FOUND-SW.
           MOVE 0 TO WS-LOOKUP-COMM-PCT.
           PERFORM VARYING COMM-IX FROM 1 BY 1
                   UNTIL COMM-IX > WS-COMM-COUNT OR WS-COMM-FOUND
               IF WS-TBL-PAY-GRADE (COMM-IX) = WS-LOOKUP-PAY-GRADE
                   MOVE 'Y' TO WS-COMM-FOUND-SW
                   MOVE WS-TBL-COMM-PCT (COMM-IX)
                       TO WS-LOOKUP-COMM-PCT
               END-IF
           END-PERFORM.
       FIND-COMM-EXIT-PARA.
           EXIT.
      *> Walks the cross-reference in employee order: paid entries
      *> go on the register under their employee, everything else
      *> onto the exception file. Stores nobody was paid for are
      *> listed after.
       PROCESS-PARA.
           PERFORM VARYING XREF-IX FROM 1 BY 1
                   UNTIL XREF-IX > WS-XREF-COUNT
               PERFORM XREF-ENTRY-PARA THRU XREF-ENTRY-EXIT-PARA
           END-PERFORM.
           IF WS-EMP-ACTIVE
               PERFORM END-EMPLOYEE-PARA THRU END-EMPLOYEE-EXIT-PARA
           END-IF.
           PERFORM VARYING STORE-IX FROM 1 BY 1
                   UNTIL STORE-IX > WS-STORE-COUNT
               PERFORM CHECK-STORE-PARA THRU CHECK-STORE-EXIT-PARA
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
       XREF-ENTRY-PARA.
           IF WS-XT-REASON (XREF-IX) NOT = SPACES
               MOVE WS-XT-EMP-ID (XREF-IX)    TO XC-EMP-ID
               MOVE WS-XT-STORE-ID (XREF-IX)  TO XC-STORE-ID
               MOVE WS-XT-PAY-GRADE (XREF-IX) TO XC-PAY-GRADE
               MOVE WS-XT-REASON (XREF-IX)    TO XC-REASON
               PERFORM WRITE-EXCEPTION-PARA
                   THRU WRITE-EXCEPTION-EXIT-PARA
               IF WS-XT-SHARES (XREF-IX)
                   ADD 1 TO HELD-COUNT
               ELSE
                   ADD 1 TO EXCLUDED-COUNT
               END-IF
               GO TO XREF-ENTRY-EXIT-PARA
           END-IF.
           IF WS-EMP-ACTIVE
                   AND WS-XT-EMP-ID (XREF-IX) NOT = WS-EMP-ID
               PERFORM END-EMPLOYEE-PARA THRU END-EMPLOYEE-EXIT-PARA
           END-IF.
           IF NOT WS-EMP-ACTIVE
               MOVE 'Y' TO WS-EMP-ACTIVE-SW
               MOVE 'N' TO WS-EMP-HDR-SW
               MOVE WS-XT-EMP-ID (XREF-IX)    TO WS-EMP-ID
               MOVE WS-XT-EMP-NAME (XREF-IX)  TO WS-EMP-NAME
               MOVE WS-XT-EMP-DEPT (XREF-IX)  TO WS-EMP-DEPT
               MOVE WS-XT-PAY-GRADE (XREF-IX) TO WS-EMP-PAY-GRADE
               MOVE WS-XT-COMM-PCT (XREF-IX)  TO WS-EMP-COMM-PCT
               MOVE 0 TO WS-EMP-SHARE WS-EMP-COMMISSION
           END-IF.
           ADD 1 TO PAID-LINE-COUNT.
           MOVE WS-XT-STORE-ID (XREF-IX) TO WS-LOOKUP-STORE-ID.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
      *> A store that netted negative over the period pays nobody
      *> anything - its line shows the value and a nil share, and
      *> the store itself is listed as an exception below.
           IF WS-ST-NET-VALUE (STORE-IX) > 0
               COMPUTE WS-LINE-SHARE ROUNDED =
                   WS-ST-NET-VALUE (STORE-IX)
                       / WS-ST-SHARE-COUNT (STORE-IX)
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                   WS-LINE-SHARE * WS-EMP-COMM-PCT / 100
           ELSE
               MOVE 0 TO WS-LINE-SHARE WS-LINE-COMMISSION
           END-IF.
           ADD WS-LINE-SHARE      TO WS-EMP-SHARE WS-TOTAL-SHARE.
           ADD WS-LINE-COMMISSION TO WS-EMP-COMMISSION
                                     WS-REGISTER-TOTAL.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE SPACES TO RD-EMP-ID RD-EMP-NAME RD-PAY-GRADE.
           IF NOT WS-EMP-HDR-PRINTED
               MOVE WS-EMP-ID        TO RD-EMP-ID
               MOVE WS-EMP-NAME      TO RD-EMP-NAME
               MOVE WS-EMP-PAY-GRADE TO RD-PAY-GRADE
               MOVE 'Y' TO WS-EMP-HDR-SW
           END-IF.
           MOVE WS-XT-STORE-ID (XREF-IX)     TO RD-STORE-ID.
           MOVE WS-ST-NET-VALUE (STORE-IX)   TO RD-STORE-VALUE.
           MOVE WS-ST-SHARE-COUNT (STORE-IX) TO RD-SPLIT.
           MOVE WS-LINE-SHARE                TO RD-SHARE.
           MOVE WS-LINE-COMMISSION           TO RD-COMMISSION.
           WRITE REGISTER-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       XREF-ENTRY-EXIT-PARA.
           EXIT.
      *> Stores on the extract that nobody could be paid for, and
      *> stores that netted negative, are listed once each with
      *> the employee column blank.
       CHECK-STORE-PARA.
           MOVE SPACES TO XC-EMP-ID XC-PAY-GRADE.
           MOVE WS-ST-STORE-ID (STORE-IX) TO XC-STORE-ID.
           EVALUATE TRUE
               WHEN WS-ST-NET-VALUE (STORE-IX) < 0
                   MOVE 'NEGATIVE-SALES' TO XC-REASON
               WHEN WS-ST-NET-VALUE (STORE-IX) = 0
                   GO TO CHECK-STORE-EXIT-PARA
               WHEN WS-ST-XREF-COUNT (STORE-IX) = 0
                   MOVE 'NO-XREF' TO XC-REASON
               WHEN WS-ST-SHARE-COUNT (STORE-IX) = 0
                   MOVE 'NO-ACTIVE-EMP' TO XC-REASON
               WHEN OTHER
                   GO TO CHECK-STORE-EXIT-PARA
           END-EVALUATE.
           PERFORM WRITE-EXCEPTION-PARA THRU WRITE-EXCEPTION-EXIT-PARA.
           ADD 1 TO STORE-EXC-COUNT.
       CHECK-STORE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
      *> The trailer is what the bureau verifies receipt against.
               MOVE SPACES TO EARNINGS-TRL-REC
               MOVE 'TRL' TO ET-REC-ID
               MOVE WRITTEN-COUNT TO ET-RECORD-COUNT
               MOVE WS-TOTAL-COMMISSION TO ET-TOTAL-AMOUNT
               WRITE EARNINGS-TRL-REC
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE EXTRACT-HIST SORTED-XREF EMPLOYEE-MASTER
                     EARNINGS-FILE REGISTER-FILE EXCEPTION-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
      *> Closes the employee in hand: the total line on the
      *> register and, when anything is due, the earnings record.
       END-EMPLOYEE-PARA.
           MOVE 'N' TO WS-EMP-ACTIVE-SW.
           MOVE WS-EMP-COMM-PCT   TO EL-COMM-PCT.
           MOVE WS-EMP-SHARE      TO EL-SHARE.
           MOVE WS-EMP-COMMISSION TO EL-COMMISSION.
           WRITE REGISTER-LINE FROM EMPLOYEE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-EMP-COMMISSION = 0
               ADD 1 TO NIL-COUNT
               GO TO END-EMPLOYEE-EXIT-PARA
           END-IF.
           MOVE SPACES            TO EARNINGS-REC.
           MOVE WS-EMP-ID         TO EA-EMP-ID.
           MOVE WS-EMP-NAME       TO EA-EMP-NAME.
           MOVE WS-EMP-DEPT       TO EA-EMP-DEPT.
           MOVE WS-EMP-PAY-GRADE  TO EA-PAY-GRADE.
           MOVE 'COMM'            TO EA-EARN-TYPE.
           MOVE WS-EMP-COMMISSION TO EA-AMOUNT.
           MOVE WS-PERIOD-TO      TO EA-PERIOD-END.
           WRITE EARNINGS-REC.
           ADD 1 TO WRITTEN-COUNT.
           ADD WS-EMP-COMMISSION TO WS-TOTAL-COMMISSION.
       END-EMPLOYEE-EXIT-PARA.
           EXIT.
       WRITE-EXCEPTION-PARA.
           WRITE EXCEPTION-REC.
           ADD 1 TO EXCEPTION-COUNT.
       WRITE-EXCEPTION-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO RH-PERIOD-TO.
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
           MOVE 'N' TO WS-EMP-HDR-SW.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A period with nothing to pay still gets headings, so the
      *> register positively says so instead of arriving empty.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'EMPLOYEES PAID        :' TO TL-LABEL.
           MOVE WRITTEN-COUNT TO TL-VALUE.
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
           MOVE 'COMMCALC CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT RECORDS READ  :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OUTSIDE PERIOD SKIPPED:' TO CT-LABEL
           MOVE PERIOD-SKIP-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CLOSED DAYS SKIPPED   :' TO CT-LABEL
           MOVE CLOSED-DAY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DAYS MISSING FROM RUN :' TO CT-LABEL
           MOVE MISSING-DAY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DAYS ON HISTORY TWICE :' TO CT-LABEL
           MOVE REPEAT-DAY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REPEATED RECS SKIPPED :' TO CT-LABEL
           MOVE REPEAT-SKIP-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PERIOD NET SALES      :' TO CA-LABEL
           MOVE WS-TOTAL-SALES TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'XREF ENTRIES READ     :' TO CT-LABEL
           MOVE XREF-READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ENTRIES PAID          :' TO CT-LABEL
           MOVE PAID-LINE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ENTRIES EXCLUDED      :' TO CT-LABEL
           MOVE EXCLUDED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ENTRIES HELD, NO RATE :' TO CT-LABEL
           MOVE HELD-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE EXCEPTIONS      :' TO CT-LABEL
           MOVE STORE-EXC-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SALES VALUE SHARED    :' TO CA-LABEL
           MOVE WS-TOTAL-SHARE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EARNINGS RECORDS      :' TO CT-LABEL
           MOVE WRITTEN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PAID EMPLOYEES, NIL   :' TO CT-LABEL
           MOVE NIL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TOTAL COMMISSION      :' TO CA-LABEL
           MOVE WS-TOTAL-COMMISSION TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every cross-reference entry was paid, excluded or held,
      *> with no fourth outcome; and the earnings file carries
      *> exactly what the register shows.
           ADD PAID-LINE-COUNT EXCLUDED-COUNT HELD-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF XREF-READ-COUNT = WS-RECONCILE-TOTAL
                   AND WS-REGISTER-TOTAL = WS-TOTAL-COMMISSION
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
