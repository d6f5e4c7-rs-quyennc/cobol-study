       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRCLOSE.
       AUTHOR. QUYENNC

      *> Store close-out. Setting a store to 'C' on STOREMNT only
      *> makes the extract reject its records as CLOSED-STORE; the
      *> store's employees stay on XREF-FILE and on the payroll feed
      *> until somebody remembers them. This run takes one closing
      *> store and its close date off the parm card and produces, in
      *> one report: the store's final sales reconciliation from its
      *> SUMMARY-FILE history (up to the close date, after it, and
      *> in total); every employee cross-referenced to the store,
      *> with the EMPMAINT transaction built for them from the
      *> close-out instruction file - a transfer ('U', same record,
      *> new department) or a termination ('D'); every extract
      *> record for the store dated after the close; and every sale
      *> line the extract turned away CLOSED-STORE - the ones that
      *> never reached the extract at all. A new XREF-FILE
      *> is written without the store, so EXTXREF stops building
      *> transactions for it. An employee with no instruction, or an
      *> instruction that cannot be carried out, ends the run RC 8:
      *> the transactions are only fit to apply when every one of
      *> the store's people is accounted for. The post-close sales
      *> check weighs the extract records after the close against
      *> only those post-close SUMMARY-FILE runs still on a retained
      *> extract generation; runs older than the oldest generation
      *> read are counted, not reconciled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PARM-FILE names the closing store and its close date. Both
      *> are required - there is no sensible default store.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SUMMARY-FILE.
      *> One instruction per employee of the closing store: 'T' to
      *> transfer to the department given, 'D' to terminate.
           SELECT INSTRUCTION-FILE ASSIGN TO INSTRUCTION-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INSTRUCTION-FILE.
           SELECT XREF-FILE ASSIGN TO XREF-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF-FILE.
           SELECT XREF-OUT-FILE ASSIGN TO XREF-OUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF-OUT-FILE.
      *> Read by key for each cross-referenced employee - the
      *> transfer carries the master's current record, not the
      *> copy on XREF-FILE, which may be stale.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXTRACT-FILE.
      *> Every retained extract REJECTS generation. The reject
      *> carries no date; a CLOSED-STORE line can only have come
      *> from a run after the store was set closed.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT TRANS-OUT-FILE ASSIGN TO TRANS-OUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRANS-OUT-FILE.
           SELECT CLOSEOUT-RPT-FILE ASSIGN TO CLOSEOUT-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CLOSEOUT-RPT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-STORE-ID        PIC X(05).
           05  PARM-STORE-ID-N REDEFINES PARM-STORE-ID PIC 9(05).
           05  FILLER               PIC X(01).
           05  PARM-CLOSE-DATE      PIC X(08).
           05  PARM-CLOSE-DATE-N REDEFINES PARM-CLOSE-DATE PIC 9(08).
           05  FILLER               PIC X(66).
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
           05  FILLER           PIC X(52).
       FD  SUMMARY-FILE.
       01  SUMMARY-FILE-REC.
           05  SU-STORE-ID       PIC 9(05).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-WRITTEN  PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-REJECTED PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RUN-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  SU-QTY-SOLD       PIC 9(09).
           05  FILLER            PIC X(01).
           05  SU-EXT-VALUE      PIC 9(09)V99.
           05  SU-NET-SIGN       PIC X(01).
               88  SU-NET-NEGATIVE        VALUE '-'.
           05  FILLER            PIC X(01).
           05  SU-RETURN-QTY     PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RETURN-VALUE   PIC 9(09)V99.
           05  FILLER            PIC X(07).
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-REC.
           05  CI-EMP-ID        PIC X(05).
           05  FILLER           PIC X(01).
           05  CI-ACTION        PIC X(01).
               88  CI-IS-TRANSFER         VALUE 'T'.
               88  CI-IS-TERMINATE        VALUE 'D'.
           05  FILLER           PIC X(01).
           05  CI-NEW-DEPT      PIC X(04).
           05  FILLER           PIC X(68).
      *> EXTXREF's cross-reference record; only the store and the
      *> employee matter here, the rest is copied through as is.
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(49).
       FD  XREF-OUT-FILE.
       01  XREF-OUT-REC       PIC X(80).
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
      *> The enriched extract record SEQFILE-READ-WRITE writes.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05  EX-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(01).
           05  EX-ITEM-ID     PIC X(10).
           05  FILLER         PIC X(01).
           05  EX-STORE-NAME  PIC X(20).
           05  FILLER         PIC X(01).
           05  EX-ITEM-DESC   PIC X(20).
           05  FILLER         PIC X(01).
           05  EX-UNIT-PRICE  PIC 9(05).99.
           05  FILLER         PIC X(01).
           05  EX-QTY         PIC 9(05).
           05  FILLER         PIC X(01).
           05  EX-EXT-VALUE   PIC 9(10).99.
           05  FILLER         PIC X(01).
           05  EX-EXTRACT-DATE PIC 9(08).
           05  EX-NET-SIGN    PIC X(01).
               88  EX-NET-NEGATIVE        VALUE '-'.
           05  FILLER         PIC X(03).
      *> The extract's REJECT-FILE record.
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-STORE-ID    PIC 9(05).
           05  FILLER         PIC X(01).
           05  RJ-ITEM-ID     PIC X(10).
           05  FILLER         PIC X(01).
           05  RJ-REASON-CODE PIC X(16).
               88  RJ-CLOSED-STORE        VALUE 'CLOSED-STORE'.
           05  FILLER         PIC X(01).
           05  RJ-QTY         PIC X(05).
           05  RJ-QTY-N REDEFINES RJ-QTY PIC 9(05).
           05  FILLER         PIC X(01).
           05  RJ-REC-TYPE    PIC X(01).
           05  FILLER         PIC X(39).
      *> EMPMAINT's TRANS-FILE record, byte for byte.
       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-REC.
           05  TO-TRANS-CODE  PIC X(01).
           05  TO-EMP-ID      PIC X(05).
           05  TO-EMP-NAME    PIC X(19).
           05  TO-EMP-DEPT    PIC X(04).
           05  TO-HIRE-DATE   PIC X(08).
           05  TO-PAY-GRADE   PIC X(02).
           05  TO-EMP-STATUS  PIC X(01).
           05  FILLER         PIC X(40).
       FD  CLOSEOUT-RPT-FILE.
       01  CLOSEOUT-RPT-LINE  PIC X(80).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
           88  FS-STORE-MASTER-EOF         VALUE '10'.
       01  FS-SUMMARY-FILE     PIC X(02)  VALUE SPACES.
           88  FS-SUMMARY-FILE-OK          VALUE '00'.
           88  FS-SUMMARY-FILE-EOF         VALUE '10'.
       01  FS-INSTRUCTION-FILE PIC X(02)  VALUE SPACES.
           88  FS-INSTRUCTION-FILE-OK      VALUE '00'.
           88  FS-INSTRUCTION-FILE-EOF     VALUE '10'.
       01  FS-XREF-FILE        PIC X(02)  VALUE SPACES.
           88  FS-XREF-FILE-OK             VALUE '00'.
           88  FS-XREF-FILE-EOF            VALUE '10'.
       01  FS-XREF-OUT-FILE    PIC X(02)  VALUE SPACES.
           88  FS-XREF-OUT-FILE-OK         VALUE '00'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
       01  FS-EXTRACT-FILE     PIC X(02)  VALUE SPACES.
           88  FS-EXTRACT-FILE-OK          VALUE '00'.
           88  FS-EXTRACT-FILE-EOF         VALUE '10'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
           88  FS-REJECT-FILE-EOF          VALUE '10'.
       01  FS-TRANS-OUT-FILE   PIC X(02)  VALUE SPACES.
           88  FS-TRANS-OUT-FILE-OK        VALUE '00'.
       01  FS-CLOSEOUT-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-CLOSEOUT-RPT-FILE-OK     VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-CLOSE-STORE-ID   PIC 9(05)  VALUE 0.
       01  WS-CLOSE-DATE       PIC 9(08)  VALUE 0.
       01  WS-STORE-NAME       PIC X(20)  VALUE SPACES.
       01  WS-STORE-STATUS     PIC X(01)  VALUE SPACES.
      *> The close-out instructions, held so each can be matched to
      *> a cross-referenced employee and any left over reported.
       01  WS-INSTRUCTION-TABLE.
           05  WS-INSTR-COUNT    PIC 9(03)   VALUE 0.
           05  WS-INSTR-ENTRY OCCURS 500 TIMES
                   INDEXED BY INSTR-IX.
               10  WS-TBL-INSTR-EMP-ID PIC X(05).
               10  WS-TBL-INSTR-ACTION PIC X(01).
               10  WS-TBL-INSTR-DEPT   PIC X(04).
               10  WS-TBL-INSTR-USED   PIC X(01).
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-ACTION           PIC X(01)  VALUE SPACES.
       01  WS-NEW-DEPT         PIC X(04)  VALUE SPACES.
       01  WS-RESULT           PIC X(20)  VALUE SPACES.
       01  WS-SIGNED-VALUE     PIC S9(11)V99 VALUE 0.
       01  WS-EXT-AMOUNT       PIC 9(10)V99 VALUE 0.
      *> The store's sales history, split at the close date.
       01  WS-SALES-TOTALS.
           05  WS-PRE-RUNS         PIC 9(07).
           05  WS-PRE-WRITTEN      PIC 9(09).
           05  WS-PRE-REJECTED     PIC 9(09).
           05  WS-PRE-QTY          PIC 9(11).
           05  WS-PRE-VALUE        PIC S9(11)V99.
           05  WS-PRE-RETURN-QTY   PIC 9(09).
           05  WS-PRE-RETURN-VALUE PIC 9(11)V99.
           05  WS-POST-RUNS        PIC 9(07).
           05  WS-POST-WRITTEN     PIC 9(09).
           05  WS-POST-REJECTED    PIC 9(09).
           05  WS-POST-QTY         PIC 9(11).
           05  WS-POST-VALUE       PIC S9(11)V99.
           05  WS-POST-RETURN-QTY  PIC 9(09).
           05  WS-POST-RETURN-VALUE PIC 9(11)V99.
       01  WS-POST-EXTRACT-VALUE PIC S9(11)V99 VALUE 0.
      *> Each post-close SUMMARY-FILE run, held until the extract
      *> has been read and the oldest generation on it is known.
       01  WS-POST-RUN-TABLE.
           05  WS-POST-RUN-COUNT PIC 9(04)   VALUE 0.
           05  WS-POST-RUN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY POST-IX.
               10  WS-TBL-POST-DATE  PIC 9(08).
               10  WS-TBL-POST-VALUE PIC S9(11)V99.
       01  WS-OLDEST-EXTRACT-DATE PIC 9(08) VALUE 0.
       01  WS-POST-HELD-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-CLOSED-REJECT-QTY PIC 9(09) VALUE 0.
       01  COUNTERS.
           05  SUMMARY-READ        PIC 9(07).
           05  INSTRUCTIONS-READ   PIC 9(07).
           05  XREF-READ           PIC 9(07).
           05  XREF-CARRIED        PIC 9(07).
           05  STORE-EMPLOYEES     PIC 9(07).
           05  TRANSFERS-WRITTEN   PIC 9(07).
           05  TERMS-WRITTEN       PIC 9(07).
           05  TRANS-COUNT         PIC 9(07).
           05  ALREADY-TERMINATED  PIC 9(07).
           05  EMPLOYEE-EXCEPTIONS PIC 9(07).
           05  INSTRUCTIONS-UNUSED PIC 9(07).
           05  EXTRACT-READ        PIC 9(07).
           05  EXTRACT-POST-CLOSE  PIC 9(07).
           05  POST-RUNS-HELD      PIC 9(07).
           05  POST-RUNS-AGED      PIC 9(07).
           05  POST-RUNS-UNHELD    PIC 9(07).
           05  REJECTS-READ        PIC 9(07).
           05  CLOSED-STORE-REJECTS PIC 9(07).
       01  WS-ACCOUNTED        PIC 9(07)  VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-PRINT-LINE       PIC X(80)  VALUE SPACES.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'STORE CLOSE-OUT'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'STORE '.
           05  RH-STORE-ID     PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RH-STORE-NAME   PIC X(20).
           05  FILLER          PIC X(09) VALUE '  STATUS '.
           05  RH-STORE-STATUS PIC X(01).
           05  FILLER          PIC X(14) VALUE '  CLOSE DATE: '.
           05  RH-CLOSE-DATE   PIC 9(08).
           05  FILLER          PIC X(16) VALUE SPACES.
       01  SALES-HEADING.
           05  FILLER          PIC X(40) VALUE
               'RUN DATE WRITTEN REJECTD       QTY      '.
           05  FILLER          PIC X(40) VALUE
               '    VALUE RET QTY    RET VALUE          '.
       01  SALES-LINE.
           05  SL-RUN-DATE     PIC 9(08).
           05  SL-LABEL REDEFINES SL-RUN-DATE PIC X(08).
           05  FILLER          PIC X(01).
           05  SL-WRITTEN      PIC ZZZZZZ9.
           05  FILLER          PIC X(01).
           05  SL-REJECTED     PIC ZZZZZZ9.
           05  FILLER          PIC X(01).
           05  SL-QTY          PIC ZZZZZZZZ9.
           05  FILLER          PIC X(01).
           05  SL-VALUE        PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(01).
           05  SL-RETURN-QTY   PIC ZZZZZZ9.
           05  FILLER          PIC X(01).
           05  SL-RETURN-VALUE PIC ZZZZZZZZ9.99.
           05  FILLER          PIC X(01).
           05  SL-FLAG         PIC X(10).
       01  EMPLOYEE-HEADING.
           05  FILLER          PIC X(40) VALUE
               'EMP ID NAME                DEPT ST ACTIO'.
           05  FILLER          PIC X(40) VALUE
               'N    NEW  RESULT                        '.
       01  EMPLOYEE-LINE.
           05  EL-EMP-ID       PIC X(05).
           05  FILLER          PIC X(02).
           05  EL-EMP-NAME     PIC X(19).
           05  FILLER          PIC X(01).
           05  EL-EMP-DEPT     PIC X(04).
           05  FILLER          PIC X(01).
           05  EL-EMP-STATUS   PIC X(01).
           05  FILLER          PIC X(02).
           05  EL-ACTION       PIC X(09).
           05  FILLER          PIC X(01).
           05  EL-NEW-DEPT     PIC X(04).
           05  FILLER          PIC X(01).
           05  EL-RESULT       PIC X(20).
           05  FILLER          PIC X(10).
       01  EXTRACT-HEADING.
           05  FILLER          PIC X(40) VALUE
               'EXT DATE ITEM       DESCRIPTION         '.
           05  FILLER          PIC X(40) VALUE
               '   QTY          VALUE                   '.
       01  EXTRACT-LINE.
           05  XL-EXTRACT-DATE PIC 9(08).
           05  FILLER          PIC X(01).
           05  XL-ITEM-ID      PIC X(10).
           05  FILLER          PIC X(01).
           05  XL-ITEM-DESC    PIC X(20).
           05  FILLER          PIC X(01).
           05  XL-QTY          PIC ZZZZ9.
           05  FILLER          PIC X(01).
           05  XL-NET-SIGN     PIC X(01).
           05  XL-EXT-VALUE    PIC X(13).
           05  FILLER          PIC X(19).
       01  REJECT-HEADING.
           05  FILLER          PIC X(40) VALUE
               'CLOSED-STORE REJECTS  ITEM       TYP   Q'.
           05  FILLER          PIC X(40) VALUE
               'TY                                      '.
       01  REJECT-LINE.
           05  FILLER          PIC X(22).
           05  RL-ITEM-ID      PIC X(10).
           05  FILLER          PIC X(01).
           05  RL-REC-TYPE     PIC X(01).
           05  FILLER          PIC X(03).
           05  RL-QTY          PIC X(05).
           05  FILLER          PIC X(38).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  CONTROL-DATE-LINE.
           05  CD-LABEL        PIC X(23).
           05  CD-VALUE        PIC 9(08).
           05  FILLER          PIC X(49).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(44).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'STRCLOSE'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.

      *> RUNTRACK's LINKAGE items, passed from named fields sized to
      *> match exactly - same rule as the ERRLOG fields above. START
      *> is written before any file is touched and END just before
      *> STOP RUN, so the morning OPSRPT can see the run happened
      *> and CHAINREC can balance this step's transactions against
      *> what EMPMAINT reads.
       01  WS-RUNTRACK-EVENT    PIC X(05) VALUE SPACES.
       01  WS-RUNTRACK-RC       PIC 9(04) VALUE 0.
       01  WS-RT-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-RT-WRITE-COUNT    PIC 9(07) VALUE 0.
       01  WS-RT-REJECT-COUNT   PIC 9(07) VALUE 0.
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
           MOVE STORE-EMPLOYEES TO WS-RT-READ-COUNT.
           MOVE TRANS-COUNT TO WS-RT-WRITE-COUNT.
           MOVE EMPLOYEE-EXCEPTIONS TO WS-RT-REJECT-COUNT.
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
           INITIALIZE COUNTERS WS-SALES-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
           END-IF.
           IF NOT FS-PARM-FILE-OK
                   OR PARM-STORE-ID IS NOT NUMERIC
                   OR PARM-CLOSE-DATE IS NOT NUMERIC
               DISPLAY 'CLOSE-OUT PARM MISSING OR INVALID: '
                   FS-PARM-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE PARM-STORE-ID-N   TO WS-CLOSE-STORE-ID.
           MOVE PARM-CLOSE-DATE-N TO WS-CLOSE-DATE.
           CLOSE PARM-FILE.
           OPEN INPUT STORE-MASTER
           IF FS-STORE-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'STORE MASTER OPEN FAILED: ' FS-STORE-MASTER
               MOVE 'STORE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STORE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT SUMMARY-FILE
           IF FS-SUMMARY-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'SUMMARY FILE OPEN FAILED: ' FS-SUMMARY-FILE
               MOVE 'SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SUMMARY-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT INSTRUCTION-FILE
           IF FS-INSTRUCTION-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'INSTRUCTION FILE OPEN FAILED: '
                   FS-INSTRUCTION-FILE
               MOVE 'INSTRUCTION-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INSTRUCTION-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT XREF-FILE
           IF FS-XREF-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'XREF FILE OPEN FAILED: ' FS-XREF-FILE
               MOVE 'XREF-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-XREF-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT XREF-OUT-FILE
           IF FS-XREF-OUT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'XREF OUT OPEN FAILED: ' FS-XREF-OUT-FILE
               MOVE 'XREF-OUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-XREF-OUT-FILE
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
           OPEN INPUT EXTRACT-FILE
           IF FS-EXTRACT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EXTRACT FILE OPEN FAILED: ' FS-EXTRACT-FILE
               MOVE 'EXTRACT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXTRACT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT REJECT-FILE
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
           OPEN OUTPUT TRANS-OUT-FILE
           IF FS-TRANS-OUT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'TRANS OUT OPEN FAILED: ' FS-TRANS-OUT-FILE
               MOVE 'TRANS-OUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-TRANS-OUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT CLOSEOUT-RPT-FILE
           IF FS-CLOSEOUT-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'CLOSE-OUT RPT OPEN FAILED: '
                   FS-CLOSEOUT-RPT-FILE
               MOVE 'CLOSEOUT-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CLOSEOUT-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
           PERFORM LOAD-INSTRUCTIONS-PARA
               THRU LOAD-INSTRUCTIONS-EXIT-PARA.
           PERFORM SALES-HISTORY-PARA THRU SALES-HISTORY-EXIT-PARA.
           PERFORM EMPLOYEES-PARA THRU EMPLOYEES-EXIT-PARA.
           PERFORM POST-CLOSE-EXTRACT-PARA
               THRU POST-CLOSE-EXTRACT-EXIT-PARA.
           PERFORM CLOSED-REJECTS-PARA THRU CLOSED-REJECTS-EXIT-PARA.
       PROCESS-EXIT-PARA.
           EXIT.
      *> The store's name and status for the headings. A store no
      *> longer on the master is still closed out - its history and
      *> its people do not go away with the master record.
       FIND-STORE-PARA.
           MOVE 'NOT ON STORE MASTER' TO WS-STORE-NAME.
           MOVE SPACE TO WS-STORE-STATUS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM UNTIL FS-STORE-MASTER-EOF OR WS-FOUND
               READ STORE-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   IF SM-STORE-ID = WS-CLOSE-STORE-ID
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE SM-STORE-NAME   TO WS-STORE-NAME
                       MOVE SM-STORE-STATUS TO WS-STORE-STATUS
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER.
       FIND-STORE-EXIT-PARA.
           EXIT.
       LOAD-INSTRUCTIONS-PARA.
           PERFORM UNTIL FS-INSTRUCTION-FILE-EOF
               READ INSTRUCTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO INSTRUCTIONS-READ
                   IF WS-INSTR-COUNT < 500
                       ADD 1 TO WS-INSTR-COUNT
                       SET INSTR-IX TO WS-INSTR-COUNT
                       MOVE CI-EMP-ID
                           TO WS-TBL-INSTR-EMP-ID (INSTR-IX)
                       MOVE CI-ACTION
                           TO WS-TBL-INSTR-ACTION (INSTR-IX)
                       MOVE CI-NEW-DEPT
                           TO WS-TBL-INSTR-DEPT (INSTR-IX)
                       MOVE 'N' TO WS-TBL-INSTR-USED (INSTR-IX)
                   ELSE
                       DISPLAY 'INSTRUCTION TABLE FULL, EMPLOYEE '
                           CI-EMP-ID ' NOT LOADED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTRUCTION-FILE.
       LOAD-INSTRUCTIONS-EXIT-PARA.
           EXIT.
      *> Section 1 - every SUMMARY-FILE run for the store, flagged
      *> where it falls after the close date, with the history
      *> totalled up to the close, after it, and overall.
       SALES-HISTORY-PARA.
           MOVE SALES-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM UNTIL FS-SUMMARY-FILE-EOF
               READ SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO SUMMARY-READ
                   IF SU-STORE-ID = WS-CLOSE-STORE-ID
                       PERFORM SALES-RUN-PARA THRU SALES-RUN-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           MOVE SPACES TO SALES-LINE.
           MOVE 'TO CLOSE' TO SL-LABEL.
           MOVE WS-PRE-WRITTEN      TO SL-WRITTEN.
           MOVE WS-PRE-REJECTED     TO SL-REJECTED.
           MOVE WS-PRE-QTY          TO SL-QTY.
           MOVE WS-PRE-VALUE        TO SL-VALUE.
           MOVE WS-PRE-RETURN-QTY   TO SL-RETURN-QTY.
           MOVE WS-PRE-RETURN-VALUE TO SL-RETURN-VALUE.
           MOVE SALES-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           MOVE SPACES TO SALES-LINE.
           MOVE 'AFTER' TO SL-LABEL.
           MOVE WS-POST-WRITTEN      TO SL-WRITTEN.
           MOVE WS-POST-REJECTED     TO SL-REJECTED.
           MOVE WS-POST-QTY          TO SL-QTY.
           MOVE WS-POST-VALUE        TO SL-VALUE.
           MOVE WS-POST-RETURN-QTY   TO SL-RETURN-QTY.
           MOVE WS-POST-RETURN-VALUE TO SL-RETURN-VALUE.
           MOVE SALES-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           MOVE SPACES TO SALES-LINE.
           MOVE 'ALL RUNS' TO SL-LABEL.
           COMPUTE SL-WRITTEN = WS-PRE-WRITTEN + WS-POST-WRITTEN.
           COMPUTE SL-REJECTED = WS-PRE-REJECTED + WS-POST-REJECTED.
           COMPUTE SL-QTY = WS-PRE-QTY + WS-POST-QTY.
           COMPUTE SL-VALUE = WS-PRE-VALUE + WS-POST-VALUE.
           COMPUTE SL-RETURN-QTY =
               WS-PRE-RETURN-QTY + WS-POST-RETURN-QTY.
           COMPUTE SL-RETURN-VALUE =
               WS-PRE-RETURN-VALUE + WS-POST-RETURN-VALUE.
           MOVE SALES-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       SALES-HISTORY-EXIT-PARA.
           EXIT.
       SALES-RUN-PARA.
           IF SU-NET-NEGATIVE
               COMPUTE WS-SIGNED-VALUE = 0 - SU-EXT-VALUE
           ELSE
               MOVE SU-EXT-VALUE TO WS-SIGNED-VALUE
           END-IF.
           MOVE SPACES TO SALES-LINE.
           MOVE SU-RUN-DATE       TO SL-RUN-DATE.
           MOVE SU-ITEMS-WRITTEN  TO SL-WRITTEN.
           MOVE SU-ITEMS-REJECTED TO SL-REJECTED.
           MOVE SU-QTY-SOLD       TO SL-QTY.
           MOVE WS-SIGNED-VALUE   TO SL-VALUE.
           MOVE SU-RETURN-QTY     TO SL-RETURN-QTY.
           MOVE SU-RETURN-VALUE   TO SL-RETURN-VALUE.
           IF SU-RUN-DATE > WS-CLOSE-DATE
               MOVE 'POST-CLOSE' TO SL-FLAG
               ADD 1                 TO WS-POST-RUNS
               ADD SU-ITEMS-WRITTEN  TO WS-POST-WRITTEN
               ADD SU-ITEMS-REJECTED TO WS-POST-REJECTED
               ADD SU-QTY-SOLD       TO WS-POST-QTY
               ADD WS-SIGNED-VALUE   TO WS-POST-VALUE
               ADD SU-RETURN-QTY     TO WS-POST-RETURN-QTY
               ADD SU-RETURN-VALUE   TO WS-POST-RETURN-VALUE
               IF WS-POST-RUN-COUNT < 1000
                   ADD 1 TO WS-POST-RUN-COUNT
                   SET POST-IX TO WS-POST-RUN-COUNT
                   MOVE SU-RUN-DATE TO WS-TBL-POST-DATE (POST-IX)
                   MOVE WS-SIGNED-VALUE TO WS-TBL-POST-VALUE (POST-IX)
               ELSE
                   ADD 1 TO POST-RUNS-UNHELD
               END-IF
           ELSE
               ADD 1                 TO WS-PRE-RUNS
               ADD SU-ITEMS-WRITTEN  TO WS-PRE-WRITTEN
               ADD SU-ITEMS-REJECTED TO WS-PRE-REJECTED
               ADD SU-QTY-SOLD       TO WS-PRE-QTY
               ADD WS-SIGNED-VALUE   TO WS-PRE-VALUE
               ADD SU-RETURN-QTY     TO WS-PRE-RETURN-QTY
               ADD SU-RETURN-VALUE   TO WS-PRE-RETURN-VALUE
           END-IF.
           MOVE SALES-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       SALES-RUN-EXIT-PARA.
           EXIT.
      *> Section 2 - XREF-FILE is copied to the new cross-reference
      *> without the closing store; each of the store's entries is
      *> matched to its instruction and the employee's transaction
      *> built. Instructions nobody used are listed after - an
      *> employee id keyed wrong is otherwise an employee left on.
       EMPLOYEES-PARA.
           MOVE EMPLOYEE-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM UNTIL FS-XREF-FILE-EOF
               READ XREF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO XREF-READ
                   IF XR-STORE-ID = WS-CLOSE-STORE-ID
                       PERFORM CLOSE-EMPLOYEE-PARA
                           THRU CLOSE-EMPLOYEE-EXIT-PARA
                   ELSE
                       WRITE XREF-OUT-REC FROM XREF-REC
                       ADD 1 TO XREF-CARRIED
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING INSTR-IX FROM 1 BY 1
                   UNTIL INSTR-IX > WS-INSTR-COUNT
               IF WS-TBL-INSTR-USED (INSTR-IX) = 'N'
                   ADD 1 TO INSTRUCTIONS-UNUSED
                   MOVE SPACES TO EMPLOYEE-LINE
                   MOVE WS-TBL-INSTR-EMP-ID (INSTR-IX) TO EL-EMP-ID
                   MOVE WS-TBL-INSTR-ACTION (INSTR-IX) TO EL-ACTION
                   MOVE WS-TBL-INSTR-DEPT (INSTR-IX)   TO EL-NEW-DEPT
                   MOVE 'NOT AT THIS STORE'            TO EL-RESULT
                   MOVE EMPLOYEE-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
               END-IF
           END-PERFORM.
           IF STORE-EMPLOYEES = 0
               MOVE '  NO EMPLOYEES CROSS-REFERENCED' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       EMPLOYEES-EXIT-PARA.
           EXIT.
       CLOSE-EMPLOYEE-PARA.
           ADD 1 TO STORE-EMPLOYEES.
           MOVE SPACES TO EMPLOYEE-LINE WS-ACTION WS-NEW-DEPT.
           MOVE XR-EMP-ID   TO EL-EMP-ID.
           MOVE XR-EMP-NAME TO EL-EMP-NAME.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING INSTR-IX FROM 1 BY 1
                   UNTIL INSTR-IX > WS-INSTR-COUNT OR WS-FOUND
               IF WS-TBL-INSTR-EMP-ID (INSTR-IX) = XR-EMP-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET INSTR-IX DOWN BY 1
               MOVE 'Y' TO WS-TBL-INSTR-USED (INSTR-IX)
               MOVE WS-TBL-INSTR-ACTION (INSTR-IX) TO WS-ACTION
               MOVE WS-TBL-INSTR-DEPT (INSTR-IX)   TO WS-NEW-DEPT
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'T'
                   MOVE 'TRANSFER' TO EL-ACTION
               WHEN 'D'
                   MOVE 'TERMINATE' TO EL-ACTION
               WHEN OTHER
                   MOVE WS-ACTION TO EL-ACTION
           END-EVALUATE.
           MOVE WS-NEW-DEPT TO EL-NEW-DEPT.
           MOVE XR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMP-ID
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-RESULT
                   ADD 1 TO EMPLOYEE-EXCEPTIONS
                   GO TO CLOSE-EMPLOYEE-REPORT-PARA
           END-READ.
           MOVE EMP-NAME   TO EL-EMP-NAME.
           MOVE EMP-DEPT   TO EL-EMP-DEPT.
           MOVE EMP-STATUS TO EL-EMP-STATUS.
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   MOVE 'ALREADY TERMINATED' TO WS-RESULT
                   ADD 1 TO ALREADY-TERMINATED
               WHEN NOT WS-FOUND
                   MOVE 'NO INSTRUCTION' TO WS-RESULT
                   ADD 1 TO EMPLOYEE-EXCEPTIONS
               WHEN WS-ACTION = 'T' AND WS-NEW-DEPT = SPACES
                   MOVE 'NO NEW DEPARTMENT' TO WS-RESULT
                   ADD 1 TO EMPLOYEE-EXCEPTIONS
               WHEN WS-ACTION = 'T'
                   MOVE SPACES        TO TRANS-OUT-REC
                   MOVE 'U'           TO TO-TRANS-CODE
                   MOVE EMP-ID        TO TO-EMP-ID
                   MOVE EMP-NAME      TO TO-EMP-NAME
                   MOVE WS-NEW-DEPT   TO TO-EMP-DEPT
                   MOVE EMP-HIRE-DATE TO TO-HIRE-DATE
                   MOVE EMP-PAY-GRADE TO TO-PAY-GRADE
                   MOVE EMP-STATUS    TO TO-EMP-STATUS
                   WRITE TRANS-OUT-REC
                   ADD 1 TO TRANSFERS-WRITTEN TRANS-COUNT
                   MOVE 'TRANSFER WRITTEN' TO WS-RESULT
               WHEN WS-ACTION = 'D'
                   MOVE SPACES TO TRANS-OUT-REC
                   MOVE 'D'    TO TO-TRANS-CODE
                   MOVE EMP-ID TO TO-EMP-ID
                   WRITE TRANS-OUT-REC
                   ADD 1 TO TERMS-WRITTEN TRANS-COUNT
                   MOVE 'TERMINATION WRITTEN' TO WS-RESULT
               WHEN OTHER
                   MOVE 'BAD ACTION' TO WS-RESULT
                   ADD 1 TO EMPLOYEE-EXCEPTIONS
           END-EVALUATE.
       CLOSE-EMPLOYEE-REPORT-PARA.
           MOVE WS-RESULT TO EL-RESULT.
           MOVE EMPLOYEE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       CLOSE-EMPLOYEE-EXIT-PARA.
           EXIT.
      *> Section 3 - extract records for the store dated after the
      *> close: sales still arriving for a store that is shut. The
      *> oldest extract date seen marks how far back the retained
      *> generations reach; the post-close SUMMARY-FILE runs from
      *> then on are the ones the extract can be reconciled with.
       POST-CLOSE-EXTRACT-PARA.
           MOVE EXTRACT-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM UNTIL FS-EXTRACT-FILE-EOF
               READ EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO EXTRACT-READ
                   IF WS-OLDEST-EXTRACT-DATE = 0
                           OR EX-EXTRACT-DATE < WS-OLDEST-EXTRACT-DATE
                       MOVE EX-EXTRACT-DATE TO WS-OLDEST-EXTRACT-DATE
                   END-IF
                   IF EX-STORE-ID = WS-CLOSE-STORE-ID
                           AND EX-EXTRACT-DATE > WS-CLOSE-DATE
                       PERFORM POST-CLOSE-RECORD-PARA
                           THRU POST-CLOSE-RECORD-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           IF EXTRACT-POST-CLOSE = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > WS-POST-RUN-COUNT
               IF WS-OLDEST-EXTRACT-DATE > 0
                       AND WS-TBL-POST-DATE (POST-IX)
                           NOT < WS-OLDEST-EXTRACT-DATE
                   ADD 1 TO POST-RUNS-HELD
                   ADD WS-TBL-POST-VALUE (POST-IX)
                       TO WS-POST-HELD-VALUE
               ELSE
                   ADD 1 TO POST-RUNS-AGED
               END-IF
           END-PERFORM.
       POST-CLOSE-EXTRACT-EXIT-PARA.
           EXIT.
       POST-CLOSE-RECORD-PARA.
           ADD 1 TO EXTRACT-POST-CLOSE.
           MOVE EX-EXT-VALUE TO WS-EXT-AMOUNT.
           IF EX-NET-NEGATIVE
               SUBTRACT WS-EXT-AMOUNT FROM WS-POST-EXTRACT-VALUE
           ELSE
               ADD WS-EXT-AMOUNT TO WS-POST-EXTRACT-VALUE
           END-IF.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE EX-EXTRACT-DATE TO XL-EXTRACT-DATE.
           MOVE EX-ITEM-ID      TO XL-ITEM-ID.
           MOVE EX-ITEM-DESC    TO XL-ITEM-DESC.
           MOVE EX-QTY          TO XL-QTY.
           MOVE EX-NET-SIGN     TO XL-NET-SIGN.
           MOVE EX-EXT-VALUE    TO XL-EXT-VALUE.
           MOVE EXTRACT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       POST-CLOSE-RECORD-EXIT-PARA.
           EXIT.
      *> Section 4 - the store's CLOSED-STORE rejects: sale lines
      *> the extract refused because the store is shut, listed with
      *> their quantity (a reject carries no price).
       CLOSED-REJECTS-PARA.
           MOVE REJECT-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM UNTIL FS-REJECT-FILE-EOF
               READ REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO REJECTS-READ
                   IF RJ-STORE-ID = WS-CLOSE-STORE-ID
                           AND RJ-CLOSED-STORE
                       PERFORM CLOSED-REJECT-LINE-PARA
                           THRU CLOSED-REJECT-LINE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           IF CLOSED-STORE-REJECTS = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-IF.
       CLOSED-REJECTS-EXIT-PARA.
           EXIT.
       CLOSED-REJECT-LINE-PARA.
           ADD 1 TO CLOSED-STORE-REJECTS.
           IF RJ-QTY IS NUMERIC
               ADD RJ-QTY-N TO WS-CLOSED-REJECT-QTY
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           MOVE RJ-ITEM-ID  TO RL-ITEM-ID.
           MOVE RJ-REC-TYPE TO RL-REC-TYPE.
           MOVE RJ-QTY      TO RL-QTY.
           MOVE REJECT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       CLOSED-REJECT-LINE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE SUMMARY-FILE XREF-FILE XREF-OUT-FILE
                   EMPLOYEE-MASTER EXTRACT-FILE REJECT-FILE
                   TRANS-OUT-FILE CLOSEOUT-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           WRITE CLOSEOUT-RPT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-LINE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-CLOSE-STORE-ID TO RH-STORE-ID.
           MOVE WS-STORE-NAME TO RH-STORE-NAME.
           MOVE WS-STORE-STATUS TO RH-STORE-STATUS.
           MOVE WS-CLOSE-DATE TO RH-CLOSE-DATE.
           IF WS-PAGE-NO > 1
               WRITE CLOSEOUT-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE CLOSEOUT-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO CLOSEOUT-RPT-LINE.
           WRITE CLOSEOUT-RPT-LINE.
           WRITE CLOSEOUT-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO CLOSEOUT-RPT-LINE.
           WRITE CLOSEOUT-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
           IF WS-PAGE-NO = 0
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               GO TO WRITE-TOTALS-EXIT-PARA
           END-IF.
           MOVE 'STRCLOSE CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RECORDS READ  :' TO CT-LABEL
           MOVE SUMMARY-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE RUNS TO CLOSE   :' TO CT-LABEL
           MOVE WS-PRE-RUNS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE RUNS AFTER CLOSE:' TO CT-LABEL
           MOVE WS-POST-RUNS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'XREF RECORDS READ     :' TO CT-LABEL
           MOVE XREF-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'XREF RECORDS CARRIED  :' TO CT-LABEL
           MOVE XREF-CARRIED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE EMPLOYEES       :' TO CT-LABEL
           MOVE STORE-EMPLOYEES TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INSTRUCTIONS READ     :' TO CT-LABEL
           MOVE INSTRUCTIONS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRANSFERS WRITTEN     :' TO CT-LABEL
           MOVE TRANSFERS-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TERMINATIONS WRITTEN  :' TO CT-LABEL
           MOVE TERMS-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ALREADY TERMINATED    :' TO CT-LABEL
           MOVE ALREADY-TERMINATED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EMPLOYEE EXCEPTIONS   :' TO CT-LABEL
           MOVE EMPLOYEE-EXCEPTIONS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INSTRUCTIONS UNUSED   :' TO CT-LABEL
           MOVE INSTRUCTIONS-UNUSED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT RECORDS READ  :' TO CT-LABEL
           MOVE EXTRACT-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT AFTER CLOSE   :' TO CT-LABEL
           MOVE EXTRACT-POST-CLOSE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OLDEST EXTRACT READ   :' TO CD-LABEL
           MOVE WS-OLDEST-EXTRACT-DATE TO CD-VALUE
           MOVE CONTROL-DATE-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RUNS AFTER, RETAINED  :' TO CT-LABEL
           MOVE POST-RUNS-HELD TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RUNS AFTER, AGED OFF  :' TO CT-LABEL
           MOVE POST-RUNS-AGED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RUNS AFTER, NOT HELD  :' TO CT-LABEL
           MOVE POST-RUNS-UNHELD TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REJECT RECORDS READ   :' TO CT-LABEL
           MOVE REJECTS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CLOSED-STORE REJECTS  :' TO CT-LABEL
           MOVE CLOSED-STORE-REJECTS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CLOSED-STORE QTY      :' TO CT-LABEL
           MOVE WS-CLOSED-REJECT-QTY TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY VALUE TO CLOSE:' TO CA-LABEL
           MOVE WS-PRE-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY VALUE AFTER   :' TO CA-LABEL
           MOVE WS-POST-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY AFTER,RETAINED:' TO CA-LABEL
           MOVE WS-POST-HELD-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT VALUE AFTER   :' TO CA-LABEL
           MOVE WS-POST-EXTRACT-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every cross-referenced employee must end with a transaction
      *> or already terminated, and every instruction must have
      *> found its employee.
           ADD TRANS-COUNT ALREADY-TERMINATED GIVING WS-ACCOUNTED.
           MOVE 'EMPLOYEES ACCOUNTED   :' TO RC-LABEL.
           IF WS-ACCOUNTED = STORE-EMPLOYEES
                   AND EMPLOYEE-EXCEPTIONS = 0
                   AND INSTRUCTIONS-UNUSED = 0
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> The extract records listed after the close must carry the
      *> same net value SUMMARY-FILE booked for the runs still on a
      *> retained generation - SUMMARY-FILE keeps every run, the
      *> extract only the generations the GDG holds. A run that
      *> would not fit the table cannot be placed either way.
           MOVE 'POST-CLOSE SALES      :' TO RC-LABEL.
           IF WS-POST-EXTRACT-VALUE = WS-POST-HELD-VALUE
                   AND POST-RUNS-UNHELD = 0
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
