       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.
       AUTHOR. QUYENNC

      *> General ledger interface. Finance used to rekey USRPOST's
      *> control totals and the extract's money totals into the
      *> ledger every morning; this program feeds it instead. It
      *> reads the day's USRPOST journal (every posting actually
      *> applied to a member balance) and the extract's SUMMARY-FILE
      *> records for the run date (each store's value net of
      *> returns), maps each source line through the GL-MAP table -
      *> user role or store to GL account and cost centre, with the
      *> offsetting account on the same entry - and writes one
      *> debit and one credit line per source line. The GL journal
      *> file is released (HDR, lines, TRL with the debit and credit
      *> totals) only when every source line mapped and debits equal
      *> credits; otherwise the file is left empty, the unmapped
      *> lines are listed and the step ends RC 8, so the ledger is
      *> never sent half a day.
      *> The journal comes in as every generation still cataloged,
      *> and only the ones whose heading carries the run date as
      *> their posting date are taken - so a day with a second
      *> posting run, or a ledger run held over a day, still sends
      *> each posting exactly once, under the day it posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PARM-FILE carries the run date (blank means today): the
      *> journal generations and SUMMARY-FILE records selected, and
      *> the posting date on the GL header.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT GL-MAP ASSIGN TO GL-MAP-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GL-MAP.
      *> Every USRPOST journal generation, each one heading line
      *> (with the date the run posted on) then one detail line per
      *> applied posting.
           SELECT JOURNAL-IN-FILE ASSIGN TO JOURNAL-IN-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-JOURNAL-IN-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-POSTINGS ASSIGN TO SORTED-POSTINGS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-POSTINGS.
      *> The journal carries no role, so the sorted postings are
      *> matched against USER-MASTER to find it.
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
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SUMMARY-FILE.
      *> GL lines are built here first and only copied to the GL
      *> journal behind a header once the whole batch has proved.
           SELECT GL-WORK-FILE ASSIGN TO GL-WORK-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GL-WORK-FILE.
           SELECT GL-JOURNAL-FILE ASSIGN TO GL-JOURNAL-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GL-JOURNAL-FILE.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO EXCEPTION-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXCEPTION-RPT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-RUN-DATE        PIC X(08).
           05  FILLER               PIC X(72).
      *> One entry per user role (type R, key is USER-ROLE) or per
      *> store (type S, key is the five-digit STORE-ID, left
      *> justified). GM-ACCOUNT is where the source value belongs -
      *> the member-balance account for a role, the sales account
      *> for a store; GM-OFFSET-ACCOUNT takes the other side - the
      *> bank clearing account for a role, the store's takings
      *> account for a store.
       FD  GL-MAP.
       01  GL-MAP-REC.
           05  GM-KEY-TYPE       PIC X(01).
               88  GM-ROLE-KEY            VALUE 'R'.
               88  GM-STORE-KEY           VALUE 'S'.
           05  FILLER            PIC X(01).
           05  GM-KEY            PIC X(10).
           05  FILLER            PIC X(01).
           05  GM-ACCOUNT        PIC X(10).
           05  FILLER            PIC X(01).
           05  GM-COST-CENTRE    PIC X(06).
           05  FILLER            PIC X(01).
           05  GM-OFFSET-ACCOUNT PIC X(10).
           05  FILLER            PIC X(01).
           05  GM-OFFSET-CC      PIC X(06).
           05  FILLER            PIC X(32).
      *> USRPOST's JOURNAL-DETAIL line; the amount is read back
      *> through its edit picture as USRPREV does.
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
           05  JR-AMOUNT        PIC -ZZZZZZ9.99.
           05  FILLER           PIC X(03).
           05  JR-NEW-BALANCE   PIC X(11).
           05  FILLER           PIC X(29).
       01  JOURNAL-IN-HEADING.
           05  JR-HEADING-ID    PIC X(08).
               88  JR-IS-HEADING         VALUE 'USER ID '.
           05  FILLER           PIC X(64).
           05  JR-POST-DATE     PIC X(08).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-USER-ID       PIC X(05).
           05  SW-TRANS-TYPE    PIC X(01).
           05  SW-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(65).
       FD  SORTED-POSTINGS.
       01  SORTED-POSTING-REC.
           05  SP-USER-ID       PIC X(05).
           05  SP-TRANS-TYPE    PIC X(01).
               88  SP-IS-CREDIT          VALUE 'C'.
           05  SP-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(65).
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
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
       FD  GL-WORK-FILE.
       01  GL-WORK-REC          PIC X(80).
      *> The ledger's journal import: a HDR with the posting date, one
      *> line per debit or credit, and a TRL carrying the line count
      *> and both totals, which the ledger proves on load.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-REC       PIC X(80).
       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-LINE   PIC X(80).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-GL-MAP           PIC X(02)  VALUE SPACES.
           88  FS-GL-MAP-OK                VALUE '00'.
           88  FS-GL-MAP-EOF               VALUE '10'.
       01  FS-JOURNAL-IN-FILE  PIC X(02)  VALUE SPACES.
           88  FS-JOURNAL-IN-FILE-OK       VALUE '00'.
           88  FS-JOURNAL-IN-FILE-EOF      VALUE '10'.
       01  FS-SORTED-POSTINGS  PIC X(02)  VALUE SPACES.
           88  FS-SORTED-POSTINGS-OK       VALUE '00'.
           88  FS-SORTED-POSTINGS-EOF      VALUE '10'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
       01  FS-SUMMARY-FILE     PIC X(02)  VALUE SPACES.
           88  FS-SUMMARY-FILE-OK          VALUE '00'.
           88  FS-SUMMARY-FILE-EOF         VALUE '10'.
       01  FS-GL-WORK-FILE     PIC X(02)  VALUE SPACES.
           88  FS-GL-WORK-FILE-OK          VALUE '00'.
           88  FS-GL-WORK-FILE-EOF         VALUE '10'.
       01  FS-GL-JOURNAL-FILE  PIC X(02)  VALUE SPACES.
           88  FS-GL-JOURNAL-FILE-OK       VALUE '00'.
       01  FS-EXCEPTION-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-EXCEPTION-RPT-FILE-OK    VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT      PIC 9(03)   VALUE 0.
           05  WS-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY MAP-IX.
               10  WS-TBL-KEY-TYPE  PIC X(01).
               10  WS-TBL-KEY       PIC X(10).
               10  WS-TBL-ACCOUNT   PIC X(10).
               10  WS-TBL-COST-CENTRE PIC X(06).
               10  WS-TBL-OFFSET-ACCOUNT PIC X(10).
               10  WS-TBL-OFFSET-CC PIC X(06).
       01  WS-MAP-FOUND-SW     PIC X(01)  VALUE 'N'.
           88  WS-MAP-FOUND                VALUE 'Y'.
      *> The source line being mapped: its map key, the amount, and
      *> which side of the mapped account it lands on (C when the
      *> source value is credit-natured - money credited to a
      *> member, or a store's net takings).
       01  WS-SOURCE.
           05  WS-SRC-CODE      PIC X(03).
           05  WS-SRC-KEY       PIC X(10).
           05  WS-SRC-KEY-TYPE  PIC X(01).
           05  WS-SRC-MAP-KEY   PIC X(10).
           05  WS-SRC-AMOUNT    PIC 9(09)V99.
           05  WS-SRC-SIDE      PIC X(01).
               88  WS-SRC-CREDIT-SIDE     VALUE 'C'.
           05  WS-SRC-DESC      PIC X(20).
       01  WS-STORE-KEY        PIC X(05)  VALUE SPACES.
       01  WS-USER-KEY         PIC X(05)  VALUE SPACES.
       01  WS-AMOUNT           PIC 9(07)V99 VALUE 0.
       01  GL-DETAIL-LINE.
           05  GL-REC-ID        PIC X(03)  VALUE 'DTL'.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-ACCOUNT       PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-COST-CENTRE   PIC X(06).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-DR-CR         PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-AMOUNT        PIC 9(09)V99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-SOURCE        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-SOURCE-KEY    PIC X(10).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GL-DESC          PIC X(20).
           05  FILLER           PIC X(09)  VALUE SPACES.
       01  GL-CONTROL-LINE.
           05  GC-REC-ID        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GC-POSTING-DATE  PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GC-LINE-COUNT    PIC 9(07).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GC-DEBIT-TOTAL   PIC 9(11)V99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  GC-CREDIT-TOTAL  PIC 9(11)V99.
           05  FILLER           PIC X(32)  VALUE SPACES.
       01  COUNTERS.
           05  JRNL-LINES-READ  PIC 9(07).
           05  POSTINGS-SELECTED PIC 9(07).
           05  SUMMARY-READ     PIC 9(07).
           05  STORES-SELECTED  PIC 9(07).
           05  ZERO-VALUE-STORES PIC 9(07).
           05  SOURCE-MAPPED    PIC 9(07).
           05  SOURCE-UNMAPPED  PIC 9(07).
           05  GL-LINES-WRITTEN PIC 9(07).
           05  GL-LINES-RELEASED PIC 9(07).
           05  JRNL-GENS-READ   PIC 9(07).
           05  JRNL-GENS-SELECTED PIC 9(07).
       01  WS-SOURCE-IN        PIC 9(07)  VALUE 0.
       01  WS-SOURCE-ACCOUNTED PIC 9(07)  VALUE 0.
       01  WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE 0.
      *> Set from each journal heading: whether the generation it
      *> opens was posted on the run date.
       01  WS-JRNL-GEN-SW      PIC X(01)  VALUE 'N'.
           88  WS-JRNL-GEN-SELECTED        VALUE 'Y'.
       01  WS-RELEASED-SW      PIC X(01)  VALUE 'N'.
           88  WS-BATCH-RELEASED           VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'GL INTERFACE UNMAPPED'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'SOURCE'.
           05  FILLER          PIC X(12) VALUE 'KEY'.
           05  FILLER          PIC X(05) VALUE 'MAP'.
           05  FILLER          PIC X(12) VALUE 'MAP KEY'.
           05  FILLER          PIC X(15) VALUE '         AMOUNT'.
           05  FILLER          PIC X(28) VALUE '  REASON'.
       01  REPORT-DETAIL.
           05  RD-SOURCE       PIC X(03).
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RD-KEY          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-KEY-TYPE     PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-MAP-KEY      PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-AMOUNT       PIC ZZZZZZZZZ9.99.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-REASON       PIC X(20).
           05  FILLER          PIC X(06) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'GLINTF'.

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
           INITIALIZE COUNTERS.
      *> The run date is needed before the sort - it picks the
      *> journal generations the input procedure releases.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           COMPUTE WS-RT-READ-COUNT = POSTINGS-SELECTED
               + STORES-SELECTED.
           MOVE GL-LINES-RELEASED TO WS-RT-WRITE-COUNT.
           MOVE SOURCE-UNMAPPED TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
      *> Journal details only - the heading line has no numeric user
      *> id - sorted to USER-MASTER sequence for the role lookup. A
      *> detail is taken only under a heading dated the run date; a
      *> generation from before the heading was dated has no date
      *> and is never selected.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-USER-ID
               INPUT PROCEDURE IS RELEASE-POSTINGS-PARA
                   THRU RELEASE-POSTINGS-EXIT-PARA
               GIVING SORTED-POSTINGS.
       SORT-EXIT-PARA.
           EXIT.
       RELEASE-POSTINGS-PARA.
           OPEN INPUT JOURNAL-IN-FILE
           IF NOT FS-JOURNAL-IN-FILE-OK
               DISPLAY 'JOURNAL OPEN FAILED: ' FS-JOURNAL-IN-FILE
               MOVE 'JOURNAL-IN-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-JOURNAL-IN-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO RELEASE-POSTINGS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-JOURNAL-IN-FILE-EOF
               READ JOURNAL-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO JRNL-LINES-READ
                   IF JR-IS-HEADING
                       ADD 1 TO JRNL-GENS-READ
                       MOVE 'N' TO WS-JRNL-GEN-SW
                       IF JR-POST-DATE IS NUMERIC
                               AND JR-POST-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-JRNL-GEN-SW
                           ADD 1 TO JRNL-GENS-SELECTED
                       END-IF
                   END-IF
                   IF JR-USER-ID IS NUMERIC
                           AND (JR-IS-DEBIT OR JR-IS-CREDIT)
                           AND WS-JRNL-GEN-SELECTED
                       MOVE SPACES TO SORT-WORK-REC
                       MOVE JR-USER-ID TO SW-USER-ID
                       MOVE JR-TRANS-TYPE TO SW-TRANS-TYPE
                       MOVE JR-AMOUNT TO WS-AMOUNT
                       MOVE WS-AMOUNT TO SW-AMOUNT
                       RELEASE SORT-WORK-REC
                       ADD 1 TO POSTINGS-SELECTED
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-IN-FILE.
       RELEASE-POSTINGS-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-MAP-PARA THRU LOAD-MAP-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT SORTED-POSTINGS
           IF FS-SORTED-POSTINGS-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED POSTINGS OPEN FAILED: '
                   FS-SORTED-POSTINGS
               MOVE 'SORTED-POSTINGS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-POSTINGS
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
           OPEN OUTPUT GL-WORK-FILE
           IF FS-GL-WORK-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'GL WORK FILE OPEN FAILED: ' FS-GL-WORK-FILE
               MOVE 'GL-WORK-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-GL-WORK-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT EXCEPTION-RPT-FILE
           IF FS-EXCEPTION-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EXCEPTION RPT OPEN FAILED: '
                   FS-EXCEPTION-RPT-FILE
               MOVE 'EXCEPTION-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EXCEPTION-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, RUN DATE IS TODAY'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> Without the map every line would be unmapped and the batch
      *> rejected anyway; failing here says why in one line.
       LOAD-MAP-PARA.
           OPEN INPUT GL-MAP
           IF FS-GL-MAP-OK
               CONTINUE
           ELSE
               DISPLAY 'GL MAP OPEN FAILED: ' FS-GL-MAP
               MOVE 'GL-MAP' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-GL-MAP
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-MAP-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-GL-MAP-EOF
               READ GL-MAP
               AT END
                   CONTINUE
               NOT AT END
                   IF NOT GM-ROLE-KEY AND NOT GM-STORE-KEY
                       DISPLAY 'GL MAP TYPE NOT R OR S, KEY '
                           GM-KEY ' NOT LOADED'
                   ELSE
                       IF WS-MAP-COUNT < 500
                           ADD 1 TO WS-MAP-COUNT
                           SET MAP-IX TO WS-MAP-COUNT
                           MOVE GM-KEY-TYPE
                               TO WS-TBL-KEY-TYPE (MAP-IX)
                           MOVE GM-KEY TO WS-TBL-KEY (MAP-IX)
                           MOVE GM-ACCOUNT TO WS-TBL-ACCOUNT (MAP-IX)
                           MOVE GM-COST-CENTRE
                               TO WS-TBL-COST-CENTRE (MAP-IX)
                           MOVE GM-OFFSET-ACCOUNT
                               TO WS-TBL-OFFSET-ACCOUNT (MAP-IX)
                           MOVE GM-OFFSET-CC
                               TO WS-TBL-OFFSET-CC (MAP-IX)
                       ELSE
                           DISPLAY 'GL MAP TABLE FULL, KEY '
                               GM-KEY ' NOT LOADED'
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-MAP.
           IF WS-MAP-COUNT = 0
               DISPLAY 'NO GL MAP ENTRIES LOADED, INTERFACE ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       LOAD-MAP-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA.
           PERFORM UNTIL FS-SORTED-POSTINGS-EOF
               READ SORTED-POSTINGS
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM MAP-POSTING-PARA THRU MAP-POSTING-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM UNTIL FS-SUMMARY-FILE-EOF
               READ SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO SUMMARY-READ
                   IF SU-RUN-DATE = WS-RUN-DATE
                       PERFORM MAP-STORE-PARA THRU MAP-STORE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           PERFORM RELEASE-BATCH-PARA THRU RELEASE-BATCH-EXIT-PARA.
       PROCESS-EXIT-PARA.
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
      *> A credit posting adds to what the member holds, so it lands
      *> on the credit side of the role's member-balance account; a
      *> debit the other way. A user no longer on the master has no
      *> role to map by and is listed as unmapped.
       MAP-POSTING-PARA.
           MOVE SPACES TO WS-SOURCE.
           MOVE 'USR' TO WS-SRC-CODE.
           MOVE SP-USER-ID TO WS-SRC-KEY.
           MOVE 'R' TO WS-SRC-KEY-TYPE.
           MOVE SP-AMOUNT TO WS-SRC-AMOUNT.
           MOVE SP-TRANS-TYPE TO WS-SRC-SIDE.
           MOVE 'MEMBER POSTING' TO WS-SRC-DESC.
           PERFORM READ-USER-PARA THRU READ-USER-EXIT-PARA
               UNTIL WS-USER-KEY NOT < SP-USER-ID.
           IF WS-USER-KEY NOT = SP-USER-ID
               ADD 1 TO SOURCE-UNMAPPED
               MOVE 'USER NOT ON MASTER' TO RD-REASON
               PERFORM REPORT-UNMAPPED-PARA
                   THRU REPORT-UNMAPPED-EXIT-PARA
               GO TO MAP-POSTING-EXIT-PARA
           END-IF.
           MOVE USER-ROLE TO WS-SRC-MAP-KEY.
           PERFORM MAP-SOURCE-PARA THRU MAP-SOURCE-EXIT-PARA.
       MAP-POSTING-EXIT-PARA.
           EXIT.
      *> A store's net takings credit its sales account; on the day
      *> refunds outran takings the value is negative and the sides
      *> turn round. A store with nothing to post is only counted.
       MAP-STORE-PARA.
           ADD 1 TO STORES-SELECTED.
           IF SU-EXT-VALUE = 0
               ADD 1 TO ZERO-VALUE-STORES
               GO TO MAP-STORE-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-SOURCE.
           MOVE 'STR' TO WS-SRC-CODE.
           MOVE SU-STORE-ID TO WS-STORE-KEY.
           MOVE WS-STORE-KEY TO WS-SRC-KEY WS-SRC-MAP-KEY.
           MOVE 'S' TO WS-SRC-KEY-TYPE.
           MOVE SU-EXT-VALUE TO WS-SRC-AMOUNT.
           IF SU-NET-NEGATIVE
               MOVE 'D' TO WS-SRC-SIDE
           ELSE
               MOVE 'C' TO WS-SRC-SIDE
           END-IF.
           MOVE 'STORE NET SALES' TO WS-SRC-DESC.
           PERFORM MAP-SOURCE-PARA THRU MAP-SOURCE-EXIT-PARA.
       MAP-STORE-EXIT-PARA.
           EXIT.
      *> Finds the map entry and writes the mapped line on the source
      *> side and the offsetting line opposite, so every source line
      *> is itself in balance.
       MAP-SOURCE-PARA.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM VARYING MAP-IX FROM 1 BY 1
                   UNTIL MAP-IX > WS-MAP-COUNT OR WS-MAP-FOUND
               IF WS-TBL-KEY-TYPE (MAP-IX) = WS-SRC-KEY-TYPE
                       AND WS-TBL-KEY (MAP-IX) = WS-SRC-MAP-KEY
                   MOVE 'Y' TO WS-MAP-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-MAP-FOUND
               ADD 1 TO SOURCE-UNMAPPED
               MOVE 'NO ACCOUNT MAPPING' TO RD-REASON
               PERFORM REPORT-UNMAPPED-PARA
                   THRU REPORT-UNMAPPED-EXIT-PARA
               GO TO MAP-SOURCE-EXIT-PARA
           END-IF.
      *> The VARYING steps once more after the match is flagged.
           SET MAP-IX DOWN BY 1.
           ADD 1 TO SOURCE-MAPPED.
           MOVE WS-SRC-CODE TO GL-SOURCE.
           MOVE WS-SRC-KEY TO GL-SOURCE-KEY.
           MOVE WS-SRC-DESC TO GL-DESC.
           MOVE WS-SRC-AMOUNT TO GL-AMOUNT.
           MOVE WS-TBL-ACCOUNT (MAP-IX) TO GL-ACCOUNT.
           MOVE WS-TBL-COST-CENTRE (MAP-IX) TO GL-COST-CENTRE.
           IF WS-SRC-CREDIT-SIDE
               MOVE 'C' TO GL-DR-CR
           ELSE
               MOVE 'D' TO GL-DR-CR
           END-IF.
           PERFORM WRITE-GL-LINE-PARA THRU WRITE-GL-LINE-EXIT-PARA.
           MOVE WS-TBL-OFFSET-ACCOUNT (MAP-IX) TO GL-ACCOUNT.
           MOVE WS-TBL-OFFSET-CC (MAP-IX) TO GL-COST-CENTRE.
           IF WS-SRC-CREDIT-SIDE
               MOVE 'D' TO GL-DR-CR
           ELSE
               MOVE 'C' TO GL-DR-CR
           END-IF.
           PERFORM WRITE-GL-LINE-PARA THRU WRITE-GL-LINE-EXIT-PARA.
       MAP-SOURCE-EXIT-PARA.
           EXIT.
       WRITE-GL-LINE-PARA.
           IF GL-DR-CR = 'D'
               ADD GL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           WRITE GL-WORK-REC FROM GL-DETAIL-LINE.
           ADD 1 TO GL-LINES-WRITTEN.
       WRITE-GL-LINE-EXIT-PARA.
           EXIT.
      *> The GL journal is opened whatever happens, so the dataset
      *> the ledger load looks for always exists - but it is only
      *> filled when every source line mapped and the lines prove.
      *> A rejected batch leaves it empty; fix the map and rerun.
       RELEASE-BATCH-PARA.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT FS-GL-JOURNAL-FILE-OK
               DISPLAY 'GL JOURNAL OPEN FAILED: ' FS-GL-JOURNAL-FILE
               MOVE 'GL-JOURNAL-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-GL-JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO RELEASE-BATCH-EXIT-PARA
           END-IF.
           IF SOURCE-UNMAPPED > 0
               DISPLAY 'GL BATCH REJECTED, UNMAPPED SOURCE LINES: '
                   SOURCE-UNMAPPED
               MOVE 8 TO RETURN-CODE
               CLOSE GL-JOURNAL-FILE
               GO TO RELEASE-BATCH-EXIT-PARA
           END-IF.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'GL BATCH REJECTED, DEBITS NOT EQUAL CREDITS'
               MOVE 8 TO RETURN-CODE
               CLOSE GL-JOURNAL-FILE
               GO TO RELEASE-BATCH-EXIT-PARA
           END-IF.
           MOVE 'HDR' TO GC-REC-ID.
           MOVE WS-RUN-DATE TO GC-POSTING-DATE.
           MOVE 0 TO GC-LINE-COUNT GC-DEBIT-TOTAL GC-CREDIT-TOTAL.
           WRITE GL-JOURNAL-REC FROM GL-CONTROL-LINE.
           OPEN INPUT GL-WORK-FILE
           PERFORM UNTIL FS-GL-WORK-FILE-EOF
               READ GL-WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   WRITE GL-JOURNAL-REC FROM GL-WORK-REC
                   ADD 1 TO GL-LINES-RELEASED
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           MOVE 'TRL' TO GC-REC-ID.
           MOVE GL-LINES-RELEASED TO GC-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GC-DEBIT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO GC-CREDIT-TOTAL.
           WRITE GL-JOURNAL-REC FROM GL-CONTROL-LINE.
           CLOSE GL-JOURNAL-FILE.
           MOVE 'Y' TO WS-RELEASED-SW.
       RELEASE-BATCH-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE SORTED-POSTINGS USER-MASTER SUMMARY-FILE
                   EXCEPTION-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       REPORT-UNMAPPED-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE WS-SRC-CODE     TO RD-SOURCE.
           MOVE WS-SRC-KEY      TO RD-KEY.
           MOVE WS-SRC-KEY-TYPE TO RD-KEY-TYPE.
           MOVE WS-SRC-MAP-KEY  TO RD-MAP-KEY.
           MOVE WS-SRC-AMOUNT   TO RD-AMOUNT.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       REPORT-UNMAPPED-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE EXCEPTION-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           WRITE EXCEPTION-RPT-LINE.
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
           MOVE 'GLINTF CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNALS READ         :' TO CT-LABEL
           MOVE JRNL-GENS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNALS FOR RUN DATE :' TO CT-LABEL
           MOVE JRNL-GENS-SELECTED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'JOURNAL LINES READ    :' TO CT-LABEL
           MOVE JRNL-LINES-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'POSTINGS SELECTED     :' TO CT-LABEL
           MOVE POSTINGS-SELECTED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RECORDS READ  :' TO CT-LABEL
           MOVE SUMMARY-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES FOR RUN DATE   :' TO CT-LABEL
           MOVE STORES-SELECTED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES WITH NIL VALUE :' TO CT-LABEL
           MOVE ZERO-VALUE-STORES TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SOURCE LINES MAPPED   :' TO CT-LABEL
           MOVE SOURCE-MAPPED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SOURCE LINES UNMAPPED :' TO CT-LABEL
           MOVE SOURCE-UNMAPPED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'GL LINES BUILT        :' TO CT-LABEL
           MOVE GL-LINES-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'GL LINES RELEASED     :' TO CT-LABEL
           MOVE GL-LINES-RELEASED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TOTAL DEBITS          :' TO CA-LABEL
           MOVE WS-TOTAL-DEBITS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TOTAL CREDITS         :' TO CA-LABEL
           MOVE WS-TOTAL-CREDITS TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every source line selected was mapped, unmapped or had
      *> nothing to post; debits must equal credits.
           COMPUTE WS-SOURCE-IN = POSTINGS-SELECTED + STORES-SELECTED.
           COMPUTE WS-SOURCE-ACCOUNTED = SOURCE-MAPPED
               + SOURCE-UNMAPPED + ZERO-VALUE-STORES.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-SOURCE-ACCOUNTED = WS-SOURCE-IN
                   AND WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE 'GL BATCH              :' TO RC-LABEL.
           IF WS-BATCH-RELEASED
               MOVE 'RELEASED' TO RC-RESULT
           ELSE
               MOVE 'REJECTED - NOT SENT' TO RC-RESULT
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
