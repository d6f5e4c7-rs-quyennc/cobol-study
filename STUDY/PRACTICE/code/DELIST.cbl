       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIST.
       AUTHOR. QUYENNC

      *> Delisting proposals for the item master. The master only
      *> ever grows - nothing retires an item nobody sells - and the
      *> status byte merchandising does set is not always believed
      *> by the tills. This reads the weekly consolidations EXTWEEK
      *> has kept (every generation, under one DD) against the item
      *> master and finds two things:
      *>   - active items with no sale anywhere since the parm
      *>     card's cutoff (default 52 weeks). For each, one ITEMMNT
      *>     'S' transaction setting status 'I' - ITEMMNT sets it on
      *>     every row the item has when it is applied, rows added
      *>     since this run included, and touches nothing else, so
      *>     no price moves and nothing is held for dual control.
      *>     They are written to a proposal file, not applied:
      *>     merchandising reviews the list, strikes any item to
      *>     keep, and DELREL releases the rest to ITEMMNT.
      *>   - inactive items that sold inside the recent window
      *>     (default the last week), listed as exceptions. When the
      *>     extract runs in inactive-item reject mode those sales
      *>     never reach the weekly history, so the extract's reject
      *>     generations are read too and an INACTIVE-ITEM reject of
      *>     a sale counts as a sale of the item.
      *> A sale is a weekly record with a quantity and no net-return
      *> sign. Only an item's row in force on the run date decides
      *> whether it is active; an item whose every row is dated in
      *> the future is new and is left alone, and so is one whose
      *> earliest row is dated after the cutoff - it has not been
      *> listed long enough to go unsold that long. When the history
      *> does not reach back to the cutoff nothing is proposed - an
      *> item cannot be proved unsold over weeks nobody kept - and
      *> the report says so; the exceptions are still listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every weekly consolidation generation, concatenated. Same
      *> enriched record every extract consumer reads.
           SELECT WEEKLY-HIST ASSIGN TO WEEKLY-HIST-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-WEEKLY-HIST.
      *> The row in force per item, and when it was first listed.
           SELECT ITEM-MASTER ASSIGN TO ITEM-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ITEM-MASTER.
      *> Every retained extract REJECTS generation, for the sales
      *> the extract refused because the item was inactive.
           SELECT REJECT-HIST ASSIGN TO REJECT-HIST-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-HIST.
           SELECT PROPOSAL-FILE ASSIGN TO PROPOSAL-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PROPOSAL-FILE.
           SELECT DELIST-RPT-FILE ASSIGN TO DELIST-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DELIST-RPT-FILE.
      *> PARM-FILE: weeks without a sale before an active item is
      *> proposed (cols 1-3, default 052), weeks back an inactive
      *> item's sale counts as still selling (cols 5-7, default
      *> 001), and the run date (cols 9-16, default today).
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  WEEKLY-HIST.
       01  WEEKLY-HIST-REC.
           05  WH-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  WH-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(52).
           05  WH-QTY           PIC X(05).
           05  WH-QTY-N REDEFINES WH-QTY PIC 9(05).
           05  FILLER           PIC X(15).
           05  WH-EXTRACT-DATE  PIC X(08).
           05  WH-NET-SIGN      PIC X(01).
               88  WH-NET-NEGATIVE          VALUE '-'.
           05  FILLER           PIC X(03).
      *> The extract's REJECT-FILE record. Rejects written before
      *> the run date was stamped on them carry no date.
       FD  REJECT-HIST.
       01  REJECT-HIST-REC.
           05  RJ-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  RJ-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(16).
               88  RJ-INACTIVE-ITEM         VALUE 'INACTIVE-ITEM'.
           05  FILLER           PIC X(01).
           05  RJ-QTY           PIC X(05).
           05  RJ-QTY-N REDEFINES RJ-QTY PIC 9(05).
           05  FILLER           PIC X(01).
           05  RJ-REC-TYPE      PIC X(01).
               88  RJ-IS-SALE               VALUE 'S' ' '.
           05  FILLER           PIC X(01).
           05  RJ-EXTRACT-DATE  PIC X(08).
           05  FILLER           PIC X(30).
      *> Same effective-dated record ITEMMNT maintains: one row per
      *> item per price effective date, in ITEM-ID/EFF-DATE order.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  IM-ITEM-DESC     PIC X(20).
           05  FILLER           PIC X(01).
           05  IM-UNIT-PRICE    PIC 9(05)V99.
           05  FILLER           PIC X(01).
           05  IM-ITEM-STATUS   PIC X(01).
               88  IM-ITEM-ACTIVE           VALUE 'A'.
               88  IM-ITEM-INACTIVE         VALUE 'I'.
           05  FILLER           PIC X(01).
           05  IM-PRICE-EFF-DATE PIC X(08).
           05  FILLER           PIC X(30).
      *> ITEMMNT's TRANS-FILE record.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-REC.
           05  PR-TRANS-CODE    PIC X(01).
           05  PR-ITEM-ID       PIC X(10).
           05  PR-ITEM-DESC     PIC X(20).
           05  PR-UNIT-PRICE    PIC 9(05)V99.
           05  PR-ITEM-STATUS   PIC X(01).
           05  PR-PRICE-EFF-DATE PIC X(08).
           05  PR-ORIGINATOR    PIC X(10).
           05  PR-APPROVER      PIC X(10).
           05  FILLER           PIC X(13).
       FD  DELIST-RPT-FILE.
       01  DELIST-RPT-LINE      PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-DEAD-WEEKS   PIC X(03).
           05  FILLER            PIC X(01).
           05  PARM-RECENT-WEEKS PIC X(03).
           05  FILLER            PIC X(01).
           05  PARM-RUN-DATE     PIC X(08).
           05  FILLER            PIC X(64).
       WORKING-STORAGE SECTION.
       01  FS-WEEKLY-HIST      PIC X(02)  VALUE SPACES.
           88  FS-WEEKLY-HIST-OK           VALUE '00'.
           88  FS-WEEKLY-HIST-EOF          VALUE '10'.
       01  FS-ITEM-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-ITEM-MASTER-OK           VALUE '00'.
           88  FS-ITEM-MASTER-EOF          VALUE '10'.
       01  FS-REJECT-HIST      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-HIST-OK           VALUE '00'.
           88  FS-REJECT-HIST-EOF          VALUE '10'.
       01  FS-PROPOSAL-FILE    PIC X(02)  VALUE SPACES.
           88  FS-PROPOSAL-FILE-OK         VALUE '00'.
       01  FS-DELIST-RPT-FILE  PIC X(02)  VALUE SPACES.
           88  FS-DELIST-RPT-FILE-OK       VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.

      *> One entry per item with a row in force on the run date, in
      *> ITEM-ID order for SEARCH ALL. The last-sold date is the
      *> newest extract date the item sold on anywhere; the row
      *> count is every row the item has, future ones included,
      *> which is how many rows a proposal changes as things stand.
      *> The first-listed date is the item's earliest row.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT    PIC 9(05)   VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   ASCENDING KEY IS WS-TBL-ITEM-ID
                   INDEXED BY ITEM-IX.
               10  WS-TBL-ITEM-ID      PIC X(10).
               10  WS-TBL-ITEM-DESC    PIC X(20).
               10  WS-TBL-ITEM-STATUS  PIC X(01).
                   88  WS-TBL-ACTIVE          VALUE 'A'.
                   88  WS-TBL-INACTIVE        VALUE 'I'.
               10  WS-TBL-PRICE-EFF    PIC 9(08).
               10  WS-TBL-FIRST-EFF    PIC 9(08).
               10  WS-TBL-LAST-SOLD    PIC 9(08).
               10  WS-TBL-RECENT-LINES PIC 9(05).
               10  WS-TBL-ROW-COUNT    PIC 9(03).
               10  WS-TBL-DEAD-SW      PIC X(01).
                   88  WS-TBL-DEAD            VALUE 'Y'.
       01  WS-LAST-ITEM-ID     PIC X(10)  VALUE LOW-VALUES.
       01  WS-LOAD-EFF-DATE    PIC 9(08)  VALUE 0.
       01  WS-FIRST-EFF-DATE   PIC 9(08)  VALUE 0.
      *> Rows of an item met before its first row in force - all
      *> of them are counted against the entry once it is made.
       01  WS-PENDING-ROWS     PIC 9(03)  VALUE 0.
       01  WS-ITEM-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-ITEM-FOUND               VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.

      *> Run date, the two windows, and their cutoffs as dates.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-DEAD-WEEKS       PIC 9(03)  VALUE 052.
       01  WS-RECENT-WEEKS     PIC 9(03)  VALUE 001.
       01  WS-CUTOFF-INT       PIC 9(08)  VALUE 0.
       01  WS-DEAD-CUTOFF      PIC 9(08)  VALUE 0.
       01  WS-RECENT-CUTOFF    PIC 9(08)  VALUE 0.
      *> The history has to hold a week that began on or before the
      *> dead cutoff - its records can be dated up to six days on.
       01  WS-REACH-DATE       PIC 9(08)  VALUE 0.
       01  WS-OLDEST-SEEN      PIC 9(08)  VALUE 99999999.
       01  WS-HIST-DATE        PIC 9(08)  VALUE 0.
       01  WS-HISTORY-SW       PIC X(01)  VALUE 'N'.
           88  WS-HISTORY-REACHES          VALUE 'Y'.
      *> Oldest dated reject read - the reject generations are kept
      *> for a shorter time than the weekly history.
       01  WS-REJ-OLDEST       PIC 9(08)  VALUE 99999999.
       01  WS-REJ-DATE         PIC 9(08)  VALUE 0.

       01  COUNTERS.
           05  HIST-READ       PIC 9(07).
           05  HIST-SALES      PIC 9(07).
           05  HIST-NOT-SALES  PIC 9(07).
           05  HIST-NO-ITEM    PIC 9(07).
           05  MASTER-ROWS     PIC 9(07).
           05  ITEMS-LOADED    PIC 9(07).
           05  ITEMS-PROPOSED  PIC 9(07).
           05  ITEMS-SELLING   PIC 9(07).
           05  ITEMS-INACTIVE  PIC 9(07).
           05  ITEMS-TOO-NEW   PIC 9(07).
           05  INACTIVE-SELLING PIC 9(07).
           05  TRANS-WRITTEN   PIC 9(07).
           05  REJ-READ        PIC 9(07).
           05  REJ-SALES       PIC 9(07).
           05  REJ-NOT-SALES   PIC 9(07).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(29) VALUE
               'ITEM DELISTING REVIEW'.
           05  FILLER         PIC X(06) VALUE 'DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  WINDOW-LINE.
           05  WL-LABEL       PIC X(24).
           05  WL-WEEKS       PIC ZZ9.
           05  FILLER         PIC X(15) VALUE ' WEEKS - SINCE '.
           05  WL-CUTOFF      PIC 9(08).
           05  FILLER         PIC X(30) VALUE SPACES.
       01  SECTION-COLUMNS.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'ITEM'.
           05  FILLER         PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(11) VALUE 'LAST SOLD'.
           05  SC-LAST-COL    PIC X(32) VALUE SPACES.
       01  REPORT-DETAIL.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RD-ITEM-ID     PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-ITEM-DESC   PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-LAST-SOLD   PIC X(08).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RD-COUNT       PIC ZZZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REJECT-REACH-LINE.
           05  FILLER         PIC X(26) VALUE
               '   REJECTS ONLY GO BACK TO'.
           05  RR-OLDEST      PIC 9(08).
           05  FILLER         PIC X(46) VALUE
               ' - EARLIER REFUSED SALES NOT SEEN'.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.
       01  RESULT-LINE.
           05  RL-LABEL       PIC X(23).
           05  RL-RESULT      PIC X(25).
           05  FILLER         PIC X(32) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'DELIST'.

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
           MOVE HIST-READ TO WS-RT-READ-COUNT.
           MOVE TRANS-WRITTEN TO WS-RT-WRITE-COUNT.
           MOVE INACTIVE-SELLING TO WS-RT-REJECT-COUNT.
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
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           OPEN OUTPUT DELIST-RPT-FILE
           IF NOT FS-DELIST-RPT-FILE-OK
               DISPLAY 'DELIST RPT OPEN FAILED: ' FS-DELIST-RPT-FILE
               MOVE 'DELIST-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DELIST-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-ITEMS-PARA THRU LOAD-ITEMS-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT WEEKLY-HIST
           IF NOT FS-WEEKLY-HIST-OK
               DISPLAY 'WEEKLY HISTORY OPEN FAILED: ' FS-WEEKLY-HIST
               MOVE 'WEEKLY-HIST' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-WEEKLY-HIST
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT REJECT-HIST
           IF NOT FS-REJECT-HIST-OK
               DISPLAY 'REJECT HISTORY OPEN FAILED: ' FS-REJECT-HIST
               MOVE 'REJECT-HIST' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REJECT-HIST
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE
           IF NOT FS-PROPOSAL-FILE-OK
               DISPLAY 'PROPOSAL FILE OPEN FAILED: ' FS-PROPOSAL-FILE
               MOVE 'PROPOSAL-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PROPOSAL-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> Proposals are only proposals, so a missing or unreadable
      *> card falls back to the defaults, said on the console.
       READ-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
               IF FS-PARM-FILE-OK
                   IF PARM-DEAD-WEEKS IS NUMERIC
                           AND PARM-DEAD-WEEKS > '000'
                       MOVE PARM-DEAD-WEEKS TO WS-DEAD-WEEKS
                   ELSE
                       DISPLAY 'DEAD WEEKS NOT ON PARM, 052 USED'
                   END-IF
                   IF PARM-RECENT-WEEKS IS NUMERIC
                           AND PARM-RECENT-WEEKS > '000'
                       MOVE PARM-RECENT-WEEKS TO WS-RECENT-WEEKS
                   ELSE
                       DISPLAY 'RECENT WEEKS NOT ON PARM, 001 USED'
                   END-IF
                   IF PARM-RUN-DATE IS NUMERIC
                           AND PARM-RUN-DATE NOT = '00000000'
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'PARM FILE NOT AVAILABLE, DEFAULTS USED'
           END-IF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - (WS-DEAD-WEEKS * 7).
           MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               TO WS-DEAD-CUTOFF.
           ADD 6 TO WS-CUTOFF-INT.
           MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               TO WS-REACH-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - (WS-RECENT-WEEKS * 7).
           MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               TO WS-RECENT-CUTOFF.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> First pass over the master: the row in force per item, as
      *> the extract loads it - rows dated past the run date are
      *> pending prices and are only counted.
       LOAD-ITEMS-PARA.
           OPEN INPUT ITEM-MASTER
           IF NOT FS-ITEM-MASTER-OK
               DISPLAY 'ITEM MASTER OPEN FAILED: ' FS-ITEM-MASTER
               MOVE 'ITEM-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ITEM-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ITEMS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-ITEM-MASTER-EOF OR WS-ABORT-RUN
               READ ITEM-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO MASTER-ROWS
                   PERFORM LOAD-ITEM-ROW-PARA
                       THRU LOAD-ITEM-ROW-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE ITEM-MASTER.
       LOAD-ITEMS-EXIT-PARA.
           EXIT.
       LOAD-ITEM-ROW-PARA.
      *> SEARCH ALL is only honest over an ascending table - an
      *> out-of-sequence master would make items look unsold.
           IF IM-ITEM-ID < WS-LAST-ITEM-ID
               DISPLAY 'ITEM MASTER OUT OF SEQUENCE AT ' IM-ITEM-ID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ITEM-ROW-EXIT-PARA
           END-IF.
           IF IM-PRICE-EFF-DATE IS NUMERIC
               MOVE IM-PRICE-EFF-DATE TO WS-LOAD-EFF-DATE
           ELSE
               MOVE 0 TO WS-LOAD-EFF-DATE
           END-IF.
      *> Rows are in EFF-DATE order within the item, so its first
      *> row is the one it was listed with.
           IF IM-ITEM-ID NOT = WS-LAST-ITEM-ID
               MOVE 0 TO WS-PENDING-ROWS
               MOVE WS-LOAD-EFF-DATE TO WS-FIRST-EFF-DATE
           END-IF.
           MOVE IM-ITEM-ID TO WS-LAST-ITEM-ID.
           IF WS-ITEM-COUNT > 0
               SET ITEM-IX TO WS-ITEM-COUNT
               IF WS-TBL-ITEM-ID (ITEM-IX) = IM-ITEM-ID
                   ADD 1 TO WS-TBL-ROW-COUNT (ITEM-IX)
                   IF WS-LOAD-EFF-DATE NOT > WS-RUN-DATE
                       MOVE IM-ITEM-DESC
                           TO WS-TBL-ITEM-DESC (ITEM-IX)
                       MOVE IM-ITEM-STATUS
                           TO WS-TBL-ITEM-STATUS (ITEM-IX)
                       MOVE WS-LOAD-EFF-DATE
                           TO WS-TBL-PRICE-EFF (ITEM-IX)
                   END-IF
                   GO TO LOAD-ITEM-ROW-EXIT-PARA
               END-IF
           END-IF.
           IF WS-LOAD-EFF-DATE > WS-RUN-DATE
               ADD 1 TO WS-PENDING-ROWS
               GO TO LOAD-ITEM-ROW-EXIT-PARA
           END-IF.
           IF WS-ITEM-COUNT NOT < 20000
               DISPLAY 'ITEM TABLE FULL, ITEM ' IM-ITEM-ID
                   ' NOT LOADED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ITEM-ROW-EXIT-PARA
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO ITEMS-LOADED.
           SET ITEM-IX TO WS-ITEM-COUNT.
           MOVE IM-ITEM-ID       TO WS-TBL-ITEM-ID (ITEM-IX).
           MOVE IM-ITEM-DESC     TO WS-TBL-ITEM-DESC (ITEM-IX).
           MOVE IM-ITEM-STATUS   TO WS-TBL-ITEM-STATUS (ITEM-IX).
           MOVE WS-LOAD-EFF-DATE TO WS-TBL-PRICE-EFF (ITEM-IX).
           MOVE WS-FIRST-EFF-DATE TO WS-TBL-FIRST-EFF (ITEM-IX).
           MOVE 0 TO WS-TBL-LAST-SOLD (ITEM-IX)
               WS-TBL-RECENT-LINES (ITEM-IX).
           COMPUTE WS-TBL-ROW-COUNT (ITEM-IX) = WS-PENDING-ROWS + 1.
           MOVE 'N' TO WS-TBL-DEAD-SW (ITEM-IX).
       LOAD-ITEM-ROW-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-WEEKLY-HIST-EOF
               READ WEEKLY-HIST
               AT END
                   IF HIST-READ < 1
                       DISPLAY 'NO WEEKLY HISTORY PRESENT'
                   END-IF
               NOT AT END
                   PERFORM HISTORY-PARA THRU HISTORY-EXIT-PARA
               END-READ
           END-PERFORM.
           IF HIST-READ > 0 AND WS-OLDEST-SEEN NOT > WS-REACH-DATE
               MOVE 'Y' TO WS-HISTORY-SW
           ELSE
               DISPLAY 'WEEKLY HISTORY DOES NOT REACH ' WS-DEAD-CUTOFF
                   ', NOTHING PROPOSED'
           END-IF.
           PERFORM UNTIL FS-REJECT-HIST-EOF
               READ REJECT-HIST
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM REJECT-PARA THRU REJECT-EXIT-PARA
               END-READ
           END-PERFORM.
           IF WS-REJ-OLDEST > WS-RECENT-CUTOFF
                   AND WS-REJ-OLDEST NOT = 99999999
               DISPLAY 'REJECT HISTORY DOES NOT REACH '
                   WS-RECENT-CUTOFF
           END-IF.
           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT-PARA.
           PERFORM LIST-DEAD-PARA THRU LIST-DEAD-EXIT-PARA.
           PERFORM LIST-SELLING-PARA THRU LIST-SELLING-EXIT-PARA.
           IF ITEMS-PROPOSED > 0
               PERFORM WRITE-PROPOSALS-PARA
                   THRU WRITE-PROPOSALS-EXIT-PARA
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *> Every history record dates the history; only a sale of an
      *> item on the master dates the item.
       HISTORY-PARA.
           ADD 1 TO HIST-READ.
           IF WH-EXTRACT-DATE IS NOT NUMERIC
               ADD 1 TO HIST-NOT-SALES
               GO TO HISTORY-EXIT-PARA
           END-IF.
           MOVE WH-EXTRACT-DATE TO WS-HIST-DATE.
           IF WS-HIST-DATE < WS-OLDEST-SEEN
               MOVE WS-HIST-DATE TO WS-OLDEST-SEEN
           END-IF.
           IF WH-QTY IS NOT NUMERIC OR WH-QTY-N = 0
                   OR WH-NET-NEGATIVE
               ADD 1 TO HIST-NOT-SALES
               GO TO HISTORY-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           IF WS-ITEM-COUNT > 0
               SEARCH ALL WS-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TBL-ITEM-ID (ITEM-IX) = WH-ITEM-ID
                       MOVE 'Y' TO WS-ITEM-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT WS-ITEM-FOUND
               ADD 1 TO HIST-NO-ITEM
               GO TO HISTORY-EXIT-PARA
           END-IF.
           ADD 1 TO HIST-SALES.
           IF WS-HIST-DATE > WS-TBL-LAST-SOLD (ITEM-IX)
               MOVE WS-HIST-DATE TO WS-TBL-LAST-SOLD (ITEM-IX)
           END-IF.
           IF WS-HIST-DATE NOT < WS-RECENT-CUTOFF
               ADD 1 TO WS-TBL-RECENT-LINES (ITEM-IX)
           END-IF.
       HISTORY-EXIT-PARA.
           EXIT.
      *> A sale the extract refused because the item was inactive
      *> is still a sale at the till - it dates the item the same
      *> as a weekly record would. Undated rejects are passed over.
       REJECT-PARA.
           ADD 1 TO REJ-READ.
           IF RJ-EXTRACT-DATE IS NOT NUMERIC
               ADD 1 TO REJ-NOT-SALES
               GO TO REJECT-EXIT-PARA
           END-IF.
           MOVE RJ-EXTRACT-DATE TO WS-REJ-DATE.
           IF WS-REJ-DATE < WS-REJ-OLDEST
               MOVE WS-REJ-DATE TO WS-REJ-OLDEST
           END-IF.
           IF NOT RJ-INACTIVE-ITEM OR NOT RJ-IS-SALE
                   OR RJ-QTY IS NOT NUMERIC OR RJ-QTY-N = 0
               ADD 1 TO REJ-NOT-SALES
               GO TO REJECT-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           IF WS-ITEM-COUNT > 0
               SEARCH ALL WS-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TBL-ITEM-ID (ITEM-IX) = RJ-ITEM-ID
                       MOVE 'Y' TO WS-ITEM-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT WS-ITEM-FOUND
               ADD 1 TO REJ-NOT-SALES
               GO TO REJECT-EXIT-PARA
           END-IF.
           ADD 1 TO REJ-SALES.
           IF WS-REJ-DATE > WS-TBL-LAST-SOLD (ITEM-IX)
               MOVE WS-REJ-DATE TO WS-TBL-LAST-SOLD (ITEM-IX)
           END-IF.
           IF WS-REJ-DATE NOT < WS-RECENT-CUTOFF
               ADD 1 TO WS-TBL-RECENT-LINES (ITEM-IX)
           END-IF.
       REJECT-EXIT-PARA.
           EXIT.
      *> One status change per proposed item, in item order. The
      *> date is left blank so ITEMMNT sorts it ahead of the item's
      *> rows and sets every one of them as they go by.
       WRITE-PROPOSALS-PARA.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > WS-ITEM-COUNT
               IF WS-TBL-DEAD (ITEM-IX)
                   MOVE SPACES TO PROPOSAL-REC
                   MOVE 'S' TO PR-TRANS-CODE
                   MOVE WS-TBL-ITEM-ID (ITEM-IX) TO PR-ITEM-ID
                   MOVE 'I' TO PR-ITEM-STATUS
                   WRITE PROPOSAL-REC
                   ADD 1 TO TRANS-WRITTEN
               END-IF
           END-PERFORM.
       WRITE-PROPOSALS-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF FS-DELIST-RPT-FILE-OK
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE DELIST-RPT-FILE
           END-IF.
           IF FS-WEEKLY-HIST-OK OR FS-WEEKLY-HIST-EOF
               CLOSE WEEKLY-HIST
           END-IF.
           IF FS-REJECT-HIST-OK OR FS-REJECT-HIST-EOF
               CLOSE REJECT-HIST
           END-IF.
           IF FS-PROPOSAL-FILE-OK
               CLOSE PROPOSAL-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
      *> Active items unsold since the cutoff and listed on or
      *> before it, with the rows each has today. Skipped whole when
      *> the history is short.
       LIST-DEAD-PARA.
           MOVE 'ACTIVE ITEMS UNSOLD FOR' TO WL-LABEL.
           MOVE WS-DEAD-WEEKS TO WL-WEEKS.
           MOVE WS-DEAD-CUTOFF TO WL-CUTOFF.
           WRITE DELIST-RPT-LINE FROM WINDOW-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF NOT WS-HISTORY-REACHES
               MOVE '   HISTORY TOO SHORT - NOTHING PROPOSED'
                   TO DELIST-RPT-LINE
               WRITE DELIST-RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE 'ROWS' TO SC-LAST-COL
               WRITE DELIST-RPT-LINE FROM SECTION-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > WS-ITEM-COUNT
               EVALUATE TRUE
                   WHEN WS-TBL-INACTIVE (ITEM-IX)
                       ADD 1 TO ITEMS-INACTIVE
                   WHEN WS-TBL-FIRST-EFF (ITEM-IX) > WS-DEAD-CUTOFF
                       ADD 1 TO ITEMS-TOO-NEW
                   WHEN WS-HISTORY-REACHES
                           AND WS-TBL-LAST-SOLD (ITEM-IX)
                               < WS-DEAD-CUTOFF
                       MOVE 'Y' TO WS-TBL-DEAD-SW (ITEM-IX)
                       ADD 1 TO ITEMS-PROPOSED
                       MOVE WS-TBL-ROW-COUNT (ITEM-IX) TO RD-COUNT
                       PERFORM WRITE-DETAIL-PARA
                           THRU WRITE-DETAIL-EXIT-PARA
                   WHEN OTHER
                       ADD 1 TO ITEMS-SELLING
               END-EVALUATE
           END-PERFORM.
           MOVE 'ITEMS PROPOSED        :' TO TL-LABEL.
           MOVE ITEMS-PROPOSED TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE SPACES TO DELIST-RPT-LINE.
           WRITE DELIST-RPT-LINE.
           ADD 2 TO WS-LINE-COUNT.
       LIST-DEAD-EXIT-PARA.
           EXIT.
      *> Inactive items with a sale inside the recent window, with
      *> how many store/item sale lines and refused sales the window
      *> holds.
       LIST-SELLING-PARA.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'INACTIVE ITEMS SOLD IN' TO WL-LABEL.
           MOVE WS-RECENT-WEEKS TO WL-WEEKS.
           MOVE WS-RECENT-CUTOFF TO WL-CUTOFF.
           WRITE DELIST-RPT-LINE FROM WINDOW-LINE.
           MOVE 'SALE LINES' TO SC-LAST-COL.
           WRITE DELIST-RPT-LINE FROM SECTION-COLUMNS.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-REJ-OLDEST > WS-RECENT-CUTOFF
                   AND WS-REJ-OLDEST NOT = 99999999
               MOVE WS-REJ-OLDEST TO RR-OLDEST
               WRITE DELIST-RPT-LINE FROM REJECT-REACH-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > WS-ITEM-COUNT
               IF WS-TBL-INACTIVE (ITEM-IX)
                       AND WS-TBL-RECENT-LINES (ITEM-IX) > 0
                   ADD 1 TO INACTIVE-SELLING
                   MOVE WS-TBL-RECENT-LINES (ITEM-IX) TO RD-COUNT
                   PERFORM WRITE-DETAIL-PARA
                       THRU WRITE-DETAIL-EXIT-PARA
               END-IF
           END-PERFORM.
           MOVE 'INACTIVE STILL SELLING:' TO TL-LABEL.
           MOVE INACTIVE-SELLING TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE SPACES TO DELIST-RPT-LINE.
           WRITE DELIST-RPT-LINE.
           ADD 2 TO WS-LINE-COUNT.
       LIST-SELLING-EXIT-PARA.
           EXIT.
       WRITE-DETAIL-PARA.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
               WRITE DELIST-RPT-LINE FROM SECTION-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-TBL-ITEM-ID (ITEM-IX)   TO RD-ITEM-ID.
           MOVE WS-TBL-ITEM-DESC (ITEM-IX) TO RD-ITEM-DESC.
           IF WS-TBL-LAST-SOLD (ITEM-IX) = 0
               MOVE 'NEVER' TO RD-LAST-SOLD
           ELSE
               MOVE WS-TBL-LAST-SOLD (ITEM-IX) TO RD-LAST-SOLD
           END-IF.
           WRITE DELIST-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       WRITE-DETAIL-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE DELIST-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE DELIST-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO DELIST-RPT-LINE.
           WRITE DELIST-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
      *> History read = sales matched + not sales + items not on the
      *> master; rejects read = refused sales matched + the rest;
      *> items loaded = proposed + kept + listed since the cutoff +
      *> inactive; and one transaction per proposal.
       WRITE-TOTALS-PARA.
           IF WS-PAGE-NO = 0 OR WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'DELIST CONTROL TOTALS' TO DELIST-RPT-LINE.
           WRITE DELIST-RPT-LINE.
           MOVE SPACES TO DELIST-RPT-LINE.
           WRITE DELIST-RPT-LINE.
           MOVE 'HISTORY RECORDS READ  :' TO TL-LABEL.
           MOVE HIST-READ TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'SALES MATCHED         :' TO TL-LABEL.
           MOVE HIST-SALES TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'NOT SALES             :' TO TL-LABEL.
           MOVE HIST-NOT-SALES TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ITEM NOT IN FORCE     :' TO TL-LABEL.
           MOVE HIST-NO-ITEM TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'REJECTS READ          :' TO TL-LABEL.
           MOVE REJ-READ TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'REFUSED SALES MATCHED :' TO TL-LABEL.
           MOVE REJ-SALES TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'REJECTS NOT COUNTED   :' TO TL-LABEL.
           MOVE REJ-NOT-SALES TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'MASTER ROWS READ      :' TO TL-LABEL.
           MOVE MASTER-ROWS TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ITEMS IN FORCE        :' TO TL-LABEL.
           MOVE ITEMS-LOADED TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ITEMS PROPOSED        :' TO TL-LABEL.
           MOVE ITEMS-PROPOSED TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ACTIVE ITEMS KEPT     :' TO TL-LABEL.
           MOVE ITEMS-SELLING TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'LISTED SINCE CUTOFF   :' TO TL-LABEL.
           MOVE ITEMS-TOO-NEW TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'INACTIVE ITEMS        :' TO TL-LABEL.
           MOVE ITEMS-INACTIVE TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'TRANSACTIONS WRITTEN  :' TO TL-LABEL.
           MOVE TRANS-WRITTEN TO TL-VALUE.
           WRITE DELIST-RPT-LINE FROM TOTALS-LINE.
           MOVE 'RECONCILIATION        :' TO RL-LABEL.
           ADD HIST-SALES HIST-NOT-SALES HIST-NO-ITEM
               GIVING WS-RECONCILE-TOTAL.
           IF WS-ABORT-RUN
               MOVE 'NOT RUN - SEE CONSOLE' TO RL-RESULT
           ELSE
               IF WS-RECONCILE-TOTAL = HIST-READ
                       AND REJ-SALES + REJ-NOT-SALES = REJ-READ
                       AND ITEMS-PROPOSED + ITEMS-SELLING
                           + ITEMS-TOO-NEW + ITEMS-INACTIVE
                           = ITEMS-LOADED
                       AND TRANS-WRITTEN = ITEMS-PROPOSED
                   MOVE 'IN BALANCE' TO RL-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE' TO RL-RESULT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE DELIST-RPT-LINE FROM RESULT-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
