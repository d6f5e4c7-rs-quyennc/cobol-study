       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERMNT.
       AUTHOR. QUYENNC

      *> Store hierarchy maintenance, run alongside STOREMNT. The
      *> STORE-HIERARCHY file places every store in a district and
      *> every district in a region, with the manager at each level,
      *> so STRLUP can roll the extract's per-store SUMMARY-FILE up
      *> to the patches the area managers actually run. A/U/D
      *> transactions are sorted by level and code and applied in
      *> the classic old-master/new-master balance-line style, with
      *> the same edit-first discipline STOREMNT uses: a district
      *> must name a region already on the hierarchy, a store must
      *> name a district already on it and must itself be on
      *> STORE-MASTER. Because regions sort ahead of districts and
      *> districts ahead of stores, every parent is settled before
      *> its children come up. A record left pointing at a parent
      *> that has since been deleted (or a store gone from
      *> STORE-MASTER) is kept but listed as ORPHANED, so it can be
      *> moved rather than quietly falling out of the rollup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO STORE-HIERARCHY-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OLD-MASTER.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
      *> The store master a level-3 record must be on - in the JCL,
      *> the one STOREMNT has just built, so a store added today can
      *> be placed in the hierarchy in the same run.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
      *> One maintenance transaction per record: A (add), U (update)
      *> or D (delete), the level and code, and for A/U the full
      *> name, manager and parent. Sorted by level and code ahead of
      *> the merge, keeping same-key transactions in arrival order.
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
           COPY "STHIER.cpy".
       FD  NEW-MASTER.
       01  NEW-MASTER-REC       PIC X(80).
      *> Same record SEQFILE-READ-WRITE and STOREMNT use.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
           05  FILLER           PIC X(52).
       FD  TRANS-FILE.
       01  TRANS-FILE-REC.
           05  TRANS-CODE       PIC X(01).
           05  TRANS-LEVEL      PIC X(01).
           05  TRANS-HIER-CODE  PIC X(05).
           05  TRANS-NAME       PIC X(20).
           05  TRANS-MANAGER    PIC X(20).
           05  TRANS-PARENT     PIC X(05).
           05  FILLER           PIC X(28).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  FILLER           PIC X(01).
           05  SW-HIER-KEY      PIC X(06).
           05  FILLER           PIC X(73).
       FD  SORTED-TRANS.
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE    PIC X(01).
               88  ST-IS-ADD             VALUE 'A'.
               88  ST-IS-UPDATE          VALUE 'U'.
               88  ST-IS-DELETE          VALUE 'D'.
           05  ST-HIER-KEY.
               10  ST-LEVEL     PIC X(01).
                   88  ST-IS-REGION      VALUE '1'.
                   88  ST-IS-DISTRICT    VALUE '2'.
                   88  ST-IS-STORE       VALUE '3'.
                   88  ST-LEVEL-KNOWN    VALUE '1' '2' '3'.
               10  ST-HIER-CODE PIC X(05).
           05  ST-NAME          PIC X(20).
           05  ST-MANAGER       PIC X(20).
           05  ST-PARENT        PIC X(05).
           05  FILLER           PIC X(28).
       FD  RESULT-FILE.
       01  RESULT-FILE-REC.
           05  RS-TRANS-CODE    PIC X(01).
           05  FILLER           PIC X(01).
           05  RS-LEVEL         PIC X(01).
           05  RS-HIER-CODE     PIC X(05).
           05  FILLER           PIC X(01).
           05  RS-RESULT        PIC X(09).
           05  FILLER           PIC X(62).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-OLD-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-OLD-MASTER-OK            VALUE '00'.
           88  FS-OLD-MASTER-EOF           VALUE '10'.
       01  FS-NEW-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
       01  FS-TRANS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-TRANS-FILE-OK            VALUE '00'.
       01  FS-SORTED-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-SORTED-TRANS-OK          VALUE '00'.
           88  FS-SORTED-TRANS-EOF         VALUE '10'.
       01  FS-RESULT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-RESULT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> Balance-line state, as in STOREMNT: the hierarchy record
      *> being carried, the keys both sides park HIGH-VALUES in at
      *> end of data, and the allocated switch.
       01  WS-CARRY-RECORD.
           COPY "STHIER.cpy".
       01  WS-MASTER-KEY       PIC X(06)  VALUE SPACES.
       01  WS-TRANS-KEY        PIC X(06)  VALUE SPACES.
       01  WS-ACTIVE-KEY       PIC X(06)  VALUE SPACES.
       01  WS-ALLOCATED-SW     PIC X(01)  VALUE 'N'.
           88  WS-ALLOCATED                VALUE 'Y'.
       01  WS-STORE-KEY        PIC X(05)  VALUE SPACES.
      *> Regions and districts as they go out to the new master.
      *> Level sequence means both tables are complete before any
      *> record that has to be checked against them comes up.
       01  WS-REGION-TABLE.
           05  WS-REGION-COUNT   PIC 9(03)   VALUE 0.
           05  WS-REGION-ENTRY OCCURS 100 TIMES
                   INDEXED BY REGION-IX.
               10  WS-TBL-REGION    PIC X(05).
       01  WS-DISTRICT-TABLE.
           05  WS-DISTRICT-COUNT PIC 9(03)   VALUE 0.
           05  WS-DISTRICT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DISTRICT-IX.
               10  WS-TBL-DISTRICT  PIC X(05).
       01  WS-LOOKUP-CODE      PIC X(05)  VALUE SPACES.
       01  WS-PARENT-FOUND-SW  PIC X(01)  VALUE 'N'.
           88  WS-PARENT-FOUND             VALUE 'Y'.
      *> Field edits for A/U transactions. First failure wins the
      *> result code, same as STOREMNT.
       01  WS-EDIT-FAIL-SW     PIC X(01)  VALUE 'N'.
           88  WS-EDIT-FAILED              VALUE 'Y'.
       01  WS-EDIT-RESULT      PIC X(09)  VALUE SPACES.
       01  COUNTERS.
           05  TRANS-COUNT     PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
           05  ORPHAN-COUNT    PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  WS-RECONCILE-TOTAL  PIC 9(07).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'HIERMNT'.

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
      *> WITH DUPLICATES IN ORDER so a key's transactions apply in
      *> the order they arrived.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HIER-KEY
               WITH DUPLICATES IN ORDER
               USING TRANS-FILE
               GIVING SORTED-TRANS.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           OPEN INPUT OLD-MASTER
           IF FS-OLD-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'HIERARCHY OPEN FAILED: ' FS-OLD-MASTER
               MOVE 'STORE-HIERARCHY' TO WS-ERRLOG-FILE-NAME
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
           PERFORM READ-STORE-PARA THRU READ-STORE-EXIT-PARA.
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT-PARA.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-MASTER-PARA.
           READ OLD-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           NOT AT END
               ADD 1 TO MASTER-IN-COUNT
               MOVE SH-KEY OF OLD-MASTER-REC TO WS-MASTER-KEY
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
       READ-TRANS-PARA.
           READ SORTED-TRANS
           AT END
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           NOT AT END
               ADD 1 TO TRANS-COUNT
               MOVE ST-HIER-KEY TO WS-TRANS-KEY
           END-READ.
       READ-TRANS-EXIT-PARA.
           EXIT.
       READ-STORE-PARA.
           READ STORE-MASTER
           AT END
               MOVE HIGH-VALUES TO WS-STORE-KEY
           NOT AT END
               MOVE SM-STORE-ID TO WS-STORE-KEY
           END-READ.
       READ-STORE-EXIT-PARA.
           EXIT.
      *> Classic balance line, as in STOREMNT: the lower of the two
      *> keys is worked next, every transaction for it is applied
      *> against the carried record, and whatever survives goes out
      *> through WRITE-SURVIVOR-PARA before the next key starts.
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
                   PERFORM WRITE-SURVIVOR-PARA
                       THRU WRITE-SURVIVOR-EXIT-PARA
               END-IF
           END-PERFORM.
       MERGE-EXIT-PARA.
           EXIT.
       APPLY-TRANS-PARA.
           EVALUATE TRUE
               WHEN ST-IS-ADD
                   PERFORM ADD-HIER-PARA THRU ADD-HIER-EXIT-PARA
               WHEN ST-IS-UPDATE
                   PERFORM UPDATE-HIER-PARA THRU UPDATE-HIER-EXIT-PARA
               WHEN ST-IS-DELETE
                   PERFORM DELETE-HIER-PARA THRU DELETE-HIER-EXIT-PARA
               WHEN OTHER
                   MOVE 'BAD CODE' TO WS-EDIT-RESULT
                   PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
           END-EVALUATE.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       APPLY-TRANS-EXIT-PARA.
           EXIT.
       ADD-HIER-PARA.
           PERFORM EDIT-FIELDS-PARA THRU EDIT-FIELDS-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-HIER-EXIT-PARA
           END-IF.
           IF WS-ALLOCATED
               MOVE 'DUP KEY' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-HIER-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-CARRY-RECORD.
           MOVE ST-HIER-KEY TO SH-KEY OF WS-CARRY-RECORD.
           PERFORM MOVE-FIELDS-PARA THRU MOVE-FIELDS-EXIT-PARA.
           MOVE 'Y' TO WS-ALLOCATED-SW.
           MOVE 'ADDED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       ADD-HIER-EXIT-PARA.
           EXIT.
       UPDATE-HIER-PARA.
           PERFORM EDIT-FIELDS-PARA THRU EDIT-FIELDS-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO UPDATE-HIER-EXIT-PARA
           END-IF.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO UPDATE-HIER-EXIT-PARA
           END-IF.
           PERFORM MOVE-FIELDS-PARA THRU MOVE-FIELDS-EXIT-PARA.
           MOVE 'UPDATED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       UPDATE-HIER-EXIT-PARA.
           EXIT.
      *> Deleting a region or district does not cascade: its
      *> children stay on file and show as ORPHANED until they are
      *> moved, rather than vanishing from the rollup unseen.
       DELETE-HIER-PARA.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO DELETE-HIER-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-ALLOCATED-SW.
           MOVE 'DELETED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       DELETE-HIER-EXIT-PARA.
           EXIT.
      *> A store's name lives on STORE-MASTER, so only regions and
      *> districts carry one here.
       MOVE-FIELDS-PARA.
           IF ST-IS-STORE
               MOVE SPACES TO SH-NAME OF WS-CARRY-RECORD
           ELSE
               MOVE ST-NAME TO SH-NAME OF WS-CARRY-RECORD
           END-IF.
           MOVE ST-MANAGER TO SH-MANAGER OF WS-CARRY-RECORD.
           MOVE ST-PARENT  TO SH-PARENT OF WS-CARRY-RECORD.
       MOVE-FIELDS-EXIT-PARA.
           EXIT.
      *> Field-level edits shared by add and update. A region has no
      *> parent; a district's region and a store's district must
      *> already be on the new hierarchy, and a store must be on
      *> STORE-MASTER.
       EDIT-FIELDS-PARA.
           MOVE 'N' TO WS-EDIT-FAIL-SW.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF NOT ST-LEVEL-KNOWN
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD LEVEL' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-HIER-CODE = SPACES
                   OR (ST-IS-STORE AND ST-HIER-CODE IS NOT NUMERIC)
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD ID' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-NAME = SPACES AND NOT ST-IS-STORE
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD NAME' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-MANAGER = SPACES
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD MGR' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF (ST-IS-REGION AND ST-PARENT NOT = SPACES)
                   OR (NOT ST-IS-REGION AND ST-PARENT = SPACES)
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD PARNT' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           MOVE ST-PARENT TO WS-LOOKUP-CODE.
           IF ST-IS-DISTRICT
               PERFORM FIND-REGION-PARA THRU FIND-REGION-EXIT-PARA
               IF NOT WS-PARENT-FOUND
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'NO REGION' TO WS-EDIT-RESULT
                   GO TO EDIT-FIELDS-EXIT-PARA
               END-IF
           END-IF.
           IF ST-IS-STORE
               PERFORM FIND-DISTRICT-PARA THRU FIND-DISTRICT-EXIT-PARA
               IF NOT WS-PARENT-FOUND
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'NO DIST' TO WS-EDIT-RESULT
                   GO TO EDIT-FIELDS-EXIT-PARA
               END-IF
               PERFORM READ-STORE-PARA THRU READ-STORE-EXIT-PARA
                   UNTIL WS-STORE-KEY NOT < ST-HIER-CODE
               IF WS-STORE-KEY NOT = ST-HIER-CODE
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'NO STORE' TO WS-EDIT-RESULT
                   GO TO EDIT-FIELDS-EXIT-PARA
               END-IF
           END-IF.
       EDIT-FIELDS-EXIT-PARA.
           EXIT.
       FIND-REGION-PARA.
           MOVE 'N' TO WS-PARENT-FOUND-SW.
           PERFORM VARYING REGION-IX FROM 1 BY 1
                   UNTIL REGION-IX > WS-REGION-COUNT
                       OR WS-PARENT-FOUND
               IF WS-TBL-REGION (REGION-IX) = WS-LOOKUP-CODE
                   MOVE 'Y' TO WS-PARENT-FOUND-SW
               END-IF
           END-PERFORM.
       FIND-REGION-EXIT-PARA.
           EXIT.
       FIND-DISTRICT-PARA.
           MOVE 'N' TO WS-PARENT-FOUND-SW.
           PERFORM VARYING DISTRICT-IX FROM 1 BY 1
                   UNTIL DISTRICT-IX > WS-DISTRICT-COUNT
                       OR WS-PARENT-FOUND
               IF WS-TBL-DISTRICT (DISTRICT-IX) = WS-LOOKUP-CODE
                   MOVE 'Y' TO WS-PARENT-FOUND-SW
               END-IF
           END-PERFORM.
       FIND-DISTRICT-EXIT-PARA.
           EXIT.
      *> Every record that reaches the new master - changed or not -
      *> has its parent checked again here, which is what catches a
      *> child left behind by a parent's delete or a store dropped
      *> from STORE-MASTER. Regions and districts are tabled as they
      *> go out for the children behind them.
       WRITE-SURVIVOR-PARA.
           MOVE SH-PARENT OF WS-CARRY-RECORD TO WS-LOOKUP-CODE.
           MOVE 'Y' TO WS-PARENT-FOUND-SW.
           EVALUATE TRUE
               WHEN SH-IS-REGION OF WS-CARRY-RECORD
                   IF WS-REGION-COUNT < 100
                       ADD 1 TO WS-REGION-COUNT
                       MOVE SH-CODE OF WS-CARRY-RECORD
                           TO WS-TBL-REGION (WS-REGION-COUNT)
                   ELSE
                       DISPLAY 'REGION TABLE FULL AT '
                           SH-CODE OF WS-CARRY-RECORD
                   END-IF
               WHEN SH-IS-DISTRICT OF WS-CARRY-RECORD
                   IF WS-DISTRICT-COUNT < 500
                       ADD 1 TO WS-DISTRICT-COUNT
                       MOVE SH-CODE OF WS-CARRY-RECORD
                           TO WS-TBL-DISTRICT (WS-DISTRICT-COUNT)
                   ELSE
                       DISPLAY 'DISTRICT TABLE FULL AT '
                           SH-CODE OF WS-CARRY-RECORD
                   END-IF
                   PERFORM FIND-REGION-PARA THRU FIND-REGION-EXIT-PARA
               WHEN SH-IS-STORE OF WS-CARRY-RECORD
                   PERFORM FIND-DISTRICT-PARA
                       THRU FIND-DISTRICT-EXIT-PARA
                   PERFORM READ-STORE-PARA THRU READ-STORE-EXIT-PARA
                       UNTIL WS-STORE-KEY NOT <
                           SH-CODE OF WS-CARRY-RECORD
                   IF WS-STORE-KEY NOT = SH-CODE OF WS-CARRY-RECORD
                       MOVE 'N' TO WS-PARENT-FOUND-SW
                   END-IF
           END-EVALUATE.
           IF NOT WS-PARENT-FOUND
               ADD 1 TO ORPHAN-COUNT
               MOVE SPACES TO RESULT-FILE-REC
               MOVE SH-LEVEL OF WS-CARRY-RECORD TO RS-LEVEL
               MOVE SH-CODE OF WS-CARRY-RECORD  TO RS-HIER-CODE
               MOVE 'ORPHANED' TO RS-RESULT
               WRITE RESULT-FILE-REC
           END-IF.
           WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD.
           ADD 1 TO MASTER-OUT-COUNT.
       WRITE-SURVIVOR-EXIT-PARA.
           EXIT.
       WRITE-FAILED-PARA.
           ADD 1 TO FAILED-COUNT.
           MOVE SPACES TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-LEVEL       TO RS-LEVEL.
           MOVE ST-HIER-CODE   TO RS-HIER-CODE.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-FAILED-EXIT-PARA.
           EXIT.
       WRITE-APPLIED-PARA.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-LEVEL       TO RS-LEVEL.
           MOVE ST-HIER-CODE   TO RS-HIER-CODE.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-APPLIED-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER STORE-MASTER SORTED-TRANS
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
           MOVE 'HIERMNT CONTROL TOTALS' TO CONTROL-RPT-REC
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
           MOVE 'ORPHANED RECORDS      :' TO CT-LABEL
           MOVE ORPHAN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every transaction read was either applied or failed, with
      *> no third outcome.
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
