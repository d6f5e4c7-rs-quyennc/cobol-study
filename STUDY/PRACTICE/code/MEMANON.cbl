       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMANON.
       AUTHOR. QUYENNC

      *> Erasure of personal data for members deleted longer ago
      *> than the retention window. DELMEM only soft-deletes, so a
      *> 'D' row keeps its name and email in MEMBERS, and its
      *> MEMBER_AUDIT_LOG history keeps every old and new value,
      *> for ever. The data-protection policy says that once the
      *> parm-card retention window has passed since the delete,
      *> the personal data goes. For each soft-deleted member whose
      *> latest DELETE (or MERGEDINTO, for a member MRGMEM merged
      *> away) audit row is older than the cutoff:
      *>   - NAME and EMAIL in MEMBERS are overwritten with fixed
      *>     anonymised values (the email carries the MEMBER_ID so
      *>     it stays unique) and ANONYMISED_DATE is stamped;
      *>   - the name and email columns of the member's audit rows
      *>     are overwritten the same way - the rows themselves,
      *>     with their dates, operators and actions, stay;
      *>   - the member's EMAIL_BOUNCE history takes the same
      *>     anonymised email. That table is keyed on member and
      *>     address, and every address becomes the one value, so
      *>     it is first folded to the member's latest-bounced row;
      *>     the rows for older addresses are deleted;
      *>   - one ANONYMISE row is logged through AUDITLOG, carrying
      *>     the anonymised values, never the erased ones.
      *> MEMBER_ID is kept throughout, so dues and bounce history
      *> still hang together. RSTMEM will not restore a member with
      *> ANONYMISED_DATE set - there is nothing left to restore.
      *> A soft-deleted member with no delete row in the audit log
      *> cannot prove how long ago it went, and is left alone and
      *> counted, the way EMPPURGE treats an unprovable date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PARM-FILE carries the retention window in days - how long
      *> a deleted member's data is kept before it is erased.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
      *> Same batch-operator card MEMBNCE reads; a missing card
      *> falls back to the literal batch ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-RETAIN-DAYS PIC 9(05).
           05  FILLER           PIC X(75).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE 'BATCHANON'.
       01  WS-RETAIN-DAYS      PIC 9(05)  VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-CUTOFF-DATE      PIC 9(08)  VALUE 0.
       01  WS-CUTOFF-INT       PIC 9(08)  VALUE 0.
       01  COUNTERS.
           05  DELETED-READ    PIC 9(07).
           05  WITHIN-RETENTION PIC 9(07).
           05  ANON-COUNT      PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
           05  DEFERRED-COUNT  PIC 9(07).
           05  HISTORY-ROWS    PIC 9(07).
      *> Host variables.
       01  DB-MEMBER-ID        PIC X(10)  VALUE SPACES.
       01  DB-DELETE-DATE      PIC 9(08)  VALUE 0.
       01  DB-ANON-DATE        PIC 9(08)  VALUE 0.
       01  DB-UNPROVABLE       PIC S9(09) COMP VALUE 0.
       01  DB-HISTORY-ROWS     PIC S9(09) COMP VALUE 0.
      *> The values that replace a member's name and email. The
      *> email is built per member from the MEMBER_ID.
       01  WS-ANON-NAME        PIC X(30)  VALUE 'ANONYMISED MEMBER'.
       01  WS-ANON-EMAIL       PIC X(255) VALUE SPACES.
       01  WS-ANON-NAME-COPY   PIC X(30)  VALUE SPACES.
       01  WS-ANON-EMAIL-COPY  PIC X(255) VALUE SPACES.
       01  WS-AUDIT-ACTION     PIC X(10)  VALUE 'ANONYMISE'.

      *> Fresh CHANGE_STAMP for the optimistic-concurrency check
      *> EDITMEM runs - every writer of MEMBERS moves the stamp
      *> forward. Elementary, because the SQL references it as one
      *> host variable; the date/time breakdown lives under the
      *> REDEFINES.
       01  WS-NEW-STAMP        PIC 9(14).
       01  WS-NEW-STAMP-R REDEFINES WS-NEW-STAMP.
           05  WS-NS-DATE      PIC 9(08).
           05  WS-NS-TIME      PIC 9(06).
      *> ACCEPT FROM TIME returns HHMMSSss - the group keeps the
      *> hour in front where a 9(06) receiver would drop it.
       01  WS-CLOCK.
           05  WS-CLOCK-HHMMSS PIC 9(06).
           05  WS-CLOCK-HUNDS  PIC 9(02).

      *> Members past the window, collected off the cursor before
      *> any is changed - the ROLLBACK that backs out a half-done
      *> member would otherwise close the cursor under the loop.
      *> Anything past the table is left for the next run and
      *> counted as deferred.
       01  WS-CAND-MAX         PIC 9(04)  VALUE 2000.
       01  WS-CAND-COUNT       PIC 9(04)  VALUE 0.
       01  WS-CX               PIC 9(04)  VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-MEMBER-ID   PIC X(10).
               10  WS-CT-DELETE-DATE PIC 9(08).
               10  WS-CT-RESULT      PIC X(01).
                   88  WS-CT-ANONYMISED      VALUE 'A'.
                   88  WS-CT-FAILED          VALUE 'F'.
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  CONTROL-DATE-LINE.
           05  CD-LABEL        PIC X(23).
           05  CD-VALUE        PIC 9(08).
           05  FILLER          PIC X(49).
       01  MEMBER-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ML-MEMBER-ID    PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ML-DELETE-DATE  PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ML-RESULT       PIC X(20).
           05  FILLER          PIC X(36) VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> SQLCODE only - this program never looks at the rest of
      *> SQLCA, so it declares the one field it checks rather than
      *> pulling in the whole communication area.
       01  SQLCODE             PIC S9(09) COMP-5 VALUE ZERO.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'MEMANON'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM SELECT-PARA THRU SELECT-EXIT-PARA
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *> No card, no erasure - a run that cannot be undone never
      *> defaults its way into running.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, ANONYMISATION'
                   ' ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-RETAIN-DAYS IS NUMERIC
                   AND PARM-RETAIN-DAYS > 0
               MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'RETENTION DAYS MISSING OR ZERO,'
                   ' ANONYMISATION ABANDONED'
               CLOSE PARM-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE.
           OPEN INPUT OPERATOR-PARM-FILE
           IF FS-OPERATOR-PARM-FILE-OK
               READ OPERATOR-PARM-FILE
               IF FS-OPERATOR-PARM-FILE-OK
                       AND PARM-OPERATOR-ID NOT = SPACES
                   MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE OPERATOR-PARM-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> Every soft-deleted, not yet anonymised member with a delete
      *> on record, with the date of its latest one - a member
      *> restored and deleted again is measured from the second
      *> delete. Members whose history has no delete row at all are
      *> only counted.
       SELECT-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DB-UNPROVABLE
                   FROM MEMBERS M
                   WHERE M.STATUS = 'D'
                     AND COALESCE(M.ANONYMISED_DATE, 0) = 0
                     AND NOT EXISTS
                         (SELECT 1 FROM MEMBER_AUDIT_LOG A
                              WHERE A.MEMBER_ID = M.MEMBER_ID
                                AND A.ACTION IN ('DELETE',
                                                 'MERGEDINTO'))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO DB-UNPROVABLE
           END-IF.
           EXEC SQL
               DECLARE ANONCUR CURSOR FOR
                   SELECT M.MEMBER_ID, MAX(A.LOG_DATE)
                   FROM MEMBERS M, MEMBER_AUDIT_LOG A
                   WHERE A.MEMBER_ID = M.MEMBER_ID
                     AND A.ACTION IN ('DELETE', 'MERGEDINTO')
                     AND M.STATUS = 'D'
                     AND COALESCE(M.ANONYMISED_DATE, 0) = 0
                   GROUP BY M.MEMBER_ID
                   ORDER BY M.MEMBER_ID ASC
           END-EXEC.
           EXEC SQL OPEN ANONCUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-CANDIDATE-PARA THRU FETCH-CANDIDATE-EXIT-PARA
               UNTIL WS-FETCH-DONE.
           EXEC SQL CLOSE ANONCUR END-EXEC.
           IF DELETED-READ < 1
               DISPLAY 'NO SOFT-DELETED MEMBERS AWAITING ERASURE'
           END-IF.
       SELECT-EXIT-PARA.
           EXIT.
       FETCH-CANDIDATE-PARA.
           EXEC SQL
               FETCH ANONCUR INTO :DB-MEMBER-ID, :DB-DELETE-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-CANDIDATE-EXIT-PARA
           END-IF.
           ADD 1 TO DELETED-READ.
           IF DB-DELETE-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WITHIN-RETENTION
               GO TO FETCH-CANDIDATE-EXIT-PARA
           END-IF.
           IF WS-CAND-COUNT NOT < WS-CAND-MAX
               ADD 1 TO DEFERRED-COUNT
               GO TO FETCH-CANDIDATE-EXIT-PARA
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE DB-MEMBER-ID   TO WS-CT-MEMBER-ID (WS-CAND-COUNT).
           MOVE DB-DELETE-DATE TO WS-CT-DELETE-DATE (WS-CAND-COUNT).
           MOVE SPACE          TO WS-CT-RESULT (WS-CAND-COUNT).
       FETCH-CANDIDATE-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
               PERFORM ANONYMISE-PARA THRU ANONYMISE-EXIT-PARA
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> The member row first, its history second, its bounce rows
      *> third; a later update that fails backs the member out too,
      *> so no member is left erased in one place and legible in
      *> another. The UPDATE
      *> re-tests the status, so a member restored since the cursor
      *> ran is not touched.
       ANONYMISE-PARA.
           MOVE WS-CT-MEMBER-ID (WS-CX) TO DB-MEMBER-ID.
           MOVE SPACES TO WS-ANON-EMAIL.
           STRING 'ANON-' DELIMITED BY SIZE
                  DB-MEMBER-ID DELIMITED BY SPACE
                  '@INVALID' DELIMITED BY SIZE
               INTO WS-ANON-EMAIL.
           ACCEPT WS-NS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-NS-TIME.
           MOVE WS-RUN-DATE TO DB-ANON-DATE.
           EXEC SQL
               UPDATE MEMBERS
                   SET NAME = :WS-ANON-NAME, EMAIL = :WS-ANON-EMAIL,
                       ANONYMISED_DATE = :DB-ANON-DATE,
                       CHANGE_STAMP = :WS-NEW-STAMP
                   WHERE MEMBER_ID = :DB-MEMBER-ID AND STATUS = 'D'
                     AND COALESCE(ANONYMISED_DATE, 0) = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ANONYMISE FAILED FOR MEMBER ' DB-MEMBER-ID
               MOVE 'F' TO WS-CT-RESULT (WS-CX)
               ADD 1 TO FAILED-COUNT
               GO TO ANONYMISE-EXIT-PARA
           END-IF.
           EXEC SQL
               UPDATE MEMBER_AUDIT_LOG
                   SET OLD_NAME = :WS-ANON-NAME,
                       NEW_NAME = :WS-ANON-NAME,
                       OLD_EMAIL = :WS-ANON-EMAIL,
                       NEW_EMAIL = :WS-ANON-EMAIL
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ANONYMISE BACKED OUT FOR MEMBER '
                   DB-MEMBER-ID
               MOVE 'F' TO WS-CT-RESULT (WS-CX)
               ADD 1 TO FAILED-COUNT
               GO TO ANONYMISE-EXIT-PARA
           END-IF.
      *> Bounce history last. Every row that has a later-bounced
      *> row for the same member goes (the higher address breaks a
      *> tie on the date), leaving the one row that can take the
      *> anonymised email without a duplicate key. No bounce rows
      *> at all is not a failure.
           EXEC SQL
               DELETE FROM EMAIL_BOUNCE B
                   WHERE B.MEMBER_ID = :DB-MEMBER-ID
                     AND EXISTS
                         (SELECT 1 FROM EMAIL_BOUNCE L
                              WHERE L.MEMBER_ID = B.MEMBER_ID
                                AND (L.LAST_BOUNCE_DATE >
                                         B.LAST_BOUNCE_DATE
                                     OR (L.LAST_BOUNCE_DATE =
                                             B.LAST_BOUNCE_DATE
                                         AND L.EMAIL > B.EMAIL)))
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE EMAIL_BOUNCE
                       SET EMAIL = :WS-ANON-EMAIL
                       WHERE MEMBER_ID = :DB-MEMBER-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ANONYMISE BACKED OUT FOR MEMBER '
                   DB-MEMBER-ID
               MOVE 'F' TO WS-CT-RESULT (WS-CX)
               ADD 1 TO FAILED-COUNT
               GO TO ANONYMISE-EXIT-PARA
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DB-HISTORY-ROWS
                   FROM MEMBER_AUDIT_LOG
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE = 0
               ADD DB-HISTORY-ROWS TO HISTORY-ROWS
           END-IF.
      *> Logged after the history update, so the new row is not
      *> swept up by it - and with the anonymised values on both
      *> sides, so the erased data is not written straight back.
           MOVE WS-ANON-NAME  TO WS-ANON-NAME-COPY.
           MOVE WS-ANON-EMAIL TO WS-ANON-EMAIL-COPY.
           CALL 'AUDITLOG' USING DB-MEMBER-ID WS-ANON-NAME
               WS-ANON-EMAIL WS-ANON-NAME-COPY WS-ANON-EMAIL-COPY
               WS-OPERATOR-ID WS-AUDIT-ACTION.
      *> Each member is its own unit of work - committed here, so a
      *> later member's ROLLBACK backs out only that member and not
      *> everyone erased ahead of it in this run.
           EXEC SQL COMMIT END-EXEC.
           MOVE 'A' TO WS-CT-RESULT (WS-CX).
           ADD 1 TO ANON-COUNT.
       ANONYMISE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
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
           MOVE 'MEMANON CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETENTION DAYS        :' TO CT-LABEL
           MOVE WS-RETAIN-DAYS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CUTOFF DATE           :' TO CD-LABEL
           MOVE WS-CUTOFF-DATE TO CD-VALUE
           MOVE CONTROL-DATE-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DELETED MEMBERS READ  :' TO CT-LABEL
           MOVE DELETED-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MEMBERS ANONYMISED    :' TO CT-LABEL
           MOVE ANON-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  HISTORY ROWS ERASED :' TO CT-LABEL
           MOVE HISTORY-ROWS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'WITHIN RETENTION      :' TO CT-LABEL
           MOVE WITHIN-RETENTION TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ANONYMISE FAILED      :' TO CT-LABEL
           MOVE FAILED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DEFERRED - TABLE FULL :' TO CT-LABEL
           MOVE DEFERRED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DELETE DATE UNPROVABLE:' TO CT-LABEL
           MOVE DB-UNPROVABLE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every deleted member read was erased, kept inside the
      *> window, failed or deferred - nothing falls between.
           ADD ANON-COUNT WITHIN-RETENTION FAILED-COUNT
               DEFERRED-COUNT GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF DELETED-READ = WS-RECONCILE-TOTAL
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> The members handled, by ID - the record of whose data was
      *> erased tonight, and whose was meant to be and was not.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MEMBERS HANDLED (ID, DELETED ON, RESULT)'
               TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           IF WS-CAND-COUNT < 1
               MOVE '  NONE PAST THE RETENTION WINDOW'
                   TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
               MOVE WS-CT-MEMBER-ID (WS-CX)   TO ML-MEMBER-ID
               MOVE WS-CT-DELETE-DATE (WS-CX) TO ML-DELETE-DATE
               IF WS-CT-ANONYMISED (WS-CX)
                   MOVE 'ANONYMISED' TO ML-RESULT
               ELSE
                   MOVE 'FAILED - NOT ERASED' TO ML-RESULT
               END-IF
               MOVE MEMBER-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-PERFORM.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
