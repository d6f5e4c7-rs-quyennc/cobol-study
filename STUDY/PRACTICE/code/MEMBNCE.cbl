       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBNCE.
       AUTHOR. QUYENNC

      *> Mailing-house bounce-back processing. The mailing house
      *> returns one record per undeliverable address from each
      *> MEMEXTR mailing, with the MEMBER_ID and email it was sent
      *> and whether the bounce was hard (address does not exist)
      *> or soft (mailbox full, server down). Each record is matched
      *> back to MEMBERS on both MEMBER_ID and email - a member who
      *> has since changed their email is not flagged on the strength
      *> of the old address. Bounce history lives in EMAIL_BOUNCE
      *> (MEMBER_ID, EMAIL, SOFT_COUNT, UNDELIV_FLAG, FLAG_TYPE,
      *> LAST_BOUNCE_DATE, FLAG_DATE), one row per member and
      *> address, so a new email starts with a clean slate without
      *> anything having to reset it. A hard bounce flags the address
      *> undeliverable at once; soft bounces are counted, and the
      *> address is flagged only when the count reaches the parm-card
      *> limit. Every flag is logged through AUDITLOG under the batch
      *> operator ID, and MEMEXTR leaves flagged members out of the
      *> mailing with an UNDELIVERABLE reject. The run closes with a
      *> paginated list of every member still on a flagged address -
      *> the membership office's list of who needs new contact
      *> details - and the usual reconciled control totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO BOUNCE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BOUNCE-FILE.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT-FILE.
           SELECT CONTACT-RPT-FILE ASSIGN TO CONTACT-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTACT-RPT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> PARM-FILE carries the soft-bounce limit (blank = 03) and
      *> lines per page for the contact report (blank = 060).
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
      *> Same batch-operator card MEMBIMP reads; a missing card
      *> falls back to the literal batch ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-FILE.
       01  BOUNCE-REC.
           05  BN-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  BN-EMAIL         PIC X(255).
           05  FILLER           PIC X(01).
      *> H = hard bounce, S = soft bounce.
           05  BN-BOUNCE-TYPE   PIC X(01).
               88  BN-HARD-BOUNCE          VALUE 'H'.
               88  BN-SOFT-BOUNCE          VALUE 'S'.
           05  FILLER           PIC X(01).
           05  BN-BOUNCE-DATE   PIC X(08).
           05  FILLER           PIC X(01).
           05  BN-DIAG-CODE     PIC X(20).
           05  FILLER           PIC X(02).
       FD  REJECT-FILE.
       01  REJECT-REC.
           05  RJ-MEMBER-ID     PIC X(10).
           05  FILLER           PIC X(01).
           05  RJ-EMAIL         PIC X(255).
           05  FILLER           PIC X(01).
           05  RJ-BOUNCE-TYPE   PIC X(01).
           05  FILLER           PIC X(01).
           05  RJ-REASON-CODE   PIC X(15).
           05  FILLER           PIC X(16).
       FD  CONTACT-RPT-FILE.
       01  CONTACT-RPT-LINE     PIC X(80).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-SOFT-LIMIT  PIC X(02).
           05  FILLER           PIC X(01).
           05  PARM-LINES-PER-PAGE PIC X(03).
           05  FILLER           PIC X(74).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-BOUNCE-FILE      PIC X(02)  VALUE SPACES.
           88  FS-BOUNCE-FILE-OK           VALUE '00'.
           88  FS-BOUNCE-FILE-EOF          VALUE '10'.
       01  FS-REJECT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-REJECT-FILE-OK           VALUE '00'.
       01  FS-CONTACT-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTACT-RPT-FILE-OK      VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE 'BATCHBNC'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> Soft bounces an address may take before it is flagged.
       01  WS-SOFT-LIMIT       PIC 9(02)  VALUE 03.
       01  COUNTERS.
           05  READ-COUNT      PIC 9(07).
           05  HARD-FLAG-COUNT PIC 9(07).
           05  SOFT-FLAG-COUNT PIC 9(07).
           05  SOFT-COUNT      PIC 9(07).
           05  ALREADY-COUNT   PIC 9(07).
           05  REJECT-COUNT    PIC 9(07).
           05  CONTACT-COUNT   PIC 9(07).
      *> Host variables for the member and bounce-history rows.
       01  DB-MEMBER-ID        PIC X(10)  VALUE SPACES.
       01  DB-NAME             PIC X(30)  VALUE SPACES.
       01  DB-EMAIL            PIC X(255) VALUE SPACES.
       01  DB-STATUS           PIC X(01)  VALUE SPACE.
       01  DB-BOUNCE-DATE      PIC 9(08)  VALUE 0.
       01  DB-SOFT-COUNT       PIC S9(04) COMP VALUE 0.
       01  DB-UNDELIV-FLAG     PIC X(01)  VALUE 'N'.
           88  DB-UNDELIVERABLE            VALUE 'Y'.
       01  DB-FLAG-TYPE        PIC X(01)  VALUE SPACE.
       01  DB-FLAG-DATE        PIC 9(08)  VALUE 0.
       01  WS-HISTORY-SW       PIC X(01)  VALUE 'N'.
           88  WS-HISTORY-FOUND            VALUE 'Y'.
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
      *> Working fields passed to AUDITLOG in place of literals, so
      *> every CALL argument lines up on a named, correctly-sized
      *> WORKING-STORAGE item. Flagging an address leaves name and
      *> email as they were, so old and new carry the same values.
       01  WS-AUDIT-NAME-COPY  PIC X(30)  VALUE SPACES.
       01  WS-AUDIT-EMAIL-COPY PIC X(255) VALUE SPACES.
       01  WS-AUDIT-ACTION     PIC X(10)  VALUE SPACES.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(29) VALUE
               'MEMBERS NEEDING NEW CONTACT'.
           05  FILLER          PIC X(06) VALUE 'DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(32) VALUE
               'MEMBER ID  NAME'.
           05  FILLER          PIC X(48) VALUE
               'EMAIL                          FLAGGED  SFT TYPE'.
       01  DETAIL-LINE.
           05  DL-MEMBER-ID    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-NAME         PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-EMAIL        PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-FLAG-DATE    PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-SOFT-COUNT   PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-FLAG-TYPE    PIC X(04).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'MEMBNCE'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
               PERFORM CONTACT-REPORT-PARA
                   THRU CONTACT-REPORT-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BOUNCE-FILE
           IF FS-BOUNCE-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'BOUNCE FILE OPEN FAILED: ' FS-BOUNCE-FILE
               MOVE 'BOUNCE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-BOUNCE-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REJECT-FILE
           IF FS-REJECT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'REJECT FILE OPEN FAILED: ' FS-REJECT-FILE
               MOVE 'REJECT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REJECT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE SPACES TO REJECT-REC.
           OPEN OUTPUT CONTACT-RPT-FILE
           IF FS-CONTACT-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'CONTACT RPT OPEN FAILED: ' FS-CONTACT-RPT-FILE
               MOVE 'CONTACT-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTACT-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
               IF FS-PARM-FILE-OK
                   IF PARM-SOFT-LIMIT IS NUMERIC
                           AND PARM-SOFT-LIMIT > '00'
                       MOVE PARM-SOFT-LIMIT TO WS-SOFT-LIMIT
                   END-IF
                   IF PARM-LINES-PER-PAGE IS NUMERIC
                           AND PARM-LINES-PER-PAGE > '000'
                       MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'PARM FILE NOT AVAILABLE, SOFT-BOUNCE LIMIT '
                   WS-SOFT-LIMIT
           END-IF.
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
       PROCESS-PARA.
           PERFORM UNTIL FS-BOUNCE-FILE-EOF
               READ BOUNCE-FILE
               AT END
                   IF READ-COUNT < 1
                       DISPLAY 'NO BOUNCE RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM APPLY-BOUNCE-PARA
                       THRU APPLY-BOUNCE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> Match on MEMBER_ID and email together. A bounce for an
      *> address the member has already replaced is stale news and
      *> is rejected, not held against the new address.
       APPLY-BOUNCE-PARA.
           ADD 1 TO READ-COUNT.
           IF NOT BN-HARD-BOUNCE AND NOT BN-SOFT-BOUNCE
               MOVE 'BAD-TYPE' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-BOUNCE-EXIT-PARA
           END-IF.
           IF BN-BOUNCE-DATE IS NUMERIC
               MOVE BN-BOUNCE-DATE TO DB-BOUNCE-DATE
           ELSE
               MOVE WS-RUN-DATE TO DB-BOUNCE-DATE
           END-IF.
           MOVE BN-MEMBER-ID TO DB-MEMBER-ID.
           EXEC SQL
               SELECT NAME, EMAIL, STATUS
                   INTO :DB-NAME, :DB-EMAIL, :DB-STATUS
                   FROM MEMBERS
                   WHERE MEMBER_ID = :DB-MEMBER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'UNKNOWN-MEMBER' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-BOUNCE-EXIT-PARA
           END-IF.
           IF DB-EMAIL NOT = BN-EMAIL
               MOVE 'EMAIL-CHANGED' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-BOUNCE-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-HISTORY-SW.
           MOVE 0 TO DB-SOFT-COUNT.
           MOVE 'N' TO DB-UNDELIV-FLAG.
           EXEC SQL
               SELECT SOFT_COUNT, UNDELIV_FLAG
                   INTO :DB-SOFT-COUNT, :DB-UNDELIV-FLAG
                   FROM EMAIL_BOUNCE
                   WHERE MEMBER_ID = :DB-MEMBER-ID
                     AND EMAIL = :DB-EMAIL
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-HISTORY-SW
           END-IF.
           IF DB-UNDELIVERABLE
               ADD 1 TO ALREADY-COUNT
               GO TO APPLY-BOUNCE-EXIT-PARA
           END-IF.
           IF BN-HARD-BOUNCE
               MOVE 'Y' TO DB-UNDELIV-FLAG
               MOVE 'H' TO DB-FLAG-TYPE
               MOVE 'HARDBOUNCE' TO WS-AUDIT-ACTION
           ELSE
               ADD 1 TO DB-SOFT-COUNT
               IF DB-SOFT-COUNT >= WS-SOFT-LIMIT
                   MOVE 'Y' TO DB-UNDELIV-FLAG
                   MOVE 'S' TO DB-FLAG-TYPE
                   MOVE 'SOFTBOUNCE' TO WS-AUDIT-ACTION
               END-IF
           END-IF.
           IF DB-UNDELIVERABLE
               MOVE WS-RUN-DATE TO DB-FLAG-DATE
           ELSE
               MOVE SPACE TO DB-FLAG-TYPE
               MOVE 0 TO DB-FLAG-DATE
           END-IF.
           IF WS-HISTORY-FOUND
               EXEC SQL
                   UPDATE EMAIL_BOUNCE
                       SET SOFT_COUNT = :DB-SOFT-COUNT,
                           UNDELIV_FLAG = :DB-UNDELIV-FLAG,
                           FLAG_TYPE = :DB-FLAG-TYPE,
                           LAST_BOUNCE_DATE = :DB-BOUNCE-DATE,
                           FLAG_DATE = :DB-FLAG-DATE
                       WHERE MEMBER_ID = :DB-MEMBER-ID
                         AND EMAIL = :DB-EMAIL
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO EMAIL_BOUNCE
                       (MEMBER_ID, EMAIL, SOFT_COUNT, UNDELIV_FLAG,
                        FLAG_TYPE, LAST_BOUNCE_DATE, FLAG_DATE)
                       VALUES (:DB-MEMBER-ID, :DB-EMAIL,
                               :DB-SOFT-COUNT, :DB-UNDELIV-FLAG,
                               :DB-FLAG-TYPE, :DB-BOUNCE-DATE,
                               :DB-FLAG-DATE)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE 'UPDATE-FAIL' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO APPLY-BOUNCE-EXIT-PARA
           END-IF.
      *> Only a flag is audited - a soft bounce still under the
      *> limit changes nothing anyone downstream acts on.
           IF DB-UNDELIVERABLE
               IF BN-HARD-BOUNCE
                   ADD 1 TO HARD-FLAG-COUNT
               ELSE
                   ADD 1 TO SOFT-FLAG-COUNT
               END-IF
               PERFORM WRITE-AUDIT-PARA THRU WRITE-AUDIT-EXIT-PARA
           ELSE
               ADD 1 TO SOFT-COUNT
           END-IF.
       APPLY-BOUNCE-EXIT-PARA.
           EXIT.
       WRITE-AUDIT-PARA.
           MOVE DB-NAME  TO WS-AUDIT-NAME-COPY.
           MOVE DB-EMAIL TO WS-AUDIT-EMAIL-COPY.
           CALL 'AUDITLOG' USING DB-MEMBER-ID DB-NAME DB-EMAIL
               WS-AUDIT-NAME-COPY WS-AUDIT-EMAIL-COPY
               WS-OPERATOR-ID WS-AUDIT-ACTION.
       WRITE-AUDIT-EXIT-PARA.
           EXIT.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE BN-MEMBER-ID   TO RJ-MEMBER-ID.
           MOVE BN-EMAIL       TO RJ-EMAIL.
           MOVE BN-BOUNCE-TYPE TO RJ-BOUNCE-TYPE.
           WRITE REJECT-REC.
           MOVE SPACES TO REJECT-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
      *> Every member still on a flagged address, whether flagged
      *> tonight or on an earlier run - the list stays on the report
      *> until the member's email is changed. Soft-deleted members
      *> are left off; nobody is chasing them for an address.
       CONTACT-REPORT-PARA.
           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT-PARA.
           EXEC SQL
               DECLARE CONTCUR CURSOR FOR
                   SELECT M.MEMBER_ID, M.NAME, M.EMAIL,
                          B.SOFT_COUNT, B.FLAG_TYPE, B.FLAG_DATE
                   FROM MEMBERS M, EMAIL_BOUNCE B
                   WHERE B.MEMBER_ID = M.MEMBER_ID
                     AND B.EMAIL = M.EMAIL
                     AND B.UNDELIV_FLAG = 'Y'
                     AND M.STATUS <> 'D'
                   ORDER BY M.MEMBER_ID ASC
           END-EXEC.
           EXEC SQL OPEN CONTCUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-CONTACT-PARA THRU FETCH-CONTACT-EXIT-PARA
               UNTIL WS-FETCH-DONE.
           EXEC SQL CLOSE CONTCUR END-EXEC.
           IF CONTACT-COUNT < 1
               MOVE '  NO MEMBERS ON AN UNDELIVERABLE ADDRESS'
                   TO CONTACT-RPT-LINE
               WRITE CONTACT-RPT-LINE
           END-IF.
       CONTACT-REPORT-EXIT-PARA.
           EXIT.
       FETCH-CONTACT-PARA.
           EXEC SQL
               FETCH CONTCUR INTO :DB-MEMBER-ID, :DB-NAME, :DB-EMAIL,
                   :DB-SOFT-COUNT, :DB-FLAG-TYPE, :DB-FLAG-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-CONTACT-EXIT-PARA
           END-IF.
           ADD 1 TO CONTACT-COUNT.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE DB-MEMBER-ID  TO DL-MEMBER-ID.
           MOVE DB-NAME       TO DL-NAME.
           MOVE DB-EMAIL      TO DL-EMAIL.
           MOVE DB-FLAG-DATE  TO DL-FLAG-DATE.
           MOVE DB-SOFT-COUNT TO DL-SOFT-COUNT.
           IF DB-FLAG-TYPE = 'H'
               MOVE 'HARD' TO DL-FLAG-TYPE
           ELSE
               MOVE 'SOFT' TO DL-FLAG-TYPE
           END-IF.
           WRITE CONTACT-RPT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       FETCH-CONTACT-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE CONTACT-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE CONTACT-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO CONTACT-RPT-LINE.
           WRITE CONTACT-RPT-LINE.
           WRITE CONTACT-RPT-LINE FROM REPORT-HEADING-2.
           MOVE 3 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE BOUNCE-FILE REJECT-FILE CONTACT-RPT-FILE.
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
           MOVE 'MEMBNCE CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BOUNCES READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FLAGGED - HARD        :' TO CT-LABEL
           MOVE HARD-FLAG-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FLAGGED - SOFT LIMIT  :' TO CT-LABEL
           MOVE SOFT-FLAG-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SOFT BOUNCES COUNTED  :' TO CT-LABEL
           MOVE SOFT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ALREADY FLAGGED       :' TO CT-LABEL
           MOVE ALREADY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS REJECTED      :' TO CT-LABEL
           MOVE REJECT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'NEEDING NEW CONTACT   :' TO CT-LABEL
           MOVE CONTACT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           ADD HARD-FLAG-COUNT SOFT-FLAG-COUNT SOFT-COUNT
               ALREADY-COUNT REJECT-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> Same RC 8 convention as the extract's reconciliation.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
