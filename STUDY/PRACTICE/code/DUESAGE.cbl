       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESAGE.
       AUTHOR. QUYENNC

      *> Dues delinquency report and automatic suspension. Every
      *> open DUES_INVOICE past its due date on the as-of date is
      *> aged by days past due into 1-30, 31-60, 61-90 and over-90
      *> buckets, one line per member with the member's total past
      *> due, paginated like the other member reports, with bucket
      *> totals closing the report. A member with anything in the
      *> over-90 bucket who is still active is suspended on the spot
      *> - MEMBERS.STATUS to 'S', CHANGE_STAMP moved on like every
      *> other writer - and the suspension is logged through
      *> AUDITLOG under the batch operator ID exactly as an operator
      *> change would be, so MEMAUDR and MEMHIST show who suspended
      *> the member and when. DUESPAY reinstates them once the old
      *> debt is cleared. A member already suspended, or soft-
      *> deleted, is listed with what they owe but left as they are.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PARM-FILE carries the as-of date (YYYYMMDD, blank = the run
      *> date) and lines per page (blank = 060).
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT AGING-RPT-FILE ASSIGN TO AGING-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-AGING-RPT-FILE.
      *> Same batch-operator card MEMBIMP reads, for the SUSPEND
      *> audit rows; a missing card falls back to the batch ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-AS-OF-DATE  PIC X(08).
           05  FILLER           PIC X(01).
           05  PARM-LINES-PER-PAGE PIC X(03).
           05  FILLER           PIC X(68).
       FD  AGING-RPT-FILE.
       01  AGING-RPT-LINE       PIC X(80).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-AGING-RPT-FILE   PIC X(02)  VALUE SPACES.
           88  FS-AGING-RPT-FILE-OK        VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE 'BATCHDUE'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-AS-OF-DATE       PIC 9(08)  VALUE 0.
       01  WS-AS-OF-INT        PIC 9(07)  VALUE 0.
       01  WS-DAYS-PAST-DUE    PIC 9(05)  VALUE 0.
      *> Past-due limit shared with DUESPAY's reinstatement test.
       01  WS-SUSPEND-DAYS     PIC 9(03)  VALUE 090.
      *> One fetched open-invoice row with its member.
       01  WS-AGING-DB.
           05  DB-MEMBER-ID     PIC X(10).
           05  DB-NAME          PIC X(30).
           05  DB-EMAIL         PIC X(255).
           05  DB-STATUS        PIC X(01).
           05  DB-DUE-DATE      PIC 9(08).
           05  DB-OPEN-AMOUNT   PIC S9(07)V99 COMP-3.
      *> The member being accumulated - the control break compares
      *> each fetched row against it.
       01  WS-CUR-MEMBER.
           05  WS-CUR-MEMBER-ID PIC X(10)  VALUE SPACES.
           05  WS-CUR-NAME      PIC X(30)  VALUE SPACES.
           05  WS-CUR-EMAIL     PIC X(255) VALUE SPACES.
           05  WS-CUR-STATUS    PIC X(01)  VALUE SPACE.
           05  WS-CUR-BUCKET    PIC 9(07)V99 OCCURS 4 TIMES.
           05  WS-CUR-TOTAL     PIC 9(07)V99 VALUE 0.
       01  WS-GRAND-BUCKET     PIC 9(09)V99 OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL      PIC 9(09)V99 VALUE 0.
       01  WS-BUCKET-IX        PIC 9(01)  VALUE 0.
       01  COUNTERS.
           05  ROWS-READ        PIC 9(07).
           05  MEMBERS-LISTED   PIC 9(07).
           05  SUSPEND-COUNT    PIC 9(07).
           05  ALREADY-COUNT    PIC 9(07).
           05  FAIL-COUNT       PIC 9(07).
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
      *> Working fields passed to AUDITLOG in place of literals, so
      *> every CALL argument lines up on a named, correctly-sized
      *> WORKING-STORAGE item. Suspension leaves name and email as
      *> they were, so old and new carry the same values.
       01  WS-AUDIT-NAME-COPY  PIC X(30)  VALUE SPACES.
       01  WS-AUDIT-EMAIL-COPY PIC X(255) VALUE SPACES.
       01  WS-AUDIT-ACTION-SUSP PIC X(10) VALUE 'SUSPEND'.
      *> Fresh CHANGE_STAMP for the optimistic-concurrency check
      *> EDITMEM runs - every writer of MEMBERS moves the stamp
      *> forward so a sleeping edit screen cannot save over this
      *> change unnoticed. Elementary, because the SQL references it
      *> as one host variable - a group would stand for the list of
      *> its fields under the precompiler; the date/time breakdown
      *> the ACCEPTs fill lives under the REDEFINES.
       01  WS-NEW-STAMP             PIC 9(14).
       01  WS-NEW-STAMP-R REDEFINES WS-NEW-STAMP.
           05  WS-NS-DATE           PIC 9(08).
           05  WS-NS-TIME           PIC 9(06).
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(29) VALUE
               'DUES DELINQUENCY AGING RPT'.
           05  FILLER          PIC X(06) VALUE 'DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  AS-OF-LINE.
           05  FILLER          PIC X(07) VALUE 'AS OF: '.
           05  AL-AS-OF-DATE   PIC 9(08).
           05  FILLER          PIC X(65) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(26) VALUE
               'MEMBER ID  NAME'.
           05  FILLER          PIC X(36) VALUE
               '     1-30    31-60    61-90      90+'.
           05  FILLER          PIC X(18) VALUE
               '    TOTAL ACTION'.
       01  DETAIL-LINE.
           05  DL-MEMBER-ID    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-NAME         PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-BUCKET-GRP OCCURS 4 TIMES.
               10  FILLER      PIC X(01).
               10  DL-BUCKET   PIC ZZZZ9.99.
           05  DL-TOTAL        PIC ZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DL-ACTION       PIC X(08).
       01  GRAND-TOTAL-LINE.
           05  FILLER          PIC X(10) VALUE 'TOTALS'.
           05  GT-BUCKET-GRP OCCURS 4 TIMES.
               10  GT-BUCKET   PIC ZZZZZZ9.99.
           05  GT-TOTAL        PIC ZZZZZZZ9.99.
           05  FILLER          PIC X(19) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL        PIC X(23).
           05  TL-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50) VALUE SPACES.

      *> SQLCODE only - this program never looks at the rest of
      *> SQLCA, so it declares the one field it checks rather than
      *> pulling in the whole communication area.
       01  SQLCODE             PIC S9(09) COMP-5 VALUE ZERO.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM AGE-INVOICES-PARA THRU AGE-INVOICES-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
               IF FS-PARM-FILE-OK
                   IF PARM-AS-OF-DATE IS NUMERIC
                       MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                   END-IF
                   IF PARM-LINES-PER-PAGE IS NUMERIC
                           AND PARM-LINES-PER-PAGE > '000'
                       MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'PARM FILE NOT AVAILABLE, AGING AS OF THE RUN'
                   ' DATE'
           END-IF.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           OPEN INPUT OPERATOR-PARM-FILE
           IF FS-OPERATOR-PARM-FILE-OK
               READ OPERATOR-PARM-FILE
               IF FS-OPERATOR-PARM-FILE-OK
                       AND PARM-OPERATOR-ID NOT = SPACES
                   MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE OPERATOR-PARM-FILE
           END-IF.
           OPEN OUTPUT AGING-RPT-FILE
           IF FS-AGING-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'AGING RPT OPEN FAILED: ' FS-AGING-RPT-FILE
               GO TO EXIT-PARA
           END-IF.
           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT-PARA.
           PERFORM CLEAR-MEMBER-PARA THRU CLEAR-MEMBER-EXIT-PARA.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               MOVE 0 TO WS-GRAND-BUCKET (WS-BUCKET-IX)
           END-PERFORM.
       OPEN-EXIT-PARA.
           EXIT.
      *> Rows arrive member by member, oldest due first; a change of
      *> member closes off the one before.
       AGE-INVOICES-PARA.
           EXEC SQL
               DECLARE AGECUR CURSOR FOR
                   SELECT I.MEMBER_ID, M.NAME, M.EMAIL, M.STATUS,
                          I.DUE_DATE, I.AMOUNT - I.PAID_AMOUNT
                   FROM DUES_INVOICE I, MEMBERS M
                   WHERE M.MEMBER_ID = I.MEMBER_ID
                     AND I.INV_STATUS = 'O'
                     AND I.DUE_DATE < :WS-AS-OF-DATE
                   ORDER BY I.MEMBER_ID ASC, I.DUE_DATE ASC
           END-EXEC.
           EXEC SQL OPEN AGECUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-INVOICE-PARA THRU FETCH-INVOICE-EXIT-PARA
               UNTIL WS-FETCH-DONE.
           EXEC SQL CLOSE AGECUR END-EXEC.
           IF WS-CUR-MEMBER-ID NOT = SPACES
               PERFORM MEMBER-BREAK-PARA THRU MEMBER-BREAK-EXIT-PARA
           END-IF.
       AGE-INVOICES-EXIT-PARA.
           EXIT.
       FETCH-INVOICE-PARA.
           EXEC SQL
               FETCH AGECUR INTO :DB-MEMBER-ID, :DB-NAME, :DB-EMAIL,
                   :DB-STATUS, :DB-DUE-DATE, :DB-OPEN-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-INVOICE-EXIT-PARA
           END-IF.
           ADD 1 TO ROWS-READ.
           IF DB-MEMBER-ID NOT = WS-CUR-MEMBER-ID
               IF WS-CUR-MEMBER-ID NOT = SPACES
                   PERFORM MEMBER-BREAK-PARA
                       THRU MEMBER-BREAK-EXIT-PARA
               END-IF
               MOVE DB-MEMBER-ID TO WS-CUR-MEMBER-ID
               MOVE DB-NAME      TO WS-CUR-NAME
               MOVE DB-EMAIL     TO WS-CUR-EMAIL
               MOVE DB-STATUS    TO WS-CUR-STATUS
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INT
               - FUNCTION INTEGER-OF-DATE (DB-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE > WS-SUSPEND-DAYS
                   MOVE 4 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE > 60
                   MOVE 3 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE > 30
                   MOVE 2 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-IX
           END-EVALUATE.
           ADD DB-OPEN-AMOUNT TO WS-CUR-BUCKET (WS-BUCKET-IX)
               WS-CUR-TOTAL.
       FETCH-INVOICE-EXIT-PARA.
           EXIT.
      *> One line per member; the suspension decision is made here,
      *> once the member's whole past-due picture is in.
       MEMBER-BREAK-PARA.
           MOVE SPACES TO DL-ACTION.
           IF WS-CUR-BUCKET (4) > 0
               EVALUATE WS-CUR-STATUS
                   WHEN 'A'
                       PERFORM SUSPEND-MEMBER-PARA
                           THRU SUSPEND-MEMBER-EXIT-PARA
                   WHEN 'S'
                       ADD 1 TO ALREADY-COUNT
                       MOVE 'SUSP' TO DL-ACTION
                   WHEN 'D'
                       MOVE 'DELETED' TO DL-ACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE WS-CUR-MEMBER-ID TO DL-MEMBER-ID.
           MOVE WS-CUR-NAME      TO DL-NAME.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               MOVE SPACE TO DL-BUCKET-GRP (WS-BUCKET-IX)
               MOVE WS-CUR-BUCKET (WS-BUCKET-IX)
                   TO DL-BUCKET (WS-BUCKET-IX)
               ADD WS-CUR-BUCKET (WS-BUCKET-IX)
                   TO WS-GRAND-BUCKET (WS-BUCKET-IX)
           END-PERFORM.
           MOVE WS-CUR-TOTAL TO DL-TOTAL.
           ADD WS-CUR-TOTAL TO WS-GRAND-TOTAL.
           WRITE AGING-RPT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO MEMBERS-LISTED.
           PERFORM CLEAR-MEMBER-PARA THRU CLEAR-MEMBER-EXIT-PARA.
       MEMBER-BREAK-EXIT-PARA.
           EXIT.
       SUSPEND-MEMBER-PARA.
           ACCEPT WS-NS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NS-TIME FROM TIME.
           EXEC SQL
               UPDATE MEMBERS
                   SET STATUS = 'S', CHANGE_STAMP = :WS-NEW-STAMP
                   WHERE MEMBER_ID = :WS-CUR-MEMBER-ID
                     AND STATUS = 'A'
           END-EXEC.
      *> Only audit a change that actually happened - a failed
      *> UPDATE must not leave an AUDITLOG row claiming the member
      *> was suspended.
           IF SQLCODE = 0
               ADD 1 TO SUSPEND-COUNT
               MOVE 'SUSPEND' TO DL-ACTION
               MOVE WS-CUR-NAME  TO WS-AUDIT-NAME-COPY
               MOVE WS-CUR-EMAIL TO WS-AUDIT-EMAIL-COPY
               CALL 'AUDITLOG' USING WS-CUR-MEMBER-ID WS-CUR-NAME
                   WS-CUR-EMAIL WS-AUDIT-NAME-COPY WS-AUDIT-EMAIL-COPY
                   WS-OPERATOR-ID WS-AUDIT-ACTION-SUSP
           ELSE
               ADD 1 TO FAIL-COUNT
               MOVE 'FAILED' TO DL-ACTION
               DISPLAY 'SUSPEND FAILED FOR MEMBER ' WS-CUR-MEMBER-ID
           END-IF.
       SUSPEND-MEMBER-EXIT-PARA.
           EXIT.
       CLEAR-MEMBER-PARA.
           MOVE SPACES TO WS-CUR-MEMBER-ID WS-CUR-NAME WS-CUR-EMAIL
               WS-CUR-STATUS.
           MOVE 0 TO WS-CUR-TOTAL.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               MOVE 0 TO WS-CUR-BUCKET (WS-BUCKET-IX)
           END-PERFORM.
       CLEAR-MEMBER-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               MOVE WS-GRAND-BUCKET (WS-BUCKET-IX)
                   TO GT-BUCKET (WS-BUCKET-IX)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO GT-TOTAL.
           WRITE AGING-RPT-LINE FROM GRAND-TOTAL-LINE.
           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           MOVE 'OPEN INVOICES AGED    :' TO TL-LABEL.
           MOVE ROWS-READ TO TL-VALUE.
           WRITE AGING-RPT-LINE FROM TOTALS-LINE.
           MOVE 'MEMBERS PAST DUE      :' TO TL-LABEL.
           MOVE MEMBERS-LISTED TO TL-VALUE.
           WRITE AGING-RPT-LINE FROM TOTALS-LINE.
           MOVE 'SUSPENDED THIS RUN    :' TO TL-LABEL.
           MOVE SUSPEND-COUNT TO TL-VALUE.
           WRITE AGING-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ALREADY SUSPENDED     :' TO TL-LABEL.
           MOVE ALREADY-COUNT TO TL-VALUE.
           WRITE AGING-RPT-LINE FROM TOTALS-LINE.
           MOVE 'SUSPENSIONS FAILED    :' TO TL-LABEL.
           MOVE FAIL-COUNT TO TL-VALUE.
           WRITE AGING-RPT-LINE FROM TOTALS-LINE.
      *> A suspension that did not take leaves a member over 90
      *> days still active - the run ends RC 8 so it is chased.
           IF FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE AGING-RPT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE AGING-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE AGING-RPT-LINE FROM REPORT-HEADING-1.
           MOVE WS-AS-OF-DATE TO AL-AS-OF-DATE.
           WRITE AGING-RPT-LINE FROM AS-OF-LINE.
           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           WRITE AGING-RPT-LINE FROM REPORT-HEADING-2.
           MOVE 4 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       EXIT-PARA.
           EXIT PROGRAM.
