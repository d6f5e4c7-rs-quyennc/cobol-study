       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       AUTHOR. QUYENNC

      *> Shop calendar maintenance. The SHOP-CALENDAR file holds one
      *> record per date - business day, bank holiday or store
      *> closed, the fiscal year, period and week the date falls
      *> in, and the week-end and period-end markers - and every
      *> date-driven job reads it through the CALDATE service. A/U/D
      *> transactions keyed on the date are sorted and applied in
      *> the classic old-master/new-master balance-line style, with
      *> the same edit-first discipline as STOREMNT and HIERMNT; a
      *> new year is loaded as a run of adds, and a bank holiday
      *> announced mid-year is a single update. Because CALDATE
      *> counts business days and cuts weeks and periods straight
      *> off this file, the new calendar is also checked as it goes
      *> out: a date missing between two on file, or a fiscal period
      *> that changes without the last day of the old one marked as
      *> the period-end, is listed on the result report and ends the
      *> run RC 8 so the new file is not swapped in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO CALENDAR-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OLD-MASTER.
           SELECT NEW-MASTER ASSIGN TO NEW-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-MASTER.
      *> One maintenance transaction per date: A (add), U (update)
      *> or D (delete), the date, and for A/U the full day record.
      *> Sorted by date ahead of the merge, keeping same-date
      *> transactions in arrival order.
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
           COPY "CALDAY.cpy".
       FD  NEW-MASTER.
       01  NEW-MASTER-REC       PIC X(80).
       FD  TRANS-FILE.
       01  TRANS-FILE-REC.
           05  TRANS-CODE       PIC X(01).
           05  TRANS-DATE       PIC X(08).
           05  TRANS-DAY-TYPE   PIC X(01).
           05  TRANS-FISCAL-YEAR PIC X(04).
           05  TRANS-FISCAL-PERIOD PIC X(02).
           05  TRANS-FISCAL-WEEK PIC X(02).
           05  TRANS-WEEK-END   PIC X(01).
           05  TRANS-PERIOD-END PIC X(01).
           05  TRANS-DESCRIPTION PIC X(20).
           05  FILLER           PIC X(40).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  FILLER           PIC X(01).
           05  SW-DATE          PIC X(08).
           05  FILLER           PIC X(71).
       FD  SORTED-TRANS.
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE    PIC X(01).
               88  ST-IS-ADD             VALUE 'A'.
               88  ST-IS-UPDATE          VALUE 'U'.
               88  ST-IS-DELETE          VALUE 'D'.
           05  ST-DATE          PIC X(08).
           05  ST-DATE-N REDEFINES ST-DATE PIC 9(08).
           05  ST-DAY-TYPE      PIC X(01).
               88  ST-TYPE-KNOWN         VALUE 'B' 'H' 'C'.
           05  ST-FISCAL-YEAR   PIC X(04).
           05  ST-FISCAL-YEAR-N REDEFINES ST-FISCAL-YEAR PIC 9(04).
           05  ST-FISCAL-PERIOD PIC X(02).
           05  ST-FISCAL-PERIOD-N REDEFINES ST-FISCAL-PERIOD
                                PIC 9(02).
           05  ST-FISCAL-WEEK   PIC X(02).
           05  ST-FISCAL-WEEK-N REDEFINES ST-FISCAL-WEEK PIC 9(02).
           05  ST-WEEK-END      PIC X(01).
               88  ST-WEEK-END-VALID     VALUE 'Y' ' '.
           05  ST-PERIOD-END    PIC X(01).
               88  ST-PERIOD-END-VALID   VALUE 'Y' ' '.
           05  ST-DESCRIPTION   PIC X(20).
           05  FILLER           PIC X(40).
       FD  RESULT-FILE.
       01  RESULT-FILE-REC.
           05  RS-TRANS-CODE    PIC X(01).
           05  FILLER           PIC X(01).
           05  RS-DATE          PIC X(08).
           05  FILLER           PIC X(01).
           05  RS-RESULT        PIC X(09).
           05  FILLER           PIC X(60).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-OLD-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-OLD-MASTER-OK            VALUE '00'.
           88  FS-OLD-MASTER-EOF           VALUE '10'.
       01  FS-NEW-MASTER       PIC X(02)  VALUE SPACES.
           88  FS-NEW-MASTER-OK            VALUE '00'.
       01  FS-TRANS-FILE       PIC X(02)  VALUE SPACES.
           88  FS-TRANS-FILE-OK            VALUE '00'.
       01  FS-SORTED-TRANS     PIC X(02)  VALUE SPACES.
           88  FS-SORTED-TRANS-OK          VALUE '00'.
           88  FS-SORTED-TRANS-EOF         VALUE '10'.
       01  FS-RESULT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-RESULT-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> Balance-line state, as in STOREMNT: the calendar record
      *> being carried, the keys both sides park HIGH-VALUES in at
      *> end of data, and the allocated switch.
       01  WS-CARRY-RECORD.
           COPY "CALDAY.cpy".
       01  WS-MASTER-KEY       PIC X(08)  VALUE SPACES.
       01  WS-TRANS-KEY        PIC X(08)  VALUE SPACES.
       01  WS-ACTIVE-KEY       PIC X(08)  VALUE SPACES.
       01  WS-ALLOCATED-SW     PIC X(01)  VALUE 'N'.
           88  WS-ALLOCATED                VALUE 'Y'.
      *> Field edits for A/U transactions. First failure wins the
      *> result code, same as STOREMNT.
       01  WS-EDIT-FAIL-SW     PIC X(01)  VALUE 'N'.
           88  WS-EDIT-FAILED              VALUE 'Y'.
       01  WS-EDIT-RESULT      PIC X(09)  VALUE SPACES.
       01  WS-EDIT-DATE        PIC 9(08)  VALUE 0.
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY    PIC 9(04).
           05  WS-EDIT-MM      PIC 9(02).
           05  WS-EDIT-DD      PIC 9(02).
      *> The last record written to the new calendar, for the
      *> continuity check on the next one.
       01  WS-LAST-OUT-SW      PIC X(01)  VALUE 'N'.
           88  WS-HAVE-LAST-OUT            VALUE 'Y'.
       01  WS-LAST-OUT-DATE    PIC 9(08)  VALUE 0.
       01  WS-LAST-OUT-YEAR    PIC 9(04)  VALUE 0.
       01  WS-LAST-OUT-PERIOD  PIC 9(02)  VALUE 0.
       01  WS-LAST-OUT-PE      PIC X(01)  VALUE SPACE.
       01  WS-LAST-OUT-INT     PIC 9(07)  VALUE 0.
       01  WS-THIS-INT         PIC 9(07)  VALUE 0.
       01  COUNTERS.
           05  TRANS-COUNT     PIC 9(07).
           05  APPLIED-COUNT   PIC 9(07).
           05  FAILED-COUNT    PIC 9(07).
           05  MASTER-IN-COUNT PIC 9(07).
           05  MASTER-OUT-COUNT PIC 9(07).
           05  GAP-COUNT       PIC 9(07).
           05  UNMARKED-COUNT  PIC 9(07).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'CALMNT'.

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
      *> WITH DUPLICATES IN ORDER so a date's transactions apply in
      *> the order they arrived.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DATE
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
               DISPLAY 'CALENDAR OPEN FAILED: ' FS-OLD-MASTER
               MOVE 'SHOP-CALENDAR' TO WS-ERRLOG-FILE-NAME
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
               MOVE CD-DATE OF OLD-MASTER-REC TO WS-MASTER-KEY
           END-READ.
       READ-MASTER-EXIT-PARA.
           EXIT.
       READ-TRANS-PARA.
           READ SORTED-TRANS
           AT END
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           NOT AT END
               ADD 1 TO TRANS-COUNT
               MOVE ST-DATE TO WS-TRANS-KEY
           END-READ.
       READ-TRANS-EXIT-PARA.
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
                   PERFORM ADD-DAY-PARA THRU ADD-DAY-EXIT-PARA
               WHEN ST-IS-UPDATE
                   PERFORM UPDATE-DAY-PARA THRU UPDATE-DAY-EXIT-PARA
               WHEN ST-IS-DELETE
                   PERFORM DELETE-DAY-PARA THRU DELETE-DAY-EXIT-PARA
               WHEN OTHER
                   MOVE 'BAD CODE' TO WS-EDIT-RESULT
                   PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
           END-EVALUATE.
           PERFORM READ-TRANS-PARA THRU READ-TRANS-EXIT-PARA.
       APPLY-TRANS-EXIT-PARA.
           EXIT.
       ADD-DAY-PARA.
           PERFORM EDIT-FIELDS-PARA THRU EDIT-FIELDS-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-DAY-EXIT-PARA
           END-IF.
           IF WS-ALLOCATED
               MOVE 'DUP KEY' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO ADD-DAY-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-CARRY-RECORD.
           MOVE ST-DATE-N TO CD-DATE OF WS-CARRY-RECORD.
           PERFORM MOVE-FIELDS-PARA THRU MOVE-FIELDS-EXIT-PARA.
           MOVE 'Y' TO WS-ALLOCATED-SW.
           MOVE 'ADDED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       ADD-DAY-EXIT-PARA.
           EXIT.
       UPDATE-DAY-PARA.
           PERFORM EDIT-FIELDS-PARA THRU EDIT-FIELDS-EXIT-PARA.
           IF WS-EDIT-FAILED
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO UPDATE-DAY-EXIT-PARA
           END-IF.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO UPDATE-DAY-EXIT-PARA
           END-IF.
           PERFORM MOVE-FIELDS-PARA THRU MOVE-FIELDS-EXIT-PARA.
           MOVE 'UPDATED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       UPDATE-DAY-EXIT-PARA.
           EXIT.
      *> Only the ends of the calendar should ever be deleted -
      *> a date taken out of the middle shows up as a gap below.
       DELETE-DAY-PARA.
           IF NOT WS-ALLOCATED
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM WRITE-FAILED-PARA THRU WRITE-FAILED-EXIT-PARA
               GO TO DELETE-DAY-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-ALLOCATED-SW.
           MOVE 'DELETED' TO WS-EDIT-RESULT.
           PERFORM WRITE-APPLIED-PARA THRU WRITE-APPLIED-EXIT-PARA.
       DELETE-DAY-EXIT-PARA.
           EXIT.
       MOVE-FIELDS-PARA.
           MOVE ST-DAY-TYPE        TO CD-DAY-TYPE OF WS-CARRY-RECORD.
           MOVE ST-FISCAL-YEAR-N
               TO CD-FISCAL-YEAR OF WS-CARRY-RECORD.
           MOVE ST-FISCAL-PERIOD-N
               TO CD-FISCAL-PERIOD OF WS-CARRY-RECORD.
           MOVE ST-FISCAL-WEEK-N
               TO CD-FISCAL-WEEK OF WS-CARRY-RECORD.
           MOVE ST-WEEK-END        TO CD-WEEK-END OF WS-CARRY-RECORD.
           MOVE ST-PERIOD-END      TO CD-PERIOD-END OF WS-CARRY-RECORD.
           MOVE ST-DESCRIPTION
               TO CD-DESCRIPTION OF WS-CARRY-RECORD.
       MOVE-FIELDS-EXIT-PARA.
           EXIT.
      *> Field-level edits shared by add and update: a real date, a
      *> known day type, a fiscal period of 01-13 (thirteen-period
      *> years are allowed for), a fiscal week of 01-53, and end
      *> markers that are Y or blank.
       EDIT-FIELDS-PARA.
           MOVE 'N' TO WS-EDIT-FAIL-SW.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF ST-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD DATE' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           MOVE ST-DATE-N TO WS-EDIT-DATE.
           IF WS-EDIT-YYYY < 1601
                   OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD DATE' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE) = 0
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD DATE' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF NOT ST-TYPE-KNOWN
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD TYPE' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-FISCAL-YEAR IS NOT NUMERIC
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD YEAR' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-FISCAL-PERIOD IS NOT NUMERIC
                   OR ST-FISCAL-PERIOD-N < 1
                   OR ST-FISCAL-PERIOD-N > 13
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD PERD' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF ST-FISCAL-WEEK IS NOT NUMERIC
                   OR ST-FISCAL-WEEK-N < 1
                   OR ST-FISCAL-WEEK-N > 53
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD WEEK' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
           IF NOT ST-WEEK-END-VALID OR NOT ST-PERIOD-END-VALID
               MOVE 'Y' TO WS-EDIT-FAIL-SW
               MOVE 'BAD FLAG' TO WS-EDIT-RESULT
               GO TO EDIT-FIELDS-EXIT-PARA
           END-IF.
       EDIT-FIELDS-EXIT-PARA.
           EXIT.
      *> Every date that reaches the new calendar is checked against
      *> the one written before it: the next calendar day must
      *> follow, and a change of fiscal period must come straight
      *> after a date marked as the period-end. Either break is
      *> listed against the date it was found at.
       WRITE-SURVIVOR-PARA.
           COMPUTE WS-THIS-INT = FUNCTION INTEGER-OF-DATE
               (CD-DATE OF WS-CARRY-RECORD).
           IF WS-HAVE-LAST-OUT
               IF WS-THIS-INT NOT = WS-LAST-OUT-INT + 1
                   ADD 1 TO GAP-COUNT
                   MOVE SPACES TO RESULT-FILE-REC
                   MOVE CD-DATE OF WS-CARRY-RECORD TO RS-DATE
                   MOVE 'DATE GAP' TO RS-RESULT
                   WRITE RESULT-FILE-REC
               END-IF
               IF (CD-FISCAL-YEAR OF WS-CARRY-RECORD
                           NOT = WS-LAST-OUT-YEAR
                       OR CD-FISCAL-PERIOD OF WS-CARRY-RECORD
                           NOT = WS-LAST-OUT-PERIOD)
                   AND WS-LAST-OUT-PE NOT = 'Y'
                   ADD 1 TO UNMARKED-COUNT
                   MOVE SPACES TO RESULT-FILE-REC
                   MOVE WS-LAST-OUT-DATE TO RS-DATE
                   MOVE 'NO PD END' TO RS-RESULT
                   WRITE RESULT-FILE-REC
               END-IF
           END-IF.
           MOVE 'Y' TO WS-LAST-OUT-SW.
           MOVE WS-THIS-INT TO WS-LAST-OUT-INT.
           MOVE CD-DATE OF WS-CARRY-RECORD TO WS-LAST-OUT-DATE.
           MOVE CD-FISCAL-YEAR OF WS-CARRY-RECORD TO WS-LAST-OUT-YEAR.
           MOVE CD-FISCAL-PERIOD OF WS-CARRY-RECORD
               TO WS-LAST-OUT-PERIOD.
           MOVE CD-PERIOD-END OF WS-CARRY-RECORD TO WS-LAST-OUT-PE.
           WRITE NEW-MASTER-REC FROM WS-CARRY-RECORD.
           ADD 1 TO MASTER-OUT-COUNT.
       WRITE-SURVIVOR-EXIT-PARA.
           EXIT.
       WRITE-FAILED-PARA.
           ADD 1 TO FAILED-COUNT.
           MOVE SPACES TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-DATE        TO RS-DATE.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-FAILED-EXIT-PARA.
           EXIT.
       WRITE-APPLIED-PARA.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO RESULT-FILE-REC.
           MOVE ST-TRANS-CODE  TO RS-TRANS-CODE.
           MOVE ST-DATE        TO RS-DATE.
           MOVE WS-EDIT-RESULT TO RS-RESULT.
           WRITE RESULT-FILE-REC.
       WRITE-APPLIED-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE OLD-MASTER NEW-MASTER SORTED-TRANS RESULT-FILE
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
           MOVE 'CALMNT CONTROL TOTALS' TO CONTROL-RPT-REC
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
           MOVE 'CALENDAR DAYS IN      :' TO CT-LABEL
           MOVE MASTER-IN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CALENDAR DAYS OUT     :' TO CT-LABEL
           MOVE MASTER-OUT-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'MISSING DATES         :' TO CT-LABEL
           MOVE GAP-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'UNMARKED PERIOD ENDS  :' TO CT-LABEL
           MOVE UNMARKED-COUNT TO CT-VALUE
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
      *> A calendar with a hole in it, or a period that never ends,
      *> would give every CALDATE caller wrong answers - the new
      *> file is not to be swapped in behind this run.
           MOVE 'CALENDAR CONTINUITY   :' TO RC-LABEL.
           IF GAP-COUNT = 0 AND UNMARKED-COUNT = 0
               MOVE 'CONTINUOUS' TO RC-RESULT
           ELSE
               MOVE 'BROKEN - SEE RESULTS' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
