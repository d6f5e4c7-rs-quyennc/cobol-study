       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALAPPR.
       AUTHOR. QUYENNC

      *> Second-operator release of held changes. ITEMMNT holds a
      *> price move over its parm percentage and USERMNT holds an
      *> opening balance over its parm amount on the pending file,
      *> stamped with the operator who keyed them. This run reads
      *> the approving operator's decision cards (A to release, R
      *> to reject, one per pending key) and works through the
      *> pending file once:
      *>   - a released price goes to RELEASED-TRANS exactly as it
      *>     was keyed, with the originator and approver filled in,
      *>     for ITEMMNT to pick up in its next run - it still goes
      *>     through every edit and the merge like any other price;
      *>   - a released balance comes out as an OPENING BALANCE
      *>     credit in USRPOST's posting layout, HDR and TRL
      *>     included, stamped with both operators;
      *>   - a rejected change is dropped;
      *>   - anything undecided is carried to the new pending file.
      *> Every decided record goes to the decision log with its
      *> status, approver and date, so who keyed a change and who
      *> let it through are on file together. The operator who
      *> keyed a change can never release or reject it - the card
      *> is refused and the change stays pending - and a run with
      *> no named operator on OPERATOR-ID-DD does not start. A card
      *> is spent on the first pending record with its key; any
      *> later record on the same key stays pending, listed as a
      *> duplicate for the approver to look at.
      *> The pending list shows everything still waiting, with the
      *> ones keyed more than the parm number of business days ago
      *> (shop calendar, via CALDATE) flagged as past the cutoff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO PENDING-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PENDING-FILE.
           SELECT NEW-PENDING-FILE ASSIGN TO NEW-PENDING-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NEW-PENDING-FILE.
      *> One card per decision: request type, pending key, A or R.
           SELECT DECISION-FILE ASSIGN TO DECISION-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DECISION-FILE.
      *> Decided pending records, kept (DISP=MOD) as the history of
      *> who released or rejected what.
           SELECT DECISION-LOG ASSIGN TO DECISION-LOG-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DECISION-LOG.
      *> Released prices in ITEMMNT's transaction layout.
           SELECT RELEASED-TRANS ASSIGN TO RELEASED-TRANS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RELEASED-TRANS.
      *> Released opening balances in USRPOST's POSTING-FILE layout.
           SELECT GEN-POSTING-FILE ASSIGN TO GEN-POSTING-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GEN-POSTING-FILE.
           SELECT RESULT-FILE ASSIGN TO RESULT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RESULT-FILE.
           SELECT PENDING-RPT-FILE ASSIGN TO PENDING-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PENDING-RPT-FILE.
      *> OPERATOR-PARM-FILE carries the approving operator's ID.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
      *> PARM-FILE carries the cutoff in business days and the
      *> lines-per-page override. Missing card means 5 and 60.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY "DUALPEND.cpy".
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-REC      PIC X(200).
       FD  DECISION-FILE.
       01  DECISION-REC.
           05  DC-REQ-TYPE      PIC X(01).
           05  FILLER           PIC X(01).
           05  DC-KEY           PIC X(18).
           05  FILLER           PIC X(01).
           05  DC-DECISION      PIC X(01).
               88  DC-IS-RELEASE          VALUE 'A'.
               88  DC-IS-REJECT           VALUE 'R'.
           05  FILLER           PIC X(58).
       FD  DECISION-LOG.
       01  DECISION-LOG-REC     PIC X(200).
      *> ITEMMNT's TRANS-FILE record: the keyed transaction, then the
      *> originator and approver ITEMMNT stamps on its journal.
       FD  RELEASED-TRANS.
       01  RELEASED-TRANS-REC.
           05  RT-KEYED-TRANS   PIC X(47).
           05  RT-ORIGINATOR    PIC X(10).
           05  RT-APPROVER      PIC X(10).
           05  FILLER           PIC X(13).
       FD  GEN-POSTING-FILE.
       01  GEN-POSTING-REC.
           05  GP-USER-ID       PIC 9(05).
           05  FILLER           PIC X(01).
           05  GP-TRANS-TYPE    PIC X(01).
           05  FILLER           PIC X(01).
           05  GP-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  GP-REASON        PIC X(20).
           05  FILLER           PIC X(01).
           05  GP-ORIGINATOR    PIC X(10).
           05  FILLER           PIC X(01).
           05  GP-APPROVER      PIC X(10).
           05  FILLER           PIC X(20).
       01  GEN-POSTING-CTL-REC.
           05  GC-REC-ID        PIC X(03).
           05  FILLER           PIC X(01).
           05  GC-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  GC-HASH-TOTAL    PIC 9(11)V99.
           05  FILLER           PIC X(55).
       FD  RESULT-FILE.
       01  RESULT-FILE-REC.
           05  RS-REQ-TYPE      PIC X(01).
           05  FILLER           PIC X(01).
           05  RS-KEY           PIC X(18).
           05  FILLER           PIC X(01).
           05  RS-DECISION      PIC X(01).
           05  FILLER           PIC X(01).
           05  RS-RESULT        PIC X(10).
           05  FILLER           PIC X(47).
       FD  PENDING-RPT-FILE.
       01  PENDING-RPT-LINE     PIC X(80).
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID PIC X(10).
           05  FILLER           PIC X(70).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-CUTOFF-DAYS     PIC X(03).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(73).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PENDING-FILE     PIC X(02)  VALUE SPACES.
           88  FS-PENDING-FILE-OK          VALUE '00'.
           88  FS-PENDING-FILE-EOF         VALUE '10'.
       01  FS-NEW-PENDING-FILE PIC X(02)  VALUE SPACES.
           88  FS-NEW-PENDING-FILE-OK      VALUE '00'.
       01  FS-DECISION-FILE    PIC X(02)  VALUE SPACES.
           88  FS-DECISION-FILE-OK         VALUE '00'.
           88  FS-DECISION-FILE-EOF        VALUE '10'.
       01  FS-DECISION-LOG     PIC X(02)  VALUE SPACES.
           88  FS-DECISION-LOG-OK          VALUE '00'.
           88  FS-DECISION-LOG-NEW         VALUE '05' '35'.
       01  FS-RELEASED-TRANS   PIC X(02)  VALUE SPACES.
           88  FS-RELEASED-TRANS-OK        VALUE '00'.
       01  FS-GEN-POSTING-FILE PIC X(02)  VALUE SPACES.
           88  FS-GEN-POSTING-FILE-OK      VALUE '00'.
       01  FS-RESULT-FILE      PIC X(02)  VALUE SPACES.
           88  FS-RESULT-FILE-OK           VALUE '00'.
       01  FS-PENDING-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-PENDING-RPT-FILE-OK      VALUE '00'.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-APPROVER-ID      PIC X(10)  VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-CUTOFF-DAYS      PIC 9(03)  VALUE 005.
       01  WS-CUTOFF-DATE      PIC 9(08)  VALUE 0.
      *> A balance's pending key is the user id, left in the key.
       01  WS-BALANCE-KEY.
           05  WS-BK-USER-ID   PIC 9(05).
           05  FILLER          PIC X(13).
      *> The approver's decisions, loaded once and looked up by
      *> request type and key as the pending file goes by. A card
      *> that matches no pending record is reported at the end.
       01  WS-DECISION-MAX     PIC 9(04)  VALUE 500.
       01  WS-DECISION-COUNT   PIC 9(04)  VALUE 0.
       01  WS-DX               PIC 9(04)  VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 500 TIMES.
               10  WS-DT-REQ-TYPE  PIC X(01).
               10  WS-DT-KEY       PIC X(18).
               10  WS-DT-DECISION  PIC X(01).
               10  WS-DT-USED-SW   PIC X(01).
                   88  WS-DT-USED          VALUE 'Y'.
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-DECISION-FOUND           VALUE 'Y'.
       01  WS-DUP-KEY-SW       PIC X(01)  VALUE 'N'.
           88  WS-DUP-PENDING-KEY          VALUE 'Y'.
       01  WS-RESULT           PIC X(10)  VALUE SPACES.
       01  WS-PENDING-NOTE     PIC X(17)  VALUE SPACES.
       01  COUNTERS.
           05  PENDING-READ    PIC 9(07).
           05  DECISIONS-READ  PIC 9(07).
           05  PRICES-RELEASED PIC 9(07).
           05  BALANCES-RELEASED PIC 9(07).
           05  CHANGES-REJECTED PIC 9(07).
           05  SAME-OPERATOR   PIC 9(07).
           05  DUPLICATE-PENDING PIC 9(07).
           05  DECISIONS-INVALID PIC 9(07).
           05  DECISIONS-UNMATCHED PIC 9(07).
           05  STILL-PENDING   PIC 9(07).
           05  PAST-CUTOFF     PIC 9(07).
           05  POSTINGS-OUT    PIC 9(07).
       01  WS-PENDING-ACCOUNTED PIC 9(07) VALUE 0.
       01  WS-POSTING-HASH     PIC 9(11)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'CHANGES PENDING APPROVAL'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(02) VALUE 'T'.
           05  FILLER          PIC X(19) VALUE 'KEY'.
           05  FILLER          PIC X(09) VALUE 'KEYED'.
           05  FILLER          PIC X(11) VALUE 'KEYED BY'.
           05  FILLER          PIC X(11) VALUE '       OLD'.
           05  FILLER          PIC X(11) VALUE '       NEW'.
           05  FILLER          PIC X(17) VALUE 'NOTE'.
       01  REPORT-DETAIL.
           05  RD-REQ-TYPE     PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-KEY          PIC X(18).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-KEYED-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ORIGINATOR   PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-OLD-VALUE    PIC ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-NEW-VALUE    PIC ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-NOTE         PIC X(17).
       01  APPROVER-LINE.
           05  FILLER          PIC X(23) VALUE
               'APPROVER              :'.
           05  AL-APPROVER-ID  PIC X(10).
           05  FILLER          PIC X(47) VALUE SPACES.
       01  CUTOFF-LINE.
           05  FILLER          PIC X(23) VALUE
               'CUTOFF DATE           :'.
           05  CO-CUTOFF-DATE  PIC 9(08).
           05  FILLER          PIC X(49) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).
      *> CALDATE's parameter block, for the business-day cutoff.
       01  WS-CAL-PARMS.
           COPY "CALLINK.cpy".

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'DUALAPPR'.

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
           MOVE PENDING-READ TO WS-RT-READ-COUNT.
           COMPUTE WS-RT-WRITE-COUNT = PRICES-RELEASED
               + BALANCES-RELEASED.
           COMPUTE WS-RT-REJECT-COUNT = CHANGES-REJECTED
               + SAME-OPERATOR + DECISIONS-INVALID
               + DECISIONS-UNMATCHED.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-OPERATOR-PARM-PARA
               THRU READ-OPERATOR-PARM-EXIT-PARA.
      *> Dual control means nothing here: without a named approver
      *> the originator check has nothing to compare against.
           IF WS-APPROVER-ID = SPACES OR WS-APPROVER-ID = 'UNKNOWN'
               DISPLAY 'NO APPROVING OPERATOR ON OPERATOR-ID-DD'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           PERFORM CUTOFF-DATE-PARA THRU CUTOFF-DATE-EXIT-PARA.
           OPEN INPUT PENDING-FILE
           IF FS-PENDING-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'PENDING FILE OPEN FAILED: ' FS-PENDING-FILE
               MOVE 'PENDING-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PENDING-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT DECISION-FILE
           IF FS-DECISION-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'DECISION FILE OPEN FAILED: ' FS-DECISION-FILE
               MOVE 'DECISION-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DECISION-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT NEW-PENDING-FILE
           IF FS-NEW-PENDING-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'NEW PENDING OPEN FAILED: ' FS-NEW-PENDING-FILE
               MOVE 'NEW-PENDING-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-NEW-PENDING-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> The decision log is history - extended, or started fresh
      *> the first time.
           OPEN EXTEND DECISION-LOG
           IF FS-DECISION-LOG-NEW
               OPEN OUTPUT DECISION-LOG
           END-IF.
           IF FS-DECISION-LOG-OK
               CONTINUE
           ELSE
               DISPLAY 'DECISION LOG OPEN FAILED: ' FS-DECISION-LOG
               MOVE 'DECISION-LOG' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DECISION-LOG
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT RELEASED-TRANS
           IF FS-RELEASED-TRANS-OK
               CONTINUE
           ELSE
               DISPLAY 'RELEASED TRANS OPEN FAILED: '
                   FS-RELEASED-TRANS
               MOVE 'RELEASED-TRANS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RELEASED-TRANS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT GEN-POSTING-FILE
           IF FS-GEN-POSTING-FILE-OK
               MOVE SPACES TO GEN-POSTING-CTL-REC
               MOVE 'HDR' TO GC-REC-ID
               MOVE 0 TO GC-RECORD-COUNT GC-HASH-TOTAL
               WRITE GEN-POSTING-CTL-REC
           ELSE
               DISPLAY 'GEN POSTING OPEN FAILED: ' FS-GEN-POSTING-FILE
               MOVE 'GEN-POSTING-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-GEN-POSTING-FILE
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
           OPEN OUTPUT PENDING-RPT-FILE
           IF FS-PENDING-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'PENDING RPT OPEN FAILED: ' FS-PENDING-RPT-FILE
               MOVE 'PENDING-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PENDING-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       READ-OPERATOR-PARM-PARA.
           OPEN INPUT OPERATOR-PARM-FILE
           IF FS-OPERATOR-PARM-FILE-OK
               READ OPERATOR-PARM-FILE
               IF FS-OPERATOR-PARM-FILE-OK
                   MOVE PARM-OPERATOR-ID TO WS-APPROVER-ID
               END-IF
               CLOSE OPERATOR-PARM-FILE
           END-IF.
       READ-OPERATOR-PARM-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, CUTOFF IS 5 DAYS'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-CUTOFF-DAYS IS NUMERIC
                   MOVE PARM-CUTOFF-DAYS TO WS-CUTOFF-DAYS
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> A change keyed before the cutoff date has waited longer than
      *> the parm allows. Counted back in business days, so a bank
      *> holiday does not make a change overdue; with no calendar
      *> CALDATE falls back to counting every day.
       CUTOFF-DATE-PARA.
           MOVE 'ADDB' TO CL-FUNCTION.
           MOVE WS-RUN-DATE TO CL-DATE-1.
           COMPUTE CL-DAYS = 0 - WS-CUTOFF-DAYS.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           IF CL-BAD-REQUEST
               MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE CL-DATE-2 TO WS-CUTOFF-DATE
           END-IF.
           IF CL-NO-CALENDAR
               DISPLAY 'CALENDAR NOT AVAILABLE, CUTOFF IN DAYS'
           END-IF.
       CUTOFF-DATE-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-DECISION-FILE-EOF
               READ DECISION-FILE
               AT END
                   IF DECISIONS-READ < 1
                       DISPLAY 'NO DECISIONS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM LOAD-DECISION-PARA
                       THRU LOAD-DECISION-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM UNTIL FS-PENDING-FILE-EOF
               READ PENDING-FILE
               AT END
                   IF PENDING-READ < 1
                       DISPLAY 'NO CHANGES PENDING'
                   END-IF
               NOT AT END
                   PERFORM DECIDE-PARA THRU DECIDE-EXIT-PARA
               END-READ
           END-PERFORM.
      *> A card with no pending record behind it - a mistyped key,
      *> or a change already decided in an earlier run.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DECISION-COUNT
               IF NOT WS-DT-USED (WS-DX)
                   ADD 1 TO DECISIONS-UNMATCHED
                   MOVE SPACES TO RESULT-FILE-REC
                   MOVE WS-DT-REQ-TYPE (WS-DX) TO RS-REQ-TYPE
                   MOVE WS-DT-KEY (WS-DX) TO RS-KEY
                   MOVE WS-DT-DECISION (WS-DX) TO RS-DECISION
                   MOVE 'NO PENDING' TO RS-RESULT
                   WRITE RESULT-FILE-REC
               END-IF
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A card that is not A or R, repeats a key already carded,
      *> or will not fit the table is refused here and never acted
      *> on - the change it names stays pending.
       LOAD-DECISION-PARA.
           ADD 1 TO DECISIONS-READ.
           MOVE SPACES TO WS-RESULT.
           IF NOT DC-IS-RELEASE AND NOT DC-IS-REJECT
               MOVE 'INVALID' TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DECISION-COUNT
                   IF WS-DT-REQ-TYPE (WS-DX) = DC-REQ-TYPE
                           AND WS-DT-KEY (WS-DX) = DC-KEY
                       MOVE 'DUPLICATE' TO WS-RESULT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RESULT = SPACES
                   AND WS-DECISION-COUNT NOT < WS-DECISION-MAX
               MOVE 'TABLE FULL' TO WS-RESULT
           END-IF.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO DECISIONS-INVALID
               MOVE SPACES TO RESULT-FILE-REC
               MOVE DC-REQ-TYPE TO RS-REQ-TYPE
               MOVE DC-KEY TO RS-KEY
               MOVE DC-DECISION TO RS-DECISION
               MOVE WS-RESULT TO RS-RESULT
               WRITE RESULT-FILE-REC
               GO TO LOAD-DECISION-EXIT-PARA
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
           MOVE DC-REQ-TYPE TO WS-DT-REQ-TYPE (WS-DECISION-COUNT).
           MOVE DC-KEY TO WS-DT-KEY (WS-DECISION-COUNT).
           MOVE DC-DECISION TO WS-DT-DECISION (WS-DECISION-COUNT).
           MOVE 'N' TO WS-DT-USED-SW (WS-DECISION-COUNT).
       LOAD-DECISION-EXIT-PARA.
           EXIT.
       DECIDE-PARA.
           ADD 1 TO PENDING-READ.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-DUP-KEY-SW.
      *> A card decides one pending record only. A second record on
      *> the same key finds the card spent and is carried as an
      *> exception, so one A never lets two changes through.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DECISION-COUNT
                   OR WS-DECISION-FOUND
               IF WS-DT-REQ-TYPE (WS-DX) = DP-REQ-TYPE
                       AND WS-DT-KEY (WS-DX) = DP-KEY
                   IF WS-DT-USED (WS-DX)
                       MOVE 'Y' TO WS-DUP-KEY-SW
                   ELSE
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-DECISION-FOUND
               MOVE SPACES TO WS-PENDING-NOTE
               IF WS-DUP-PENDING-KEY
                   ADD 1 TO DUPLICATE-PENDING
                   MOVE 'DUPLICATE PENDING' TO WS-PENDING-NOTE
               END-IF
               PERFORM CARRY-PENDING-PARA THRU CARRY-PENDING-EXIT-PARA
               GO TO DECIDE-EXIT-PARA
           END-IF.
      *> The VARYING stepped once past the entry that matched.
           SUBTRACT 1 FROM WS-DX.
           MOVE 'Y' TO WS-DT-USED-SW (WS-DX).
           MOVE SPACES TO RESULT-FILE-REC.
           MOVE DP-REQ-TYPE TO RS-REQ-TYPE.
           MOVE DP-KEY TO RS-KEY.
           MOVE WS-DT-DECISION (WS-DX) TO RS-DECISION.
      *> Nobody approves their own change.
           IF DP-ORIGINATOR = WS-APPROVER-ID
               ADD 1 TO SAME-OPERATOR
               MOVE 'SAME OPER' TO RS-RESULT
               WRITE RESULT-FILE-REC
               MOVE 'KEYED BY APPROVER' TO WS-PENDING-NOTE
               PERFORM CARRY-PENDING-PARA THRU CARRY-PENDING-EXIT-PARA
               GO TO DECIDE-EXIT-PARA
           END-IF.
           MOVE WS-APPROVER-ID TO DP-APPROVER.
           MOVE WS-RUN-DATE TO DP-DECIDED-DATE.
           IF WS-DT-DECISION (WS-DX) = 'R'
               MOVE 'R' TO DP-STATUS
               ADD 1 TO CHANGES-REJECTED
               MOVE 'REJECTED' TO RS-RESULT
           ELSE
               MOVE 'A' TO DP-STATUS
               MOVE 'RELEASED' TO RS-RESULT
               IF DP-IS-PRICE
                   PERFORM RELEASE-PRICE-PARA
                       THRU RELEASE-PRICE-EXIT-PARA
               ELSE
                   PERFORM RELEASE-BALANCE-PARA
                       THRU RELEASE-BALANCE-EXIT-PARA
               END-IF
           END-IF.
           WRITE RESULT-FILE-REC.
           WRITE DECISION-LOG-REC FROM PENDING-REC.
       DECIDE-EXIT-PARA.
           EXIT.
      *> Back to ITEMMNT as keyed; ITEMMNT sees the approver and does
      *> not hold it a second time.
       RELEASE-PRICE-PARA.
           MOVE SPACES TO RELEASED-TRANS-REC.
           MOVE DP-TRANS TO RT-KEYED-TRANS.
           MOVE DP-ORIGINATOR TO RT-ORIGINATOR.
           MOVE WS-APPROVER-ID TO RT-APPROVER.
           WRITE RELEASED-TRANS-REC.
           ADD 1 TO PRICES-RELEASED.
       RELEASE-PRICE-EXIT-PARA.
           EXIT.
      *> The credit USERMNT would have generated, now carrying both
      *> operators.
       RELEASE-BALANCE-PARA.
           MOVE DP-KEY TO WS-BALANCE-KEY.
           MOVE SPACES TO GEN-POSTING-REC.
           MOVE WS-BK-USER-ID TO GP-USER-ID.
           MOVE 'C' TO GP-TRANS-TYPE.
           MOVE DP-NEW-VALUE TO GP-AMOUNT.
           MOVE 'OPENING BALANCE' TO GP-REASON.
           MOVE DP-ORIGINATOR TO GP-ORIGINATOR.
           MOVE WS-APPROVER-ID TO GP-APPROVER.
           WRITE GEN-POSTING-REC.
           ADD 1 TO BALANCES-RELEASED POSTINGS-OUT.
           ADD DP-NEW-VALUE TO WS-POSTING-HASH.
       RELEASE-BALANCE-EXIT-PARA.
           EXIT.
       CARRY-PENDING-PARA.
           ADD 1 TO STILL-PENDING.
           WRITE NEW-PENDING-REC FROM PENDING-REC.
           IF DP-KEYED-DATE < WS-CUTOFF-DATE
               ADD 1 TO PAST-CUTOFF
               IF WS-PENDING-NOTE = SPACES
                   MOVE 'PAST CUTOFF' TO WS-PENDING-NOTE
               END-IF
           END-IF.
           PERFORM REPORT-PENDING-PARA THRU REPORT-PENDING-EXIT-PARA.
       CARRY-PENDING-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
      *> The trailer proves the generated file to USRPOST's
      *> batch-control pass.
               MOVE SPACES TO GEN-POSTING-CTL-REC
               MOVE 'TRL' TO GC-REC-ID
               MOVE POSTINGS-OUT TO GC-RECORD-COUNT
               MOVE WS-POSTING-HASH TO GC-HASH-TOTAL
               WRITE GEN-POSTING-CTL-REC
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE PENDING-FILE DECISION-FILE NEW-PENDING-FILE
                   DECISION-LOG RELEASED-TRANS GEN-POSTING-FILE
                   RESULT-FILE PENDING-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       REPORT-PENDING-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE DP-REQ-TYPE         TO RD-REQ-TYPE.
           MOVE DP-KEY              TO RD-KEY.
           MOVE DP-KEYED-DATE       TO RD-KEYED-DATE.
           MOVE DP-ORIGINATOR       TO RD-ORIGINATOR.
           MOVE DP-OLD-VALUE        TO RD-OLD-VALUE.
           MOVE DP-NEW-VALUE        TO RD-NEW-VALUE.
           MOVE WS-PENDING-NOTE     TO RD-NOTE.
           WRITE PENDING-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       REPORT-PENDING-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE PENDING-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE PENDING-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO PENDING-RPT-LINE.
           WRITE PENDING-RPT-LINE.
           WRITE PENDING-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO PENDING-RPT-LINE.
           WRITE PENDING-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> An empty list still prints the heading, so it reads as
      *> "nothing waiting" rather than "did not run".
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
           MOVE 'DUALAPPR CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE WS-APPROVER-ID TO AL-APPROVER-ID
           MOVE APPROVER-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE WS-CUTOFF-DATE TO CO-CUTOFF-DATE
           MOVE CUTOFF-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PENDING READ          :' TO CT-LABEL
           MOVE PENDING-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DECISIONS READ        :' TO CT-LABEL
           MOVE DECISIONS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'PRICES RELEASED       :' TO CT-LABEL
           MOVE PRICES-RELEASED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BALANCES RELEASED     :' TO CT-LABEL
           MOVE BALANCES-RELEASED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CHANGES REJECTED      :' TO CT-LABEL
           MOVE CHANGES-REJECTED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STILL PENDING         :' TO CT-LABEL
           MOVE STILL-PENDING TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  PAST CUTOFF         :' TO CT-LABEL
           MOVE PAST-CUTOFF TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  KEYED BY APPROVER   :' TO CT-LABEL
           MOVE SAME-OPERATOR TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  DUPLICATE KEY       :' TO CT-LABEL
           MOVE DUPLICATE-PENDING TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DECISIONS REFUSED     :' TO CT-LABEL
           MOVE DECISIONS-INVALID TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DECISIONS UNMATCHED   :' TO CT-LABEL
           MOVE DECISIONS-UNMATCHED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'POSTINGS GENERATED    :' TO CT-LABEL
           MOVE POSTINGS-OUT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every pending record read is released, rejected or carried.
           COMPUTE WS-PENDING-ACCOUNTED = PRICES-RELEASED
               + BALANCES-RELEASED + CHANGES-REJECTED + STILL-PENDING.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-PENDING-ACCOUNTED = PENDING-READ
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
