       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRACCR.
       AUTHOR. QUYENNC

      *> Month-end interest and overdraft-fee accrual for USER-MASTER.
      *> Finance used to work interest on credit balances and fees on
      *> overdrawn ones on a spreadsheet and key the answers into
      *> USRPOST by hand. This program prices every open user from
      *> the ACCRUAL-RATES table - keyed by USER-ROLE, the same key
      *> ROLE-LIMITS uses - and writes the results as a posting file
      *> in USRPOST's layout, HDR and TRL included, so the accrual is
      *> applied, floor-checked, journaled and reconciled through the
      *> normal USRPOST merge like any other batch (the same route
      *> USRPREV's reversals take). Closed users are skipped. The
      *> accrual register shows every user priced: basis balance,
      *> the rate applied and the amount generated, with users whose
      *> role has no rate listed so the table can be put right before
      *> the batch is applied. Run it against the month-end master,
      *> before USRSNAP closes the month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *> One record per role: the annual interest rate paid on a
      *> credit balance, the annual rate charged on an overdrawn
      *> balance, and a flat monthly fee for being overdrawn at all.
           SELECT ACCRUAL-RATES ASSIGN TO ACCRUAL-RATES-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ACCRUAL-RATES.
      *> One posting per user with something to accrue, in USRPOST's
      *> POSTING-FILE record layout with the reason riding in the
      *> filler USRPOST ignores.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTING-OUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-POSTING-OUT-FILE.
           SELECT ACCRUAL-RPT-FILE ASSIGN TO ACCRUAL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ACCRUAL-RPT-FILE.
      *> PARM-FILE carries the lines-per-page override, same
      *> convention as the other reports. Missing card means 60.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> Rates are annual percentages to four places (0012.5000 is
      *> 12.5%); a twelfth is accrued each month.
       FD  ACCRUAL-RATES.
       01  ACCRUAL-RATES-REC.
           05  AR-ROLE           PIC X(10).
           05  FILLER            PIC X(01).
           05  AR-INT-RATE       PIC 9(02)V9(04).
           05  FILLER            PIC X(01).
           05  AR-OD-RATE        PIC 9(02)V9(04).
           05  FILLER            PIC X(01).
           05  AR-OD-FEE         PIC 9(05)V99.
           05  FILLER            PIC X(48).
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-USER-ID       PIC 9(05).
           05  FILLER           PIC X(01).
           05  PO-TRANS-TYPE    PIC X(01).
           05  FILLER           PIC X(01).
           05  PO-AMOUNT        PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  PO-REASON        PIC X(20).
           05  FILLER           PIC X(42).
      *> USRPOST's batch-control records, so the accrual file proves
      *> itself the same way a front-office transmission must: HDR
      *> opens it, TRL closes it with the detail count and the hash
      *> total of the amounts.
       01  POSTING-CTL-REC.
           05  PC-REC-ID        PIC X(03).
           05  FILLER           PIC X(01).
           05  PC-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  PC-HASH-TOTAL    PIC 9(11)V99.
           05  FILLER           PIC X(55).
       FD  ACCRUAL-RPT-FILE.
       01  ACCRUAL-RPT-LINE     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(77).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
           88  FS-USER-MASTER-EOF          VALUE '10'.
       01  FS-ACCRUAL-RATES    PIC X(02)  VALUE SPACES.
           88  FS-ACCRUAL-RATES-OK         VALUE '00'.
           88  FS-ACCRUAL-RATES-EOF        VALUE '10'.
       01  FS-POSTING-OUT-FILE PIC X(02)  VALUE SPACES.
           88  FS-POSTING-OUT-FILE-OK      VALUE '00'.
       01  FS-ACCRUAL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-ACCRUAL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT     PIC 9(02)   VALUE 0.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY RATE-IX.
               10  WS-TBL-ROLE      PIC X(10).
               10  WS-TBL-INT-RATE  PIC 9(02)V9(04).
               10  WS-TBL-OD-RATE   PIC 9(02)V9(04).
               10  WS-TBL-OD-FEE    PIC 9(05)V99.
       01  WS-RATE-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND               VALUE 'Y'.
       01  WS-RATE-APPLIED     PIC 9(02)V9(04) VALUE 0.
       01  WS-ACCRUAL          PIC 9(07)V99 VALUE 0.
       01  WS-REASON-INTEREST  PIC X(20)  VALUE 'MONTH-END INTEREST'.
       01  WS-REASON-FEE       PIC X(20)  VALUE 'OVERDRAFT FEE'.
       01  COUNTERS.
           05  USERS-READ      PIC 9(07).
           05  CLOSED-SKIPPED  PIC 9(07).
           05  ZERO-BALANCE    PIC 9(07).
           05  NO-RATE-COUNT   PIC 9(07).
           05  NIL-ACCRUALS    PIC 9(07).
           05  INTEREST-POSTINGS PIC 9(07).
           05  FEE-POSTINGS    PIC 9(07).
           05  POSTINGS-OUT    PIC 9(07).
       01  WS-USERS-ACCOUNTED  PIC 9(07)  VALUE 0.
       01  WS-TOTAL-INTEREST   PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-FEES       PIC S9(09)V99 VALUE 0.
       01  WS-HASH-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'MONTH-END ACCRUAL REGISTER'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(07) VALUE 'USER'.
           05  FILLER          PIC X(21) VALUE 'NAME'.
           05  FILLER          PIC X(11) VALUE 'ROLE'.
           05  FILLER          PIC X(12) VALUE '  BASIS BAL'.
           05  FILLER          PIC X(08) VALUE 'RATE %'.
           05  FILLER          PIC X(11) VALUE '    AMOUNT'.
           05  FILLER          PIC X(10) VALUE 'ACCRUAL'.
       01  REPORT-DETAIL.
           05  RD-USER-ID      PIC 9(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-USER-NAME    PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-USER-ROLE    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-BASIS-BAL    PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-RATE         PIC Z9.9999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-AMOUNT       PIC ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ACCRUAL-TYPE PIC X(10).
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'USRACCR'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-EXIT-PARA.
           IF WS-ABORT-RUN
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
           OPEN OUTPUT POSTING-OUT-FILE
           IF FS-POSTING-OUT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'POSTING OUT OPEN FAILED: ' FS-POSTING-OUT-FILE
               MOVE 'POSTING-OUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-POSTING-OUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT ACCRUAL-RPT-FILE
           IF FS-ACCRUAL-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'ACCRUAL RPT OPEN FAILED: ' FS-ACCRUAL-RPT-FILE
               MOVE 'ACCRUAL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ACCRUAL-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
      *> Without the rate table every user would price as NO RATE
      *> and the run would generate an empty batch that looks like
      *> a quiet month - so it aborts instead.
       LOAD-RATES-PARA.
           OPEN INPUT ACCRUAL-RATES
           IF FS-ACCRUAL-RATES-OK
               CONTINUE
           ELSE
               DISPLAY 'ACCRUAL RATES OPEN FAILED: ' FS-ACCRUAL-RATES
               MOVE 'ACCRUAL-RATES' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ACCRUAL-RATES
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RATES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-ACCRUAL-RATES-EOF
               READ ACCRUAL-RATES
               AT END
                   CONTINUE
               NOT AT END
                   IF AR-INT-RATE IS NOT NUMERIC
                           OR AR-OD-RATE IS NOT NUMERIC
                           OR AR-OD-FEE IS NOT NUMERIC
                       DISPLAY 'RATE RECORD NOT NUMERIC, ROLE '
                           AR-ROLE ' NOT LOADED'
                   ELSE
                       IF WS-RATE-COUNT < 20
                           ADD 1 TO WS-RATE-COUNT
                           SET RATE-IX TO WS-RATE-COUNT
                           MOVE AR-ROLE TO WS-TBL-ROLE (RATE-IX)
                           MOVE AR-INT-RATE
                               TO WS-TBL-INT-RATE (RATE-IX)
                           MOVE AR-OD-RATE TO WS-TBL-OD-RATE (RATE-IX)
                           MOVE AR-OD-FEE TO WS-TBL-OD-FEE (RATE-IX)
                       ELSE
                           DISPLAY 'RATE TABLE FULL, ROLE '
                               AR-ROLE ' NOT LOADED'
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCRUAL-RATES.
           IF WS-RATE-COUNT = 0
               DISPLAY 'NO ACCRUAL RATES LOADED, ACCRUAL ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       LOAD-RATES-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, USING DEFAULT LPP'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK AND PARM-LINES-PER-PAGE > 0
               MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           MOVE SPACES TO POSTING-CTL-REC.
           MOVE 'HDR' TO PC-REC-ID.
           MOVE 0 TO PC-RECORD-COUNT PC-HASH-TOTAL.
           WRITE POSTING-CTL-REC.
           PERFORM UNTIL FS-USER-MASTER-EOF
               READ USER-MASTER
               AT END
                   IF USERS-READ < 1
                       DISPLAY 'NO USER MASTER RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM ACCRUE-PARA THRU ACCRUE-EXIT-PARA
               END-READ
           END-PERFORM.
      *> The trailer carries what USRPOST's batch-control pass will
      *> prove the file against.
           MOVE SPACES TO POSTING-CTL-REC.
           MOVE 'TRL' TO PC-REC-ID.
           MOVE POSTINGS-OUT TO PC-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO PC-HASH-TOTAL.
           WRITE POSTING-CTL-REC.
       PROCESS-EXIT-PARA.
           EXIT.
      *> The basis is the balance on the month-end master. A credit
      *> balance earns a twelfth of the role's annual interest rate;
      *> an overdrawn balance is charged a twelfth of the role's
      *> overdraft rate on the amount overdrawn plus the flat fee.
      *> An amount that rounds to nothing is registered as NIL and
      *> no posting is written - USRPOST would reject a zero amount.
       ACCRUE-PARA.
           ADD 1 TO USERS-READ.
           IF USER-IS-CLOSED
               ADD 1 TO CLOSED-SKIPPED
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           IF USER-BALANCE = 0
               ADD 1 TO ZERO-BALANCE
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-ACCRUAL WS-RATE-APPLIED.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > WS-RATE-COUNT OR WS-RATE-FOUND
               IF WS-TBL-ROLE (RATE-IX) = USER-ROLE
                   MOVE 'Y' TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-RATE-FOUND
               ADD 1 TO NO-RATE-COUNT
               MOVE 'NO RATE' TO RD-ACCRUAL-TYPE
               PERFORM REPORT-USER-PARA THRU REPORT-USER-EXIT-PARA
               GO TO ACCRUE-EXIT-PARA
           END-IF.
      *> The VARYING steps once more after the match is flagged.
           SET RATE-IX DOWN BY 1.
           IF USER-BALANCE > 0
               MOVE WS-TBL-INT-RATE (RATE-IX) TO WS-RATE-APPLIED
               COMPUTE WS-ACCRUAL ROUNDED =
                   USER-BALANCE * WS-RATE-APPLIED / 1200
           ELSE
               MOVE WS-TBL-OD-RATE (RATE-IX) TO WS-RATE-APPLIED
               COMPUTE WS-ACCRUAL ROUNDED =
                   (0 - USER-BALANCE) * WS-RATE-APPLIED / 1200
                   + WS-TBL-OD-FEE (RATE-IX)
           END-IF.
           IF WS-ACCRUAL = 0
               ADD 1 TO NIL-ACCRUALS
               MOVE 'NIL' TO RD-ACCRUAL-TYPE
               PERFORM REPORT-USER-PARA THRU REPORT-USER-EXIT-PARA
               GO TO ACCRUE-EXIT-PARA
           END-IF.
           MOVE SPACES TO POSTING-OUT-REC.
           MOVE USER-ID TO PO-USER-ID.
           MOVE WS-ACCRUAL TO PO-AMOUNT.
           IF USER-BALANCE > 0
               MOVE 'C' TO PO-TRANS-TYPE
               MOVE WS-REASON-INTEREST TO PO-REASON
               MOVE 'INTEREST' TO RD-ACCRUAL-TYPE
               ADD 1 TO INTEREST-POSTINGS
               ADD WS-ACCRUAL TO WS-TOTAL-INTEREST
           ELSE
               MOVE 'D' TO PO-TRANS-TYPE
               MOVE WS-REASON-FEE TO PO-REASON
               MOVE 'OD FEE' TO RD-ACCRUAL-TYPE
               ADD 1 TO FEE-POSTINGS
               ADD WS-ACCRUAL TO WS-TOTAL-FEES
           END-IF.
           WRITE POSTING-OUT-REC.
           ADD 1 TO POSTINGS-OUT.
           ADD WS-ACCRUAL TO WS-HASH-TOTAL.
           PERFORM REPORT-USER-PARA THRU REPORT-USER-EXIT-PARA.
       ACCRUE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE USER-MASTER POSTING-OUT-FILE ACCRUAL-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       REPORT-USER-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE USER-ID         TO RD-USER-ID.
           MOVE USER-NAME       TO RD-USER-NAME.
           MOVE USER-ROLE       TO RD-USER-ROLE.
           MOVE USER-BALANCE    TO RD-BASIS-BAL.
           MOVE WS-RATE-APPLIED TO RD-RATE.
           MOVE WS-ACCRUAL      TO RD-AMOUNT.
           WRITE ACCRUAL-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       REPORT-USER-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE ACCRUAL-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE ACCRUAL-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE.
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
           MOVE 'USRACCR CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'USERS READ            :' TO CT-LABEL
           MOVE USERS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CLOSED USERS SKIPPED  :' TO CT-LABEL
           MOVE CLOSED-SKIPPED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ZERO BALANCES         :' TO CT-LABEL
           MOVE ZERO-BALANCE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ROLES WITH NO RATE    :' TO CT-LABEL
           MOVE NO-RATE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'NIL ACCRUALS          :' TO CT-LABEL
           MOVE NIL-ACCRUALS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INTEREST POSTINGS     :' TO CT-LABEL
           MOVE INTEREST-POSTINGS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVERDRAFT FEE POSTINGS:' TO CT-LABEL
           MOVE FEE-POSTINGS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'POSTINGS GENERATED    :' TO CT-LABEL
           MOVE POSTINGS-OUT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'INTEREST CREDITED     :' TO CA-LABEL
           MOVE WS-TOTAL-INTEREST TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FEES DEBITED          :' TO CA-LABEL
           MOVE WS-TOTAL-FEES TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every user read must land in exactly one bucket - a user
      *> that fell through unpriced is money finance never sees.
           COMPUTE WS-USERS-ACCOUNTED = CLOSED-SKIPPED + ZERO-BALANCE
               + NO-RATE-COUNT + NIL-ACCRUALS + INTEREST-POSTINGS
               + FEE-POSTINGS.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-USERS-ACCOUNTED = USERS-READ
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
