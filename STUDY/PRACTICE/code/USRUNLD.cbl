       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRUNLD.
       AUTHOR. QUYENNC

      *> Unloads USER-MASTER sequentially to a flat backup dataset
      *> (a GDG generation - see USRBKUP.jcl), EMPUNLD's mold for
      *> the user side. Since USER-MASTER went keyed, USRPOST and
      *> USERMNT update it in place and there is no old master left
      *> behind a run to fall back on - this unload, taken as the
      *> first step of each of those jobs, is the backout. Each user
      *> record goes out as a 'D' (data) record; one 'C' (control)
      *> record carrying the unloaded count and the total of
      *> USER-BALANCE is written last. The backup is then re-read
      *> and the data records recounted and re-added against the
      *> control record - any mismatch ends the run RC 8 so the JCL
      *> COND tests stop the update step from running without a
      *> good backup under it.
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
           SELECT BACKUP-FILE ASSIGN TO BACKUP-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BACKUP-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> 81-byte backup record: a one-byte type ('D' data, 'C'
      *> control) ahead of the 80-byte user record image or the
      *> control totals.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05  BK-REC-TYPE    PIC X(01).
               88  BK-IS-DATA          VALUE 'D'.
               88  BK-IS-CONTROL       VALUE 'C'.
           05  BK-DATA        PIC X(80).
      *> USER-BALANCE's place in the USERDATA image.
           05  BK-USER REDEFINES BK-DATA.
               10  FILLER       PIC X(36).
               10  BK-USER-BALANCE PIC S9(07)V99.
               10  FILLER       PIC X(35).
           05  BK-CTL REDEFINES BK-DATA.
               10  BK-CTL-COUNT PIC 9(07).
               10  FILLER       PIC X(01).
               10  BK-CTL-DATE  PIC 9(08).
               10  BK-CTL-TIME  PIC 9(06).
               10  FILLER       PIC X(01).
               10  BK-CTL-BALANCE PIC S9(11)V99.
               10  FILLER       PIC X(44).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88 FS-USER-MASTER-OK            VALUE '00'.
           88 FS-USER-MASTER-EOF           VALUE '10'.
       01  FS-BACKUP-FILE      PIC X(02)  VALUE SPACES.
           88 FS-BACKUP-FILE-OK            VALUE '00'.
           88 FS-BACKUP-FILE-EOF           VALUE '10'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88 FS-CONTROL-RPT-FILE-OK       VALUE '00'.
       01  COUNTERS.
           05  UNLOAD-COUNT    PIC 9(07).
           05  VERIFY-COUNT    PIC 9(07).
       01  WS-UNLOAD-BALANCE   PIC S9(11)V99 VALUE 0.
       01  WS-VERIFY-BALANCE   PIC S9(11)V99 VALUE 0.
       01  WS-CTL-COUNT        PIC 9(07)  VALUE 0.
       01  WS-CTL-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-UNLOAD-DATE      PIC 9(08)  VALUE 0.
       01  WS-UNLOAD-TIME      PIC 9(06)  VALUE 0.
      *> TIME comes back as HHMMSShh; taken whole so the hours are
      *> not lost off the front, same as EMPAUDIT's stamp.
       01  WS-CLOCK.
           05  WS-CLOCK-HHMMSS PIC 9(06).
           05  WS-CLOCK-HUNDS  PIC 9(02).
       01  WS-CTL-SEEN-SW      PIC X(01)  VALUE 'N'.
           88 WS-CTL-SEEN                  VALUE 'Y'.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88 WS-ABORT-RUN                 VALUE 'Y'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50)  VALUE SPACES.
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER          PIC X(42)  VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32)  VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'USRUNLD'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM UNLOAD-PARA THRU UNLOAD-EXIT-PARA
               PERFORM VERIFY-PARA THRU VERIFY-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-UNLOAD-TIME.
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
      *> RC 8 so the JCL COND tests see the failure - an abort with
      *> RC 0 would let the update step run with no backup under it.
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT BACKUP-FILE
           IF FS-BACKUP-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'BACKUP FILE OPEN FAILED: ' FS-BACKUP-FILE
               MOVE 'BACKUP-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-BACKUP-FILE
               MOVE 'Y' TO WS-ABORT-SW
      *> RC 8 so the JCL COND tests see the failure - an abort with
      *> RC 0 would let the update step run with no backup under it.
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       UNLOAD-PARA.
           PERFORM UNTIL FS-USER-MASTER-EOF
               READ USER-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'D' TO BK-REC-TYPE
                   MOVE USER-MASTER-REC TO BK-DATA
                   WRITE BACKUP-REC
                   ADD 1 TO UNLOAD-COUNT
                   ADD USER-BALANCE OF USER-MASTER-REC
                       TO WS-UNLOAD-BALANCE
               END-READ
           END-PERFORM.
           MOVE 'C' TO BK-REC-TYPE.
           MOVE SPACES TO BK-DATA.
           MOVE UNLOAD-COUNT TO BK-CTL-COUNT.
           MOVE WS-UNLOAD-DATE TO BK-CTL-DATE.
           MOVE WS-UNLOAD-TIME TO BK-CTL-TIME.
           MOVE WS-UNLOAD-BALANCE TO BK-CTL-BALANCE.
           WRITE BACKUP-REC.
           CLOSE BACKUP-FILE.
       UNLOAD-EXIT-PARA.
           EXIT.
      *> Re-reads the backup just written and recounts the data
      *> records, and re-adds their balances, against the control
      *> record - proving the dataset on disk is complete, not just
      *> that the writes were attempted.
       VERIFY-PARA.
           OPEN INPUT BACKUP-FILE
           IF NOT FS-BACKUP-FILE-OK
               DISPLAY 'BACKUP REOPEN FAILED: ' FS-BACKUP-FILE
               MOVE 'BACKUP-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-BACKUP-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO VERIFY-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-BACKUP-FILE-EOF
               READ BACKUP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BK-IS-DATA
                       ADD 1 TO VERIFY-COUNT
                       ADD BK-USER-BALANCE
                           TO WS-VERIFY-BALANCE
                   END-IF
                   IF BK-IS-CONTROL
                       MOVE 'Y' TO WS-CTL-SEEN-SW
                       MOVE BK-CTL-COUNT TO WS-CTL-COUNT
                       MOVE BK-CTL-BALANCE TO WS-CTL-BALANCE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
       VERIFY-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE USER-MASTER.
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
           MOVE 'USRUNLD CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS UNLOADED      :' TO CT-LABEL
           MOVE UNLOAD-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS ON BACKUP     :' TO CT-LABEL
           MOVE VERIFY-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CONTROL RECORD COUNT  :' TO CT-LABEL
           MOVE WS-CTL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BALANCES UNLOADED     :' TO CA-LABEL
           MOVE WS-UNLOAD-BALANCE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BALANCES ON BACKUP    :' TO CA-LABEL
           MOVE WS-VERIFY-BALANCE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VERIFICATION          :' TO RC-LABEL.
           IF WS-CTL-SEEN
                   AND VERIFY-COUNT = WS-CTL-COUNT
                   AND VERIFY-COUNT = UNLOAD-COUNT
                   AND WS-VERIFY-BALANCE = WS-CTL-BALANCE
                   AND WS-VERIFY-BALANCE = WS-UNLOAD-BALANCE
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> RC 8 so the JCL COND tests never let a short backup stand
      *> in for a good one.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
