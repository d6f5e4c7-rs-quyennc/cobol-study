       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRRELD.
       AUTHOR. QUYENNC

      *> Rebuilds USER-MASTER from a backup generation USRUNLD
      *> wrote (see USRREST.jcl - point BACKUP-FILE-DD at the
      *> generation to restore), EMPRELD's mold for the user side.
      *> Only the base cluster is loaded here - USRREST's STEP010
      *> has just deleted and redefined it with no alternate index
      *> yet, so this SELECT deliberately carries no ALTERNATE
      *> RECORD KEY; the USER-NAME index MEMMGMT signs on by is
      *> redefined and BLDINDEXed by STEP030 after this load. The
      *> loaded count and balance total are verified against the
      *> backup's control record - a mismatch, or a backup with no
      *> control record at all, ends the run RC 8 so the JCL COND
      *> tests stop anything from trusting a half-restored master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO BACKUP-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BACKUP-FILE.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           FILE STATUS FS-USER-MASTER.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Same 81-byte record USRUNLD writes: type byte ahead of the
      *> user record image or the control totals.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05  BK-REC-TYPE    PIC X(01).
               88  BK-IS-DATA          VALUE 'D'.
               88  BK-IS-CONTROL       VALUE 'C'.
           05  BK-DATA        PIC X(80).
           05  BK-CTL REDEFINES BK-DATA.
               10  BK-CTL-COUNT PIC 9(07).
               10  FILLER       PIC X(16).
               10  BK-CTL-BALANCE PIC S9(11)V99.
               10  FILLER       PIC X(44).
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-BACKUP-FILE      PIC X(02)  VALUE SPACES.
           88 FS-BACKUP-FILE-OK            VALUE '00'.
           88 FS-BACKUP-FILE-EOF           VALUE '10'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88 FS-USER-MASTER-OK            VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88 FS-CONTROL-RPT-FILE-OK       VALUE '00'.
       01  COUNTERS.
           05  LOADED-COUNT    PIC 9(07).
           05  LOAD-FAIL-COUNT PIC 9(07).
       01  WS-LOADED-BALANCE   PIC S9(11)V99 VALUE 0.
       01  WS-CTL-COUNT        PIC 9(07)  VALUE 0.
       01  WS-CTL-BALANCE      PIC S9(11)V99 VALUE 0.
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
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'USRRELD'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM RELOAD-PARA THRU RELOAD-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           OPEN INPUT BACKUP-FILE
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
      *> RC 0 would let a half-restored master pass for a clean run.
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT USER-MASTER
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
      *> RC 0 would let a half-restored master pass for a clean run.
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       RELOAD-PARA.
           PERFORM UNTIL FS-BACKUP-FILE-EOF
               READ BACKUP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LOAD-RECORD-PARA THRU LOAD-RECORD-EXIT-PARA
               END-READ
           END-PERFORM.
       RELOAD-EXIT-PARA.
           EXIT.
       LOAD-RECORD-PARA.
           EVALUATE TRUE
               WHEN BK-IS-DATA
                   MOVE BK-DATA TO USER-MASTER-REC
                   WRITE USER-MASTER-REC
                       INVALID KEY
                           ADD 1 TO LOAD-FAIL-COUNT
                           DISPLAY 'LOAD FAILED FOR USER '
                               USER-ID OF USER-MASTER-REC
                               ' STATUS ' FS-USER-MASTER
                       NOT INVALID KEY
                           ADD 1 TO LOADED-COUNT
                           ADD USER-BALANCE OF USER-MASTER-REC
                               TO WS-LOADED-BALANCE
                   END-WRITE
               WHEN BK-IS-CONTROL
                   MOVE 'Y' TO WS-CTL-SEEN-SW
                   MOVE BK-CTL-COUNT TO WS-CTL-COUNT
                   MOVE BK-CTL-BALANCE TO WS-CTL-BALANCE
               WHEN OTHER
                   ADD 1 TO LOAD-FAIL-COUNT
                   DISPLAY 'UNRECOGNISED BACKUP RECORD TYPE '
                       BK-REC-TYPE
           END-EVALUATE.
       LOAD-RECORD-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
           END-IF.
           CLOSE BACKUP-FILE USER-MASTER.
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
           MOVE 'USRRELD CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS LOADED        :' TO CT-LABEL
           MOVE LOADED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS FAILED        :' TO CT-LABEL
           MOVE LOAD-FAIL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CONTROL RECORD COUNT  :' TO CT-LABEL
           MOVE WS-CTL-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BALANCES LOADED       :' TO CA-LABEL
           MOVE WS-LOADED-BALANCE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'CONTROL BALANCE TOTAL :' TO CA-LABEL
           MOVE WS-CTL-BALANCE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VERIFICATION          :' TO RC-LABEL.
           IF WS-CTL-SEEN
                   AND LOADED-COUNT = WS-CTL-COUNT
                   AND LOAD-FAIL-COUNT = 0
                   AND WS-LOADED-BALANCE = WS-CTL-BALANCE
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
      *> RC 8 so the JCL COND tests stop anything downstream from
      *> trusting a half-restored master.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
