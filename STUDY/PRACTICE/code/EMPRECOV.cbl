       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRECOV.
       AUTHOR. QUYENNC

      *> Forward recovery of EMPLOYEE-MASTER to a point in time.
      *> EMPRELD can only put the master back to the last EMPUNLD
      *> backup; everything EMPMAINT applied after it is then gone,
      *> though EMP-AUDIT-FILE still holds the before and after
      *> image of every change. This run does the reload EMPRELD
      *> does - same backup records, same count check against the
      *> control record - and then replays the audit trail forward,
      *> in date and time order, from the moment the backup was
      *> taken up to the date and time on the parm card:
      *>   A - the employee is written from the after-image;
      *>   U - the after-image is laid over the record;
      *>   D - the record is terminated (status T, EMP-TERM-DATE
      *>       the date the termination was logged), as EMPMAINT's
      *>       'D' does - it is not physically removed.
      *> Before a change is replayed the record is checked against
      *> the audit before-image. An add for an employee already on
      *> file, an update or termination for one who is not, or a
      *> record that no longer matches the before-image is a
      *> conflict: it is not applied but listed, with the reason,
      *> for HR to resolve by hand - the master is never guessed
      *> at. EMPPURGE's physical removals are not on the trail, so
      *> a backup older than the last purge brings purged
      *> employees back; run EMPPURGE again after the recovery.
      *> The replay window starts at the unload time EMPUNLD stamps
      *> on the backup's control record; the parm card's from date
      *> and time override it, for a backup written before the
      *> stamp existed. A failed reload, no target on the parm card
      *> or no start point at all ends the run RC 8 with nothing
      *> replayed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO BACKUP-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BACKUP-FILE.
      *> Loaded into a freshly defined base cluster, as EMPRELD does
      *> - no ALTERNATE RECORD KEY here; the EMP-NAME index is
      *> rebuilt by the JCL once the recovery is done.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPLOYEE-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT EMP-AUDIT-FILE ASSIGN TO EMP-AUDIT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EMP-AUDIT-FILE.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-AUDIT ASSIGN TO SORTED-AUDIT-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-AUDIT.
           SELECT CONFLICT-RPT-FILE ASSIGN TO CONFLICT-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONFLICT-RPT-FILE.
      *> PARM-FILE carries the point in time to recover to and, for
      *> an unstamped backup, the point to replay from.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Same 81-byte record EMPUNLD writes: type byte ahead of the
      *> employee record image or the control count and unload
      *> stamp.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05  BK-REC-TYPE    PIC X(01).
               88  BK-IS-DATA          VALUE 'D'.
               88  BK-IS-CONTROL       VALUE 'C'.
           05  BK-DATA        PIC X(80).
           05  BK-CTL REDEFINES BK-DATA.
               10  BK-CTL-COUNT PIC 9(07).
               10  FILLER       PIC X(01).
               10  BK-CTL-DATE  PIC X(08).
               10  BK-CTL-TIME  PIC X(06).
               10  FILLER       PIC X(58).
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
      *> EMPAUDIT's record.
       FD  EMP-AUDIT-FILE.
       01  EMP-AUDIT-REC        PIC X(120).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-LOG-DATE      PIC 9(08).
           05  FILLER           PIC X(01).
           05  SW-LOG-TIME      PIC 9(06).
           05  FILLER           PIC X(105).
      *> EMPAUDIT's record, with the 34-byte images broken out the
      *> way EMPMAINT builds them.
       FD  SORTED-AUDIT.
       01  SORTED-AUDIT-REC.
           05  AU-LOG-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  AU-LOG-TIME       PIC 9(06).
           05  FILLER            PIC X(01).
           05  AU-OPERATOR-ID    PIC X(10).
           05  FILLER            PIC X(01).
           05  AU-TRANS-CODE     PIC X(01).
               88  AU-IS-ADD             VALUE 'A'.
               88  AU-IS-UPDATE          VALUE 'U'.
               88  AU-IS-TERMINATE       VALUE 'D'.
           05  FILLER            PIC X(01).
           05  AU-EMP-ID         PIC X(05).
           05  FILLER            PIC X(01).
           05  AU-OLD-IMAGE      PIC X(34).
           05  FILLER            PIC X(01).
           05  AU-NEW-IMAGE.
               10  AU-NEW-NAME      PIC X(19).
               10  AU-NEW-DEPT      PIC X(04).
               10  AU-NEW-HIRE-DATE PIC X(08).
               10  AU-NEW-PAY-GRADE PIC X(02).
               10  AU-NEW-STATUS    PIC X(01).
           05  FILLER            PIC X(16).
       FD  CONFLICT-RPT-FILE.
       01  CONFLICT-RPT-LINE    PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-TO-DATE         PIC X(08).
           05  FILLER               PIC X(01).
           05  PARM-TO-TIME         PIC X(06).
           05  FILLER               PIC X(01).
           05  PARM-FROM-DATE       PIC X(08).
           05  FILLER               PIC X(01).
           05  PARM-FROM-TIME       PIC X(06).
           05  FILLER               PIC X(49).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-BACKUP-FILE      PIC X(02)  VALUE SPACES.
           88 FS-BACKUP-FILE-OK            VALUE '00'.
           88 FS-BACKUP-FILE-EOF           VALUE '10'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88 FS-EMPLOYEE-MASTER-OK        VALUE '00'.
       01  FS-EMP-AUDIT-FILE   PIC X(02)  VALUE SPACES.
           88 FS-EMP-AUDIT-FILE-OK         VALUE '00'.
       01  FS-SORTED-AUDIT     PIC X(02)  VALUE SPACES.
           88 FS-SORTED-AUDIT-OK           VALUE '00'.
           88 FS-SORTED-AUDIT-EOF          VALUE '10'.
       01  FS-CONFLICT-RPT-FILE PIC X(02) VALUE SPACES.
           88 FS-CONFLICT-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88 FS-PARM-FILE-OK              VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88 FS-CONTROL-RPT-FILE-OK       VALUE '00'.
       01  COUNTERS.
           05  LOADED-COUNT    PIC 9(07).
           05  LOAD-FAIL-COUNT PIC 9(07).
           05  AUDIT-READ      PIC 9(07).
           05  BEFORE-BACKUP   PIC 9(07).
           05  AFTER-TARGET    PIC 9(07).
           05  ADDS-REPLAYED   PIC 9(07).
           05  UPDATES-REPLAYED PIC 9(07).
           05  TERMS-REPLAYED  PIC 9(07).
           05  ADD-CONFLICTS   PIC 9(07).
           05  UPDATE-CONFLICTS PIC 9(07).
           05  TERM-CONFLICTS  PIC 9(07).
           05  UNKNOWN-CODE    PIC 9(07).
       01  WS-CTL-COUNT        PIC 9(07)  VALUE 0.
       01  WS-CTL-SEEN-SW      PIC X(01)  VALUE 'N'.
           88 WS-CTL-SEEN                  VALUE 'Y'.
       01  WS-LOAD-OK-SW       PIC X(01)  VALUE 'N'.
           88 WS-LOAD-OK                   VALUE 'Y'.
      *> The replay window: after the FROM point, up to and
      *> including the TO point. Date and time run together so one
      *> compare places an audit record against either end.
       01  WS-FROM-POINT.
           05  WS-FROM-DATE    PIC 9(08)  VALUE 0.
           05  WS-FROM-TIME    PIC 9(06)  VALUE 0.
       01  WS-TO-POINT.
           05  WS-TO-DATE      PIC 9(08)  VALUE 0.
           05  WS-TO-TIME      PIC 9(06)  VALUE 0.
       01  WS-AUDIT-POINT.
           05  WS-AUDIT-DATE   PIC 9(08)  VALUE 0.
           05  WS-AUDIT-TIME   PIC 9(06)  VALUE 0.
       01  WS-FROM-SOURCE      PIC X(12)  VALUE SPACES.
       01  WS-REPLAY-SW        PIC X(01)  VALUE 'N'.
           88 WS-REPLAY-WANTED             VALUE 'Y'.
      *> The restored record as EMPMAINT would have imaged it, to
      *> hold against the audit before-image.
       01  WS-CUR-IMAGE.
           05 WS-CUR-NAME      PIC X(19).
           05 WS-CUR-DEPT      PIC X(04).
           05 WS-CUR-HIRE-DATE PIC X(08).
           05 WS-CUR-PAY-GRADE PIC X(02).
           05 WS-CUR-STATUS    PIC X(01).
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88 WS-EMP-FOUND                 VALUE 'Y'.
       01  WS-CONFLICT-REASON  PIC X(24)  VALUE SPACES.
       01  WS-AUDIT-ACCOUNTED  PIC 9(07)  VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88 WS-ABORT-RUN                 VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'EMPLOYEE REPLAY CONFLICTS'.
           05  FILLER          PIC X(09) VALUE '  UPTO: '.
           05  RH-TO-DATE      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RH-TO-TIME      PIC 9(06).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(20) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(09) VALUE 'LOGGED'.
           05  FILLER          PIC X(07) VALUE 'AT'.
           05  FILLER          PIC X(03) VALUE 'T'.
           05  FILLER          PIC X(07) VALUE 'EMP'.
           05  FILLER          PIC X(12) VALUE 'OPERATOR'.
           05  FILLER          PIC X(42) VALUE 'CONFLICT'.
       01  REPORT-DETAIL.
           05  RD-LOG-DATE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-LOG-TIME     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-TRANS-CODE   PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-EMP-ID       PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-OPERATOR-ID  PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-REASON       PIC X(24).
           05  FILLER          PIC X(18) VALUE SPACES.
       01  WINDOW-LINE.
           05  WL-LABEL        PIC X(23).
           05  WL-DATE         PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WL-TIME         PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WL-SOURCE       PIC X(12).
           05  FILLER          PIC X(29) VALUE SPACES.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'EMPRECOV'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM RELOAD-PARA THRU RELOAD-EXIT-PARA
               PERFORM START-POINT-PARA THRU START-POINT-EXIT-PARA
           END-IF.
           IF WS-REPLAY-WANTED
               PERFORM SORT-PARA THRU SORT-EXIT-PARA
               PERFORM REPLAY-PARA THRU REPLAY-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
      *> WITH DUPLICATES IN ORDER so changes logged in the same
      *> second replay in the order EMPMAINT applied them.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LOG-DATE SW-LOG-TIME
               WITH DUPLICATES IN ORDER
               USING EMP-AUDIT-FILE
               GIVING SORTED-AUDIT.
       SORT-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
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
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT EMPLOYEE-MASTER
           IF FS-EMPLOYEE-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'MASTER FILE OPEN FAILED: ' FS-EMPLOYEE-MASTER
               MOVE 'EMPLOYEE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EMPLOYEE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT CONFLICT-RPT-FILE
           IF FS-CONFLICT-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'CONFLICT RPT OPEN FAILED: '
                   FS-CONFLICT-RPT-FILE
               MOVE 'CONFLICT-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONFLICT-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> No target, no recovery - replaying "everything" is a
      *> decision for the card, not a default. A target date with no
      *> time means the end of that day.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, NO RECOVERY POINT'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF NOT FS-PARM-FILE-OK OR PARM-TO-DATE IS NOT NUMERIC
               DISPLAY 'NO RECOVERY DATE ON PARM CARD'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               CLOSE PARM-FILE
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           MOVE PARM-TO-DATE TO WS-TO-DATE.
           IF PARM-TO-TIME IS NUMERIC
               MOVE PARM-TO-TIME TO WS-TO-TIME
           ELSE
               MOVE 235959 TO WS-TO-TIME
           END-IF.
           IF PARM-FROM-DATE IS NUMERIC
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               IF PARM-FROM-TIME IS NUMERIC
                   MOVE PARM-FROM-TIME TO WS-FROM-TIME
               END-IF
               MOVE 'PARM CARD' TO WS-FROM-SOURCE
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
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
           IF WS-CTL-SEEN
                   AND LOADED-COUNT = WS-CTL-COUNT
                   AND LOAD-FAIL-COUNT = 0
               MOVE 'Y' TO WS-LOAD-OK-SW
           ELSE
               DISPLAY 'RELOAD DID NOT VERIFY, NOTHING REPLAYED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       RELOAD-EXIT-PARA.
           EXIT.
       LOAD-RECORD-PARA.
           EVALUATE TRUE
               WHEN BK-IS-DATA
                   MOVE BK-DATA TO EMPLOYEE-MASTER-REC
                   WRITE EMPLOYEE-MASTER-REC
                       INVALID KEY
                           ADD 1 TO LOAD-FAIL-COUNT
                           DISPLAY 'LOAD FAILED FOR EMP ' EMP-ID
                               ' STATUS ' FS-EMPLOYEE-MASTER
                       NOT INVALID KEY
                           ADD 1 TO LOADED-COUNT
                   END-WRITE
               WHEN BK-IS-CONTROL
                   MOVE 'Y' TO WS-CTL-SEEN-SW
                   MOVE BK-CTL-COUNT TO WS-CTL-COUNT
      *> The card's from point, when given, wins over the stamp.
                   IF WS-FROM-SOURCE = SPACES
                           AND BK-CTL-DATE IS NUMERIC
                           AND BK-CTL-TIME IS NUMERIC
                       MOVE BK-CTL-DATE TO WS-FROM-DATE
                       MOVE BK-CTL-TIME TO WS-FROM-TIME
                       MOVE 'BACKUP STAMP' TO WS-FROM-SOURCE
                   END-IF
               WHEN OTHER
                   ADD 1 TO LOAD-FAIL-COUNT
                   DISPLAY 'UNRECOGNISED BACKUP RECORD TYPE '
                       BK-REC-TYPE
           END-EVALUATE.
       LOAD-RECORD-EXIT-PARA.
           EXIT.
      *> The master is reopened I-O for the replay - the load ran it
      *> OUTPUT into the empty cluster.
       START-POINT-PARA.
           IF NOT WS-LOAD-OK
               GO TO START-POINT-EXIT-PARA
           END-IF.
           IF WS-FROM-SOURCE = SPACES
               DISPLAY 'BACKUP NOT STAMPED AND NO FROM POINT ON PARM'
               MOVE 8 TO RETURN-CODE
               GO TO START-POINT-EXIT-PARA
           END-IF.
           IF WS-TO-POINT NOT > WS-FROM-POINT
               DISPLAY 'RECOVERY POINT IS NOT AFTER THE BACKUP'
               MOVE 8 TO RETURN-CODE
               GO TO START-POINT-EXIT-PARA
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           OPEN I-O EMPLOYEE-MASTER
           IF NOT FS-EMPLOYEE-MASTER-OK
               DISPLAY 'MASTER FILE REOPEN FAILED: ' FS-EMPLOYEE-MASTER
               MOVE 'EMPLOYEE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO START-POINT-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-REPLAY-SW.
       START-POINT-EXIT-PARA.
           EXIT.
       REPLAY-PARA.
           OPEN INPUT SORTED-AUDIT
           IF NOT FS-SORTED-AUDIT-OK
               DISPLAY 'SORTED AUDIT OPEN FAILED: ' FS-SORTED-AUDIT
               MOVE 'SORTED-AUDIT' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-AUDIT
               MOVE 8 TO RETURN-CODE
               GO TO REPLAY-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-SORTED-AUDIT-EOF
               READ SORTED-AUDIT
               AT END
                   IF AUDIT-READ < 1
                       DISPLAY 'NO AUDIT RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM REPLAY-ONE-PARA THRU REPLAY-ONE-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE SORTED-AUDIT.
       REPLAY-EXIT-PARA.
           EXIT.
       REPLAY-ONE-PARA.
           ADD 1 TO AUDIT-READ.
           MOVE AU-LOG-DATE TO WS-AUDIT-DATE.
           MOVE AU-LOG-TIME TO WS-AUDIT-TIME.
      *> Already in the backup.
           IF WS-AUDIT-POINT NOT > WS-FROM-POINT
               ADD 1 TO BEFORE-BACKUP
               GO TO REPLAY-ONE-EXIT-PARA
           END-IF.
      *> Past the point being recovered to - the bad batch, or what
      *> came after it.
           IF WS-AUDIT-POINT > WS-TO-POINT
               ADD 1 TO AFTER-TARGET
               GO TO REPLAY-ONE-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-CONFLICT-REASON.
           MOVE AU-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN AU-IS-ADD
                   PERFORM REPLAY-ADD-PARA THRU REPLAY-ADD-EXIT-PARA
               WHEN AU-IS-UPDATE
                   PERFORM REPLAY-UPDATE-PARA
                       THRU REPLAY-UPDATE-EXIT-PARA
               WHEN AU-IS-TERMINATE
                   PERFORM REPLAY-TERM-PARA THRU REPLAY-TERM-EXIT-PARA
               WHEN OTHER
                   ADD 1 TO UNKNOWN-CODE
                   MOVE 'UNKNOWN TRANS CODE' TO WS-CONFLICT-REASON
           END-EVALUATE.
           IF WS-CONFLICT-REASON NOT = SPACES
               PERFORM REPORT-CONFLICT-PARA
                   THRU REPORT-CONFLICT-EXIT-PARA
           END-IF.
       REPLAY-ONE-EXIT-PARA.
           EXIT.
       REPLAY-ADD-PARA.
           IF WS-EMP-FOUND
               ADD 1 TO ADD-CONFLICTS
               MOVE 'ADD - ALREADY ON FILE' TO WS-CONFLICT-REASON
               GO TO REPLAY-ADD-EXIT-PARA
           END-IF.
           MOVE SPACES           TO EMPLOYEE-MASTER-REC.
           MOVE AU-EMP-ID        TO EMP-ID.
           PERFORM APPLY-IMAGE-PARA THRU APPLY-IMAGE-EXIT-PARA.
           WRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   ADD 1 TO ADD-CONFLICTS
                   MOVE 'ADD - WRITE FAILED' TO WS-CONFLICT-REASON
               NOT INVALID KEY
                   ADD 1 TO ADDS-REPLAYED
           END-WRITE.
       REPLAY-ADD-EXIT-PARA.
           EXIT.
       REPLAY-UPDATE-PARA.
           IF NOT WS-EMP-FOUND
               ADD 1 TO UPDATE-CONFLICTS
               MOVE 'UPDATE - NOT ON FILE' TO WS-CONFLICT-REASON
               GO TO REPLAY-UPDATE-EXIT-PARA
           END-IF.
           PERFORM BUILD-CUR-IMAGE-PARA THRU BUILD-CUR-IMAGE-EXIT-PARA.
           IF WS-CUR-IMAGE NOT = AU-OLD-IMAGE
               ADD 1 TO UPDATE-CONFLICTS
               MOVE 'UPDATE - RECORD DIFFERS' TO WS-CONFLICT-REASON
               GO TO REPLAY-UPDATE-EXIT-PARA
           END-IF.
           PERFORM APPLY-IMAGE-PARA THRU APPLY-IMAGE-EXIT-PARA.
           REWRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   ADD 1 TO UPDATE-CONFLICTS
                   MOVE 'UPDATE - REWRITE FAILED' TO WS-CONFLICT-REASON
               NOT INVALID KEY
                   ADD 1 TO UPDATES-REPLAYED
           END-REWRITE.
       REPLAY-UPDATE-EXIT-PARA.
           EXIT.
      *> EMPMAINT stamps its run date as the termination date; the
      *> date the termination was logged is that same day.
       REPLAY-TERM-PARA.
           IF NOT WS-EMP-FOUND
               ADD 1 TO TERM-CONFLICTS
               MOVE 'TERM - NOT ON FILE' TO WS-CONFLICT-REASON
               GO TO REPLAY-TERM-EXIT-PARA
           END-IF.
           PERFORM BUILD-CUR-IMAGE-PARA THRU BUILD-CUR-IMAGE-EXIT-PARA.
           IF WS-CUR-IMAGE NOT = AU-OLD-IMAGE
               ADD 1 TO TERM-CONFLICTS
               MOVE 'TERM - RECORD DIFFERS' TO WS-CONFLICT-REASON
               GO TO REPLAY-TERM-EXIT-PARA
           END-IF.
           PERFORM APPLY-IMAGE-PARA THRU APPLY-IMAGE-EXIT-PARA.
           MOVE AU-LOG-DATE TO EMP-TERM-DATE.
           REWRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   ADD 1 TO TERM-CONFLICTS
                   MOVE 'TERM - REWRITE FAILED' TO WS-CONFLICT-REASON
               NOT INVALID KEY
                   ADD 1 TO TERMS-REPLAYED
           END-REWRITE.
       REPLAY-TERM-EXIT-PARA.
           EXIT.
       BUILD-CUR-IMAGE-PARA.
           MOVE EMP-NAME      TO WS-CUR-NAME.
           MOVE EMP-DEPT      TO WS-CUR-DEPT.
           MOVE EMP-HIRE-DATE TO WS-CUR-HIRE-DATE.
           MOVE EMP-PAY-GRADE TO WS-CUR-PAY-GRADE.
           MOVE EMP-STATUS    TO WS-CUR-STATUS.
       BUILD-CUR-IMAGE-EXIT-PARA.
           EXIT.
       APPLY-IMAGE-PARA.
           MOVE AU-NEW-NAME      TO EMP-NAME.
           MOVE AU-NEW-DEPT      TO EMP-DEPT.
           MOVE AU-NEW-HIRE-DATE TO EMP-HIRE-DATE.
           MOVE AU-NEW-PAY-GRADE TO EMP-PAY-GRADE.
           MOVE AU-NEW-STATUS    TO EMP-STATUS.
       APPLY-IMAGE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE BACKUP-FILE EMPLOYEE-MASTER CONFLICT-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       REPORT-CONFLICT-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE AU-LOG-DATE        TO RD-LOG-DATE.
           MOVE AU-LOG-TIME        TO RD-LOG-TIME.
           MOVE AU-TRANS-CODE      TO RD-TRANS-CODE.
           MOVE AU-EMP-ID          TO RD-EMP-ID.
           MOVE AU-OPERATOR-ID     TO RD-OPERATOR-ID.
           MOVE WS-CONFLICT-REASON TO RD-REASON.
           WRITE CONFLICT-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       REPORT-CONFLICT-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TO-DATE TO RH-TO-DATE.
           MOVE WS-TO-TIME TO RH-TO-TIME.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE CONFLICT-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE CONFLICT-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           WRITE CONFLICT-RPT-LINE.
           WRITE CONFLICT-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           WRITE CONFLICT-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
      *> A clean replay still prints the heading, so an empty list
      *> reads as "no conflicts" rather than "did not run".
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
           MOVE 'EMPRECOV CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REPLAY FROM           :' TO WL-LABEL
           MOVE WS-FROM-DATE TO WL-DATE
           MOVE WS-FROM-TIME TO WL-TIME
           MOVE WS-FROM-SOURCE TO WL-SOURCE
           MOVE WINDOW-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'REPLAY UP TO          :' TO WL-LABEL
           MOVE WS-TO-DATE TO WL-DATE
           MOVE WS-TO-TIME TO WL-TIME
           MOVE 'PARM CARD' TO WL-SOURCE
           MOVE WINDOW-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS RESTORED      :' TO CT-LABEL
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
           MOVE 'VERIFICATION          :' TO RC-LABEL.
           IF WS-LOAD-OK
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'AUDIT RECORDS READ    :' TO CT-LABEL
           MOVE AUDIT-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  IN THE BACKUP       :' TO CT-LABEL
           MOVE BEFORE-BACKUP TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  AFTER RECOVERY POINT:' TO CT-LABEL
           MOVE AFTER-TARGET TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ADDS REPLAYED         :' TO CT-LABEL
           MOVE ADDS-REPLAYED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'UPDATES REPLAYED      :' TO CT-LABEL
           MOVE UPDATES-REPLAYED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TERMINATIONS REPLAYED :' TO CT-LABEL
           MOVE TERMS-REPLAYED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'ADD CONFLICTS         :' TO CT-LABEL
           MOVE ADD-CONFLICTS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'UPDATE CONFLICTS      :' TO CT-LABEL
           MOVE UPDATE-CONFLICTS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TERMINATION CONFLICTS :' TO CT-LABEL
           MOVE TERM-CONFLICTS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'UNKNOWN TRANS CODE    :' TO CT-LABEL
           MOVE UNKNOWN-CODE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every audit record read is outside the window, replayed or
      *> listed as a conflict.
           COMPUTE WS-AUDIT-ACCOUNTED = BEFORE-BACKUP + AFTER-TARGET
               + ADDS-REPLAYED + UPDATES-REPLAYED + TERMS-REPLAYED
               + ADD-CONFLICTS + UPDATE-CONFLICTS + TERM-CONFLICTS
               + UNKNOWN-CODE.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-AUDIT-ACCOUNTED = AUDIT-READ
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
