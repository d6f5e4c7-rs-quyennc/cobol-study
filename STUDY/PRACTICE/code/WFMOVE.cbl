       IDENTIFICATION DIVISION.
       PROGRAM-ID. WFMOVE.
       AUTHOR. QUYENNC

      *> Monthly workforce movement report by department. EMPMAINT
      *> writes before and after images of every applied add,
      *> update and termination to EMP-AUDIT-FILE through EMPAUDIT;
      *> this program reads that trail for the month and counts,
      *> per DEPT-MASTER department, the hires ('A'), terminations
      *> ('D'), transfers in and out (EMP-DEPT differing between an
      *> update's images) and grade changes. Opening headcount is
      *> last month's closing off the previous headcount snapshot;
      *> closing is opening plus the month's movements, with a
      *> turnover percentage of terminations over the average of
      *> the two. The closing figure is then proved against the
      *> EMPLOYEE-MASTER itself: the master is counted by
      *> department (everyone not terminated - active and inactive
      *> alike are on the books) and any movement logged after the
      *> month ended is backed out of the count, so the report can
      *> be run any day after the close. A department whose two
      *> closings disagree is flagged and the run ends RC 8, the
      *> same convention as USRSNAP's month proof. The master's
      *> closing count is written to a new snapshot generation for
      *> next month's opening. With no usable previous snapshot
      *> (the first run, or a missed month) the opening is worked
      *> back from the master instead and the report says so.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read front to back; only EMP-DEPT and EMP-STATUS matter.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT DEPT-MASTER ASSIGN TO DEPT-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DEPT-MASTER.
      *> The persistent trail EMPAUDIT appends to.
           SELECT EMP-AUDIT-FILE ASSIGN TO EMP-AUDIT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EMP-AUDIT-FILE.
           SELECT PREV-SNAPSHOT ASSIGN TO PREV-SNAPSHOT-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PREV-SNAPSHOT.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SNAPSHOT-FILE.
           SELECT MOVEMENT-RPT-FILE ASSIGN TO MOVEMENT-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-MOVEMENT-RPT-FILE.
      *> PARM-FILE carries the month to report (YYYYMM) and the
      *> lines-per-page override. A missing or blank month means
      *> the month before the run date; a missing page size, 60.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           COPY "EMPREC.cpy".
       FD  DEPT-MASTER.
       01  DEPT-MASTER-REC.
           05  DM-DEPT-ID     PIC X(04).
           05  FILLER         PIC X(01).
           05  DM-DEPT-NAME   PIC X(20).
           05  FILLER         PIC X(01).
           05  DM-MANAGER     PIC X(19).
           05  FILLER         PIC X(35).
      *> EMPAUDIT's record, with the 34-byte images broken out the
      *> way EMPMAINT builds them.
       FD  EMP-AUDIT-FILE.
       01  EMP-AUDIT-REC.
           05  AU-LOG-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  AU-LOG-TIME       PIC 9(06).
           05  FILLER            PIC X(01).
           05  AU-OPERATOR-ID    PIC X(10).
           05  FILLER            PIC X(01).
           05  AU-TRANS-CODE     PIC X(01).
               88  AU-IS-ADD                VALUE 'A'.
               88  AU-IS-UPDATE             VALUE 'U'.
               88  AU-IS-TERMINATION        VALUE 'D'.
           05  FILLER            PIC X(01).
           05  AU-EMP-ID         PIC X(05).
           05  FILLER            PIC X(01).
           05  AU-OLD-IMAGE.
               10  AU-OLD-NAME       PIC X(19).
               10  AU-OLD-DEPT       PIC X(04).
               10  AU-OLD-HIRE-DATE  PIC X(08).
               10  AU-OLD-PAY-GRADE  PIC X(02).
               10  AU-OLD-STATUS     PIC X(01).
                   88  AU-OLD-TERMINATED    VALUE 'T'.
           05  FILLER            PIC X(01).
           05  AU-NEW-IMAGE.
               10  AU-NEW-NAME       PIC X(19).
               10  AU-NEW-DEPT       PIC X(04).
               10  AU-NEW-HIRE-DATE  PIC X(08).
               10  AU-NEW-PAY-GRADE  PIC X(02).
               10  AU-NEW-STATUS     PIC X(01).
                   88  AU-NEW-TERMINATED    VALUE 'T'.
           05  FILLER            PIC X(16).
      *> One record per department per month: the closing
      *> headcount the master proved.
       FD  PREV-SNAPSHOT.
       01  PREV-SNAPSHOT-REC.
           05  PS-PERIOD         PIC 9(06).
           05  FILLER            PIC X(01).
           05  PS-DEPT-ID        PIC X(04).
           05  FILLER            PIC X(01).
           05  PS-HEADCOUNT      PIC 9(05).
           05  FILLER            PIC X(63).
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05  SN-PERIOD         PIC 9(06).
           05  FILLER            PIC X(01).
           05  SN-DEPT-ID        PIC X(04).
           05  FILLER            PIC X(01).
           05  SN-HEADCOUNT      PIC 9(05).
           05  FILLER            PIC X(01).
           05  SN-RUN-DATE       PIC 9(08).
           05  FILLER            PIC X(54).
       FD  MOVEMENT-RPT-FILE.
       01  MOVEMENT-RPT-LINE     PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-PERIOD          PIC 9(06).
           05  FILLER               PIC X(01).
           05  PARM-LINES-PER-PAGE  PIC 9(03).
           05  FILLER               PIC X(70).
       WORKING-STORAGE SECTION.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
           88  FS-EMPLOYEE-MASTER-EOF      VALUE '10'.
       01  FS-DEPT-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-DEPT-MASTER-OK           VALUE '00'.
           88  FS-DEPT-MASTER-EOF          VALUE '10'.
       01  FS-EMP-AUDIT-FILE   PIC X(02)  VALUE SPACES.
           88  FS-EMP-AUDIT-FILE-OK        VALUE '00'.
           88  FS-EMP-AUDIT-FILE-EOF       VALUE '10'.
       01  FS-PREV-SNAPSHOT    PIC X(02)  VALUE SPACES.
           88  FS-PREV-SNAPSHOT-OK         VALUE '00'.
           88  FS-PREV-SNAPSHOT-EOF        VALUE '10'.
       01  FS-SNAPSHOT-FILE    PIC X(02)  VALUE SPACES.
           88  FS-SNAPSHOT-FILE-OK         VALUE '00'.
       01  FS-MOVEMENT-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-MOVEMENT-RPT-FILE-OK     VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
      *> The month being reported, the month before it, and the
      *> last date that can fall inside it - dates compare as
      *> YYYYMMDD, so day 31 bounds every month.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR    PIC 9(04).
           05  WS-PERIOD-MONTH   PIC 9(02).
       01  WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(06).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR     PIC 9(04).
           05  WS-PRIOR-MONTH    PIC 9(02).
       01  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD PIC 9(06).
       01  WS-PERIOD-END       PIC 9(08)  VALUE 0.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR       PIC 9(04).
           05  WS-RUN-MONTH      PIC 9(02).
           05  WS-RUN-DAY        PIC 9(02).
      *> Where the opening headcounts came from.
       01  WS-OPENING-SW       PIC X(01)  VALUE 'D'.
           88  WS-OPENING-FROM-SNAPSHOT    VALUE 'S'.
           88  WS-OPENING-DERIVED          VALUE 'D'.
      *> Every department the run meets - DEPT-MASTER's first, in
      *> its order, then any code found on the master, the trail or
      *> the snapshot that DEPT-MASTER does not know, headed
      *> UNKNOWN the way DEPTRPT heads them.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT  PIC 9(03) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IX.
               10  WS-DT-DEPT-ID     PIC X(04).
               10  WS-DT-DEPT-NAME   PIC X(20).
               10  WS-DT-SNAPSHOT    PIC 9(05).
               10  WS-DT-OPENING     PIC S9(05).
               10  WS-DT-HIRES       PIC 9(05).
               10  WS-DT-TERMS       PIC 9(05).
               10  WS-DT-XFER-IN     PIC 9(05).
               10  WS-DT-XFER-OUT    PIC 9(05).
               10  WS-DT-GRADE-CHG   PIC 9(05).
               10  WS-DT-CLOSING     PIC S9(05).
               10  WS-DT-MASTER      PIC 9(05).
      *> Net headcount change logged after the month ended - backed
      *> out of the master count to get the month-end figure.
               10  WS-DT-LATER-NET   PIC S9(05).
               10  WS-DT-MASTER-CLOSE PIC S9(05).
       01  WS-DEPT-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-DEPT-FOUND               VALUE 'Y'.
       01  WS-LOOKUP-DEPT-ID   PIC X(04)  VALUE SPACES.
      *> The audit record in hand falls in the month (M) or after
      *> it (L); anything earlier is history already reported.
       01  WS-WHEN-SW          PIC X(01)  VALUE SPACES.
           88  WS-IN-PERIOD                VALUE 'M'.
           88  WS-AFTER-PERIOD             VALUE 'L'.
       01  WS-AVERAGE-X2       PIC S9(06) VALUE 0.
       01  WS-TURNOVER         PIC 9(03)V99 VALUE 0.
       01  WS-TOTALS.
           05  WS-TOT-OPENING    PIC S9(07).
           05  WS-TOT-HIRES      PIC 9(07).
           05  WS-TOT-TERMS      PIC 9(07).
           05  WS-TOT-XFER-IN    PIC 9(07).
           05  WS-TOT-XFER-OUT   PIC 9(07).
           05  WS-TOT-GRADE-CHG  PIC 9(07).
           05  WS-TOT-CLOSING    PIC S9(07).
           05  WS-TOT-MASTER-CLOSE PIC S9(07).
       01  COUNTERS.
           05  MASTER-COUNT      PIC 9(07).
           05  ON-BOOKS-COUNT    PIC 9(07).
           05  AUDIT-READ-COUNT  PIC 9(07).
           05  IN-PERIOD-COUNT   PIC 9(07).
           05  AFTER-PERIOD-COUNT PIC 9(07).
           05  SNAPSHOT-READ-COUNT PIC 9(07).
           05  SNAPSHOTS-WRITTEN PIC 9(07).
           05  UNKNOWN-DEPTS     PIC 9(07).
           05  OUT-OF-BALANCE-COUNT PIC 9(07).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(26) VALUE
               'WORKFORCE MOVEMENT REPORT'.
           05  FILLER         PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER         PIC X(08) VALUE 'MONTH: '.
           05  RH-PERIOD      PIC 9(06).
           05  FILLER         PIC X(11) VALUE '  OPENING: '.
           05  RH-OPENING-BASIS PIC X(40).
           05  FILLER         PIC X(15) VALUE SPACES.
       01  REPORT-HEADING-3.
           05  FILLER         PIC X(05) VALUE 'DEPT'.
           05  FILLER         PIC X(17) VALUE 'NAME'.
           05  FILLER         PIC X(06) VALUE ' OPEN'.
           05  FILLER         PIC X(06) VALUE ' HIRE'.
           05  FILLER         PIC X(06) VALUE ' TERM'.
           05  FILLER         PIC X(06) VALUE 'XF-IN'.
           05  FILLER         PIC X(06) VALUE 'XFOUT'.
           05  FILLER         PIC X(06) VALUE 'GRADE'.
           05  FILLER         PIC X(06) VALUE 'CLOSE'.
           05  FILLER         PIC X(07) VALUE ' TURN%'.
           05  FILLER         PIC X(09) VALUE 'MASTER'.
       01  REPORT-DETAIL.
           05  RD-DEPT-ID     PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-DEPT-NAME   PIC X(16).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-OPENING     PIC -ZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-HIRES       PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-TERMS       PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-XFER-IN     PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-XFER-OUT    PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-GRADE-CHG   PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-CLOSING     PIC -ZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-TURNOVER    PIC ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
      *> 'OK' when the master proves the closing; otherwise the
      *> master's own month-end figure, so HR can see the gap.
           05  RD-CHECK       PIC X(04).
           05  RD-MASTER-CLOSE REDEFINES RD-CHECK PIC -ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC -ZZZZZZ9.
           05  FILLER         PIC X(49) VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL       PIC X(23).
           05  RC-RESULT      PIC X(25).
           05  FILLER         PIC X(32) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'WFMOVE'.

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
           MOVE AUDIT-READ-COUNT TO WS-RT-READ-COUNT.
           MOVE SNAPSHOTS-WRITTEN TO WS-RT-WRITE-COUNT.
           MOVE OUT-OF-BALANCE-COUNT TO WS-RT-REJECT-COUNT.
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
           INITIALIZE COUNTERS WS-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           OPEN INPUT EMPLOYEE-MASTER
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
           OPEN INPUT EMP-AUDIT-FILE
           IF FS-EMP-AUDIT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'EMP AUDIT OPEN FAILED: ' FS-EMP-AUDIT-FILE
               MOVE 'EMP-AUDIT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EMP-AUDIT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT SNAPSHOT-FILE
           IF FS-SNAPSHOT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'SNAPSHOT OPEN FAILED: ' FS-SNAPSHOT-FILE
               MOVE 'SNAPSHOT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SNAPSHOT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT MOVEMENT-RPT-FILE
           IF FS-MOVEMENT-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'MOVEMENT RPT OPEN FAILED: '
                   FS-MOVEMENT-RPT-FILE
               MOVE 'MOVEMENT-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-MOVEMENT-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-DEPT-MASTER-PARA
               THRU LOAD-DEPT-MASTER-EXIT-PARA.
           PERFORM LOAD-SNAPSHOT-PARA THRU LOAD-SNAPSHOT-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, REPORTING LAST MONTH'
               GO TO READ-PARM-SET-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-PERIOD IS NUMERIC AND PARM-PERIOD > 0
                   MOVE PARM-PERIOD TO WS-PERIOD-N
               END-IF
               IF PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > 0
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-SET-PARA.
           COMPUTE WS-PERIOD-END = WS-PERIOD-N * 100 + 31.
           IF WS-PERIOD-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
           END-IF.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> A missing DEPT-MASTER only costs the lines their names -
      *> every department met is still counted and proved.
       LOAD-DEPT-MASTER-PARA.
           OPEN INPUT DEPT-MASTER
           IF NOT FS-DEPT-MASTER-OK
               DISPLAY 'DEPT MASTER NOT AVAILABLE, NAMES UNKNOWN'
               GO TO LOAD-DEPT-MASTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-DEPT-MASTER-EOF OR WS-ABORT-RUN
               READ DEPT-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DM-DEPT-ID TO WS-LOOKUP-DEPT-ID
                   PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA
                   IF NOT WS-ABORT-RUN
                       MOVE DM-DEPT-NAME
                           TO WS-DT-DEPT-NAME (DEPT-IX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.
       LOAD-DEPT-MASTER-EXIT-PARA.
           EXIT.
      *> Last month's closing is this month's opening - but only if
      *> the generation handed in really is last month's. Anything
      *> else (none at all, a missed month, a rerun) and the
      *> opening is worked back from the master instead.
       LOAD-SNAPSHOT-PARA.
           OPEN INPUT PREV-SNAPSHOT
           IF NOT FS-PREV-SNAPSHOT-OK
               DISPLAY 'PREVIOUS SNAPSHOT NOT AVAILABLE, '
                   'OPENING DERIVED FROM MASTER'
               GO TO LOAD-SNAPSHOT-EXIT-PARA
           END-IF.
           MOVE 'S' TO WS-OPENING-SW.
           PERFORM UNTIL FS-PREV-SNAPSHOT-EOF OR WS-ABORT-RUN
               READ PREV-SNAPSHOT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO SNAPSHOT-READ-COUNT
                   IF PS-PERIOD NOT = WS-PRIOR-PERIOD-N
                           OR PS-HEADCOUNT IS NOT NUMERIC
                       MOVE 'D' TO WS-OPENING-SW
                   ELSE
                       MOVE PS-DEPT-ID TO WS-LOOKUP-DEPT-ID
                       PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA
                       IF NOT WS-ABORT-RUN
                           MOVE PS-HEADCOUNT
                               TO WS-DT-SNAPSHOT (DEPT-IX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PREV-SNAPSHOT.
           IF SNAPSHOT-READ-COUNT = 0
               MOVE 'D' TO WS-OPENING-SW
           END-IF.
           IF WS-OPENING-DERIVED
               DISPLAY 'PREVIOUS SNAPSHOT NOT FOR MONTH '
                   WS-PRIOR-PERIOD-N ', OPENING DERIVED FROM MASTER'
           END-IF.
       LOAD-SNAPSHOT-EXIT-PARA.
           EXIT.
      *> Finds WS-LOOKUP-DEPT-ID in the department table, adding it
      *> as UNKNOWN when it is not there. A full table aborts the
      *> run rather than report a partial workforce.
       FIND-DEPT-PARA.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-COUNT OR WS-DEPT-FOUND
               IF WS-DT-DEPT-ID (DEPT-IX) = WS-LOOKUP-DEPT-ID
                   MOVE 'Y' TO WS-DEPT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND
               SET DEPT-IX DOWN BY 1
               GO TO FIND-DEPT-EXIT-PARA
           END-IF.
           IF WS-DEPT-COUNT >= 100
               DISPLAY 'DEPT TABLE FULL AT DEPT ' WS-LOOKUP-DEPT-ID
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO FIND-DEPT-EXIT-PARA
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           SET DEPT-IX TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-ENTRY (DEPT-IX).
           MOVE WS-LOOKUP-DEPT-ID TO WS-DT-DEPT-ID (DEPT-IX).
           MOVE 'UNKNOWN' TO WS-DT-DEPT-NAME (DEPT-IX).
       FIND-DEPT-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-EMPLOYEE-MASTER-EOF OR WS-ABORT-RUN
               READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   IF MASTER-COUNT < 1
                       DISPLAY 'NO EMPLOYEE RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM COUNT-MASTER-PARA
                       THRU COUNT-MASTER-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM UNTIL FS-EMP-AUDIT-FILE-EOF OR WS-ABORT-RUN
               READ EMP-AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM AUDIT-PARA THRU AUDIT-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> Terminated records stay on the master until EMPPURGE -
      *> they are off the books and not counted.
       COUNT-MASTER-PARA.
           ADD 1 TO MASTER-COUNT.
           IF EMP-TERMINATED
               GO TO COUNT-MASTER-EXIT-PARA
           END-IF.
           ADD 1 TO ON-BOOKS-COUNT.
           MOVE EMP-DEPT TO WS-LOOKUP-DEPT-ID.
           PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               ADD 1 TO WS-DT-MASTER (DEPT-IX)
           END-IF.
       COUNT-MASTER-EXIT-PARA.
           EXIT.
      *> A movement inside the month is counted on the report; one
      *> after it is only netted, so it can be backed out of the
      *> master count.
       AUDIT-PARA.
           ADD 1 TO AUDIT-READ-COUNT.
           EVALUATE TRUE
               WHEN AU-LOG-DATE IS NOT NUMERIC
                   GO TO AUDIT-EXIT-PARA
               WHEN AU-LOG-DATE (1:6) = WS-PERIOD
                   MOVE 'M' TO WS-WHEN-SW
                   ADD 1 TO IN-PERIOD-COUNT
               WHEN AU-LOG-DATE > WS-PERIOD-END
                   MOVE 'L' TO WS-WHEN-SW
                   ADD 1 TO AFTER-PERIOD-COUNT
               WHEN OTHER
                   GO TO AUDIT-EXIT-PARA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AU-IS-ADD
                   PERFORM HIRE-PARA THRU HIRE-EXIT-PARA
               WHEN AU-IS-TERMINATION
                   IF NOT AU-OLD-TERMINATED
                       PERFORM TERM-PARA THRU TERM-EXIT-PARA
                   END-IF
               WHEN AU-IS-UPDATE
                   PERFORM UPDATE-PARA THRU UPDATE-EXIT-PARA
           END-EVALUATE.
       AUDIT-EXIT-PARA.
           EXIT.
       HIRE-PARA.
           MOVE AU-NEW-DEPT TO WS-LOOKUP-DEPT-ID.
           PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO HIRE-EXIT-PARA
           END-IF.
           IF WS-IN-PERIOD
               ADD 1 TO WS-DT-HIRES (DEPT-IX)
           ELSE
               ADD 1 TO WS-DT-LATER-NET (DEPT-IX)
           END-IF.
       HIRE-EXIT-PARA.
           EXIT.
       TERM-PARA.
           MOVE AU-OLD-DEPT TO WS-LOOKUP-DEPT-ID.
           PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO TERM-EXIT-PARA
           END-IF.
           IF WS-IN-PERIOD
               ADD 1 TO WS-DT-TERMS (DEPT-IX)
           ELSE
               SUBTRACT 1 FROM WS-DT-LATER-NET (DEPT-IX)
           END-IF.
       TERM-EXIT-PARA.
           EXIT.
      *> An update that brings a terminated record back onto the
      *> books is a rehire into the new department. Otherwise a
      *> department change is a transfer out of the old and into
      *> the new, and a grade change is counted where the employee
      *> ended up.
       UPDATE-PARA.
           IF AU-OLD-TERMINATED AND NOT AU-NEW-TERMINATED
               PERFORM HIRE-PARA THRU HIRE-EXIT-PARA
               GO TO UPDATE-EXIT-PARA
           END-IF.
           IF AU-OLD-TERMINATED OR AU-NEW-TERMINATED
               GO TO UPDATE-EXIT-PARA
           END-IF.
           IF AU-OLD-DEPT NOT = AU-NEW-DEPT
               MOVE AU-OLD-DEPT TO WS-LOOKUP-DEPT-ID
               PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA
               IF WS-ABORT-RUN
                   GO TO UPDATE-EXIT-PARA
               END-IF
               IF WS-IN-PERIOD
                   ADD 1 TO WS-DT-XFER-OUT (DEPT-IX)
               ELSE
                   SUBTRACT 1 FROM WS-DT-LATER-NET (DEPT-IX)
               END-IF
               MOVE AU-NEW-DEPT TO WS-LOOKUP-DEPT-ID
               PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA
               IF WS-ABORT-RUN
                   GO TO UPDATE-EXIT-PARA
               END-IF
               IF WS-IN-PERIOD
                   ADD 1 TO WS-DT-XFER-IN (DEPT-IX)
               ELSE
                   ADD 1 TO WS-DT-LATER-NET (DEPT-IX)
               END-IF
           END-IF.
           IF AU-OLD-PAY-GRADE NOT = AU-NEW-PAY-GRADE AND WS-IN-PERIOD
               MOVE AU-NEW-DEPT TO WS-LOOKUP-DEPT-ID
               PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT-PARA
               IF NOT WS-ABORT-RUN
                   ADD 1 TO WS-DT-GRADE-CHG (DEPT-IX)
               END-IF
           END-IF.
       UPDATE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-REPORT-PARA THRU WRITE-REPORT-EXIT-PARA
               CLOSE EMPLOYEE-MASTER EMP-AUDIT-FILE SNAPSHOT-FILE
                     MOVEMENT-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       WRITE-REPORT-PARA.
           IF WS-OPENING-FROM-SNAPSHOT
               MOVE 'LAST MONTH''S CLOSING SNAPSHOT'
                   TO RH-OPENING-BASIS
           ELSE
               MOVE 'DERIVED FROM MASTER - NO PRIOR SNAPSHOT'
                   TO RH-OPENING-BASIS
           END-IF.
           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT-PARA.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-COUNT
               PERFORM DEPT-LINE-PARA THRU DEPT-LINE-EXIT-PARA
           END-PERFORM.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
       WRITE-REPORT-EXIT-PARA.
           EXIT.
      *> Works out one department's month, prints it, and writes
      *> its snapshot record. The snapshot carries the master's
      *> month-end figure, not the movement total, so a month that
      *> did not prove does not carry its error into the next.
       DEPT-LINE-PARA.
           COMPUTE WS-DT-MASTER-CLOSE (DEPT-IX) =
               WS-DT-MASTER (DEPT-IX) - WS-DT-LATER-NET (DEPT-IX).
           IF WS-OPENING-FROM-SNAPSHOT
               MOVE WS-DT-SNAPSHOT (DEPT-IX)
                   TO WS-DT-OPENING (DEPT-IX)
           ELSE
               COMPUTE WS-DT-OPENING (DEPT-IX) =
                   WS-DT-MASTER-CLOSE (DEPT-IX)
                   - WS-DT-HIRES (DEPT-IX) - WS-DT-XFER-IN (DEPT-IX)
                   + WS-DT-TERMS (DEPT-IX) + WS-DT-XFER-OUT (DEPT-IX)
           END-IF.
           COMPUTE WS-DT-CLOSING (DEPT-IX) =
               WS-DT-OPENING (DEPT-IX)
               + WS-DT-HIRES (DEPT-IX) + WS-DT-XFER-IN (DEPT-IX)
               - WS-DT-TERMS (DEPT-IX) - WS-DT-XFER-OUT (DEPT-IX).
      *> A department with nobody at either end of the month and
      *> no movement in it - a DEPT-MASTER entry never staffed -
      *> is left off.
           IF WS-DT-OPENING (DEPT-IX) = 0
                   AND WS-DT-CLOSING (DEPT-IX) = 0
                   AND WS-DT-MASTER-CLOSE (DEPT-IX) = 0
                   AND WS-DT-HIRES (DEPT-IX) = 0
                   AND WS-DT-TERMS (DEPT-IX) = 0
                   AND WS-DT-XFER-IN (DEPT-IX) = 0
                   AND WS-DT-XFER-OUT (DEPT-IX) = 0
                   AND WS-DT-GRADE-CHG (DEPT-IX) = 0
               GO TO DEPT-LINE-EXIT-PARA
           END-IF.
           IF WS-DT-DEPT-NAME (DEPT-IX) = 'UNKNOWN'
               ADD 1 TO UNKNOWN-DEPTS
           END-IF.
           COMPUTE WS-AVERAGE-X2 =
               WS-DT-OPENING (DEPT-IX) + WS-DT-CLOSING (DEPT-IX).
           IF WS-AVERAGE-X2 > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-DT-TERMS (DEPT-IX) * 200 / WS-AVERAGE-X2
           ELSE
               MOVE 0 TO WS-TURNOVER
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE WS-DT-DEPT-ID (DEPT-IX)   TO RD-DEPT-ID.
           MOVE WS-DT-DEPT-NAME (DEPT-IX) TO RD-DEPT-NAME.
           MOVE WS-DT-OPENING (DEPT-IX)   TO RD-OPENING.
           MOVE WS-DT-HIRES (DEPT-IX)     TO RD-HIRES.
           MOVE WS-DT-TERMS (DEPT-IX)     TO RD-TERMS.
           MOVE WS-DT-XFER-IN (DEPT-IX)   TO RD-XFER-IN.
           MOVE WS-DT-XFER-OUT (DEPT-IX)  TO RD-XFER-OUT.
           MOVE WS-DT-GRADE-CHG (DEPT-IX) TO RD-GRADE-CHG.
           MOVE WS-DT-CLOSING (DEPT-IX)   TO RD-CLOSING.
           MOVE WS-TURNOVER               TO RD-TURNOVER.
           IF WS-DT-CLOSING (DEPT-IX) = WS-DT-MASTER-CLOSE (DEPT-IX)
               MOVE '  OK' TO RD-CHECK
           ELSE
               MOVE WS-DT-MASTER-CLOSE (DEPT-IX) TO RD-MASTER-CLOSE
               ADD 1 TO OUT-OF-BALANCE-COUNT
           END-IF.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-DT-OPENING (DEPT-IX)   TO WS-TOT-OPENING.
           ADD WS-DT-HIRES (DEPT-IX)     TO WS-TOT-HIRES.
           ADD WS-DT-TERMS (DEPT-IX)     TO WS-TOT-TERMS.
           ADD WS-DT-XFER-IN (DEPT-IX)   TO WS-TOT-XFER-IN.
           ADD WS-DT-XFER-OUT (DEPT-IX)  TO WS-TOT-XFER-OUT.
           ADD WS-DT-GRADE-CHG (DEPT-IX) TO WS-TOT-GRADE-CHG.
           ADD WS-DT-CLOSING (DEPT-IX)   TO WS-TOT-CLOSING.
           ADD WS-DT-MASTER-CLOSE (DEPT-IX) TO WS-TOT-MASTER-CLOSE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-PERIOD-N             TO SN-PERIOD.
           MOVE WS-DT-DEPT-ID (DEPT-IX) TO SN-DEPT-ID.
           IF WS-DT-MASTER-CLOSE (DEPT-IX) > 0
               MOVE WS-DT-MASTER-CLOSE (DEPT-IX) TO SN-HEADCOUNT
           ELSE
               MOVE 0 TO SN-HEADCOUNT
           END-IF.
           MOVE WS-RUN-DATE             TO SN-RUN-DATE.
           WRITE SNAPSHOT-REC.
           ADD 1 TO SNAPSHOTS-WRITTEN.
       DEPT-LINE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-PERIOD-N TO RH-PERIOD.
           IF WS-PAGE-NO > 1
               WRITE MOVEMENT-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-HEADING-1.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-HEADING-3.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
           MOVE 'TOTL'            TO RD-DEPT-ID.
           MOVE 'ALL DEPARTMENTS' TO RD-DEPT-NAME.
           MOVE WS-TOT-OPENING    TO RD-OPENING.
           MOVE WS-TOT-HIRES      TO RD-HIRES.
           MOVE WS-TOT-TERMS      TO RD-TERMS.
           MOVE WS-TOT-XFER-IN    TO RD-XFER-IN.
           MOVE WS-TOT-XFER-OUT   TO RD-XFER-OUT.
           MOVE WS-TOT-GRADE-CHG  TO RD-GRADE-CHG.
           MOVE WS-TOT-CLOSING    TO RD-CLOSING.
           COMPUTE WS-AVERAGE-X2 = WS-TOT-OPENING + WS-TOT-CLOSING.
           IF WS-AVERAGE-X2 > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-TOT-TERMS * 200 / WS-AVERAGE-X2
           ELSE
               MOVE 0 TO WS-TURNOVER
           END-IF.
           MOVE WS-TURNOVER       TO RD-TURNOVER.
           MOVE SPACES            TO RD-CHECK.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-DETAIL.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE 'EMPLOYEE RECORDS READ :' TO TL-LABEL.
           MOVE MASTER-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ON THE BOOKS TODAY    :' TO TL-LABEL.
           MOVE ON-BOOKS-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'MASTER MONTH-END COUNT:' TO TL-LABEL.
           MOVE WS-TOT-MASTER-CLOSE TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'AUDIT RECORDS READ    :' TO TL-LABEL.
           MOVE AUDIT-READ-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'MOVEMENTS IN MONTH    :' TO TL-LABEL.
           MOVE IN-PERIOD-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'MOVEMENTS BACKED OUT  :' TO TL-LABEL.
           MOVE AFTER-PERIOD-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'UNKNOWN DEPARTMENTS   :' TO TL-LABEL.
           MOVE UNKNOWN-DEPTS TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
           MOVE 'DEPTS OUT OF BALANCE  :' TO TL-LABEL.
           MOVE OUT-OF-BALANCE-COUNT TO TL-VALUE.
           WRITE MOVEMENT-RPT-LINE FROM TOTALS-LINE.
      *> The closing headcount has to be the master's own count,
      *> department by department and in total.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF OUT-OF-BALANCE-COUNT = 0
                   AND WS-TOT-CLOSING = WS-TOT-MASTER-CLOSE
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE MOVEMENT-RPT-LINE FROM RECONCILE-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
