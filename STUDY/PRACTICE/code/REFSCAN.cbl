       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSCAN.
       AUTHOR. QUYENNC

      *> Nightly referential-integrity scan across the masters.
      *> Each master is edited against itself (EMPSCAN, STOREMNT,
      *> USERMNT), but the references between them go stale without
      *> a word - a store closed off STORE-MASTER still on the
      *> cross-reference, an employee terminated but still mapped,
      *> a department or pay grade retired from its reference file
      *> but still held - and until now the first anyone heard of it
      *> was a downstream job rejecting records. This checks every
      *> reference in one pass and prints the broken ones grouped
      *> by relationship, each with its count and the offending
      *> keys:
      *>   1 cross-reference store not on STORE-MASTER
      *>   2 cross-reference employee not on EMPLOYEE-MASTER (an
      *>     'A' mapping adds its own employee, so it is exempt)
      *>   3 cross-reference employee terminated
      *>   4 employee department not on DEPT-MASTER
      *>   5 user role not on ROLE-LIMITS
      *>   6 GRADE-RATE grade held by no employee
      *>   7 employee pay grade not on GRADE-RATE
      *> Terminated employees and closed users are no longer held
      *> to their department, grade or role - nothing downstream
      *> reads them for those. Any broken reference ends the run
      *> RC 8, so EXTUPD stops before EXTXREF and PAYEXTR before the
      *> payroll feed; a reference file that cannot be read ends it
      *> RC 8 too, since every record would otherwise be flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> XREF-FILE is EXTXREF's store-to-employee cross-reference.
           SELECT XREF-FILE ASSIGN TO XREF-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF-FILE.
      *> Kept in SM-STORE-ID sequence by STOREMNT, so the table it
      *> loads can be binary-searched.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
      *> Read in key order for the department and grade checks,
      *> then by key for the cross-reference's employees.
           SELECT EMPLOYEE-MASTER ASSIGN TO INPUT-FILE-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS FS-EMPLOYEE-MASTER.
           SELECT DEPT-MASTER ASSIGN TO DEPT-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DEPT-MASTER.
      *> Must carry the same alternate key as USRPOST's and
      *> MEMMGMT's SELECTs for this file - they describe the same
      *> physical indexed dataset.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
           SELECT ROLE-LIMITS ASSIGN TO ROLE-LIMITS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ROLE-LIMITS.
           SELECT GRADE-RATE-FILE ASSIGN TO GRADE-RATE-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-GRADE-RATE-FILE.
      *> Broken references are sorted by relationship and key so
      *> the report groups them however they were found.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-BREAKS ASSIGN TO SORTED-BREAKS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-BREAKS.
           SELECT SCAN-RPT-FILE ASSIGN TO SCAN-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SCAN-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-STORE-ID    PIC X(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-ID      PIC X(05).
           05  FILLER         PIC X(01).
           05  XR-EMP-NAME    PIC X(19).
           05  FILLER         PIC X(01).
           05  XR-TRANS-CODE  PIC X(01).
               88  XR-ADDS-EMPLOYEE        VALUE 'A'.
           05  FILLER         PIC X(47).
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
           05  FILLER           PIC X(52).
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
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
       FD  ROLE-LIMITS.
       01  ROLE-LIMITS-REC.
           05  RL-ROLE           PIC X(10).
           05  FILLER            PIC X(70).
       FD  GRADE-RATE-FILE.
       01  GRADE-RATE-REC.
           05  GR-PAY-GRADE   PIC X(02).
           05  FILLER         PIC X(78).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-REL-NO      PIC 9(01).
           05  SW-KEY         PIC X(12).
           05  SW-REFERENCE   PIC X(10).
           05  SW-NOTE        PIC X(30).
           05  FILLER         PIC X(27).
       FD  SORTED-BREAKS.
       01  SORTED-BREAKS-REC.
           05  SB-REL-NO      PIC 9(01).
           05  SB-KEY         PIC X(12).
           05  SB-REFERENCE   PIC X(10).
           05  SB-NOTE        PIC X(30).
           05  FILLER         PIC X(27).
       FD  SCAN-RPT-FILE.
       01  SCAN-RPT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-XREF-FILE        PIC X(02)  VALUE SPACES.
           88  FS-XREF-FILE-OK             VALUE '00'.
           88  FS-XREF-FILE-EOF            VALUE '10'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
           88  FS-STORE-MASTER-EOF         VALUE '10'.
       01  FS-EMPLOYEE-MASTER  PIC X(02)  VALUE SPACES.
           88  FS-EMPLOYEE-MASTER-OK       VALUE '00'.
           88  FS-EMPLOYEE-MASTER-EOF      VALUE '10'.
       01  FS-DEPT-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-DEPT-MASTER-OK           VALUE '00'.
           88  FS-DEPT-MASTER-EOF          VALUE '10'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
           88  FS-USER-MASTER-EOF          VALUE '10'.
       01  FS-ROLE-LIMITS      PIC X(02)  VALUE SPACES.
           88  FS-ROLE-LIMITS-OK           VALUE '00'.
           88  FS-ROLE-LIMITS-EOF          VALUE '10'.
       01  FS-GRADE-RATE-FILE  PIC X(02)  VALUE SPACES.
           88  FS-GRADE-RATE-FILE-OK       VALUE '00'.
           88  FS-GRADE-RATE-FILE-EOF      VALUE '10'.
       01  FS-SORTED-BREAKS    PIC X(02)  VALUE SPACES.
           88  FS-SORTED-BREAKS-OK         VALUE '00'.
           88  FS-SORTED-BREAKS-EOF        VALUE '10'.
       01  FS-SCAN-RPT-FILE    PIC X(02)  VALUE SPACES.
           88  FS-SCAN-RPT-FILE-OK         VALUE '00'.

      *> Every store on the master, in store-id sequence, searched
      *> with SEARCH ALL the way REJNOTIF searches it.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT    PIC 9(05)   VALUE 0.
           05  WS-STORE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-STORE-COUNT
                   ASCENDING KEY IS WS-TBL-STORE-ID
                   INDEXED BY STORE-IX.
               10  WS-TBL-STORE-ID     PIC 9(05).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT     PIC 9(03)   VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPT-IX.
               10  WS-TBL-DEPT-ID      PIC X(04).
       01  WS-ROLE-TABLE.
           05  WS-ROLE-COUNT     PIC 9(02)   VALUE 0.
           05  WS-ROLE-ENTRY OCCURS 20 TIMES
                   INDEXED BY ROLE-IX.
               10  WS-TBL-ROLE         PIC X(10).
      *> WS-TBL-GRADE-HELD counts the employees on each grade - a
      *> grade still at zero after the employee pass is held by
      *> nobody.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT    PIC 9(03)   VALUE 0.
           05  WS-GRADE-ENTRY OCCURS 100 TIMES
                   INDEXED BY GRADE-IX.
               10  WS-TBL-PAY-GRADE    PIC X(02).
               10  WS-TBL-GRADE-HELD   PIC 9(07).
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-STORE-ID-N       PIC 9(05)  VALUE 0.
       01  WS-PAY-GRADE-X      PIC X(02)  VALUE SPACES.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.

      *> The relationships in report order, each with its title and
      *> the count of broken references found under it.
       01  WS-REL-TITLES.
           05  FILLER  PIC X(44) VALUE
               'XREF STORE NOT ON STORE-MASTER'.
           05  FILLER  PIC X(44) VALUE
               'XREF EMPLOYEE NOT ON EMPLOYEE-MASTER'.
           05  FILLER  PIC X(44) VALUE
               'XREF EMPLOYEE TERMINATED'.
           05  FILLER  PIC X(44) VALUE
               'EMPLOYEE DEPARTMENT NOT ON DEPT-MASTER'.
           05  FILLER  PIC X(44) VALUE
               'USER ROLE NOT ON ROLE-LIMITS'.
           05  FILLER  PIC X(44) VALUE
               'GRADE-RATE GRADE HELD BY NO EMPLOYEE'.
           05  FILLER  PIC X(44) VALUE
               'EMPLOYEE PAY GRADE NOT ON GRADE-RATE'.
       01  WS-REL-TABLE REDEFINES WS-REL-TITLES.
           05  WS-REL-TITLE    PIC X(44) OCCURS 7 TIMES.
       01  WS-REL-COUNTS.
           05  WS-REL-BROKEN   PIC 9(07) OCCURS 7 TIMES.
       01  WS-REL-SUB          PIC 9(01)  VALUE 0.
       01  WS-CUR-REL-NO       PIC 9(01)  VALUE 0.
       01  WS-SECTION-COUNT    PIC 9(07)  VALUE 0.

       01  COUNTERS.
           05  XREF-READ       PIC 9(07).
           05  EMPLOYEES-READ  PIC 9(07).
           05  USERS-READ      PIC 9(07).
           05  STORES-LOADED   PIC 9(07).
           05  DEPTS-LOADED    PIC 9(07).
           05  ROLES-LOADED    PIC 9(07).
           05  GRADES-LOADED   PIC 9(07).
           05  BROKEN-FOUND    PIC 9(07).
           05  BROKEN-LISTED   PIC 9(07).
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE            PIC 9(08).
       01  REPORT-HEADING-1.
           05  FILLER         PIC X(29) VALUE
               'REFERENTIAL INTEGRITY SCAN'.
           05  FILLER         PIC X(06) VALUE 'DATE: '.
           05  RH-RUN-DATE    PIC 9(08).
           05  FILLER         PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(27) VALUE SPACES.
       01  SECTION-HEADING.
           05  SH-REL-NO      PIC 9(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SH-REL-TITLE   PIC X(44).
           05  FILLER         PIC X(33) VALUE SPACES.
       01  SECTION-COLUMNS.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'KEY'.
           05  FILLER         PIC X(12) VALUE 'REFERENCE'.
           05  FILLER         PIC X(51) VALUE 'DETAIL'.
       01  REPORT-DETAIL.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RD-KEY         PIC X(12).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-REFERENCE   PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-NOTE        PIC X(30).
           05  FILLER         PIC X(21) VALUE SPACES.
       01  SECTION-TOTAL-LINE.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE 'BROKEN REFERENCES:'.
           05  ST-COUNT       PIC ZZZZZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
       01  SUMMARY-LINE.
           05  SL-REL-NO      PIC 9(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SL-REL-TITLE   PIC X(44).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SL-COUNT       PIC ZZZZZZ9.
           05  FILLER         PIC X(24) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL       PIC X(23).
           05  TL-VALUE       PIC ZZZZZZ9.
           05  FILLER         PIC X(50) VALUE SPACES.
       01  RESULT-LINE.
           05  RL-LABEL       PIC X(23).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RL-RESULT      PIC X(30).
           05  FILLER         PIC X(26) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'REFSCAN'.

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
               PERFORM SORT-PARA THRU SORT-EXIT-PARA
           END-IF.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           COMPUTE WS-RT-READ-COUNT =
               XREF-READ + EMPLOYEES-READ + USERS-READ.
           MOVE BROKEN-FOUND TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
      *> The reference files are loaded into tables first; one that
      *> cannot be opened would turn every record into a broken
      *> reference, so the run is abandoned instead.
       OPEN-PARA.
           INITIALIZE COUNTERS WS-REL-COUNTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SCAN-RPT-FILE
           IF NOT FS-SCAN-RPT-FILE-OK
               DISPLAY 'SCAN RPT OPEN FAILED: ' FS-SCAN-RPT-FILE
               MOVE 'SCAN-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SCAN-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-STORES-PARA THRU LOAD-STORES-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-ROLES-PARA THRU LOAD-ROLES-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           PERFORM LOAD-GRADES-PARA THRU LOAD-GRADES-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT FS-EMPLOYEE-MASTER-OK
               DISPLAY 'MASTER FILE OPEN FAILED: ' FS-EMPLOYEE-MASTER
               MOVE 'EMPLOYEE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-EMPLOYEE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT XREF-FILE
           IF NOT FS-XREF-FILE-OK
               DISPLAY 'XREF FILE OPEN FAILED: ' FS-XREF-FILE
               MOVE 'XREF-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-XREF-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT USER-MASTER
           IF NOT FS-USER-MASTER-OK
               DISPLAY 'USER MASTER OPEN FAILED: ' FS-USER-MASTER
               MOVE 'USER-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-USER-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> SEARCH ALL is only honest over a strictly ascending table -
      *> a master out of sequence abandons the run rather than
      *> calling stores missing that are not.
       LOAD-STORES-PARA.
           OPEN INPUT STORE-MASTER
           IF NOT FS-STORE-MASTER-OK
               DISPLAY 'STORE MASTER OPEN FAILED: ' FS-STORE-MASTER
               MOVE 'STORE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STORE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-STORES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-STORE-MASTER-EOF OR WS-ABORT-RUN
               READ STORE-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-STORE-COUNT > 0
                           AND SM-STORE-ID NOT >
                               WS-TBL-STORE-ID (WS-STORE-COUNT)
                       DISPLAY 'STORE MASTER OUT OF SEQUENCE AT '
                           SM-STORE-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-STORE-COUNT >= 5000
                           DISPLAY 'STORE TABLE FULL AT ' SM-STORE-ID
                           MOVE 'Y' TO WS-ABORT-SW
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-STORE-COUNT
                           MOVE SM-STORE-ID
                               TO WS-TBL-STORE-ID (WS-STORE-COUNT)
                           ADD 1 TO STORES-LOADED
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER.
       LOAD-STORES-EXIT-PARA.
           EXIT.
      *> A full table would leave departments unloaded and their
      *> employees wrongly listed - the run stops instead.
       LOAD-DEPTS-PARA.
           OPEN INPUT DEPT-MASTER
           IF NOT FS-DEPT-MASTER-OK
               DISPLAY 'DEPT MASTER OPEN FAILED: ' FS-DEPT-MASTER
               MOVE 'DEPT-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-DEPT-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-DEPTS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-DEPT-MASTER-EOF OR WS-ABORT-RUN
               READ DEPT-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-DEPT-COUNT < 200
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DM-DEPT-ID
                           TO WS-TBL-DEPT-ID (WS-DEPT-COUNT)
                       ADD 1 TO DEPTS-LOADED
                   ELSE
                       DISPLAY 'DEPT TABLE FULL AT ' DM-DEPT-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.
       LOAD-DEPTS-EXIT-PARA.
           EXIT.
       LOAD-ROLES-PARA.
           OPEN INPUT ROLE-LIMITS
           IF NOT FS-ROLE-LIMITS-OK
               DISPLAY 'ROLE LIMITS OPEN FAILED: ' FS-ROLE-LIMITS
               MOVE 'ROLE-LIMITS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-ROLE-LIMITS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ROLES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-ROLE-LIMITS-EOF OR WS-ABORT-RUN
               READ ROLE-LIMITS
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-ROLE-COUNT < 20
                       ADD 1 TO WS-ROLE-COUNT
                       MOVE RL-ROLE TO WS-TBL-ROLE (WS-ROLE-COUNT)
                       ADD 1 TO ROLES-LOADED
                   ELSE
                       DISPLAY 'ROLE TABLE FULL AT ' RL-ROLE
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ROLE-LIMITS.
       LOAD-ROLES-EXIT-PARA.
           EXIT.
       LOAD-GRADES-PARA.
           OPEN INPUT GRADE-RATE-FILE
           IF NOT FS-GRADE-RATE-FILE-OK
               DISPLAY 'GRADE RATE OPEN FAILED: ' FS-GRADE-RATE-FILE
               MOVE 'GRADE-RATE-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-GRADE-RATE-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-GRADES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-GRADE-RATE-FILE-EOF OR WS-ABORT-RUN
               READ GRADE-RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-GRADE-COUNT < 100
                       ADD 1 TO WS-GRADE-COUNT
                       MOVE GR-PAY-GRADE
                           TO WS-TBL-PAY-GRADE (WS-GRADE-COUNT)
                       MOVE 0 TO WS-TBL-GRADE-HELD (WS-GRADE-COUNT)
                       ADD 1 TO GRADES-LOADED
                   ELSE
                       DISPLAY 'GRADE TABLE FULL AT ' GR-PAY-GRADE
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-RATE-FILE.
       LOAD-GRADES-EXIT-PARA.
           EXIT.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REL-NO
               ON ASCENDING KEY SW-KEY
               INPUT PROCEDURE IS SCAN-PARA THRU SCAN-EXIT-PARA
               GIVING SORTED-BREAKS.
       SORT-EXIT-PARA.
           EXIT.
      *> The employee pass runs first, in key order, before the
      *> cross-reference's keyed reads move the file position.
       SCAN-PARA.
           PERFORM UNTIL FS-EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
                   IF NOT EMP-TERMINATED
                       PERFORM CHECK-EMPLOYEE-PARA
                           THRU CHECK-EMPLOYEE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING GRADE-IX FROM 1 BY 1
                   UNTIL GRADE-IX > WS-GRADE-COUNT
               IF WS-TBL-GRADE-HELD (GRADE-IX) = 0
                   MOVE SPACES TO SORT-WORK-REC
                   MOVE 6 TO SW-REL-NO
                   MOVE WS-TBL-PAY-GRADE (GRADE-IX) TO SW-KEY
                   MOVE 'NO ACTIVE EMPLOYEE ON GRADE' TO SW-NOTE
                   PERFORM RELEASE-BREAK-PARA
                       THRU RELEASE-BREAK-EXIT-PARA
               END-IF
           END-PERFORM.
           PERFORM UNTIL FS-XREF-FILE-EOF
               READ XREF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO XREF-READ
                   PERFORM CHECK-XREF-PARA THRU CHECK-XREF-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM UNTIL FS-USER-MASTER-EOF
               READ USER-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO USERS-READ
                   IF NOT USER-IS-CLOSED
                       PERFORM CHECK-USER-PARA
                           THRU CHECK-USER-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
       SCAN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           OPEN INPUT SORTED-BREAKS
           IF NOT FS-SORTED-BREAKS-OK
               DISPLAY 'SORTED BREAKS OPEN FAILED: ' FS-SORTED-BREAKS
               MOVE 'SORTED-BREAKS' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SORTED-BREAKS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-SORTED-BREAKS-EOF
               READ SORTED-BREAKS
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LIST-BREAK-PARA THRU LIST-BREAK-EXIT-PARA
               END-READ
           END-PERFORM.
           IF WS-CUR-REL-NO > 0
               PERFORM SECTION-TOTAL-PARA
                   THRU SECTION-TOTAL-EXIT-PARA
           END-IF.
           CLOSE SORTED-BREAKS.
       PROCESS-EXIT-PARA.
           EXIT.
       LIST-BREAK-PARA.
           ADD 1 TO BROKEN-LISTED.
           IF SB-REL-NO NOT = WS-CUR-REL-NO
               IF WS-CUR-REL-NO > 0
                   PERFORM SECTION-TOTAL-PARA
                       THRU SECTION-TOTAL-EXIT-PARA
               END-IF
               MOVE SB-REL-NO TO WS-CUR-REL-NO
               PERFORM SECTION-HEADING-PARA
                   THRU SECTION-HEADING-EXIT-PARA
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
               PERFORM SECTION-HEADING-PARA
                   THRU SECTION-HEADING-EXIT-PARA
           END-IF.
           MOVE SB-KEY       TO RD-KEY.
           MOVE SB-REFERENCE TO RD-REFERENCE.
           MOVE SB-NOTE      TO RD-NOTE.
           WRITE SCAN-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
       LIST-BREAK-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF FS-SCAN-RPT-FILE-OK
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE SCAN-RPT-FILE
           END-IF.
           IF FS-EMPLOYEE-MASTER-OK OR FS-EMPLOYEE-MASTER-EOF
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF FS-XREF-FILE-OK OR FS-XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.
           IF FS-USER-MASTER-OK OR FS-USER-MASTER-EOF
               CLOSE USER-MASTER
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
      *> Department and grade against their reference tables; the
      *> grade's holder count is what finds the unused grades.
       CHECK-EMPLOYEE-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-COUNT OR WS-FOUND
               IF WS-TBL-DEPT-ID (DEPT-IX) = EMP-DEPT
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE SPACES TO SORT-WORK-REC
               MOVE 4 TO SW-REL-NO
               MOVE EMP-ID   TO SW-KEY
               MOVE EMP-DEPT TO SW-REFERENCE
               MOVE EMP-NAME TO SW-NOTE
               PERFORM RELEASE-BREAK-PARA THRU RELEASE-BREAK-EXIT-PARA
           END-IF.
           MOVE EMP-PAY-GRADE TO WS-PAY-GRADE-X.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING GRADE-IX FROM 1 BY 1
                   UNTIL GRADE-IX > WS-GRADE-COUNT OR WS-FOUND
               IF WS-TBL-PAY-GRADE (GRADE-IX) = WS-PAY-GRADE-X
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-TBL-GRADE-HELD (GRADE-IX)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE SPACES TO SORT-WORK-REC
               MOVE 7 TO SW-REL-NO
               MOVE EMP-ID         TO SW-KEY
               MOVE WS-PAY-GRADE-X TO SW-REFERENCE
               MOVE EMP-NAME       TO SW-NOTE
               PERFORM RELEASE-BREAK-PARA THRU RELEASE-BREAK-EXIT-PARA
           END-IF.
       CHECK-EMPLOYEE-EXIT-PARA.
           EXIT.
      *> The key shown is store/employee - the cross-reference has
      *> one line per store.
       CHECK-XREF-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           IF XR-STORE-ID IS NUMERIC
               MOVE XR-STORE-ID TO WS-STORE-ID-N
               SEARCH ALL WS-STORE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TBL-STORE-ID (STORE-IX) = WS-STORE-ID-N
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT WS-FOUND
               MOVE SPACES TO SORT-WORK-REC
               MOVE 1 TO SW-REL-NO
               STRING XR-STORE-ID '/' XR-EMP-ID
                   DELIMITED BY SIZE INTO SW-KEY
               MOVE XR-STORE-ID TO SW-REFERENCE
               MOVE XR-EMP-NAME TO SW-NOTE
               PERFORM RELEASE-BREAK-PARA THRU RELEASE-BREAK-EXIT-PARA
           END-IF.
           MOVE XR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER KEY IS EMP-ID
               INVALID KEY
                   IF NOT XR-ADDS-EMPLOYEE
                       MOVE SPACES TO SORT-WORK-REC
                       MOVE 2 TO SW-REL-NO
                       STRING XR-STORE-ID '/' XR-EMP-ID
                           DELIMITED BY SIZE INTO SW-KEY
                       MOVE XR-EMP-ID TO SW-REFERENCE
                       MOVE XR-EMP-NAME TO SW-NOTE
                       PERFORM RELEASE-BREAK-PARA
                           THRU RELEASE-BREAK-EXIT-PARA
                   END-IF
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE SPACES TO SORT-WORK-REC
                       MOVE 3 TO SW-REL-NO
                       STRING XR-STORE-ID '/' XR-EMP-ID
                           DELIMITED BY SIZE INTO SW-KEY
                       MOVE XR-EMP-ID TO SW-REFERENCE
                       STRING 'TERMINATED ' EMP-TERM-DATE
                           DELIMITED BY SIZE INTO SW-NOTE
                       PERFORM RELEASE-BREAK-PARA
                           THRU RELEASE-BREAK-EXIT-PARA
                   END-IF
           END-READ.
       CHECK-XREF-EXIT-PARA.
           EXIT.
       CHECK-USER-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING ROLE-IX FROM 1 BY 1
                   UNTIL ROLE-IX > WS-ROLE-COUNT OR WS-FOUND
               IF WS-TBL-ROLE (ROLE-IX) = USER-ROLE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE SPACES TO SORT-WORK-REC
               MOVE 5 TO SW-REL-NO
               MOVE USER-ID   TO SW-KEY
               MOVE USER-ROLE TO SW-REFERENCE
               MOVE USER-NAME TO SW-NOTE
               PERFORM RELEASE-BREAK-PARA THRU RELEASE-BREAK-EXIT-PARA
           END-IF.
       CHECK-USER-EXIT-PARA.
           EXIT.
       RELEASE-BREAK-PARA.
           RELEASE SORT-WORK-REC.
           ADD 1 TO BROKEN-FOUND.
           ADD 1 TO WS-REL-BROKEN (SW-REL-NO).
       RELEASE-BREAK-EXIT-PARA.
           EXIT.
       SECTION-HEADING-PARA.
           IF WS-PAGE-NO = 0 OR WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE WS-CUR-REL-NO TO SH-REL-NO.
           MOVE WS-REL-TITLE (WS-CUR-REL-NO) TO SH-REL-TITLE.
           WRITE SCAN-RPT-LINE FROM SECTION-HEADING.
           WRITE SCAN-RPT-LINE FROM SECTION-COLUMNS.
           ADD 2 TO WS-LINE-COUNT.
       SECTION-HEADING-EXIT-PARA.
           EXIT.
       SECTION-TOTAL-PARA.
           MOVE WS-SECTION-COUNT TO ST-COUNT.
           WRITE SCAN-RPT-LINE FROM SECTION-TOTAL-LINE.
           MOVE SPACES TO SCAN-RPT-LINE.
           WRITE SCAN-RPT-LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-SECTION-COUNT.
       SECTION-TOTAL-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE SCAN-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE SCAN-RPT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO SCAN-RPT-LINE.
           WRITE SCAN-RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
      *> Every relationship is listed with its count, clean ones
      *> included, so the report positively says what was checked.
      *> The counts found during the scan must match the lines the
      *> sort handed back.
       WRITE-TOTALS-PARA.
           IF WS-PAGE-NO = 0 OR WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           MOVE 'BROKEN REFERENCES BY RELATIONSHIP' TO SCAN-RPT-LINE.
           WRITE SCAN-RPT-LINE.
           MOVE SPACES TO SCAN-RPT-LINE.
           WRITE SCAN-RPT-LINE.
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > 7
               MOVE WS-REL-SUB TO SL-REL-NO
               MOVE WS-REL-TITLE (WS-REL-SUB) TO SL-REL-TITLE
               MOVE WS-REL-BROKEN (WS-REL-SUB) TO SL-COUNT
               WRITE SCAN-RPT-LINE FROM SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO SCAN-RPT-LINE.
           WRITE SCAN-RPT-LINE.
           MOVE 'XREF LINES READ       :' TO TL-LABEL.
           MOVE XREF-READ TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'EMPLOYEES READ        :' TO TL-LABEL.
           MOVE EMPLOYEES-READ TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'USERS READ            :' TO TL-LABEL.
           MOVE USERS-READ TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'STORES LOADED         :' TO TL-LABEL.
           MOVE STORES-LOADED TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'DEPARTMENTS LOADED    :' TO TL-LABEL.
           MOVE DEPTS-LOADED TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'ROLES LOADED          :' TO TL-LABEL.
           MOVE ROLES-LOADED TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'GRADES LOADED         :' TO TL-LABEL.
           MOVE GRADES-LOADED TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'BROKEN REFERENCES     :' TO TL-LABEL.
           MOVE BROKEN-FOUND TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'BROKEN LISTED         :' TO TL-LABEL.
           MOVE BROKEN-LISTED TO TL-VALUE.
           WRITE SCAN-RPT-LINE FROM TOTALS-LINE.
           MOVE 'RESULT                :' TO RL-LABEL.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 'NOT SCANNED - SEE CONSOLE' TO RL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN BROKEN-LISTED NOT = BROKEN-FOUND
                   MOVE 'OUT OF BALANCE' TO RL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN BROKEN-FOUND > 0
                   MOVE 'BROKEN REFERENCES FOUND' TO RL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CLEAN' TO RL-RESULT
           END-EVALUATE.
           WRITE SCAN-RPT-LINE FROM RESULT-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
