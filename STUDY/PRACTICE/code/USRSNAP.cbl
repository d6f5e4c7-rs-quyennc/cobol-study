      *> PARA's reconciliation in the extract. Point JOURNAL-HIST
      *> at the month's saved journals (concatenated) and PREV-
      *> SNAPSHOT at generation (0) before this run catalogs (+1).
      *> The month is the shop's fiscal period: CALDATE gives the
      *> last period-end on or before the run date, the snapshots
      *> are stamped with that date rather than the day the job
      *> happened to run, and the report heading shows the period
      *> closed and its bounds.
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
           SELECT PREV-SNAPSHOT ASSIGN TO PREV-SNAPSHOT-DD
           ORGANIZATION IS SEQUENTIAL
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> The fiscal period being closed, from CALDATE.
       01  WS-CAL-PARMS.
           COPY "CALLINK.cpy".
       01  WS-PERIOD-END-DATE  PIC 9(08)  VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'MONTH-END BALANCE CLOSE'.
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  PERIOD-HEADING.
           05  FILLER          PIC X(15) VALUE 'FISCAL PERIOD '.
           05  PH-FISCAL-YEAR  PIC 9(04).
           05  FILLER          PIC X(01) VALUE '/'.
           05  PH-FISCAL-PERIOD PIC 9(02).
           05  FILLER          PIC X(06) VALUE ' FROM '.
           05  PH-START-DATE   PIC 9(08).
           05  FILLER          PIC X(04) VALUE ' TO '.
           05  PH-END-DATE     PIC 9(08).
           05  FILLER          PIC X(32) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(07) VALUE 'USER'.
           05  FILLER          PIC X(14) VALUE 'PRIOR BAL'.
               GO TO OPEN-EXIT-PARA
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PERIOD-END-PARA THRU PERIOD-END-EXIT-PARA.
           OPEN INPUT USER-MASTER
           IF FS-USER-MASTER-OK
               CONTINUE
           PERFORM READ-JOURNAL-PARA THRU READ-JOURNAL-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
      *> The period being closed ends on the last period-end on or
      *> before today. With no calendar CALDATE falls back to the
      *> calendar month, and the console says so; a run date it
      *> will not take leaves the snapshots stamped with the run
      *> date, as before.
       PERIOD-END-PARA.
           MOVE 'LPED' TO CL-FUNCTION.
           MOVE WS-RUN-DATE TO CL-DATE-1.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           IF CL-BAD-REQUEST
               DISPLAY 'PERIOD END NOT FOUND, RUN DATE USED: '
                   WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-PERIOD-END-DATE
                   CL-START-DATE CL-END-DATE
               MOVE 0 TO CL-FISCAL-YEAR CL-FISCAL-PERIOD
               GO TO PERIOD-END-EXIT-PARA
           END-IF.
           IF NOT CL-OK
               DISPLAY 'PERIOD FROM PLAIN CALENDAR MONTH, CALDATE RC '
                   CL-RETURN-CODE
           END-IF.
           MOVE CL-END-DATE TO WS-PERIOD-END-DATE.
       PERIOD-END-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               MOVE 'Y' TO WS-ON-MASTER-SW
               MOVE USER-BALANCE OF USER-MASTER-REC
                   TO WS-NEW-BALANCE
               MOVE WS-PERIOD-END-DATE TO SN-RUN-DATE
               MOVE SPACES TO SN-USER-ID
               MOVE WS-ACTIVE-KEY TO SN-USER-ID
               MOVE WS-NEW-BALANCE TO SN-BALANCE
               AFTER ADVANCING PAGE
           END-IF.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-HEADING-1.
           MOVE CL-FISCAL-YEAR   TO PH-FISCAL-YEAR.
           MOVE CL-FISCAL-PERIOD TO PH-FISCAL-PERIOD.
           MOVE CL-START-DATE    TO PH-START-DATE.
           MOVE CL-END-DATE      TO PH-END-DATE.
           WRITE MOVEMENT-RPT-LINE FROM PERIOD-HEADING.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE FROM REPORT-HEADING-2.
