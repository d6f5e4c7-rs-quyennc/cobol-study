      *> backup is then re-read and the data records recounted
      *> against the control record - any mismatch ends the run
      *> RC 8 so the JCL COND tests catch a bad backup before
      *> anyone trusts it. The control record also carries the date
      *> and time the unload started - EMPRECOV replays the audit
      *> trail forward from that point.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  BK-DATA        PIC X(80).
           05  BK-CTL REDEFINES BK-DATA.
               10  BK-CTL-COUNT PIC 9(07).
               10  FILLER       PIC X(01).
               10  BK-CTL-DATE  PIC 9(08).
               10  BK-CTL-TIME  PIC 9(06).
               10  FILLER       PIC X(58).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
           05  UNLOAD-COUNT    PIC 9(07).
           05  VERIFY-COUNT    PIC 9(07).
       01  WS-CTL-COUNT        PIC 9(07)  VALUE 0.
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
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-UNLOAD-TIME.
           OPEN INPUT EMPLOYEE-MASTER
           IF FS-EMPLOYEE-MASTER-OK
               CONTINUE
           MOVE 'C' TO BK-REC-TYPE.
           MOVE SPACES TO BK-DATA.
           MOVE UNLOAD-COUNT TO BK-CTL-COUNT.
           MOVE WS-UNLOAD-DATE TO BK-CTL-DATE.
           MOVE WS-UNLOAD-TIME TO BK-CTL-TIME.
           WRITE BACKUP-REC.
           CLOSE BACKUP-FILE.
       UNLOAD-EXIT-PARA.
