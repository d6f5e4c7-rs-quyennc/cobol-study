       01  WS-TIMESTAMP.
           05  WS-TS-DATE        PIC 9(08).
           05  WS-TS-TIME        PIC 9(06).
      *> TIME comes back as HHMMSShh. Accepted straight into the
      *> six-digit field it would lose the hours off the front, and
      *> EMPRECOV replays this trail in date and time order - so it
      *> is taken whole here and the hundredths dropped instead.
       01  WS-CLOCK.
           05  WS-CLOCK-HHMMSS   PIC 9(06).
           05  WS-CLOCK-HUNDS    PIC 9(02).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(10).
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-TS-TIME.
           OPEN EXTEND EMP-AUDIT-FILE.
           IF FS-EMP-AUDIT-FILE-NEW
               OPEN OUTPUT EMP-AUDIT-FILE
