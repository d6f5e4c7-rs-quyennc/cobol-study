           05  RX-LINE-COUNT    PIC 9(07).
           05  FILLER           PIC X(01).
           05  RX-ARCHIVE-DSN   PIC X(44).
      *> Blank here - the whole run. RPTBURST fills it on the entry
      *> for each store's piece.
           05  RX-STORE-KEY     PIC X(05).
           05  FILLER           PIC X(04).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-RPT-NAME    PIC X(16).
               OPEN OUTPUT RPT-INDEX-FILE
           END-IF.
           IF FS-RPT-INDEX-FILE-OK
               MOVE SPACES         TO RPT-INDEX-REC
               MOVE WS-TS-DATE     TO RX-RUN-DATE
               MOVE WS-TS-TIME     TO RX-RUN-TIME
               MOVE WS-RPT-NAME    TO RX-RPT-NAME
