      *> - and copies the archived report back out to SYSOUT line
      *> for line. No index entry means the report was never
      *> archived, and the run says so RC 8 instead of quietly
      *> reprinting the wrong thing. A store id on the card asks for
      *> that store's piece of the run instead - the entry RPTBURST
      *> registered under the store key - and only that piece is
      *> copied out of the burst generation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-FILE ASSIGN TO REPRINT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REPRINT-FILE.
      *> PARM-FILE names the report and the run date wanted, and
      *> optionally the one store whose copy is wanted.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           05  RX-LINE-COUNT    PIC 9(07).
           05  FILLER           PIC X(01).
           05  RX-ARCHIVE-DSN   PIC X(44).
           05  RX-STORE-KEY     PIC X(05).
           05  FILLER           PIC X(04).
       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-REC       PIC X(80).
       FD  REPRINT-FILE.
           05  PARM-RPT-NAME    PIC X(16).
           05  FILLER           PIC X(01).
           05  PARM-RUN-DATE    PIC 9(08).
           05  FILLER           PIC X(01).
           05  PARM-STORE-ID    PIC X(05).
           05  FILLER           PIC X(49).
       WORKING-STORAGE SECTION.
       01  FS-RPT-INDEX-FILE   PIC X(02)  VALUE SPACES.
           88  FS-RPT-INDEX-FILE-OK        VALUE '00'.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-WANT-NAME        PIC X(16)  VALUE SPACES.
       01  WS-WANT-DATE        PIC 9(08)  VALUE 0.
       01  WS-WANT-STORE       PIC X(05)  VALUE SPACES.
       01  WS-IN-PIECE-SW      PIC X(01)  VALUE 'N'.
           88  WS-IN-PIECE                 VALUE 'Y'.
       01  WS-PIECE-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-PIECE-DONE               VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-ENTRY-FOUND              VALUE 'Y'.
       01  WS-FOUND-TIME       PIC 9(06)  VALUE 0.
           05  FILLER          PIC X(20) VALUE 'ARCHIVED IN       : '.
           05  BN-ARCHIVE-DSN  PIC X(44).
           05  FILLER          PIC X(16) VALUE SPACES.
       01  BANNER-LINE-3.
           05  FILLER          PIC X(20) VALUE 'COPY FOR STORE    : '.
           05  BN-STORE-ID     PIC X(05).
           05  FILLER          PIC X(55) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
                   AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RPT-NAME TO WS-WANT-NAME
               MOVE PARM-RUN-DATE TO WS-WANT-DATE
               MOVE PARM-STORE-ID TO WS-WANT-STORE
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'REPORT NAME OR DATE MISSING, REPRINT'
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           IF WS-WANT-STORE NOT = SPACES
                   AND WS-WANT-STORE IS NOT NUMERIC
               DISPLAY 'STORE ID ' WS-WANT-STORE ' NOT NUMERIC,'
                   ' REPRINT ABANDONED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REPRINT-FILE
           IF FS-REPRINT-FILE-OK
               CONTINUE
           EXIT.
      *> Walks the whole index - the last matching entry wins, so a
      *> report archived twice on one day reprints the later run.
      *> The store key must match as well: blank finds the whole
      *> run, a store finds that store's piece.
       FIND-ENTRY-PARA.
           OPEN INPUT RPT-INDEX-FILE
           IF NOT FS-RPT-INDEX-FILE-OK
               NOT AT END
                   IF RX-RPT-NAME = WS-WANT-NAME
                           AND RX-RUN-DATE = WS-WANT-DATE
                           AND RX-STORE-KEY = WS-WANT-STORE
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
                       MOVE RX-RUN-TIME    TO WS-FOUND-TIME
                       MOVE RX-PAGE-COUNT  TO WS-FOUND-PAGES
           CLOSE RPT-INDEX-FILE.
           IF NOT WS-ENTRY-FOUND
               DISPLAY 'NO INDEX ENTRY FOR ' WS-WANT-NAME
                   ' ON ' WS-WANT-DATE ' STORE ' WS-WANT-STORE
                   ' - NOT ARCHIVED'
               MOVE 'NO INDEX ENTRY - REPORT WAS NEVER ARCHIVED'
                   TO REPRINT-REC
               WRITE REPRINT-REC
           WRITE REPRINT-REC FROM BANNER-LINE-1.
           MOVE WS-FOUND-DSN TO BN-ARCHIVE-DSN.
           WRITE REPRINT-REC FROM BANNER-LINE-2.
           IF WS-WANT-STORE NOT = SPACES
               MOVE WS-WANT-STORE TO BN-STORE-ID
               WRITE REPRINT-REC FROM BANNER-LINE-3
           END-IF.
           MOVE SPACES TO REPRINT-REC.
           WRITE REPRINT-REC.
           OPEN INPUT ARCHIVE-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-WANT-STORE = SPACES
                       WRITE REPRINT-REC FROM ARCHIVE-IN-REC
                       ADD 1 TO LINES-COPIED
                   ELSE
                       PERFORM PIECE-LINE-PARA
                           THRU PIECE-LINE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-IN-FILE.
           END-IF.
       REPRINT-EXIT-PARA.
           EXIT.
      *> A burst generation holds every store's piece, each opening
      *> on RPTBURST's 'BURST: ' banner line with the report name
      *> and store id on it. The wanted piece runs from its own
      *> banner to the next one; the first such piece is taken.
       PIECE-LINE-PARA.
           IF ARCHIVE-IN-REC (1:7) = 'BURST: '
               IF ARCHIVE-IN-REC (8:16) = WS-WANT-NAME
                       AND ARCHIVE-IN-REC (32:5) = WS-WANT-STORE
                       AND NOT WS-PIECE-DONE
                   MOVE 'Y' TO WS-IN-PIECE-SW
               ELSE
                   IF WS-IN-PIECE
                       MOVE 'N' TO WS-IN-PIECE-SW
                       MOVE 'Y' TO WS-PIECE-DONE-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-IN-PIECE
               WRITE REPRINT-REC FROM ARCHIVE-IN-REC
               ADD 1 TO LINES-COPIED
           END-IF.
       PIECE-LINE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF FS-REPRINT-FILE-OK
               CLOSE REPRINT-FILE
