           05  XP-RESTART-MODE  PIC X(01).
           05  FILLER           PIC X(01).
           05  XP-DUP-MODE      PIC X(01).
           05  FILLER           PIC X(15).
           05  XP-INACTIVE-MODE PIC X(01).
           05  FILLER           PIC X(45).
       FD  POSTING-PARM.
       01  POSTING-PARM-REC.
           05  PP-FLOOR-SIGN    PIC X(01).
               MOVE 'DUP MODE NOT S, R OR BLANK' TO PL-TEXT
               PERFORM WRITE-ERROR-PARA THRU WRITE-ERROR-EXIT-PARA
           END-IF.
           IF XP-INACTIVE-MODE NOT = 'R' AND XP-INACTIVE-MODE NOT = 'N'
                   AND XP-INACTIVE-MODE NOT = SPACE
               MOVE 'INACTIVE MODE NOT R, N OR BLANK' TO PL-TEXT
               PERFORM WRITE-ERROR-PARA THRU WRITE-ERROR-EXIT-PARA
           END-IF.
           CLOSE EXTRACT-PARM.
       CHECK-EXTRACT-PARM-EXIT-PARA.
           EXIT.
