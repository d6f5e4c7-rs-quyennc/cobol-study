       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRINQ.
       AUTHOR. QUYENNC

      *> Interactive user account inquiry - the user side's answer
      *> to EMPINQ. "What's my balance" used to mean running USRSTMT
      *> or waiting for the nightly reports; now that USER-MASTER is
      *> keyed on USER-ID the account can be read on the spot. One
      *> USER-ID brings up the user's name, role, status and
      *> current balance, the floor and ceiling their role carries
      *> on ROLE-LIMITS, and their most recent USRPOST journal
      *> movements, newest first. Read-only: every file is opened
      *> INPUT and nothing is written. The session operator signs
      *> on exactly as MEMMGMT's does - the card's ID read off the
      *> USER-NAME alternate key - and only the roles MEMMGMT
      *> recognises (ADMIN, USER, GUEST) may use the screen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same operator card MEMMGMT signs on from.
           SELECT OPERATOR-PARM-FILE ASSIGN TO OPERATOR-ID-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-OPERATOR-PARM-FILE.
      *> Must carry the same alternate key as USRPOST's and
      *> MEMMGMT's SELECTs for this file - they describe the same
      *> physical indexed dataset.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.
      *> Same reference file LOG-USER-DATA and USERMNT load.
           SELECT ROLE-LIMITS ASSIGN TO ROLE-LIMITS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ROLE-LIMITS.
      *> USRPOST's journal generations, concatenated oldest first
      *> as far back as the inquiry should reach - the last
      *> movements read for a user are the most recent. Re-read on
      *> every inquiry, so a posting run that has just finished
      *> shows on the next ENTER.
           SELECT JOURNAL-IN-FILE ASSIGN TO JOURNAL-IN-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-JOURNAL-IN-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
           05  PARM-OPERATOR-ID     PIC X(10).
           05  FILLER               PIC X(70).
       FD  USER-MASTER.
       01  USER-MASTER-REC.
           COPY "USERDATA.cpy".
      *> Sign bytes ('-' for a negative amount) keep the card
      *> hand-editable; the amounts are unsigned on the file.
       FD  ROLE-LIMITS.
       01  ROLE-LIMITS-REC.
           05  RL-ROLE           PIC X(10).
           05  FILLER            PIC X(01).
           05  RL-FLOOR-SIGN     PIC X(01).
           05  RL-FLOOR-AMT      PIC 9(07)V99.
           05  FILLER            PIC X(01).
           05  RL-CEIL-SIGN      PIC X(01).
           05  RL-CEIL-AMT       PIC 9(07)V99.
           05  FILLER            PIC X(48).
      *> USRPOST's JOURNAL-DETAIL line, amounts as already edited.
      *> Each generation opens with a heading line whose first
      *> bytes are not a user id, so it never matches a request.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JR-USER-ID       PIC X(05).
           05  FILLER           PIC X(03).
           05  JR-TRANS-TYPE    PIC X(01).
           05  FILLER           PIC X(03).
           05  JR-OLD-BALANCE   PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-AMOUNT        PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-NEW-BALANCE   PIC X(11).
           05  FILLER           PIC X(03).
           05  JR-REASON        PIC X(20).
           05  FILLER           PIC X(06).

       WORKING-STORAGE SECTION.
       01  FS-OPERATOR-PARM-FILE PIC X(02) VALUE SPACES.
           88  FS-OPERATOR-PARM-FILE-OK    VALUE '00'.
       01  FS-USER-MASTER      PIC X(02)  VALUE SPACES.
           88  FS-USER-MASTER-OK           VALUE '00'.
       01  FS-ROLE-LIMITS      PIC X(02)  VALUE SPACES.
           88  FS-ROLE-LIMITS-OK           VALUE '00'.
           88  FS-ROLE-LIMITS-EOF          VALUE '10'.
       01  FS-JOURNAL-IN-FILE  PIC X(02)  VALUE SPACES.
           88  FS-JOURNAL-IN-FILE-OK       VALUE '00'.
           88  FS-JOURNAL-IN-FILE-EOF      VALUE '10'.

      *> The roles MEMMGMT's session authority knows - all three
      *> may look, since nothing here changes anything.
       01  WS-OPERATOR-ID      PIC X(10)  VALUE SPACES.
       01  WS-OPERATOR-ROLE    PIC X(10)  VALUE SPACES.
           88  WS-ROLE-ADMIN               VALUE 'ADMIN'.
           88  WS-ROLE-USER                VALUE 'USER'.
           88  WS-ROLE-GUEST               VALUE 'GUEST'.
       01  WS-SIGNED-ON-SW     PIC X(01)  VALUE 'N'.
           88  WS-SIGNED-ON                VALUE 'Y'.

      *> Floor and ceiling per role, loaded once at sign-on the way
      *> LOG-USER-DATA loads them.
       01  WS-ROLE-TABLE.
           05  WS-ROLE-COUNT     PIC 9(02)   VALUE 0.
           05  WS-ROLE-ENTRY OCCURS 20 TIMES
                   INDEXED BY ROLE-IX.
               10  WS-TBL-ROLE      PIC X(10).
               10  WS-TBL-FLOOR     PIC S9(07)V99.
               10  WS-TBL-CEILING   PIC S9(07)V99.
       01  WS-ROLE-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-ROLE-FOUND               VALUE 'Y'.

       01  WS-SEARCH-KEY       PIC X(05)  VALUE SPACES.
       01  WS-INQ-MSG          PIC X(60)  VALUE SPACES.
       01  WS-FUNCTION-KEY     PIC X(02)  VALUE SPACES.
       01  WS-USER-FOUND-SW    PIC X(01)  VALUE 'N'.
           88  WS-USER-FOUND               VALUE 'Y'.

      *> The account as painted - edited here, shown as text.
       01  WS-DSP-USER-ID      PIC X(05)  VALUE SPACES.
       01  WS-DSP-NAME         PIC X(20)  VALUE SPACES.
       01  WS-DSP-ROLE         PIC X(10)  VALUE SPACES.
       01  WS-DSP-STATUS       PIC X(06)  VALUE SPACES.
       01  WS-DSP-BALANCE      PIC X(11)  VALUE SPACES.
       01  WS-DSP-FLOOR        PIC X(11)  VALUE SPACES.
       01  WS-DSP-CEILING      PIC X(11)  VALUE SPACES.
       01  WS-EDIT-AMOUNT      PIC -ZZZZZZ9.99.

      *> The last ten journal movements for the user, oldest in
      *> entry 1. Once full, each further match shifts the table
      *> up one and takes the bottom slot.
       01  WS-MOVE-TOTAL       PIC 9(05)  VALUE 0.
       01  WS-MOVE-COUNT       PIC 9(02)  VALUE 0.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 10 TIMES INDEXED BY MOVE-IX.
               10  WM-TRANS-TYPE    PIC X(01).
               10  WM-OLD-BALANCE   PIC X(11).
               10  WM-AMOUNT        PIC X(11).
               10  WM-NEW-BALANCE   PIC X(11).
               10  WM-REASON        PIC X(20).
       01  WS-SHOW-IX          PIC 9(02)  VALUE 0.
       01  WS-MOVE-TOTAL-ED    PIC ZZZZ9.

      *> Current row being painted, EMPROW-O style - the screen
      *> record is re-used for each entry with the line number
      *> repositioned.
       01  WS-CUR-LINE         PIC 9(02)  VALUE 0.
       01  WS-ROW-TRANS-TYPE   PIC X(01)  VALUE SPACES.
       01  WS-ROW-OLD-BALANCE  PIC X(11)  VALUE SPACES.
       01  WS-ROW-AMOUNT       PIC X(11)  VALUE SPACES.
       01  WS-ROW-NEW-BALANCE  PIC X(11)  VALUE SPACES.
       01  WS-ROW-REASON       PIC X(20)  VALUE SPACES.

       SCREEN SECTION.
       01  USRINQ-O.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "USRINQ - USER ACCOUNT INQUIRY".
           05  LINE 01 COLUMN 50 VALUE "OPERATOR:".
           05  LINE 01 COLUMN 60 PIC X(10) FROM WS-OPERATOR-ID.
           05  LINE 03 COLUMN 01 VALUE "USER ID:".
           05  LINE 03 COLUMN 10 PIC X(05) USING WS-SEARCH-KEY.
           05  LINE 05 COLUMN 01 VALUE "NAME    :".
           05  LINE 05 COLUMN 11 PIC X(20) FROM WS-DSP-NAME.
           05  LINE 05 COLUMN 40 VALUE "ROLE    :".
           05  LINE 05 COLUMN 50 PIC X(10) FROM WS-DSP-ROLE.
           05  LINE 06 COLUMN 01 VALUE "STATUS  :".
           05  LINE 06 COLUMN 11 PIC X(06) FROM WS-DSP-STATUS.
           05  LINE 06 COLUMN 40 VALUE "BALANCE :".
           05  LINE 06 COLUMN 50 PIC X(11) FROM WS-DSP-BALANCE.
           05  LINE 07 COLUMN 01 VALUE "FLOOR   :".
           05  LINE 07 COLUMN 11 PIC X(11) FROM WS-DSP-FLOOR.
           05  LINE 07 COLUMN 40 VALUE "CEILING :".
           05  LINE 07 COLUMN 50 PIC X(11) FROM WS-DSP-CEILING.
           05  LINE 09 COLUMN 01 VALUE
               "RECENT MOVEMENTS, NEWEST FIRST".
           05  LINE 10 COLUMN 01 VALUE
               "T  OLD BALANCE      AMOUNT  NEW BALANCE  REASON".
           05  LINE 21 COLUMN 01 PIC X(60) FROM WS-INQ-MSG.
           05  LINE 22 COLUMN 01 VALUE
               "F3=EXIT  ENTER=INQUIRE".
           05  LINE 23 COLUMN 01 VALUE "CMD:".
           05  LINE 23 COLUMN 06 PIC X(02) USING WS-FUNCTION-KEY.

       01  MOVEROW-O.
           05  LINE WS-CUR-LINE COLUMN 01 PIC X(01)
                   FROM WS-ROW-TRANS-TYPE.
           05  LINE WS-CUR-LINE COLUMN 04 PIC X(11)
                   FROM WS-ROW-OLD-BALANCE.
           05  LINE WS-CUR-LINE COLUMN 17 PIC X(11)
                   FROM WS-ROW-AMOUNT.
           05  LINE WS-CUR-LINE COLUMN 30 PIC X(11)
                   FROM WS-ROW-NEW-BALANCE.
           05  LINE WS-CUR-LINE COLUMN 43 PIC X(20)
                   FROM WS-ROW-REASON.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           OPEN INPUT USER-MASTER.
           IF NOT FS-USER-MASTER-OK
               DISPLAY 'USER MASTER OPEN FAILED: ' FS-USER-MASTER
               STOP RUN
           END-IF.
           PERFORM SIGN-ON-PARA THRU SIGN-ON-EXIT-PARA.
           IF NOT WS-SIGNED-ON
               CLOSE USER-MASTER
               STOP RUN
           END-IF.
           PERFORM LOAD-ROLE-LIMITS-PARA
               THRU LOAD-ROLE-LIMITS-EXIT-PARA.
           PERFORM INQUIRY-PARA THRU INQUIRY-EXIT-PARA
               UNTIL WS-FUNCTION-KEY = 'F3'.
           CLOSE USER-MASTER.
           STOP RUN.

      *> MEMMGMT's sign-on: no card, an ID not on the master, a
      *> closed user or a role MEMMGMT does not know all refuse the
      *> session before the screen is ever painted.
       SIGN-ON-PARA.
           MOVE SPACES TO WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-PARM-FILE
           IF FS-OPERATOR-PARM-FILE-OK
               READ OPERATOR-PARM-FILE
               IF FS-OPERATOR-PARM-FILE-OK
                   MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE OPERATOR-PARM-FILE
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'NO OPERATOR ID SUPPLIED - SIGN-ON REFUSED'
               GO TO SIGN-ON-EXIT-PARA
           END-IF.
           MOVE WS-OPERATOR-ID TO USER-NAME OF USER-MASTER-REC.
           READ USER-MASTER
               KEY IS USER-NAME OF USER-MASTER-REC
           INVALID KEY
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                   ' NOT ON USER MASTER - SIGN-ON REFUSED'
               GO TO SIGN-ON-EXIT-PARA
           END-READ.
           IF USER-IS-CLOSED OF USER-MASTER-REC
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                   ' IS CLOSED - SIGN-ON REFUSED'
               GO TO SIGN-ON-EXIT-PARA
           END-IF.
           MOVE USER-ROLE OF USER-MASTER-REC TO WS-OPERATOR-ROLE.
           IF WS-ROLE-ADMIN OR WS-ROLE-USER OR WS-ROLE-GUEST
               MOVE 'Y' TO WS-SIGNED-ON-SW
           ELSE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' ROLE '
                   WS-OPERATOR-ROLE ' MAY NOT USE USRINQ'
           END-IF.
       SIGN-ON-EXIT-PARA.
           EXIT.

      *> A missing ROLE-LIMITS file does not stop the inquiry - the
      *> account is still worth seeing - it just leaves the floor
      *> and ceiling blank with a message saying why.
       LOAD-ROLE-LIMITS-PARA.
           OPEN INPUT ROLE-LIMITS
           IF NOT FS-ROLE-LIMITS-OK
               GO TO LOAD-ROLE-LIMITS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-ROLE-LIMITS-EOF
               READ ROLE-LIMITS
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-ROLE-COUNT < 20
                       ADD 1 TO WS-ROLE-COUNT
                       SET ROLE-IX TO WS-ROLE-COUNT
                       MOVE RL-ROLE TO WS-TBL-ROLE (ROLE-IX)
                       MOVE RL-FLOOR-AMT TO WS-TBL-FLOOR (ROLE-IX)
                       IF RL-FLOOR-SIGN = '-'
                           COMPUTE WS-TBL-FLOOR (ROLE-IX) =
                               0 - WS-TBL-FLOOR (ROLE-IX)
                       END-IF
                       MOVE RL-CEIL-AMT TO WS-TBL-CEILING (ROLE-IX)
                       IF RL-CEIL-SIGN = '-'
                           COMPUTE WS-TBL-CEILING (ROLE-IX) =
                               0 - WS-TBL-CEILING (ROLE-IX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ROLE-LIMITS.
       LOAD-ROLE-LIMITS-EXIT-PARA.
           EXIT.

      *> One round trip: paint the screen with the current account,
      *> take the next user id, look it up.
       INQUIRY-PARA.
           MOVE SPACES TO WS-FUNCTION-KEY.
           DISPLAY USRINQ-O.
           PERFORM SHOW-MOVES-PARA THRU SHOW-MOVES-EXIT-PARA.
           ACCEPT USRINQ-O.
           IF WS-FUNCTION-KEY = 'F3'
               GO TO INQUIRY-EXIT-PARA
           END-IF.
           PERFORM LOOKUP-USER-PARA THRU LOOKUP-USER-EXIT-PARA.
       INQUIRY-EXIT-PARA.
           EXIT.
       LOOKUP-USER-PARA.
           MOVE SPACES TO WS-INQ-MSG WS-DSP-NAME WS-DSP-ROLE
               WS-DSP-STATUS WS-DSP-BALANCE WS-DSP-FLOOR
               WS-DSP-CEILING.
           MOVE 0 TO WS-MOVE-COUNT WS-MOVE-TOTAL.
           MOVE 'N' TO WS-USER-FOUND-SW.
           IF WS-SEARCH-KEY IS NOT NUMERIC
               MOVE 'KEY A FIVE-DIGIT USER ID' TO WS-INQ-MSG
               GO TO LOOKUP-USER-EXIT-PARA
           END-IF.
           MOVE WS-SEARCH-KEY TO USER-ID OF USER-MASTER-REC.
           READ USER-MASTER
               KEY IS USER-ID OF USER-MASTER-REC
           INVALID KEY
               MOVE 'USER NOT ON MASTER' TO WS-INQ-MSG
           NOT INVALID KEY
               MOVE 'Y' TO WS-USER-FOUND-SW
           END-READ.
           IF NOT WS-USER-FOUND
               GO TO LOOKUP-USER-EXIT-PARA
           END-IF.
           MOVE USER-ID OF USER-MASTER-REC   TO WS-DSP-USER-ID.
           MOVE USER-NAME OF USER-MASTER-REC TO WS-DSP-NAME.
           MOVE USER-ROLE OF USER-MASTER-REC TO WS-DSP-ROLE.
      *> A blank status predates the field and reads as active,
      *> same as every other reader of the master.
           IF USER-IS-CLOSED OF USER-MASTER-REC
               MOVE 'CLOSED' TO WS-DSP-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-DSP-STATUS
           END-IF.
           MOVE USER-BALANCE OF USER-MASTER-REC TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-DSP-BALANCE.
           PERFORM FIND-ROLE-PARA THRU FIND-ROLE-EXIT-PARA.
           PERFORM LOAD-MOVES-PARA THRU LOAD-MOVES-EXIT-PARA.
       LOOKUP-USER-EXIT-PARA.
           EXIT.
       FIND-ROLE-PARA.
           MOVE 'N' TO WS-ROLE-FOUND-SW.
           PERFORM VARYING ROLE-IX FROM 1 BY 1
                   UNTIL ROLE-IX > WS-ROLE-COUNT OR WS-ROLE-FOUND
               IF WS-TBL-ROLE (ROLE-IX) = USER-ROLE OF USER-MASTER-REC
                   MOVE 'Y' TO WS-ROLE-FOUND-SW
                   MOVE WS-TBL-FLOOR (ROLE-IX) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-DSP-FLOOR
                   MOVE WS-TBL-CEILING (ROLE-IX) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-DSP-CEILING
               END-IF
           END-PERFORM.
           IF NOT WS-ROLE-FOUND
               IF WS-ROLE-COUNT = 0
                   MOVE 'ROLE LIMITS NOT AVAILABLE' TO WS-INQ-MSG
               ELSE
                   MOVE 'ROLE HAS NO ROLE-LIMITS RECORD' TO WS-INQ-MSG
               END-IF
           END-IF.
       FIND-ROLE-EXIT-PARA.
           EXIT.
      *> Walks the concatenated journal generations keeping the
      *> user's last ten movements; the total found is reported so
      *> a busy account shows how much history lies behind them.
       LOAD-MOVES-PARA.
           OPEN INPUT JOURNAL-IN-FILE
           IF NOT FS-JOURNAL-IN-FILE-OK
               MOVE 'POSTING JOURNAL NOT AVAILABLE' TO WS-INQ-MSG
               GO TO LOAD-MOVES-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-JOURNAL-IN-FILE-EOF
               READ JOURNAL-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF JR-USER-ID = WS-SEARCH-KEY
                       PERFORM KEEP-MOVE-PARA THRU KEEP-MOVE-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-IN-FILE.
           IF WS-INQ-MSG NOT = SPACES
               GO TO LOAD-MOVES-EXIT-PARA
           END-IF.
           IF WS-MOVE-TOTAL = 0
               MOVE 'NO MOVEMENTS ON THE JOURNAL' TO WS-INQ-MSG
           ELSE
               MOVE WS-MOVE-TOTAL TO WS-MOVE-TOTAL-ED
               STRING 'MOVEMENTS ON THE JOURNAL: ' DELIMITED BY SIZE
                   WS-MOVE-TOTAL-ED DELIMITED BY SIZE
                   INTO WS-INQ-MSG
           END-IF.
       LOAD-MOVES-EXIT-PARA.
           EXIT.
       KEEP-MOVE-PARA.
           ADD 1 TO WS-MOVE-TOTAL.
           IF WS-MOVE-COUNT < 10
               ADD 1 TO WS-MOVE-COUNT
           ELSE
               PERFORM VARYING MOVE-IX FROM 1 BY 1 UNTIL MOVE-IX > 9
                   MOVE WS-MOVE-ENTRY (MOVE-IX + 1)
                       TO WS-MOVE-ENTRY (MOVE-IX)
               END-PERFORM
           END-IF.
           SET MOVE-IX TO WS-MOVE-COUNT.
           MOVE JR-TRANS-TYPE  TO WM-TRANS-TYPE (MOVE-IX).
           MOVE JR-OLD-BALANCE TO WM-OLD-BALANCE (MOVE-IX).
           MOVE JR-AMOUNT      TO WM-AMOUNT (MOVE-IX).
           MOVE JR-NEW-BALANCE TO WM-NEW-BALANCE (MOVE-IX).
           MOVE JR-REASON      TO WM-REASON (MOVE-IX).
       KEEP-MOVE-EXIT-PARA.
           EXIT.
      *> Paints the kept movements from line 11 down, newest first.
       SHOW-MOVES-PARA.
           MOVE 11 TO WS-CUR-LINE.
           MOVE WS-MOVE-COUNT TO WS-SHOW-IX.
           PERFORM SHOW-MOVE-ROW-PARA THRU SHOW-MOVE-ROW-EXIT-PARA
               UNTIL WS-SHOW-IX = 0.
       SHOW-MOVES-EXIT-PARA.
           EXIT.
       SHOW-MOVE-ROW-PARA.
           SET MOVE-IX TO WS-SHOW-IX.
           MOVE WM-TRANS-TYPE (MOVE-IX)  TO WS-ROW-TRANS-TYPE.
           MOVE WM-OLD-BALANCE (MOVE-IX) TO WS-ROW-OLD-BALANCE.
           MOVE WM-AMOUNT (MOVE-IX)      TO WS-ROW-AMOUNT.
           MOVE WM-NEW-BALANCE (MOVE-IX) TO WS-ROW-NEW-BALANCE.
           MOVE WM-REASON (MOVE-IX)      TO WS-ROW-REASON.
           DISPLAY MOVEROW-O.
           ADD 1 TO WS-CUR-LINE.
           SUBTRACT 1 FROM WS-SHOW-IX.
       SHOW-MOVE-ROW-EXIT-PARA.
           EXIT.
