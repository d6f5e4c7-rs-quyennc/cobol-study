      *> the shared EMAILVAL shape check are rejected with a reason
      *> code rather than shipped to a mailing, and the run ends
      *> with read/written/rejected control totals so the receiving
      *> team can verify completeness. A member whose current address
      *> MEMBNCE has flagged undeliverable is rejected too, so the
      *> mailing house is not paid again for the same dead address.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  DB-NAME         PIC X(30).
           05  DB-EMAIL        PIC X(255).
           05  DB-STATUS       PIC X(01).
           05  DB-UNDELIV-FLAG PIC X(01).
               88  DB-UNDELIVERABLE        VALUE 'Y'.
       01  WS-EMAIL-VALID-SW   PIC X(01)  VALUE 'Y'.
           88  WS-EMAIL-IS-VALID           VALUE 'Y'.
       01  WS-EMAIL-REASON     PIC X(40)  VALUE SPACES.
      *> blank field on the card means "no restriction", and a blank
      *> status keeps the screen's default of hiding soft-deleted
      *> rows. RTRIM ahead of the || for the same fixed-length host
      *> variable reason the screen documents. The bounce flag is
      *> looked up against the member's current email only - an
      *> address flagged before the member changed it does not count.
       PROCESS-PARA.
           EXEC SQL
               DECLARE EXTCUR CURSOR FOR
                   SELECT MEMBER_ID, NAME, EMAIL, STATUS,
                          COALESCE((SELECT B.UNDELIV_FLAG
                                    FROM EMAIL_BOUNCE B
                                    WHERE B.MEMBER_ID = M.MEMBER_ID
                                      AND B.EMAIL = M.EMAIL), 'N')
                   FROM MEMBERS M
                   WHERE ((:WS-SEL-STATUS = ' ' AND STATUS <> 'D')
                          OR STATUS = :WS-SEL-STATUS)
                     AND (:WS-SEL-ID-LOW   = ' '
       FETCH-MEMBER-PARA.
           EXEC SQL
               FETCH EXTCUR INTO :DB-MEMBER-ID, :DB-NAME,
                   :DB-EMAIL, :DB-STATUS, :DB-UNDELIV-FLAG
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
           ADD 1 TO READ-COUNT.
           IF DB-UNDELIVERABLE
               ADD 1 TO REJECT-COUNT
               MOVE DB-MEMBER-ID    TO RJ-MEMBER-ID
               MOVE DB-NAME         TO RJ-NAME
               MOVE DB-EMAIL        TO RJ-EMAIL
               MOVE 'UNDELIVERABLE' TO RJ-REASON-CODE
               WRITE REJECT-REC
               GO TO FETCH-MEMBER-EXIT-PARA
           END-IF.
      *> A member whose stored email no longer passes the shared
      *> shape check is rejected rather than shipped to a mailing.
           CALL 'EMAILVAL' USING DB-EMAIL WS-EMAIL-VALID-SW
