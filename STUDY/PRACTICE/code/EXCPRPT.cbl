      *> times than the parm threshold are repeated in an
      *> escalation section at the end - a chronic not-found almost
      *> always means an onboarding feed problem upstream, and this
      *> report is how that finally gets proved. Each key's age is
      *> given in business days from first-seen to the run date,
      *> counted off the shop calendar by CALDATE, so a key that
      *> first failed before a bank-holiday weekend is not made to
      *> look three days staler than it is.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   10  WS-ESC-FIRST-SEEN PIC 9(08).
                   10  WS-ESC-LAST-SEEN  PIC 9(08).
                   10  WS-ESC-OCCURS     PIC 9(05).
                   10  WS-ESC-BUS-AGE    PIC 9(05).
           01  REPORT-CONTROLS.
               05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
               05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
               05  WS-PAGE-NO         PIC 9(03) VALUE 0.
           01  WS-RUN-DATE            PIC 9(08).
      *> CALDATE's parameter block, and the key's age in business
      *> days from it. The no-calendar warning goes to the console
      *> once, not once per key.
           01  WS-CAL-PARMS.
               COPY "CALLINK.cpy".
           01  WS-BUS-AGE             PIC 9(05) VALUE 0.
           01  WS-CAL-WARNED-SW       PIC X(01) VALUE 'N'.
               88  WS-CAL-WARNED                VALUE 'Y'.
           01  REPORT-HEADING-1.
               05  FILLER         PIC X(26) VALUE
                   'LOOKUP EXCEPTION AGING RPT'.
               05  FILLER         PIC X(21) VALUE 'SEARCH KEY'.
               05  FILLER         PIC X(12) VALUE 'FIRST SEEN'.
               05  FILLER         PIC X(12) VALUE 'LAST SEEN'.
               05  FILLER         PIC X(06) VALUE 'COUNT'.
               05  FILLER         PIC X(26) VALUE 'BUS DAYS'.
           01  REPORT-DETAIL.
               05  RD-SEARCH-TYPE PIC X(01).
               05  FILLER         PIC X(02) VALUE SPACES.
               05  RD-LAST-SEEN   PIC 9(08).
               05  FILLER         PIC X(03) VALUE SPACES.
               05  RD-OCCURS      PIC ZZZZ9.
               05  FILLER         PIC X(05) VALUE SPACES.
               05  RD-BUS-AGE     PIC ZZZZ9.
               05  FILLER         PIC X(18) VALUE SPACES.
           01  ESC-HEADER-LINE.
               05  FILLER         PIC X(36) VALUE
                   '** ESCALATION - KEYS OVER THRESHOLD '.
      *> falls through them.
       KEY-BREAK-PARA.
           ADD 1 TO KEY-COUNT.
           PERFORM BUS-AGE-PARA THRU BUS-AGE-EXIT-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
           MOVE WS-FIRST-SEEN      TO RD-FIRST-SEEN.
           MOVE WS-LAST-SEEN       TO RD-LAST-SEEN.
           MOVE WS-OCCUR-COUNT     TO RD-OCCURS.
           MOVE WS-BUS-AGE         TO RD-BUS-AGE.
           WRITE AGING-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-OCCUR-COUNT > WS-THRESHOLD
                   MOVE WS-LAST-SEEN
                       TO WS-ESC-LAST-SEEN (ESC-IX)
                   MOVE WS-OCCUR-COUNT TO WS-ESC-OCCURS (ESC-IX)
                   MOVE WS-BUS-AGE TO WS-ESC-BUS-AGE (ESC-IX)
               ELSE
                   DISPLAY 'ESCALATION TABLE FULL, KEY '
                       WS-CUR-SEARCH-KEY ' NOT LISTED'
           MOVE 'N' TO WS-KEY-ACTIVE-SW.
       KEY-BREAK-EXIT-PARA.
           EXIT.
      *> Business days after the first-seen date up to and including
      *> the run date - a key first seen today is 0. A calendar
      *> CALDATE cannot load leaves every day counted, the old
      *> calendar-day aging, and the console says so.
       BUS-AGE-PARA.
           MOVE 'DIFB' TO CL-FUNCTION.
           MOVE WS-FIRST-SEEN TO CL-DATE-1.
           MOVE WS-RUN-DATE TO CL-DATE-2.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           IF CL-BAD-REQUEST OR CL-DAYS < 0
               MOVE 0 TO WS-BUS-AGE
           ELSE
               MOVE CL-DAYS TO WS-BUS-AGE
           END-IF.
           IF CL-NO-CALENDAR AND NOT WS-CAL-WARNED
               DISPLAY 'NO SHOP CALENDAR, AGING IN CALENDAR DAYS'
               MOVE 'Y' TO WS-CAL-WARNED-SW
           END-IF.
       BUS-AGE-EXIT-PARA.
           EXIT.
       WRITE-ESCALATION-PARA.
           IF WS-ESC-COUNT = 0
               GO TO WRITE-ESCALATION-EXIT-PARA
           MOVE WS-ESC-FIRST-SEEN (ESC-IX) TO RD-FIRST-SEEN.
           MOVE WS-ESC-LAST-SEEN (ESC-IX)  TO RD-LAST-SEEN.
           MOVE WS-ESC-OCCURS (ESC-IX)     TO RD-OCCURS.
           MOVE WS-ESC-BUS-AGE (ESC-IX)    TO RD-BUS-AGE.
           WRITE AGING-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       WRITE-ESC-LINE-EXIT-PARA.
