      *> day-by-day counts as a control-break report, flagging any
      *> store whose most recent run wrote zero items - so a store
      *> that suddenly goes dark is spotted the day it happens, not
      *> when the store phones in a week later. Runs are grouped
      *> into the shop's fiscal weeks off CALDATE, each week closed
      *> with a subtotal and its change on the store's prior week,
      *> and bank-holiday and store-closed days are marked - a zero
      *> on a day the store was shut is not a store going dark, so
      *> the flag is only raised when the latest run was on a
      *> business day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               05  READ-COUNT      PIC 9(07).
               05  STORE-COUNT     PIC 9(07).
               05  FLAGGED-COUNT   PIC 9(07).
               05  WEEK-COUNT      PIC 9(07).
      *> Break control: the store being listed, and the written
      *> count from its most recent (highest-date) record - the sort
      *> leaves that record last within the store, so the value
           01  WS-STORE-ACTIVE-SW  PIC X(01) VALUE 'N'.
               88  WS-STORE-ACTIVE          VALUE 'Y'.
           01  WS-LATEST-WRITTEN   PIC 9(07) VALUE 0.
           01  WS-LATEST-DAY-TYPE  PIC X(01) VALUE 'B'.
               88  WS-LATEST-BUSINESS        VALUE 'B'.
      *> CALDATE's parameter block. The week being accumulated is
      *> known by its first date; the prior week's written count is
      *> kept per store for the change column.
           01  WS-CAL-PARMS.
               COPY "CALLINK.cpy".
           01  WS-CAL-WARNED-SW    PIC X(01) VALUE 'N'.
               88  WS-CAL-WARNED             VALUE 'Y'.
           01  WS-WEEK-ACTIVE-SW   PIC X(01) VALUE 'N'.
               88  WS-WEEK-ACTIVE            VALUE 'Y'.
           01  WS-CUR-WEEK-START   PIC 9(08) VALUE 0.
           01  WS-CUR-FISCAL-YEAR  PIC 9(04) VALUE 0.
           01  WS-CUR-FISCAL-WEEK  PIC 9(02) VALUE 0.
           01  WS-WEEK-WRITTEN     PIC 9(07) VALUE 0.
           01  WS-WEEK-REJECTED    PIC 9(07) VALUE 0.
           01  WS-PRIOR-WEEK-SW    PIC X(01) VALUE 'N'.
               88  WS-PRIOR-WEEK-KNOWN       VALUE 'Y'.
           01  WS-PRIOR-WEEK-WRITTEN PIC 9(07) VALUE 0.
           01  WS-CHANGE-PCT       PIC S9(05)V9 VALUE 0.
           01  REPORT-CONTROLS.
               05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
               05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           01  REPORT-HEADING-2.
               05  FILLER         PIC X(12) VALUE 'RUN DATE'.
               05  FILLER         PIC X(10) VALUE 'WRITTEN'.
               05  FILLER         PIC X(10) VALUE 'REJECTED'.
               05  FILLER         PIC X(48) VALUE 'NOTE / WK CHG %'.
           01  STORE-HEADER-LINE.
               05  FILLER         PIC X(07) VALUE 'STORE: '.
               05  SH-STORE-ID    PIC 9(05).
               05  RD-WRITTEN     PIC ZZZZZZ9.
               05  FILLER         PIC X(03) VALUE SPACES.
               05  RD-REJECTED    PIC ZZZZZZ9.
               05  FILLER         PIC X(03) VALUE SPACES.
               05  RD-DAY-NOTE    PIC X(12).
               05  FILLER         PIC X(36) VALUE SPACES.
           01  WEEK-TOTAL-LINE.
               05  FILLER         PIC X(03) VALUE 'WK '.
               05  WL-FISCAL-YEAR PIC 9(04).
               05  FILLER         PIC X(01) VALUE '/'.
               05  WL-FISCAL-WEEK PIC 9(02).
               05  FILLER         PIC X(02) VALUE SPACES.
               05  WL-WRITTEN     PIC ZZZZZZ9.
               05  FILLER         PIC X(03) VALUE SPACES.
               05  WL-REJECTED    PIC ZZZZZZ9.
               05  FILLER         PIC X(03) VALUE SPACES.
               05  WL-CHANGE      PIC -ZZZ9.9.
               05  WL-CHANGE-X REDEFINES WL-CHANGE PIC X(07).
               05  FILLER         PIC X(16) VALUE
                   ' % VS PRIOR WEEK'.
               05  FILLER         PIC X(25) VALUE SPACES.
           01  FLAG-LINE.
               05  FILLER         PIC X(34) VALUE
                   '** LATEST RUN WROTE ZERO ITEMS **'.
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           PERFORM DAY-CALENDAR-PARA THRU DAY-CALENDAR-EXIT-PARA.
           IF WS-WEEK-ACTIVE AND CL-START-DATE NOT = WS-CUR-WEEK-START
               PERFORM WEEK-BREAK-PARA THRU WEEK-BREAK-EXIT-PARA
           END-IF.
           IF NOT WS-WEEK-ACTIVE
               MOVE 'Y' TO WS-WEEK-ACTIVE-SW
               MOVE CL-START-DATE  TO WS-CUR-WEEK-START
               MOVE CL-FISCAL-YEAR TO WS-CUR-FISCAL-YEAR
               MOVE CL-FISCAL-WEEK TO WS-CUR-FISCAL-WEEK
           END-IF.
           MOVE SS-RUN-DATE       TO RD-RUN-DATE.
           MOVE SS-ITEMS-WRITTEN  TO RD-WRITTEN.
           MOVE SS-ITEMS-REJECTED TO RD-REJECTED.
           EVALUATE TRUE
               WHEN CL-IS-HOLIDAY
                   MOVE 'BANK HOLIDAY' TO RD-DAY-NOTE
               WHEN CL-IS-CLOSED
                   MOVE 'STORE CLOSED' TO RD-DAY-NOTE
               WHEN OTHER
                   MOVE SPACES TO RD-DAY-NOTE
           END-EVALUATE.
           WRITE TREND-RPT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           ADD SS-ITEMS-WRITTEN  TO WS-WEEK-WRITTEN.
           ADD SS-ITEMS-REJECTED TO WS-WEEK-REJECTED.
           MOVE SS-ITEMS-WRITTEN TO WS-LATEST-WRITTEN.
           MOVE CL-DAY-TYPE TO WS-LATEST-DAY-TYPE.
       DETAIL-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       STORE-BREAK-PARA.
           IF WS-WEEK-ACTIVE
               PERFORM WEEK-BREAK-PARA THRU WEEK-BREAK-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-PRIOR-WEEK-SW.
           ADD 1 TO STORE-COUNT.
           IF WS-LATEST-WRITTEN = 0 AND WS-LATEST-BUSINESS
               ADD 1 TO FLAGGED-COUNT
               WRITE TREND-RPT-LINE FROM FLAG-LINE
               ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINE-COUNT.
       STORE-BREAK-EXIT-PARA.
           EXIT.
      *> The run date's day type and the bounds of the fiscal week
      *> it falls in. A date CALDATE will not take is kept as a week
      *> of its own and counted as a business day; a calendar that
      *> cannot be loaded is said once on the console and CALDATE's
      *> plain Monday-to-Sunday weeks stand in.
       DAY-CALENDAR-PARA.
           MOVE 'WEEK' TO CL-FUNCTION.
           MOVE SS-RUN-DATE TO CL-DATE-1.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           IF CL-BAD-REQUEST
               MOVE SS-RUN-DATE TO CL-START-DATE CL-END-DATE
               MOVE 0 TO CL-FISCAL-YEAR CL-FISCAL-WEEK
               MOVE 'B' TO CL-DAY-TYPE
           END-IF.
           IF CL-NO-CALENDAR AND NOT WS-CAL-WARNED
               DISPLAY 'NO SHOP CALENDAR, CALENDAR WEEKS IN FORCE'
               MOVE 'Y' TO WS-CAL-WARNED-SW
           END-IF.
       DAY-CALENDAR-EXIT-PARA.
           EXIT.
      *> Closes the week: its totals, and the change in items
      *> written on the store's previous week listed (N/A for the
      *> store's first week or after a week that wrote nothing).
       WEEK-BREAK-PARA.
           ADD 1 TO WEEK-COUNT.
           MOVE WS-CUR-FISCAL-YEAR TO WL-FISCAL-YEAR.
           MOVE WS-CUR-FISCAL-WEEK TO WL-FISCAL-WEEK.
           MOVE WS-WEEK-WRITTEN    TO WL-WRITTEN.
           MOVE WS-WEEK-REJECTED   TO WL-REJECTED.
           IF NOT WS-PRIOR-WEEK-KNOWN OR WS-PRIOR-WEEK-WRITTEN = 0
               MOVE '    N/A' TO WL-CHANGE-X
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-WEEK-WRITTEN - WS-PRIOR-WEEK-WRITTEN) * 100
                   / WS-PRIOR-WEEK-WRITTEN
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-CHANGE-PCT > 9999.9
                   MOVE 9999.9 TO WS-CHANGE-PCT
               END-IF
               MOVE WS-CHANGE-PCT TO WL-CHANGE
           END-IF.
           WRITE TREND-RPT-LINE FROM WEEK-TOTAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-WEEK-WRITTEN TO WS-PRIOR-WEEK-WRITTEN.
           MOVE 'Y' TO WS-PRIOR-WEEK-SW.
           MOVE 0 TO WS-WEEK-WRITTEN WS-WEEK-REJECTED.
           MOVE 'N' TO WS-WEEK-ACTIVE-SW.
       WEEK-BREAK-EXIT-PARA.
           EXIT.
       STORE-HEADER-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE 'STORES AT ZERO        :' TO TL-LABEL.
           MOVE FLAGGED-COUNT TO TL-VALUE.
           WRITE TREND-RPT-LINE FROM TOTALS-LINE.
           MOVE 'STORE WEEKS REPORTED  :' TO TL-LABEL.
           MOVE WEEK-COUNT TO TL-VALUE.
           WRITE TREND-RPT-LINE FROM TOTALS-LINE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
       EXIT-PARA.
