      *> with no END record are listed as missing - which is exactly
      *> what a night of COND bypasses looks like. The ERROR-LOG
      *> entries for the same window are folded in at the bottom.
      *> Not every program runs every day: each EXPECTED-RUNS entry
      *> carries a schedule code, and the report date's day type,
      *> week-end and period-end markers come from the shop
      *> calendar through CALDATE - so a bank holiday or a closed
      *> Sunday no longer fills the page with false missing runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG ASSIGN TO ERROR-LOG-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ERROR-LOG.
      *> One record per program that is expected to run, with the
      *> days it is due on: blank or D every day, B business days
      *> only, W the fiscal week-end, P the fiscal period-end.
           SELECT EXPECTED-RUNS ASSIGN TO EXPECTED-RUNS-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXPECTED-RUNS.
       FD  EXPECTED-RUNS.
       01  EXPECTED-RUNS-REC.
           05  XP-PROGRAM-ID     PIC X(18).
           05  FILLER            PIC X(01).
           05  XP-SCHEDULE       PIC X(01).
               88  XP-DUE-EVERY-DAY       VALUE ' ' 'D'.
               88  XP-DUE-BUSINESS-DAY    VALUE 'B'.
               88  XP-DUE-WEEK-END        VALUE 'W'.
               88  XP-DUE-PERIOD-END      VALUE 'P'.
           05  FILLER            PIC X(60).
       FD  OPS-RPT-FILE.
       01  OPS-RPT-LINE          PIC X(80).
       FD  PARM-FILE.
               05  RUNS-LISTED     PIC 9(05).
               05  RUNS-FAILED     PIC 9(05).
               05  RUNS-MISSING    PIC 9(05).
               05  RUNS-NOT-DUE    PIC 9(05).
               05  ERRORS-LISTED   PIC 9(05).
      *> Programs seen ENDing on the report date, for the
      *> expected-but-missing check.
                   10  WS-SEEN-PROGRAM PIC X(18).
           01  WS-SEEN-SW      PIC X(01)   VALUE 'N'.
               88  WS-SEEN                 VALUE 'Y'.
           01  WS-DUE-SW       PIC X(01)   VALUE 'Y'.
               88  WS-DUE                  VALUE 'Y'.
      *> CALDATE's parameter block - the report date's day type and
      *> end markers stay in it for the expected-runs check.
           01  WS-CAL-PARMS.
               COPY "CALLINK.cpy".
      *> Turned on when WS-SEEN-TABLE overflows - past that point
      *> the missing-runs section can overstate, so the report says
      *> so instead of raising silent false alarms at 7 a.m.
               05  FILLER        PIC X(11) VALUE '  RUN ON: '.
               05  RH-RUN-DATE   PIC 9(08).
               05  FILLER        PIC X(22) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER        PIC X(10) VALUE 'DAY TYPE: '.
               05  RH-DAY-TYPE   PIC X(12).
               05  FILLER        PIC X(16) VALUE
                   'FISCAL YR/PD/WK:'.
               05  FILLER        PIC X(01) VALUE SPACE.
               05  RH-FISCAL-YEAR PIC 9(04).
               05  FILLER        PIC X(01) VALUE '/'.
               05  RH-FISCAL-PERIOD PIC 9(02).
               05  FILLER        PIC X(01) VALUE '/'.
               05  RH-FISCAL-WEEK PIC 9(02).
               05  FILLER        PIC X(01) VALUE SPACE.
               05  RH-END-NOTE   PIC X(30).
           01  NO-CALENDAR-LINE.
               05  FILLER        PIC X(52) VALUE
                   '** NO SHOP CALENDAR - EVERY DAY TREATED AS DUE **'.
               05  FILLER        PIC X(28) VALUE SPACES.
           01  SECTION-RUNS-LINE.
               05  FILLER        PIC X(22) VALUE
                   '--- RUNS RECORDED ---'.
           MOVE WS-RPT-DATE TO RH-RPT-DATE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE OPS-RPT-LINE FROM RPT-HEADING-1.
           PERFORM DAY-INFO-PARA THRU DAY-INFO-EXIT-PARA.
           MOVE SPACES TO OPS-RPT-LINE.
           WRITE OPS-RPT-LINE.
       OPEN-EXIT-PARA.
           EXIT.
      *> What the shop calendar says about the report date, printed
      *> under the title so the reader can see why a weekly or
      *> period-end job was or was not expected. No calendar means
      *> CALDATE answers with every day a business day and the
      *> week and period ends of the plain calendar; the page says
      *> so.
       DAY-INFO-PARA.
           MOVE 'INFO' TO CL-FUNCTION.
           MOVE WS-RPT-DATE TO CL-DATE-1.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           EVALUATE TRUE
               WHEN CL-IS-HOLIDAY
                   MOVE 'BANK HOLIDAY' TO RH-DAY-TYPE
               WHEN CL-IS-CLOSED
                   MOVE 'STORES SHUT' TO RH-DAY-TYPE
               WHEN OTHER
                   MOVE 'BUSINESS' TO RH-DAY-TYPE
           END-EVALUATE.
           MOVE CL-FISCAL-YEAR   TO RH-FISCAL-YEAR.
           MOVE CL-FISCAL-PERIOD TO RH-FISCAL-PERIOD.
           MOVE CL-FISCAL-WEEK   TO RH-FISCAL-WEEK.
           EVALUATE TRUE
               WHEN CL-IS-PERIOD-END
                   MOVE 'PERIOD-END' TO RH-END-NOTE
               WHEN CL-IS-WEEK-END
                   MOVE 'WEEK-END' TO RH-END-NOTE
               WHEN OTHER
                   MOVE SPACES TO RH-END-NOTE
           END-EVALUATE.
           WRITE OPS-RPT-LINE FROM RPT-HEADING-2.
           IF CL-NO-CALENDAR OR CL-BAD-REQUEST
               WRITE OPS-RPT-LINE FROM NO-CALENDAR-LINE
           END-IF.
       DAY-INFO-EXIT-PARA.
           EXIT.
       LIST-RUNS-PARA.
           WRITE OPS-RPT-LINE FROM SECTION-RUNS-LINE.
           OPEN INPUT RUN-CONTROL
           WRITE OPS-RPT-LINE.
       LIST-MISSING-EXIT-PARA.
           EXIT.
      *> A program not due on the report date is counted and passed
      *> over - its absence is the schedule, not a failure. A period-
      *> end is also a week-end for W entries, since the fiscal
      *> periods are built from whole weeks. With no usable calendar
      *> every entry is treated as due, the old every-day rule.
       CHECK-EXPECTED-PARA.
           MOVE 'Y' TO WS-DUE-SW.
           IF NOT CL-NO-CALENDAR AND NOT CL-BAD-REQUEST
               EVALUATE TRUE
                   WHEN XP-DUE-BUSINESS-DAY
                       IF NOT CL-IS-BUSINESS
                           MOVE 'N' TO WS-DUE-SW
                       END-IF
                   WHEN XP-DUE-WEEK-END
                       IF NOT CL-IS-WEEK-END AND NOT CL-IS-PERIOD-END
                           MOVE 'N' TO WS-DUE-SW
                       END-IF
                   WHEN XP-DUE-PERIOD-END
                       IF NOT CL-IS-PERIOD-END
                           MOVE 'N' TO WS-DUE-SW
                       END-IF
               END-EVALUATE
           END-IF.
           IF NOT WS-DUE
               ADD 1 TO RUNS-NOT-DUE
               GO TO CHECK-EXPECTED-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-SEEN-SW.
           PERFORM VARYING SEEN-IX FROM 1 BY 1
                   UNTIL SEEN-IX > WS-SEEN-COUNT OR WS-SEEN
           MOVE 'EXPECTED RUNS MISSING :' TO TL-LABEL.
           MOVE RUNS-MISSING TO TL-VALUE.
           WRITE OPS-RPT-LINE FROM TOTALS-LINE.
           MOVE 'EXPECTED NOT DUE TODAY:' TO TL-LABEL.
           MOVE RUNS-NOT-DUE TO TL-VALUE.
           WRITE OPS-RPT-LINE FROM TOTALS-LINE.
           MOVE 'FILE ERRORS LOGGED    :' TO TL-LABEL.
           MOVE ERRORS-LISTED TO TL-VALUE.
           WRITE OPS-RPT-LINE FROM TOTALS-LINE.
