       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDATE.
       AUTHOR. QUYENNC

      *> Shared date service over the shop calendar, in the RUNTRACK
      *> mold - a CALLed subprogram every date-driven job goes
      *> through instead of working dates out for itself. Until now
      *> each of them assumed every day was a normal run day, so a
      *> bank holiday or a store-closed day showed up as false
      *> MISSING RUN lines, aging that counted the holiday, and
      *> weeks cut at the wrong day. The SHOP-CALENDAR file (one
      *> CALDAY.cpy record per date, kept by CALMNT) is loaded into
      *> a table on the first call and held for the run; every
      *> call after that is a table lookup. The caller passes the
      *> CALLINK.cpy block naming the function wanted - day info,
      *> business-day add and count, fiscal week and period bounds,
      *> last period-end - and reads the answer back from it. A
      *> date off the calendar, or no calendar at all, falls back to
      *> plain dates (every day a business day, Monday-Sunday weeks,
      *> calendar-month periods) with a return code saying so, so a
      *> missing calendar degrades a report rather than stopping
      *> the night's batch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CALENDAR-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           COPY "CALDAY.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CALENDAR-FILE      PIC X(02)  VALUE SPACES.
           88  FS-CALENDAR-FILE-OK          VALUE '00'.
           88  FS-CALENDAR-FILE-EOF         VALUE '10'.
      *> Same persistence rule as RUNTRACK's open switch: subprogram
      *> storage survives between calls, so the calendar is read
      *> once, on the first call, and the table serves the rest of
      *> the run. A load that failed is not retried.
       01  WS-LOAD-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-TRIED                VALUE 'Y'.
       01  WS-AVAILABLE-SW       PIC X(01)  VALUE 'N'.
           88  WS-CAL-AVAILABLE             VALUE 'Y'.
       01  WS-LOAD-BAD-SW        PIC X(01)  VALUE 'N'.
           88  WS-LOAD-BAD                  VALUE 'Y'.
       01  WS-PREV-CAL-DATE      PIC 9(08)  VALUE 0.
      *> Ten years of dates, in date order - the load checks the
      *> sequence, which is what SEARCH ALL relies on.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT      PIC 9(05)  VALUE 0.
           05  WS-CAL-ENTRY OCCURS 0 TO 4000 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   ASCENDING KEY IS WS-TBL-DATE
                   INDEXED BY CAL-IX.
               10  WS-TBL-DATE          PIC 9(08).
               10  WS-TBL-DAY-TYPE      PIC X(01).
               10  WS-TBL-FISCAL-YEAR   PIC 9(04).
               10  WS-TBL-FISCAL-PERIOD PIC 9(02).
               10  WS-TBL-FISCAL-WEEK   PIC 9(02).
               10  WS-TBL-WEEK-END      PIC X(01).
               10  WS-TBL-PERIOD-END    PIC X(01).
      *> The date being worked and what the calendar (or the
      *> fallback) says about it.
       01  WS-DAY-DATE           PIC 9(08)  VALUE 0.
       01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
           05  WS-DAY-YYYY       PIC 9(04).
           05  WS-DAY-MM         PIC 9(02).
           05  WS-DAY-DD         PIC 9(02).
       01  WS-DAY-INT            PIC 9(07)  VALUE 0.
       01  WS-DAY-SUB            PIC 9(05)  VALUE 0.
       01  WS-DAY-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-DAY-FOUND                 VALUE 'Y'.
       01  WS-DAY-INFO.
           05  WS-DAY-TYPE       PIC X(01).
               88  WS-DAY-IS-BUSINESS       VALUE 'B'.
           05  WS-DAY-FISCAL-YEAR   PIC 9(04).
           05  WS-DAY-FISCAL-PERIOD PIC 9(02).
           05  WS-DAY-FISCAL-WEEK   PIC 9(02).
           05  WS-DAY-WEEK-END      PIC X(01).
           05  WS-DAY-PERIOD-END    PIC X(01).
      *> Day of week for the fallback, 0 = Monday .. 6 = Sunday.
      *> Integer day 1 (1 January 1601) was a Monday.
       01  WS-DOW                PIC 9(01)  VALUE 0.
       01  WS-JAN1-DOW           PIC 9(01)  VALUE 0.
       01  WS-QUOTIENT           PIC 9(07)  VALUE 0.
       01  WS-WORK-INT           PIC 9(07)  VALUE 0.
       01  WS-WORK-DATE          PIC 9(08)  VALUE 0.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY      PIC 9(04).
           05  WS-WORK-MM        PIC 9(02).
           05  WS-WORK-DD        PIC 9(02).
       01  WS-OFF-CALENDAR-SW    PIC X(01)  VALUE 'N'.
           88  WS-WENT-OFF-CALENDAR         VALUE 'Y'.
       01  WS-BAD-DATE-SW        PIC X(01)  VALUE 'N'.
           88  WS-DATE-INVALID              VALUE 'Y'.
      *> Business-day walking and counting.
       01  WS-STEP               PIC S9(01) VALUE 0.
       01  WS-REMAINING          PIC 9(05)  VALUE 0.
       01  WS-BUS-COUNT          PIC 9(05)  VALUE 0.
       01  WS-LOW-INT            PIC 9(07)  VALUE 0.
       01  WS-HIGH-INT           PIC 9(07)  VALUE 0.
       01  WS-REVERSED-SW        PIC X(01)  VALUE 'N'.
           88  WS-REVERSED                  VALUE 'Y'.
      *> Week/period bounds: the walk out from the day's table entry
      *> to either edge of its group.
       01  WS-BOUNDS-SW          PIC X(01)  VALUE 'W'.
           88  WS-BOUNDS-BY-WEEK            VALUE 'W'.
           88  WS-BOUNDS-BY-PERIOD          VALUE 'P'.
       01  WS-WALK-SUB           PIC 9(05)  VALUE 0.
       01  WS-NEXT-SUB           PIC 9(05)  VALUE 0.
       01  WS-EDGE-SW            PIC X(01)  VALUE 'N'.
           88  WS-AT-EDGE                   VALUE 'Y'.
       01  WS-SAME-GROUP-SW      PIC X(01)  VALUE 'N'.
           88  WS-SAME-GROUP                VALUE 'Y'.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID  PIC X(18) VALUE 'CALDATE'.
       01  WS-ERRLOG-FILE-NAME   PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION   PIC X(05) VALUE 'OPEN'.

       LINKAGE SECTION.
       01  LK-CAL-PARMS.
           COPY "CALLINK.cpy".

       PROCEDURE DIVISION USING LK-CAL-PARMS.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           IF NOT WS-LOAD-TRIED
               PERFORM LOAD-CALENDAR-PARA THRU LOAD-CALENDAR-EXIT-PARA
           END-IF.
           MOVE '00' TO CL-RETURN-CODE.
           MOVE 'N' TO WS-OFF-CALENDAR-SW.
           EVALUATE TRUE
               WHEN CL-DAY-INFO
                   PERFORM DAY-INFO-PARA THRU DAY-INFO-EXIT-PARA
               WHEN CL-ADD-BUS-DAYS
                   PERFORM ADD-BUS-DAYS-PARA
                       THRU ADD-BUS-DAYS-EXIT-PARA
               WHEN CL-COUNT-BUS-DAYS
                   PERFORM COUNT-BUS-DAYS-PARA
                       THRU COUNT-BUS-DAYS-EXIT-PARA
               WHEN CL-WEEK-BOUNDS
                   MOVE 'W' TO WS-BOUNDS-SW
                   PERFORM GROUP-BOUNDS-PARA THRU GROUP-BOUNDS-EXIT-PARA
               WHEN CL-PERIOD-BOUNDS
                   MOVE 'P' TO WS-BOUNDS-SW
                   PERFORM GROUP-BOUNDS-PARA THRU GROUP-BOUNDS-EXIT-PARA
               WHEN CL-LAST-PERIOD-END
                   PERFORM LAST-PERIOD-END-PARA
                       THRU LAST-PERIOD-END-EXIT-PARA
               WHEN OTHER
                   MOVE '12' TO CL-RETURN-CODE
           END-EVALUATE.
      *> A good answer still says how it was reached - the caller
      *> decides whether a fallback matters to it.
           IF CL-OK
               IF NOT WS-CAL-AVAILABLE
                   MOVE '08' TO CL-RETURN-CODE
               ELSE
                   IF WS-WENT-OFF-CALENDAR
                       MOVE '04' TO CL-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.
      *> An unopenable, empty or out-of-sequence calendar leaves the
      *> table unused and every answer on the fallback - logged
      *> once here, and flagged '08' on every call after.
       LOAD-CALENDAR-PARA.
           MOVE 'Y' TO WS-LOAD-SW.
           OPEN INPUT CALENDAR-FILE
           IF NOT FS-CALENDAR-FILE-OK
               DISPLAY 'CALENDAR OPEN FAILED: ' FS-CALENDAR-FILE
               MOVE 'SHOP-CALENDAR' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CALENDAR-FILE
               GO TO LOAD-CALENDAR-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-CAL-COUNT WS-PREV-CAL-DATE.
           PERFORM UNTIL FS-CALENDAR-FILE-EOF OR WS-LOAD-BAD
               READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM TABLE-DAY-PARA THRU TABLE-DAY-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF WS-LOAD-BAD OR WS-CAL-COUNT = 0
               DISPLAY 'CALENDAR NOT USED, PLAIN DATES IN FORCE'
               MOVE 0 TO WS-CAL-COUNT
           ELSE
               MOVE 'Y' TO WS-AVAILABLE-SW
           END-IF.
       LOAD-CALENDAR-EXIT-PARA.
           EXIT.
       TABLE-DAY-PARA.
           IF CD-DATE IS NOT NUMERIC
                   OR CD-DATE NOT > WS-PREV-CAL-DATE
               DISPLAY 'CALENDAR OUT OF SEQUENCE AT ' CD-DATE
               MOVE 'Y' TO WS-LOAD-BAD-SW
               GO TO TABLE-DAY-EXIT-PARA
           END-IF.
           IF WS-CAL-COUNT NOT < 4000
               DISPLAY 'CALENDAR TABLE FULL AT ' CD-DATE
               MOVE 'Y' TO WS-LOAD-BAD-SW
               GO TO TABLE-DAY-EXIT-PARA
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           MOVE CD-DATE          TO WS-TBL-DATE (WS-CAL-COUNT).
           MOVE CD-DAY-TYPE      TO WS-TBL-DAY-TYPE (WS-CAL-COUNT).
           MOVE CD-FISCAL-YEAR   TO WS-TBL-FISCAL-YEAR (WS-CAL-COUNT).
           MOVE CD-FISCAL-PERIOD
               TO WS-TBL-FISCAL-PERIOD (WS-CAL-COUNT).
           MOVE CD-FISCAL-WEEK   TO WS-TBL-FISCAL-WEEK (WS-CAL-COUNT).
           MOVE CD-WEEK-END      TO WS-TBL-WEEK-END (WS-CAL-COUNT).
           MOVE CD-PERIOD-END    TO WS-TBL-PERIOD-END (WS-CAL-COUNT).
           MOVE CD-DATE TO WS-PREV-CAL-DATE.
       TABLE-DAY-EXIT-PARA.
           EXIT.
       DAY-INFO-PARA.
           MOVE CL-DATE-1 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO DAY-INFO-EXIT-PARA
           END-IF.
           PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA.
           PERFORM RETURN-DAY-PARA THRU RETURN-DAY-EXIT-PARA.
       DAY-INFO-EXIT-PARA.
           EXIT.
      *> Steps a day at a time in the direction of CL-DAYS, counting
      *> only business days, until the count is used up. CL-DAYS of
      *> zero returns CL-DATE-1 itself.
       ADD-BUS-DAYS-PARA.
           MOVE CL-DATE-1 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO ADD-BUS-DAYS-EXIT-PARA
           END-IF.
           IF CL-DAYS < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-REMAINING = 0 - CL-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE CL-DAYS TO WS-REMAINING
           END-IF.
           PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA.
           PERFORM UNTIL WS-REMAINING = 0
               ADD WS-STEP TO WS-DAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA
               IF WS-DAY-IS-BUSINESS
                   SUBTRACT 1 FROM WS-REMAINING
               END-IF
           END-PERFORM.
           MOVE WS-DAY-DATE TO CL-DATE-2.
           PERFORM RETURN-DAY-PARA THRU RETURN-DAY-EXIT-PARA.
       ADD-BUS-DAYS-EXIT-PARA.
           EXIT.
      *> Business days after CL-DATE-1 up to and including
      *> CL-DATE-2 - an item first seen on Friday and aged on Monday
      *> over a closed weekend is one day old. Dates given the wrong
      *> way round come back negative.
       COUNT-BUS-DAYS-PARA.
           MOVE CL-DATE-1 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO COUNT-BUS-DAYS-EXIT-PARA
           END-IF.
           MOVE WS-DAY-INT TO WS-LOW-INT.
           MOVE CL-DATE-2 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO COUNT-BUS-DAYS-EXIT-PARA
           END-IF.
           MOVE WS-DAY-INT TO WS-HIGH-INT.
           MOVE 'N' TO WS-REVERSED-SW.
           IF WS-HIGH-INT < WS-LOW-INT
               MOVE 'Y' TO WS-REVERSED-SW
               MOVE WS-HIGH-INT TO WS-WORK-INT
               MOVE WS-LOW-INT TO WS-HIGH-INT
               MOVE WS-WORK-INT TO WS-LOW-INT
           END-IF.
           MOVE 0 TO WS-BUS-COUNT.
           MOVE WS-LOW-INT TO WS-DAY-INT.
           PERFORM UNTIL WS-DAY-INT NOT < WS-HIGH-INT
               ADD 1 TO WS-DAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA
               IF WS-DAY-IS-BUSINESS
                   ADD 1 TO WS-BUS-COUNT
               END-IF
           END-PERFORM.
           IF WS-REVERSED
               COMPUTE CL-DAYS = 0 - WS-BUS-COUNT
           ELSE
               MOVE WS-BUS-COUNT TO CL-DAYS
           END-IF.
       COUNT-BUS-DAYS-EXIT-PARA.
           EXIT.
      *> Fiscal week or fiscal period holding CL-DATE-1. On the
      *> calendar, the group's bounds are found by walking out from
      *> the day's entry while the neighbours carry the same fiscal
      *> year and week (or period); off it, Monday to Sunday or the
      *> calendar month.
       GROUP-BOUNDS-PARA.
           MOVE CL-DATE-1 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO GROUP-BOUNDS-EXIT-PARA
           END-IF.
           PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA.
           IF WS-DAY-FOUND
               PERFORM FIND-GROUP-BOUNDS-PARA
                   THRU FIND-GROUP-BOUNDS-EXIT-PARA
           ELSE
               IF WS-BOUNDS-BY-WEEK
                   COMPUTE WS-WORK-INT = WS-DAY-INT - WS-DOW
                   COMPUTE CL-START-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                   ADD 6 TO WS-WORK-INT
                   COMPUTE CL-END-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               ELSE
                   PERFORM MONTH-BOUNDS-PARA THRU MONTH-BOUNDS-EXIT-PARA
               END-IF
           END-IF.
           PERFORM RETURN-DAY-PARA THRU RETURN-DAY-EXIT-PARA.
       GROUP-BOUNDS-EXIT-PARA.
           EXIT.
      *> The most recent fiscal period-end on or before CL-DATE-1,
      *> found by walking back down the table from the day's entry.
      *> Off the calendar (or before its first period-end) it is the
      *> last day of the previous calendar month - or CL-DATE-1
      *> itself when that is a month-end.
       LAST-PERIOD-END-PARA.
           MOVE CL-DATE-1 TO WS-DAY-DATE.
           PERFORM VALIDATE-DATE-PARA THRU VALIDATE-DATE-EXIT-PARA.
           IF WS-DATE-INVALID
               GO TO LAST-PERIOD-END-EXIT-PARA
           END-IF.
           PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA.
           IF WS-DAY-FOUND
               MOVE WS-DAY-SUB TO WS-WALK-SUB
               MOVE 'N' TO WS-EDGE-SW
               PERFORM UNTIL WS-AT-EDGE
                   IF WS-TBL-PERIOD-END (WS-WALK-SUB) = 'Y'
                           OR WS-WALK-SUB = 1
                       MOVE 'Y' TO WS-EDGE-SW
                   ELSE
                       SUBTRACT 1 FROM WS-WALK-SUB
                   END-IF
               END-PERFORM
               IF WS-TBL-PERIOD-END (WS-WALK-SUB) = 'Y'
                   MOVE WS-TBL-DATE (WS-WALK-SUB) TO WS-DAY-DATE
                   PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA
                   MOVE 'P' TO WS-BOUNDS-SW
                   PERFORM FIND-GROUP-BOUNDS-PARA
                       THRU FIND-GROUP-BOUNDS-EXIT-PARA
                   MOVE WS-DAY-DATE TO CL-DATE-2
                   PERFORM RETURN-DAY-PARA THRU RETURN-DAY-EXIT-PARA
                   GO TO LAST-PERIOD-END-EXIT-PARA
               END-IF
               MOVE 'Y' TO WS-OFF-CALENDAR-SW
           END-IF.
           COMPUTE WS-WORK-INT = WS-DAY-INT + 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           IF WS-WORK-DD NOT = 1
               MOVE WS-DAY-DATE TO WS-WORK-DATE
               MOVE 1 TO WS-WORK-DD
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           END-IF.
           PERFORM LOOKUP-DAY-PARA THRU LOOKUP-DAY-EXIT-PARA.
           MOVE WS-DAY-YYYY TO WS-DAY-FISCAL-YEAR.
           MOVE WS-DAY-MM   TO WS-DAY-FISCAL-PERIOD.
           MOVE 'Y' TO WS-DAY-PERIOD-END.
           MOVE 'Y' TO WS-OFF-CALENDAR-SW.
           PERFORM MONTH-BOUNDS-PARA THRU MONTH-BOUNDS-EXIT-PARA.
           MOVE WS-DAY-DATE TO CL-DATE-2.
           PERFORM RETURN-DAY-PARA THRU RETURN-DAY-EXIT-PARA.
       LAST-PERIOD-END-EXIT-PARA.
           EXIT.
      *> Walks down, then up, from WS-DAY-SUB while the neighbouring
      *> entry is in the same fiscal week (or period) as the day.
       FIND-GROUP-BOUNDS-PARA.
           MOVE WS-DAY-SUB TO WS-WALK-SUB.
           MOVE 'N' TO WS-EDGE-SW.
           PERFORM UNTIL WS-AT-EDGE
               IF WS-WALK-SUB = 1
                   MOVE 'Y' TO WS-EDGE-SW
               ELSE
                   SUBTRACT 1 FROM WS-WALK-SUB GIVING WS-NEXT-SUB
                   PERFORM TEST-SAME-GROUP-PARA
                       THRU TEST-SAME-GROUP-EXIT-PARA
                   IF WS-SAME-GROUP
                       MOVE WS-NEXT-SUB TO WS-WALK-SUB
                   ELSE
                       MOVE 'Y' TO WS-EDGE-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TBL-DATE (WS-WALK-SUB) TO CL-START-DATE.
           MOVE WS-DAY-SUB TO WS-WALK-SUB.
           MOVE 'N' TO WS-EDGE-SW.
           PERFORM UNTIL WS-AT-EDGE
               IF WS-WALK-SUB = WS-CAL-COUNT
                   MOVE 'Y' TO WS-EDGE-SW
               ELSE
                   ADD 1 TO WS-WALK-SUB GIVING WS-NEXT-SUB
                   PERFORM TEST-SAME-GROUP-PARA
                       THRU TEST-SAME-GROUP-EXIT-PARA
                   IF WS-SAME-GROUP
                       MOVE WS-NEXT-SUB TO WS-WALK-SUB
                   ELSE
                       MOVE 'Y' TO WS-EDGE-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TBL-DATE (WS-WALK-SUB) TO CL-END-DATE.
       FIND-GROUP-BOUNDS-EXIT-PARA.
           EXIT.
       TEST-SAME-GROUP-PARA.
           MOVE 'N' TO WS-SAME-GROUP-SW.
           IF WS-TBL-FISCAL-YEAR (WS-NEXT-SUB) = WS-DAY-FISCAL-YEAR
               IF WS-BOUNDS-BY-WEEK
                   IF WS-TBL-FISCAL-WEEK (WS-NEXT-SUB)
                           = WS-DAY-FISCAL-WEEK
                       MOVE 'Y' TO WS-SAME-GROUP-SW
                   END-IF
               ELSE
                   IF WS-TBL-FISCAL-PERIOD (WS-NEXT-SUB)
                           = WS-DAY-FISCAL-PERIOD
                       MOVE 'Y' TO WS-SAME-GROUP-SW
                   END-IF
               END-IF
           END-IF.
       TEST-SAME-GROUP-EXIT-PARA.
           EXIT.
      *> First and last day of WS-DAY-DATE's calendar month.
       MONTH-BOUNDS-PARA.
           MOVE WS-DAY-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-WORK-DD.
           MOVE WS-WORK-DATE TO CL-START-DATE.
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE CL-END-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
       MONTH-BOUNDS-EXIT-PARA.
           EXIT.
      *> A date that is not a real YYYYMMDD ends the call '12' with
      *> nothing else answered.
       VALIDATE-DATE-PARA.
           MOVE 'N' TO WS-BAD-DATE-SW.
           IF WS-DAY-DATE IS NOT NUMERIC
                   OR WS-DAY-YYYY < 1601
                   OR WS-DAY-MM < 1 OR WS-DAY-MM > 12
                   OR WS-DAY-DD < 1 OR WS-DAY-DD > 31
               MOVE 'Y' TO WS-BAD-DATE-SW
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
               IF WS-DAY-INT = 0
                   MOVE 'Y' TO WS-BAD-DATE-SW
               END-IF
           END-IF.
           IF WS-DATE-INVALID
               MOVE '12' TO CL-RETURN-CODE
           END-IF.
       VALIDATE-DATE-EXIT-PARA.
           EXIT.
      *> Everything known about WS-DAY-DATE, from the table when the
      *> date is on it and from the plain-date fallback when not.
       LOOKUP-DAY-PARA.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
           SUBTRACT 1 FROM WS-DAY-INT GIVING WS-WORK-INT.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-DOW.
           MOVE 'N' TO WS-DAY-FOUND-SW.
           IF WS-CAL-AVAILABLE
               SEARCH ALL WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TBL-DATE (CAL-IX) = WS-DAY-DATE
                       MOVE 'Y' TO WS-DAY-FOUND-SW
                       SET WS-DAY-SUB TO CAL-IX
               END-SEARCH
           END-IF.
           IF WS-DAY-FOUND
               MOVE WS-TBL-DAY-TYPE (WS-DAY-SUB) TO WS-DAY-TYPE
               MOVE WS-TBL-FISCAL-YEAR (WS-DAY-SUB)
                   TO WS-DAY-FISCAL-YEAR
               MOVE WS-TBL-FISCAL-PERIOD (WS-DAY-SUB)
                   TO WS-DAY-FISCAL-PERIOD
               MOVE WS-TBL-FISCAL-WEEK (WS-DAY-SUB)
                   TO WS-DAY-FISCAL-WEEK
               MOVE WS-TBL-WEEK-END (WS-DAY-SUB) TO WS-DAY-WEEK-END
               MOVE WS-TBL-PERIOD-END (WS-DAY-SUB)
                   TO WS-DAY-PERIOD-END
               GO TO LOOKUP-DAY-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-OFF-CALENDAR-SW.
           MOVE 'B' TO WS-DAY-TYPE.
           MOVE WS-DAY-YYYY TO WS-DAY-FISCAL-YEAR.
           MOVE WS-DAY-MM   TO WS-DAY-FISCAL-PERIOD.
           MOVE WS-DAY-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-WORK-MM WS-WORK-DD.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           SUBTRACT 1 FROM WS-WORK-INT GIVING WS-QUOTIENT.
           DIVIDE WS-QUOTIENT BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-JAN1-DOW.
      *> Week 1 is the Monday-to-Sunday week holding 1 January.
           COMPUTE WS-DAY-FISCAL-WEEK =
               (WS-DAY-INT - WS-WORK-INT + WS-JAN1-DOW) / 7 + 1.
           IF WS-DOW = 6
               MOVE 'Y' TO WS-DAY-WEEK-END
           ELSE
               MOVE SPACE TO WS-DAY-WEEK-END
           END-IF.
           COMPUTE WS-WORK-INT = WS-DAY-INT + 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           IF WS-WORK-DD = 1
               MOVE 'Y' TO WS-DAY-PERIOD-END
           ELSE
               MOVE SPACE TO WS-DAY-PERIOD-END
           END-IF.
       LOOKUP-DAY-EXIT-PARA.
           EXIT.
       RETURN-DAY-PARA.
           MOVE WS-DAY-TYPE          TO CL-DAY-TYPE.
           MOVE WS-DAY-FISCAL-YEAR   TO CL-FISCAL-YEAR.
           MOVE WS-DAY-FISCAL-PERIOD TO CL-FISCAL-PERIOD.
           MOVE WS-DAY-FISCAL-WEEK   TO CL-FISCAL-WEEK.
           MOVE WS-DAY-WEEK-END      TO CL-WEEK-END.
           MOVE WS-DAY-PERIOD-END    TO CL-PERIOD-END.
       RETURN-DAY-EXIT-PARA.
           EXIT.
