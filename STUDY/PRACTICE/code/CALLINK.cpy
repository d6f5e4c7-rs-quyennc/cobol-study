      *> CALLINK.cpy
      *> Parameter block for the CALDATE date service. The caller
      *> sets CL-FUNCTION and the input dates/days, CALLs CALDATE
      *> USING the block, and reads the answer back from the same
      *> fields. One copybook for both sides, so the block the
      *> caller passes and the LINKAGE item the service reads are
      *> the same size by construction.
      *>   INFO - day type, fiscal year/period/week and the two end
      *>          markers for CL-DATE-1.
      *>   ADDB - CL-DATE-2 is CL-DATE-1 moved CL-DAYS business days
      *>          (negative CL-DAYS counts backwards).
      *>   DIFB - CL-DAYS is the number of business days after
      *>          CL-DATE-1 up to and including CL-DATE-2.
      *>   WEEK - CL-START-DATE/CL-END-DATE bound the fiscal week
      *>          holding CL-DATE-1.
      *>   PERD - the same for the fiscal period.
      *>   LPED - CL-DATE-2 is the last fiscal period-end on or
      *>          before CL-DATE-1, with that period's bounds.
      *> CL-RETURN-CODE is '00' when every date was on the calendar,
      *> '04' when one was not and the plain-calendar fallback was
      *> used for it (every day a business day, Monday-Sunday
      *> weeks, calendar-month periods), '08' when the calendar
      *> could not be loaded and the fallback was used throughout,
      *> and '12' for an unknown function or an invalid date.
           05 CL-FUNCTION       PIC X(04).
               88 CL-DAY-INFO        VALUE 'INFO'.
               88 CL-ADD-BUS-DAYS    VALUE 'ADDB'.
               88 CL-COUNT-BUS-DAYS  VALUE 'DIFB'.
               88 CL-WEEK-BOUNDS     VALUE 'WEEK'.
               88 CL-PERIOD-BOUNDS   VALUE 'PERD'.
               88 CL-LAST-PERIOD-END VALUE 'LPED'.
           05 CL-DATE-1         PIC 9(08).
           05 CL-DATE-2         PIC 9(08).
           05 CL-DAYS           PIC S9(05).
           05 CL-START-DATE     PIC 9(08).
           05 CL-END-DATE       PIC 9(08).
           05 CL-DAY-TYPE       PIC X(01).
               88 CL-IS-BUSINESS     VALUE 'B'.
               88 CL-IS-HOLIDAY      VALUE 'H'.
               88 CL-IS-CLOSED       VALUE 'C'.
           05 CL-FISCAL-YEAR    PIC 9(04).
           05 CL-FISCAL-PERIOD  PIC 9(02).
           05 CL-FISCAL-WEEK    PIC 9(02).
           05 CL-WEEK-END       PIC X(01).
               88 CL-IS-WEEK-END     VALUE 'Y'.
           05 CL-PERIOD-END     PIC X(01).
               88 CL-IS-PERIOD-END   VALUE 'Y'.
           05 CL-RETURN-CODE    PIC X(02).
               88 CL-OK              VALUE '00'.
               88 CL-OFF-CALENDAR    VALUE '04'.
               88 CL-NO-CALENDAR     VALUE '08'.
               88 CL-BAD-REQUEST     VALUE '12'.
