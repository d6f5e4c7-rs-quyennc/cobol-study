      *> CALDAY.cpy
      *> Layout of one SHOP-CALENDAR record - one per calendar date,
      *> in date sequence, maintained by CALMNT and read by the
      *> CALDATE date service. CD-DAY-TYPE says whether the date is
      *> a normal business day, a bank holiday, or a day the stores
      *> are shut; the fiscal fields place it in the shop's own
      *> year, period and week, and the two end markers flag the
      *> last day of a fiscal week and of a fiscal period. Shared by
      *> CALMNT and CALDATE so neither can drift from the file.
           05 CD-DATE           PIC 9(08).
           05 FILLER            PIC X(01).
           05 CD-DAY-TYPE       PIC X(01).
               88 CD-IS-BUSINESS   VALUE 'B'.
               88 CD-IS-HOLIDAY    VALUE 'H'.
               88 CD-IS-CLOSED     VALUE 'C'.
               88 CD-TYPE-KNOWN    VALUE 'B' 'H' 'C'.
           05 FILLER            PIC X(01).
           05 CD-FISCAL-YEAR    PIC 9(04).
           05 FILLER            PIC X(01).
           05 CD-FISCAL-PERIOD  PIC 9(02).
           05 FILLER            PIC X(01).
           05 CD-FISCAL-WEEK    PIC 9(02).
           05 FILLER            PIC X(01).
           05 CD-WEEK-END       PIC X(01).
               88 CD-IS-WEEK-END   VALUE 'Y'.
           05 FILLER            PIC X(01).
           05 CD-PERIOD-END     PIC X(01).
               88 CD-IS-PERIOD-END VALUE 'Y'.
           05 FILLER            PIC X(01).
           05 CD-DESCRIPTION    PIC X(20).
           05 FILLER            PIC X(34).
