
       DATA DIVISION.
       FILE SECTION.
      *> The 100-byte enriched extract record; only the store and
      *> item are listed, the rest rides through the sort.
       FD  INPUT-FILE.
       01  INPUT-FILE-REC.
           05  RAW-STORE-ID PIC 9(05).
           05  FILLER       PIC X(01).
           05  RAW-ITEM-ID  PIC X(10).
           05  FILLER       PIC X(84).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-STORE-ID PIC 9(05).
           05  FILLER      PIC X(01).
           05  SW-ITEM-ID  PIC X(10).
           05  FILLER      PIC X(84).
       FD  SORTED-FILE.
       01  SORTED-FILE-REC.
           05  STORE-ID    PIC 9(05).
           05  FILLER      PIC X(01).
           05  ITEM-ID     PIC X(10).
           05  FILLER      PIC X(84).
      *> REPORT-FILE is the printed store/item listing, paginated so
      *> auditors can review it like a real report instead of
      *> scrolling a spool file of bare DISPLAY lines.
