      *> STHIER.cpy
      *> Layout of one STORE-HIERARCHY record. The file holds three
      *> levels in one key sequence - regions (level 1), districts
      *> (level 2) and stores (level 3) - so a region is always on
      *> file ahead of the districts that name it, and a district
      *> ahead of its stores. SH-PARENT is the district's region or
      *> the store's district (blank on a region). The store's own
      *> name stays on STORE-MASTER; SH-NAME is kept for regions and
      *> districts. Shared by HIERMNT (maintenance) and STRLUP (the
      *> district/region rollup) so neither can drift from the file.
           05 SH-KEY.
               10 SH-LEVEL      PIC X(01).
                   88 SH-IS-REGION     VALUE '1'.
                   88 SH-IS-DISTRICT   VALUE '2'.
                   88 SH-IS-STORE      VALUE '3'.
                   88 SH-LEVEL-KNOWN   VALUE '1' '2' '3'.
               10 SH-CODE       PIC X(05).
           05 FILLER            PIC X(01).
           05 SH-NAME           PIC X(20).
           05 FILLER            PIC X(01).
           05 SH-MANAGER        PIC X(20).
           05 FILLER            PIC X(01).
           05 SH-PARENT         PIC X(05).
           05 FILLER            PIC X(26).
