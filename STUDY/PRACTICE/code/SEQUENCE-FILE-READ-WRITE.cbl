      *> run reads it back to know how many SORTED-FILE records to
      *> skip over and to pick its counters back up where the failed
      *> run left off, instead of starting the extract over from
      *> scratch. A fresh run cuts a zero checkpoint before it does
      *> anything else, so last night's never stands in for it.
           SELECT RESTART-FILE ASSIGN TO RESTART-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RESTART-FILE.
      *> RESTART-WORK holds one output file at a time while a
      *> restart cuts it back to what it held at the checkpoint -
      *> whatever the failed run wrote after it is dropped, or the
      *> resumed run would write it all again behind it.
           SELECT RESTART-WORK ASSIGN TO RESTART-WORK-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RESTART-WORK.
      *> RETURNS-FILE gets one record per store/item written to the
      *> extract - quantity sold, quantity returned and the value
      *> refunded - so RETRPT can work out a return rate by item.
      *> Every key is written, not just the ones with returns, so
      *> the store-level rate has its whole denominator.
           SELECT RETURNS-FILE ASSIGN TO RETURNS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-RETURNS-FILE.
      *> PART-TOTALS-FILE is written only by a partition run - one
      *> record of closing control totals that EXTMERGE reads back
      *> to prove the partitions add up to the whole feed.
           SELECT PART-TOTALS-FILE ASSIGN TO PART-TOTALS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-TOTALS-FILE.
      *> FEEDVAL's feed register - read only by a partition run, for
      *> the business date of the feed it is extracting (the last
      *> entry), which goes on its closing totals for the merge.
           SELECT FEED-REGISTER ASSIGN TO FEED-REGISTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-REGISTER.
       DATA DIVISION.
       FILE SECTION.
      *> The upstream feed carries a quantity sold on every line -
      *> for years it sat in the filler and was thrown away.
      *> The tills also send customer returns and line voids as
      *> lines of their own, told apart by RAW-REC-TYPE: 'S' (or
      *> blank, as every line was before the byte existed) is a
      *> sale, 'R' a return, 'V' a void of a line rung in error.
      *> The quantity is always positive - the type says which way
      *> it counts.
       FD  INPUT-FILE.
       01  INPUT-FILE-REC.
           05  RAW-STORE-ID PIC 9(05).
           05  RAW-ITEM-ID  PIC X(10).
           05  FILLER       PIC X(01).
           05  RAW-QTY      PIC X(05).
           05  FILLER       PIC X(01).
           05  RAW-REC-TYPE PIC X(01).
           05  FILLER       PIC X(56).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-STORE-ID PIC 9(05).
           05  SW-ITEM-ID  PIC X(10).
           05  FILLER      PIC X(01).
           05  SW-QTY      PIC X(05).
           05  FILLER      PIC X(01).
           05  SW-REC-TYPE PIC X(01).
           05  FILLER      PIC X(56).
       FD  SORTED-FILE.
       01  SORTED-FILE-REC.
           05  STORE-ID    PIC 9(05).
           05  FILLER      PIC X(01).
           05  REC-QTY     PIC X(05).
           05  REC-QTY-N REDEFINES REC-QTY PIC 9(05).
           05  FILLER      PIC X(01).
           05  REC-TYPE    PIC X(01).
               88  REC-IS-SALE             VALUE 'S' SPACE.
               88  REC-IS-RETURN           VALUE 'R'.
               88  REC-IS-VOID             VALUE 'V'.
           05  FILLER      PIC X(56).
       FD  OUTPUT-FILE.
         01  OUTPUT-FILE-REC.
              05  O-STORE-ID   PIC 9(05).
              05  DELIMIT-5    PIC X(01).
      *> Quantity sold off the feed and its extended value (quantity
      *> times the unit price in force) - what finance balances
      *> against the till reports. Both are the store/item's NET
      *> figure: sales less voids less returns, one record per key
      *> as before, so every key-matching consumer reads it as it
      *> always has.
              05  O-QTY        PIC 9(05).
              05  DELIMIT-6    PIC X(01).
              05  O-EXT-VALUE  PIC 9(10).99.
      *> the latest occurrence without asking the catalog which
      *> generation a record came from.
              05  O-EXTRACT-DATE PIC 9(08).
      *> '-' when the key's returns outweighed its sales and O-QTY/
      *> O-EXT-VALUE are to be taken off rather than added; blank
      *> otherwise. Taken from the old filler so a plain sale
      *> record is byte-for-byte what it always was.
              05  O-NET-SIGN   PIC X(01).
                  88  O-NET-NEGATIVE          VALUE '-'.
              05  FILLER       PIC X(03).
      *> PARM-FILE carries the STORE-ID selection range for the run,
      *> so ops can change which stores get extracted without a
      *> recompile. One record: low store, high store. If the card
      *> the duplicate goes to REJECT-FILE with its reason code, the
      *> first occurrence is kept, and the run ends normally.
           05  PARM-DUP-MODE    PIC X(01).
           05  FILLER           PIC X(01).
      *> PARM-PART-ID names the partition this run is, when the
      *> extract is split by STORE-ID range across parallel jobs -
      *> blank is the whole feed in one pass, as it always was.
      *> EXTRSTRT fills these from the partition job's own card; a
      *> partition sorts and extracts only the feed lines whose
      *> STORE-ID lies in PARM-PART-LOW thru PARM-PART-HIGH and
      *> passes the rest over, counted, for the other partitions.
      *> The selection range above still rejects as before inside
      *> each partition.
           05  PARM-PART-ID     PIC X(01).
           05  FILLER           PIC X(01).
           05  PARM-PART-LOW    PIC X(05).
           05  FILLER           PIC X(01).
           05  PARM-PART-HIGH   PIC X(05).
           05  FILLER           PIC X(01).
      *> PARM-INACTIVE-MODE of 'R' rejects sale and void lines for
      *> an item whose status in force is inactive, reason
      *> INACTIVE-ITEM; anything else extracts them as it always
      *> has. Returns are taken either way - the refund was given.
           05  PARM-INACTIVE-MODE PIC X(01).
           05  FILLER           PIC X(47).
      *> CONTROL-RPT-FILE carries the end-of-job control totals so
      *> the nightly run log shows read/written/rejected counts
      *> instead of us having to infer them from file sizes.
      *> Quantity rides on the reject so EXTRECYC can price a
      *> recovered record without going back to the feed.
           05  RJ-QTY           PIC X(05).
           05  FILLER           PIC X(01).
      *> The feed line's record type, so a recycled return or void
      *> goes back out the right way round.
           05  RJ-REC-TYPE      PIC X(01).
           05  FILLER           PIC X(01).
      *> The run date the reject came off, same as O-EXTRACT-DATE
      *> on an extracted record, so a reader of several generations
      *> can tell which day's run refused the line.
           05  RJ-EXTRACT-DATE  PIC 9(08).
           05  FILLER           PIC X(30).
      *> CSV-OUTPUT-FILE is the spreadsheet-friendly mirror of
      *> OUTPUT-FILE, turned on by PARM-CSV-MODE. Header row plus
      *> one quoted, comma-separated line per record written.
      *> row keeps pricing until Monday's run. Rows are kept in
      *> ITEM-ID/EFF-DATE sequence; a blank or zero date is a base
      *> price effective from the beginning (legacy rows). Status is
      *> taken off the row in force; it only matters when the parm
      *> card asks for inactive items' sales to be rejected.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-ID       PIC X(10).
           05  FILLER            PIC X(01).
      *> Quantity and extended value written for the store, so the
      *> per-store history carries money as well as record counts.
      *> SU-QTY-SOLD is sales less voids; SU-EXT-VALUE is the value
      *> net of returns, with SU-NET-SIGN '-' on the rare day a
      *> store refunded more than it took. The returns themselves
      *> ride alongside so the refunds can be seen, not just felt.
           05  SU-QTY-SOLD       PIC 9(09).
           05  FILLER            PIC X(01).
           05  SU-EXT-VALUE      PIC 9(09)V99.
           05  SU-NET-SIGN       PIC X(01).
           05  FILLER            PIC X(01).
           05  SU-RETURN-QTY     PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RETURN-VALUE   PIC 9(09)V99.
           05  FILLER            PIC X(07).
       FD  RESTART-FILE.
       01  RESTART-FILE-REC.
           05  RST-READ-COUNT   PIC 9(07).
           05  RST-WRITE-COUNT  PIC 9(07).
           05  RST-REJECT-COUNT PIC 9(07).
      *> Money and quantity as of the checkpoint, so a restarted
      *> run's control totals still balance against the till. Net
      *> of returns, so signed.
           05  RST-TOTAL-QTY    PIC S9(09).
           05  RST-TOTAL-VALUE  PIC S9(11)V99.
      *> Line counts by record type and the return/void totals, so
      *> a restarted run's returns line and reconciliation pick up
      *> where the failed run left off.
           05  RST-SALE-COUNT   PIC 9(07).
           05  RST-RETURN-COUNT PIC 9(07).
           05  RST-VOID-COUNT   PIC 9(07).
           05  RST-RETURN-QTY   PIC 9(09).
           05  RST-RETURN-VALUE PIC 9(11)V99.
           05  RST-VOID-QTY     PIC 9(09).
           05  FILLER           PIC X(05).
      *> How long each output was at the checkpoint: the extract,
      *> returns and CSV files go by RST-WRITE-COUNT and the rejects
      *> by RST-REJECT-COUNT; the summary file by the records this
      *> run had flushed to it plus, for the one-pass extract, the
      *> history it already held when the run began.
           05  RST-SUMMARY-COUNT PIC 9(07).
           05  RST-HISTORY-COUNT PIC 9(07).
      *> The store in hand's tallies, not yet flushed to SUMMARY-
      *> FILE, so its record comes out whole after a restart.
           05  RST-SUM-ACTIVE   PIC X(01).
           05  RST-SUM-STORE-ID PIC 9(05).
           05  RST-SUM-WRITTEN  PIC 9(07).
           05  RST-SUM-REJECTED PIC 9(07).
           05  RST-SUM-QTY      PIC 9(09).
           05  RST-SUM-VALUE    PIC S9(09)V99.
           05  RST-SUM-RETURN-QTY   PIC 9(07).
           05  RST-SUM-RETURN-VALUE PIC 9(09)V99.
           05  FILLER           PIC X(08).
      *> Wide enough for the longest output record, the CSV line.
       FD  RESTART-WORK.
       01  RESTART-WORK-REC     PIC X(120).
      *> One record per store/item written to the extract. Sold is
      *> sales less voids; returned and refunded are the key's
      *> return lines at the unit price in force.
       FD  RETURNS-FILE.
       01  RETURNS-FILE-REC.
           05  RT-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  RT-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(01).
           05  RT-ITEM-DESC     PIC X(20).
           05  FILLER           PIC X(01).
           05  RT-SOLD-QTY      PIC 9(07).
           05  FILLER           PIC X(01).
           05  RT-RETURN-QTY    PIC 9(07).
           05  FILLER           PIC X(01).
           05  RT-RETURN-VALUE  PIC 9(09)V99.
           05  FILLER           PIC X(01).
           05  RT-RUN-DATE      PIC 9(08).
           05  FILLER           PIC X(06).
       FD  PART-TOTALS-FILE.
       01  PART-TOTALS-REC.
           COPY "EXTPART.cpy".
      *> FEEDVAL's FEED-REGISTER record.
       FD  FEED-REGISTER.
       01  FEED-REGISTER-REC.
           05  FR-FEED-SEQ      PIC 9(05).
           05  FILLER           PIC X(01).
           05  FR-BUSINESS-DATE PIC 9(08).
           05  FILLER           PIC X(66).
       WORKING-STORAGE SECTION.
           01  FS-INPUT-FILE   PIC X(02)   VALUE SPACES.
               88  FS-INPUT-FILE-OK        VALUE '00'.
               88  FS-CONTROL-RPT-FILE-OK  VALUE '00'.
           01  FS-REJECT-FILE  PIC X(02)   VALUE SPACES.
               88  FS-REJECT-FILE-OK       VALUE '00'.
               88  FS-REJECT-FILE-EOF      VALUE '10'.
           01  FS-CSV-OUTPUT-FILE PIC X(02) VALUE SPACES.
               88  FS-CSV-OUTPUT-FILE-OK   VALUE '00'.
               88  FS-CSV-OUTPUT-FILE-EOF  VALUE '10'.
           01  FS-RESTART-FILE PIC X(02)   VALUE SPACES.
               88  FS-RESTART-FILE-OK      VALUE '00'.
           01  FS-RESTART-WORK PIC X(02)   VALUE SPACES.
               88  FS-RESTART-WORK-OK      VALUE '00'.
               88  FS-RESTART-WORK-EOF     VALUE '10'.
           01  FS-RETURNS-FILE PIC X(02)   VALUE SPACES.
               88  FS-RETURNS-FILE-OK      VALUE '00'.
               88  FS-RETURNS-FILE-EOF     VALUE '10'.
           01  FS-PART-TOTALS-FILE PIC X(02) VALUE SPACES.
               88  FS-PART-TOTALS-FILE-OK  VALUE '00'.
           01  FS-FEED-REGISTER PIC X(02)  VALUE SPACES.
               88  FS-FEED-REGISTER-OK     VALUE '00'.
               88  FS-FEED-REGISTER-EOF    VALUE '10'.
           01  WS-FEED-BUS-DATE PIC 9(08)  VALUE 0.
           01  FS-STORE-MASTER PIC X(02)   VALUE SPACES.
               88  FS-STORE-MASTER-OK      VALUE '00'.
               88  FS-STORE-MASTER-EOF     VALUE '10'.
                   10  WS-TBL-ITEM-DESC    PIC X(20).
                   10  WS-TBL-UNIT-PRICE   PIC 9(05)V99.
                   10  WS-TBL-PRICE-EFF    PIC 9(08).
                   10  WS-TBL-ITEM-STATUS  PIC X(01).
           01  WS-LAST-ITEM-ID     PIC X(10) VALUE LOW-VALUES.
      *> The current master row's effective date with a blank or
      *> non-numeric (legacy) date normalized to zero, so the
               88  WS-ITEM-FOUND            VALUE 'Y'.
           01  WS-LOOKUP-ITEM-DESC  PIC X(20) VALUE SPACES.
           01  WS-LOOKUP-UNIT-PRICE PIC 9(05)V99 VALUE 0.
           01  WS-LOOKUP-ITEM-STATUS PIC X(01) VALUE SPACES.
               88  WS-LOOKUP-ITEM-INACTIVE  VALUE 'I'.
           01  WS-INACTIVE-MODE PIC X(01)  VALUE 'N'.
               88  WS-REJECT-INACTIVE      VALUE 'R'.
           01  WS-CSV-MODE     PIC X(01)   VALUE 'N'.
               88  WS-CSV-MODE-ON          VALUE 'Y'.
           01  WS-RESTART-MODE PIC X(01)   VALUE 'N'.
           01  WS-PREV-KEY-SET-SW PIC X(01)  VALUE 'N'.
               88  WS-PREV-KEY-SET          VALUE 'Y'.
           01  WS-DUP-COUNT    PIC 9(07)   VALUE 0.
      *> The store/item key in hand. A key may now arrive as a sale,
      *> a return and a void line (the sort puts them together,
      *> sales ahead of voids); each type may appear once - a second
      *> line of the same type is the feed's double-send. The
      *> quantities build up here and FLUSH-KEY-PARA writes the one
      *> netted extract record when the key changes.
           01  WS-KEY-ACTIVE-SW  PIC X(01) VALUE 'N'.
               88  WS-KEY-ACTIVE           VALUE 'Y'.
           01  WS-KEY-SALE-SEEN-SW   PIC X(01) VALUE 'N'.
               88  WS-KEY-SALE-SEEN        VALUE 'Y'.
           01  WS-KEY-RETURN-SEEN-SW PIC X(01) VALUE 'N'.
               88  WS-KEY-RETURN-SEEN      VALUE 'Y'.
           01  WS-KEY-VOID-SEEN-SW   PIC X(01) VALUE 'N'.
               88  WS-KEY-VOID-SEEN        VALUE 'Y'.
           01  WS-KEY-SALE-QTY     PIC 9(07) VALUE 0.
           01  WS-KEY-RETURN-QTY   PIC 9(07) VALUE 0.
           01  WS-KEY-VOID-QTY     PIC 9(07) VALUE 0.
           01  WS-KEY-SOLD-QTY     PIC 9(07) VALUE 0.
           01  WS-KEY-NET-QTY      PIC S9(07) VALUE 0.
           01  WS-KEY-RETURN-VALUE PIC 9(10)V99 VALUE 0.
           01  WS-KEY-STORE-NAME   PIC X(20) VALUE SPACES.
           01  WS-KEY-ITEM-DESC    PIC X(20) VALUE SPACES.
           01  WS-KEY-UNIT-PRICE   PIC 9(05)V99 VALUE 0.
           01  FS-SUMMARY-FILE PIC X(02)   VALUE SPACES.
               88  FS-SUMMARY-FILE-OK      VALUE '00'.
               88  FS-SUMMARY-FILE-EOF     VALUE '10'.
               88  FS-SUMMARY-FILE-NEW     VALUE '05' '35'.
      *> Summary records already on the history when a one-pass run
      *> began, and those this run has flushed since - together the
      *> length a restart cuts SUMMARY-FILE back to.
           01  WS-SUM-HISTORY-COUNT PIC 9(07) VALUE 0.
           01  WS-SUM-RECORDS       PIC 9(07) VALUE 0.
      *> Per-store tallies for the store being processed - the sort
      *> clusters each store, so one set of counters is flushed to
      *> SUMMARY-FILE when the STORE-ID changes and at end of run.
           01  WS-SUM-WRITTEN    PIC 9(07) VALUE 0.
           01  WS-SUM-REJECTED   PIC 9(07) VALUE 0.
           01  WS-SUM-QTY        PIC 9(09) VALUE 0.
           01  WS-SUM-VALUE      PIC S9(09)V99 VALUE 0.
           01  WS-SUM-RETURN-QTY   PIC 9(07) VALUE 0.
           01  WS-SUM-RETURN-VALUE PIC 9(09)V99 VALUE 0.
      *> Extended value of the key in hand and the run's money
      *> totals - what WRITE-TOTALS-PARA balances against the till
      *> reports. Net of returns, so signed; the returns and voids
      *> are totalled on their own as well.
           01  WS-EXT-VALUE      PIC S9(10)V99 VALUE 0.
           01  WS-TOTAL-QTY      PIC S9(09) VALUE 0.
           01  WS-TOTAL-VALUE    PIC S9(11)V99 VALUE 0.
           01  WS-TOTAL-RETURN-QTY   PIC 9(09) VALUE 0.
           01  WS-TOTAL-RETURN-VALUE PIC 9(11)V99 VALUE 0.
           01  WS-TOTAL-VOID-QTY     PIC 9(09) VALUE 0.
           01  WS-RUN-DATE       PIC 9(08) VALUE 0.
      *> Checkpoints are cut only between keys, never part-way
      *> through one, so they fall due on a count of records read
      *> since the last one rather than on an exact multiple.
           01  WS-CHECKPOINT-INTERVAL PIC 9(02) VALUE 10.
           01  WS-LAST-CHECKPOINT-COUNT PIC 9(07) VALUE 0.
           01  WS-CHECKPOINT-DUE       PIC 9(07) VALUE 0.
           01  WS-SKIP-COUNT    PIC 9(07)   VALUE 0.
           01  WS-CHECKPOINT-READ-SW PIC X(01) VALUE 'N'.
               88  WS-CHECKPOINT-READ      VALUE 'Y'.
      *> Records an output is to keep when a restart cuts it back to
      *> the checkpoint, and how many have been copied so far.
           01  WS-TRIM-KEEP     PIC 9(07)   VALUE 0.
           01  WS-TRIM-COUNT    PIC 9(07)   VALUE 0.
           01  WS-TRIM-FILE-NAME PIC X(20)  VALUE SPACES.
           01  CSV-HEADER-LINE.
               05  FILLER       PIC X(50) VALUE
                   'STORE_ID,ITEM_ID,STORE_NAME,ITEM_DESC,UNIT_PRICE,'.
               05  FILLER       PIC X(13) VALUE 'QTY,EXT_VALUE'.
      *> Quantity and value are the key's net figures, minus-signed
      *> when returns outweighed sales - a spreadsheet reads the
      *> sign where the pipe file needs O-NET-SIGN.
           01  CSV-DETAIL-LINE.
               05  FILLER           PIC X VALUE '"'.
               05  CSV-STORE-ID     PIC 9(05).
               05  CSV-UNIT-PRICE   PIC 9(05).99.
               05  FILLER           PIC X(02) VALUE '",'.
               05  FILLER           PIC X VALUE '"'.
               05  CSV-QTY          PIC -9(05).
               05  FILLER           PIC X(02) VALUE '",'.
               05  FILLER           PIC X VALUE '"'.
               05  CSV-EXT-VALUE    PIC -9(10).99.
               05  FILLER           PIC X VALUE '"'.
           01  COUNTERS.
               05  READ-COUNT   PIC 9(07).
               05  WRITE-COUNT  PIC 9(07).
               05  REJECT-COUNT PIC 9(07).
      *> Accepted feed lines by record type - with REJECT-COUNT they
      *> account for every record read.
               05  SALE-COUNT   PIC 9(07).
               05  RETURN-COUNT PIC 9(07).
               05  VOID-COUNT   PIC 9(07).
           01  STORE-SELECT-RANGE.
               05  WS-STORE-LOW   PIC 9(05) VALUE 12347.
               05  WS-STORE-HIGH  PIC 9(05) VALUE 99999.
      *> The partition this run is and the STORE-IDs it owns - blank
      *> and the whole key range for the one-pass extract.
           01  WS-PART-ID      PIC X(01)   VALUE SPACE.
               88  WS-WHOLE-FEED           VALUE SPACE.
           01  PARTITION-RANGE.
               05  WS-PART-LOW    PIC 9(05) VALUE 0.
               05  WS-PART-HIGH   PIC 9(05) VALUE 99999.
      *> Every feed line a partition's sort passed over, and those
      *> of them left for the other partitions - with READ-COUNT
      *> they must account for the whole feed.
           01  WS-FEED-COUNT       PIC 9(07) VALUE 0.
           01  WS-OTHER-PART-COUNT PIC 9(07) VALUE 0.
           01  WS-SPLIT-TOTAL      PIC 9(07) VALUE 0.
           01  WS-ABORT-SW     PIC X(01)   VALUE 'N'.
               88  WS-ABORT-RUN            VALUE 'Y'.
           01  PARTITION-LINE.
               05  FILLER       PIC X(23) VALUE
                   'PARTITION             :'.
               05  FILLER       PIC X(01) VALUE SPACE.
               05  PL-PART-ID   PIC X(01).
               05  FILLER       PIC X(08) VALUE ' STORES '.
               05  PL-PART-LOW  PIC 9(05).
               05  FILLER       PIC X(04) VALUE ' TO '.
               05  PL-PART-HIGH PIC 9(05).
               05  FILLER       PIC X(33) VALUE SPACES.
           01  CONTROL-TOTALS-LINE.
               05  CT-LABEL     PIC X(23).
               05  CT-VALUE     PIC ZZZZZZ9.
               05  FILLER       PIC X(52).
      *> Money and quantity lines for the control report, in the
      *> USRPOST control-amount mold. Signed, since the net figures
      *> go negative if returns ever outweigh sales.
           01  CONTROL-QTY-LINE.
               05  CQ-LABEL     PIC X(23).
               05  CQ-VALUE     PIC -ZZZZZZZZ9.
               05  FILLER       PIC X(49).
           01  CONTROL-AMOUNT-LINE.
               05  CA-LABEL     PIC X(23).
               05  CA-VALUE     PIC -ZZZZZZZZZZ9.99.
               05  FILLER       PIC X(42).
      *> WS-RECONCILE-TOTAL should always equal READ-COUNT: every
      *> record read is either accepted as a sale, return or void
      *> line or rejected to REJECT-FILE, with no other outcome.
      *> (Records written is a count of store/item keys, which a
      *> key's several lines share.) WRITE-TOTALS-PARA checks this
      *> and says so on CONTROL-RPT-FILE, instead of leaving ops to
      *> add the counts up by hand.
           01  WS-RECONCILE-TOTAL PIC 9(07).
           01  RECONCILE-LINE.
               05  RC-LABEL     PIC X(23).
      *> LK-OPERATION exactly and MOVEd into before every CALL.
           01  WS-ERRLOG-PROGRAM-ID PIC X(18)
                   VALUE 'SEQFILE-READ-WRITE'.
      *> A partition logs under a name of its own, so RUN-CONTROL,
      *> the restart decision and the duration report all see each
      *> partition as the separate run it is.
           01  WS-PART-PROGRAM-ID.
               05  FILLER       PIC X(16) VALUE 'SEQFILE-RW-PART-'.
               05  WS-PPI-PART-ID PIC X(01) VALUE SPACE.
               05  FILLER       PIC X(01) VALUE SPACE.

      *> RUNTRACK's LINKAGE items, passed from named fields sized to
      *> match exactly - same rule as the ERRLOG fields above. START
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
      *> Before anything else can fail, a partition's totals file
      *> is marked started, so an early stop never leaves the last
      *> successful run's totals there for the merge to take.
           PERFORM MARK-STARTED-PARA THRU MARK-STARTED-EXIT-PARA.
      *> The run card is read ahead of the START record because it
      *> says which partition, if any, this run is - and so which
      *> name the run is logged under.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           MOVE 'START' TO WS-RUNTRACK-EVENT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
           IF NOT WS-RESTART-MODE-ON
               PERFORM START-CHECKPOINT-PARA THRU
                   START-CHECKPOINT-EXIT-PARA
           END-IF.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
      *> A partition reads the whole feed to find its share, so the
      *> whole feed is what it reports read - the count CHAINREC
      *> matches against what FEEDVAL handed on.
           IF WS-WHOLE-FEED
               MOVE READ-COUNT TO WS-RT-READ-COUNT
           ELSE
               MOVE WS-FEED-COUNT TO WS-RT-READ-COUNT
           END-IF.
           MOVE WRITE-COUNT TO WS-RT-WRITE-COUNT.
           MOVE REJECT-COUNT TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
      *> The one-pass extract has no totals file, and carries on
      *> without one; a partition whose totals cannot be written
      *> will be found missing by the merge.
       MARK-STARTED-PARA.
           OPEN OUTPUT PART-TOTALS-FILE
           IF NOT FS-PART-TOTALS-FILE-OK
               GO TO MARK-STARTED-EXIT-PARA
           END-IF.
           MOVE SPACES TO PART-TOTALS-REC.
           MOVE 'S' TO PT-RUN-STATUS.
           WRITE PART-TOTALS-REC.
           CLOSE PART-TOTALS-FILE.
       MARK-STARTED-EXIT-PARA.
           EXIT.
      *> A fresh run's first checkpoint says nothing has been done
      *> yet - a run that fails before its first real checkpoint
      *> then restarts from the top, never from whatever the last
      *> run left on RESTART-FILE. The one-pass extract appends to
      *> the summary history, so how much history there already was
      *> is counted and kept on the checkpoint for a restart to cut
      *> back to. Without this checkpoint a restart cannot be made
      *> safe, so the run stops.
       START-CHECKPOINT-PARA.
           INITIALIZE COUNTERS.
           MOVE 0 TO WS-SUM-HISTORY-COUNT.
           IF WS-WHOLE-FEED
               OPEN INPUT SUMMARY-FILE
               IF FS-SUMMARY-FILE-OK
                   PERFORM UNTIL FS-SUMMARY-FILE-EOF
                       READ SUMMARY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SUM-HISTORY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-FILE
               END-IF
           END-IF.
           PERFORM WRITE-CHECKPOINT-PARA THRU
               WRITE-CHECKPOINT-EXIT-PARA.
           IF NOT FS-RESTART-FILE-OK
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
       START-CHECKPOINT-EXIT-PARA.
           EXIT.
      *> Record type is the minor key so a store/item's lines arrive
      *> together with its sales (blank or 'S') ahead of its voids
      *> ('V') - a void can then be checked against what was sold.
      *> A partition releases only its own stores to the sort, so
      *> the sort and everything after it handle that share alone.
       SORT-PARA.
           IF WS-WHOLE-FEED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-STORE-ID
                   ON ASCENDING KEY SW-ITEM-ID
                   ON ASCENDING KEY SW-REC-TYPE
                   USING INPUT-FILE
                   GIVING SORTED-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-STORE-ID
                   ON ASCENDING KEY SW-ITEM-ID
                   ON ASCENDING KEY SW-REC-TYPE
                   INPUT PROCEDURE IS RELEASE-PARTITION-PARA
                       THRU RELEASE-PARTITION-EXIT-PARA
                   GIVING SORTED-FILE
           END-IF.
           IF WS-ABORT-RUN
               GO TO EXIT-PARA
           END-IF.
       SORT-EXIT-PARA.
           EXIT.
      *> Every feed line is counted; those outside the partition's
      *> STORE-ID range are left for the partition that owns them.
       RELEASE-PARTITION-PARA.
           OPEN INPUT INPUT-FILE
           IF NOT FS-INPUT-FILE-OK
               DISPLAY 'INPUT FILE OPEN FAILED: ' FS-INPUT-FILE
               MOVE 'INPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-INPUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO RELEASE-PARTITION-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-INPUT-FILE-EOF
               READ INPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   IF RAW-STORE-ID < WS-PART-LOW
                           OR RAW-STORE-ID > WS-PART-HIGH
                       ADD 1 TO WS-OTHER-PART-COUNT
                   ELSE
                       RELEASE SORT-WORK-REC FROM INPUT-FILE-REC
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
       RELEASE-PARTITION-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           INITIALIZE FS-SORTED-FILE FS-OUTPUT-FILE
                       READ-COUNT WRITE-COUNT REJECT-COUNT
                       SALE-COUNT RETURN-COUNT VOID-COUNT.
           OPEN INPUT SORTED-FILE
           IF FS-SORTED-FILE-OK
               CONTINUE
           END-IF.
      *> The run date is established ahead of the master loads - the
      *> item loader needs it to decide which effective-dated price
      *> row is the one in force today. (The run card has already
      *> been read, in MAIN-PARA.)
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STORE-MASTER-PARA THRU
               LOAD-STORE-MASTER-EXIT-PARA.
           PERFORM LOAD-ITEM-MASTER-PARA THRU
               LOAD-ITEM-MASTER-EXIT-PARA.
           IF NOT WS-WHOLE-FEED
               PERFORM READ-REGISTER-PARA THRU READ-REGISTER-EXIT-PARA
           END-IF.
           IF WS-RESTART-MODE-ON
               PERFORM READ-CHECKPOINT-PARA THRU
                   READ-CHECKPOINT-EXIT-PARA
               IF NOT WS-CHECKPOINT-READ AND WS-WHOLE-FEED
                   DISPLAY 'NO CHECKPOINT - SUMMARY HISTORY CANNOT BE'
                       ' CUT BACK, NOT RESUMED'
                   MOVE 'Y' TO WS-ABORT-SW
               END-IF
               IF WS-ABORT-RUN
                   MOVE 8 TO RETURN-CODE
                   GO TO EXIT-PARA
               END-IF
               PERFORM SKIP-TO-CHECKPOINT-PARA THRU
                   SKIP-TO-CHECKPOINT-EXIT-PARA
               PERFORM TRIM-FILES-PARA THRU TRIM-FILES-EXIT-PARA
               IF WS-ABORT-RUN
                   MOVE 8 TO RETURN-CODE
                   GO TO EXIT-PARA
               END-IF
               OPEN EXTEND OUTPUT-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
                   FS-REJECT-FILE
               GO TO EXIT-PARA
           END-IF.
           IF WS-RESTART-MODE-ON
               OPEN EXTEND RETURNS-FILE
           ELSE
               OPEN OUTPUT RETURNS-FILE
           END-IF.
           IF FS-RETURNS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'RETURNS FILE OPEN FAILED: ' FS-RETURNS-FILE
               MOVE 'RETURNS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RETURNS-FILE
               GO TO EXIT-PARA
           END-IF.
           IF WS-CSV-MODE-ON
               IF WS-RESTART-MODE-ON
                   OPEN EXTEND CSV-OUTPUT-FILE
                       FS-CSV-OUTPUT-FILE
                   GO TO EXIT-PARA
               END-IF
      *> A partition's CSV lines are one piece of the whole - the
      *> header goes on once, by EXTMERGE, ahead of all of them.
               IF NOT WS-RESTART-MODE-ON AND WS-WHOLE-FEED
                   MOVE CSV-HEADER-LINE TO CSV-OUTPUT-REC
                   WRITE CSV-OUTPUT-REC
               END-IF
           END-IF.
      *> A partition's summary records are tonight's only - EXTMERGE
      *> appends them to the history - so they start afresh like
      *> the partition's other files, unless resuming.
           IF WS-WHOLE-FEED
               OPEN EXTEND SUMMARY-FILE
               IF FS-SUMMARY-FILE-NEW
                   OPEN OUTPUT SUMMARY-FILE
               END-IF
           ELSE
               IF WS-RESTART-MODE-ON
                   OPEN EXTEND SUMMARY-FILE
               ELSE
                   OPEN OUTPUT SUMMARY-FILE
               END-IF
           END-IF.
           IF FS-SUMMARY-FILE-OK
               CONTINUE
               IF PARM-DUP-MODE = 'S'
                   MOVE 'S' TO WS-DUP-MODE
               END-IF
               IF PARM-INACTIVE-MODE = 'R'
                   MOVE 'R' TO WS-INACTIVE-MODE
               END-IF
      *> A partition whose range cannot be read cannot tell its
      *> stores from the others' - nothing is extracted rather than
      *> guessing, and the merge will find the partition missing.
               IF PARM-PART-ID NOT = SPACE
                   IF PARM-PART-LOW IS NUMERIC
                           AND PARM-PART-HIGH IS NUMERIC
                           AND PARM-PART-LOW NOT > PARM-PART-HIGH
                       MOVE PARM-PART-ID   TO WS-PART-ID
                                              WS-PPI-PART-ID
                       MOVE PARM-PART-LOW  TO WS-PART-LOW
                       MOVE PARM-PART-HIGH TO WS-PART-HIGH
                       MOVE WS-PART-PROGRAM-ID
                           TO WS-ERRLOG-PROGRAM-ID
                   ELSE
                       DISPLAY 'PARTITION ' PARM-PART-ID
                           ' RANGE NOT VALID, NOTHING EXTRACTED'
                       CLOSE PARM-FILE
                       MOVE 8 TO RETURN-CODE
                       GO TO EXIT-PARA
                   END-IF
               END-IF
           ELSE
               DISPLAY 'PARM FILE EMPTY, USING DEFAULT RANGE'
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> The feed a partition extracts is the last one FEEDVAL
      *> registered - a restarted FEEDVAL does not register again.
      *> A partition that cannot say which feed it took is not fit
      *> to merge, so it stops here.
       READ-REGISTER-PARA.
           OPEN INPUT FEED-REGISTER
           IF NOT FS-FEED-REGISTER-OK
               DISPLAY 'FEED REGISTER OPEN FAILED: ' FS-FEED-REGISTER
               MOVE 'FEED-REGISTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-REGISTER
               MOVE 8 TO RETURN-CODE
               GO TO EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FEED-REGISTER-EOF
               READ FEED-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FR-BUSINESS-DATE TO WS-FEED-BUS-DATE
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.
       READ-REGISTER-EXIT-PARA.
           EXIT.
      *> Loads the whole STORE-MASTER into WS-STORE-TABLE once, so
      *> the per-record check in WRITE-PARA is a table probe instead
      *> of a file read. A missing master would turn every in-range
                           TO WS-TBL-UNIT-PRICE (ITEM-IX)
                       MOVE WS-LOAD-EFF-DATE
                           TO WS-TBL-PRICE-EFF (ITEM-IX)
                       MOVE IM-ITEM-STATUS
                           TO WS-TBL-ITEM-STATUS (ITEM-IX)
                   END-IF
                   GO TO LOAD-ITEM-ROW-EXIT-PARA
               END-IF
                   TO WS-TBL-UNIT-PRICE (ITEM-IX)
               MOVE WS-LOAD-EFF-DATE
                   TO WS-TBL-PRICE-EFF (ITEM-IX)
               MOVE IM-ITEM-STATUS
                   TO WS-TBL-ITEM-STATUS (ITEM-IX)
           ELSE
      *> An item that does not fit would turn its every record into
      *> an UNKNOWN-ITEM reject - fail loudly instead of quietly.
           EXIT.
      *> Picks up the counts as of the last checkpoint, written by
      *> this same program's own prior (failed) run.
      *> A checkpoint without the output lengths cannot say where
      *> to cut the files back to, so it is not resumed from. With
      *> no checkpoint at all a partition starts again at zero - its
      *> files are cut back to nothing - but the one-pass extract
      *> cannot tell its history from the failed run's records.
       READ-CHECKPOINT-PARA.
           OPEN INPUT RESTART-FILE
           IF NOT FS-RESTART-FILE-OK
               GO TO READ-CHECKPOINT-EXIT-PARA
           END-IF.
           READ RESTART-FILE
           IF FS-RESTART-FILE-OK AND RST-SUMMARY-COUNT IS NOT NUMERIC
               DISPLAY 'RESTART FILE HAS NO OUTPUT COUNTS, NOT RESUMED'
               MOVE 'Y' TO WS-ABORT-SW
               CLOSE RESTART-FILE
               GO TO READ-CHECKPOINT-EXIT-PARA
           END-IF.
           IF FS-RESTART-FILE-OK
               MOVE 'Y' TO WS-CHECKPOINT-READ-SW
               MOVE RST-SUMMARY-COUNT TO WS-SUM-RECORDS
               MOVE RST-HISTORY-COUNT TO WS-SUM-HISTORY-COUNT
               MOVE RST-SUM-ACTIVE    TO WS-SUM-ACTIVE-SW
               MOVE RST-SUM-STORE-ID  TO WS-SUM-STORE-ID
               MOVE RST-SUM-WRITTEN   TO WS-SUM-WRITTEN
               MOVE RST-SUM-REJECTED  TO WS-SUM-REJECTED
               MOVE RST-SUM-QTY       TO WS-SUM-QTY
               MOVE RST-SUM-VALUE     TO WS-SUM-VALUE
               MOVE RST-SUM-RETURN-QTY   TO WS-SUM-RETURN-QTY
               MOVE RST-SUM-RETURN-VALUE TO WS-SUM-RETURN-VALUE
               MOVE RST-READ-COUNT   TO READ-COUNT
               MOVE RST-WRITE-COUNT  TO WRITE-COUNT
               MOVE RST-REJECT-COUNT TO REJECT-COUNT
               IF RST-TOTAL-VALUE IS NUMERIC
                   MOVE RST-TOTAL-VALUE TO WS-TOTAL-VALUE
               END-IF
      *> Same for a checkpoint cut before the record types existed -
      *> every line it had accepted was a sale.
               IF RST-SALE-COUNT IS NUMERIC
                   MOVE RST-SALE-COUNT   TO SALE-COUNT
                   MOVE RST-RETURN-COUNT TO RETURN-COUNT
                   MOVE RST-VOID-COUNT   TO VOID-COUNT
                   MOVE RST-RETURN-QTY   TO WS-TOTAL-RETURN-QTY
                   MOVE RST-RETURN-VALUE TO WS-TOTAL-RETURN-VALUE
                   MOVE RST-VOID-QTY     TO WS-TOTAL-VOID-QTY
               ELSE
                   SUBTRACT REJECT-COUNT FROM READ-COUNT
                       GIVING SALE-COUNT
               END-IF
               MOVE READ-COUNT TO WS-LAST-CHECKPOINT-COUNT
           ELSE
               DISPLAY 'RESTART FILE EMPTY, STARTING AT ZERO'
           END-IF.
      *> a STORE-ID/ITEM-ID pair straddling the checkpoint is still
      *> caught when the first unskipped record comes through -
      *> without this a restart run silently waved the straddling
      *> duplicate past strict mode. (Checkpoints are now cut only
      *> between keys, so the first unskipped record starts a new
      *> key; the priming stays for checkpoints cut before that.)
      *> The in-flight store's summary tallies come back from the
      *> checkpoint, so its one SUMMARY-FILE record covers the whole
      *> store.
       SKIP-TO-CHECKPOINT-PARA.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM UNTIL WS-SKIP-COUNT >= READ-COUNT
           END-PERFORM.
       SKIP-TO-CHECKPOINT-EXIT-PARA.
           EXIT.
      *> The failed run went on writing after its last checkpoint,
      *> and the resumed run will write those records again from
      *> the checkpoint on - so each output is first cut back to
      *> exactly what it held at the checkpoint. The extract, its
      *> returns and CSV lines go by records written (the one-pass
      *> CSV file has its header as well), the rejects by records
      *> rejected, the summary file by the records flushed to it.
       TRIM-FILES-PARA.
           MOVE WRITE-COUNT TO WS-TRIM-KEEP.
           PERFORM TRIM-OUTPUT-PARA THRU TRIM-OUTPUT-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO TRIM-FILES-EXIT-PARA
           END-IF.
           PERFORM TRIM-RETURNS-PARA THRU TRIM-RETURNS-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO TRIM-FILES-EXIT-PARA
           END-IF.
           MOVE REJECT-COUNT TO WS-TRIM-KEEP.
           PERFORM TRIM-REJECT-PARA THRU TRIM-REJECT-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO TRIM-FILES-EXIT-PARA
           END-IF.
           ADD WS-SUM-HISTORY-COUNT WS-SUM-RECORDS
               GIVING WS-TRIM-KEEP.
           PERFORM TRIM-SUMMARY-PARA THRU TRIM-SUMMARY-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO TRIM-FILES-EXIT-PARA
           END-IF.
           IF WS-CSV-MODE-ON
               MOVE WRITE-COUNT TO WS-TRIM-KEEP
               IF WS-WHOLE-FEED
                   ADD 1 TO WS-TRIM-KEEP
               END-IF
               PERFORM TRIM-CSV-PARA THRU TRIM-CSV-EXIT-PARA
           END-IF.
       TRIM-FILES-EXIT-PARA.
           EXIT.
       TRIM-OUTPUT-PARA.
           MOVE 'OUTPUT-FILE' TO WS-TRIM-FILE-NAME.
           OPEN INPUT OUTPUT-FILE
           IF NOT FS-OUTPUT-FILE-OK
               DISPLAY 'OUTPUT FILE OPEN FAILED: ' FS-OUTPUT-FILE
               MOVE 'OUTPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-OUTPUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO TRIM-OUTPUT-EXIT-PARA
           END-IF.
           PERFORM TRIM-WORK-OPEN-PARA THRU TRIM-WORK-OPEN-EXIT-PARA.
           IF WS-ABORT-RUN
               CLOSE OUTPUT-FILE
               GO TO TRIM-OUTPUT-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP
                   OR FS-OUTPUT-FILE-EOF
               READ OUTPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TRIM-COUNT
                   WRITE RESTART-WORK-REC FROM OUTPUT-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-FILE RESTART-WORK.
           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               PERFORM TRIM-SHORT-PARA THRU TRIM-SHORT-EXIT-PARA
               GO TO TRIM-OUTPUT-EXIT-PARA
           END-IF.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN INPUT RESTART-WORK.
           PERFORM UNTIL FS-RESTART-WORK-EOF
               READ RESTART-WORK
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-WORK-REC TO OUTPUT-FILE-REC
                   WRITE OUTPUT-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-FILE RESTART-WORK.
       TRIM-OUTPUT-EXIT-PARA.
           EXIT.
       TRIM-RETURNS-PARA.
           MOVE 'RETURNS-FILE' TO WS-TRIM-FILE-NAME.
           OPEN INPUT RETURNS-FILE
           IF NOT FS-RETURNS-FILE-OK
               DISPLAY 'RETURNS FILE OPEN FAILED: ' FS-RETURNS-FILE
               MOVE 'RETURNS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RETURNS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO TRIM-RETURNS-EXIT-PARA
           END-IF.
           PERFORM TRIM-WORK-OPEN-PARA THRU TRIM-WORK-OPEN-EXIT-PARA.
           IF WS-ABORT-RUN
               CLOSE RETURNS-FILE
               GO TO TRIM-RETURNS-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP
                   OR FS-RETURNS-FILE-EOF
               READ RETURNS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TRIM-COUNT
                   WRITE RESTART-WORK-REC FROM RETURNS-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE RESTART-WORK.
           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               PERFORM TRIM-SHORT-PARA THRU TRIM-SHORT-EXIT-PARA
               GO TO TRIM-RETURNS-EXIT-PARA
           END-IF.
           OPEN OUTPUT RETURNS-FILE.
           OPEN INPUT RESTART-WORK.
           PERFORM UNTIL FS-RESTART-WORK-EOF
               READ RESTART-WORK
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-WORK-REC TO RETURNS-FILE-REC
                   WRITE RETURNS-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE RESTART-WORK.
       TRIM-RETURNS-EXIT-PARA.
           EXIT.
       TRIM-REJECT-PARA.
           MOVE 'REJECT-FILE' TO WS-TRIM-FILE-NAME.
           OPEN INPUT REJECT-FILE
           IF NOT FS-REJECT-FILE-OK
               DISPLAY 'REJECT FILE OPEN FAILED: ' FS-REJECT-FILE
               MOVE 'REJECT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-REJECT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO TRIM-REJECT-EXIT-PARA
           END-IF.
           PERFORM TRIM-WORK-OPEN-PARA THRU TRIM-WORK-OPEN-EXIT-PARA.
           IF WS-ABORT-RUN
               CLOSE REJECT-FILE
               GO TO TRIM-REJECT-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP
                   OR FS-REJECT-FILE-EOF
               READ REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TRIM-COUNT
                   WRITE RESTART-WORK-REC FROM REJECT-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE RESTART-WORK.
           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               PERFORM TRIM-SHORT-PARA THRU TRIM-SHORT-EXIT-PARA
               GO TO TRIM-REJECT-EXIT-PARA
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT RESTART-WORK.
           PERFORM UNTIL FS-RESTART-WORK-EOF
               READ RESTART-WORK
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-WORK-REC TO REJECT-FILE-REC
                   WRITE REJECT-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE RESTART-WORK.
       TRIM-REJECT-EXIT-PARA.
           EXIT.
       TRIM-SUMMARY-PARA.
           MOVE 'SUMMARY-FILE' TO WS-TRIM-FILE-NAME.
           OPEN INPUT SUMMARY-FILE
           IF NOT FS-SUMMARY-FILE-OK
      *> A one-pass history that did not exist yet has nothing to
      *> keep - OPEN-PARA starts it afresh.
               IF WS-TRIM-KEEP = 0 AND FS-SUMMARY-FILE-NEW
                   GO TO TRIM-SUMMARY-EXIT-PARA
               END-IF
               DISPLAY 'SUMMARY FILE OPEN FAILED: ' FS-SUMMARY-FILE
               MOVE 'SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SUMMARY-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO TRIM-SUMMARY-EXIT-PARA
           END-IF.
           PERFORM TRIM-WORK-OPEN-PARA THRU TRIM-WORK-OPEN-EXIT-PARA.
           IF WS-ABORT-RUN
               CLOSE SUMMARY-FILE
               GO TO TRIM-SUMMARY-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP
                   OR FS-SUMMARY-FILE-EOF
               READ SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TRIM-COUNT
                   WRITE RESTART-WORK-REC FROM SUMMARY-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-FILE RESTART-WORK.
           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               PERFORM TRIM-SHORT-PARA THRU TRIM-SHORT-EXIT-PARA
               GO TO TRIM-SUMMARY-EXIT-PARA
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN INPUT RESTART-WORK.
           PERFORM UNTIL FS-RESTART-WORK-EOF
               READ RESTART-WORK
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-WORK-REC TO SUMMARY-FILE-REC
                   WRITE SUMMARY-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-FILE RESTART-WORK.
       TRIM-SUMMARY-EXIT-PARA.
           EXIT.
       TRIM-CSV-PARA.
           MOVE 'CSV-OUTPUT-FILE' TO WS-TRIM-FILE-NAME.
           OPEN INPUT CSV-OUTPUT-FILE
           IF NOT FS-CSV-OUTPUT-FILE-OK
               DISPLAY 'CSV FILE OPEN FAILED: ' FS-CSV-OUTPUT-FILE
               MOVE 'CSV-OUTPUT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CSV-OUTPUT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO TRIM-CSV-EXIT-PARA
           END-IF.
           PERFORM TRIM-WORK-OPEN-PARA THRU TRIM-WORK-OPEN-EXIT-PARA.
           IF WS-ABORT-RUN
               CLOSE CSV-OUTPUT-FILE
               GO TO TRIM-CSV-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP
                   OR FS-CSV-OUTPUT-FILE-EOF
               READ CSV-OUTPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TRIM-COUNT
                   WRITE RESTART-WORK-REC FROM CSV-OUTPUT-REC
               END-READ
           END-PERFORM.
           CLOSE CSV-OUTPUT-FILE RESTART-WORK.
           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               PERFORM TRIM-SHORT-PARA THRU TRIM-SHORT-EXIT-PARA
               GO TO TRIM-CSV-EXIT-PARA
           END-IF.
           OPEN OUTPUT CSV-OUTPUT-FILE.
           OPEN INPUT RESTART-WORK.
           PERFORM UNTIL FS-RESTART-WORK-EOF
               READ RESTART-WORK
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-WORK-REC TO CSV-OUTPUT-REC
                   WRITE CSV-OUTPUT-REC
               END-READ
           END-PERFORM.
           CLOSE CSV-OUTPUT-FILE RESTART-WORK.
       TRIM-CSV-EXIT-PARA.
           EXIT.
       TRIM-WORK-OPEN-PARA.
           OPEN OUTPUT RESTART-WORK
           IF NOT FS-RESTART-WORK-OK
               DISPLAY 'RESTART WORK OPEN FAILED: ' FS-RESTART-WORK
               MOVE 'RESTART-WORK' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-RESTART-WORK
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       TRIM-WORK-OPEN-EXIT-PARA.
           EXIT.
      *> A file shorter than the checkpoint says it should be has
      *> lost records the checkpoint counts as done - resuming would
      *> never write them again, so the run stops instead.
       TRIM-SHORT-PARA.
           DISPLAY 'CHECKPOINT AHEAD OF ' WS-TRIM-FILE-NAME ': '
               WS-TRIM-COUNT ' OF ' WS-TRIM-KEEP
               ' RECORDS, NOT RESUMED'.
           MOVE 'Y' TO WS-ABORT-SW.
       TRIM-SHORT-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-FILE-EOF
               READ SORTED-FILE
                   PERFORM WRITE-PARA THRU WRITE-EXIT-PARA
               END-READ
           END-PERFORM.
      *> The last key in the file has no following key to close it.
           IF WS-PREV-KEY-SET
               PERFORM FLUSH-KEY-PARA THRU FLUSH-KEY-EXIT-PARA
           END-IF.
      *> PROCESS-EXIT-PARA sits directly after the loop so hitting
      *> end of file does not fall through into WRITE-PARA and
      *> process the final record a second time - with the duplicate
       PROCESS-EXIT-PARA.
           EXIT.
       WRITE-PARA.
      *> A new store/item key closes off the one in hand: its netted
      *> record goes out, and only then - with nothing half-built -
      *> may a checkpoint be cut, so a restart never resumes part-
      *> way through a key's sale/return/void lines.
           IF WS-PREV-KEY-SET
                   AND STORE-ID = WS-PREV-STORE-ID
                   AND ITEM-ID = WS-PREV-ITEM-ID
               CONTINUE
           ELSE
               IF WS-PREV-KEY-SET
                   PERFORM FLUSH-KEY-PARA THRU FLUSH-KEY-EXIT-PARA
                   PERFORM WRITE-CHECKPOINT-TEST-PARA THRU
                       WRITE-CHECKPOINT-TEST-EXIT-PARA
               END-IF
               MOVE 'N' TO WS-KEY-SALE-SEEN-SW WS-KEY-RETURN-SEEN-SW
                   WS-KEY-VOID-SEEN-SW
               MOVE 0 TO WS-KEY-SALE-QTY WS-KEY-RETURN-QTY
                   WS-KEY-VOID-QTY
           END-IF.
           ADD 1 TO READ-COUNT.
           IF WS-SUM-ACTIVE AND STORE-ID NOT = WS-SUM-STORE-ID
               PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-SUM-ACTIVE-SW.
           MOVE STORE-ID TO WS-SUM-STORE-ID.
           MOVE 'Y' TO WS-PREV-KEY-SET-SW.
           MOVE STORE-ID TO WS-PREV-STORE-ID.
           MOVE ITEM-ID  TO WS-PREV-ITEM-ID.
      *> A type byte the tills never send cannot be netted either
      *> way - reject it rather than guess it is a sale.
           IF NOT REC-IS-SALE AND NOT REC-IS-RETURN
                   AND NOT REC-IS-VOID
               MOVE 'BAD-RECORD-TYPE' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
      *> A second line of the same type for the key is the upstream
      *> feed's double-send - keep the first, reject the repeat, and
      *> let WRITE-TOTALS-PARA fail the run if strict mode asked. A
      *> sale and a return of the same item are not duplicates.
           IF (REC-IS-SALE AND WS-KEY-SALE-SEEN)
                   OR (REC-IS-RETURN AND WS-KEY-RETURN-SEEN)
                   OR (REC-IS-VOID AND WS-KEY-VOID-SEEN)
               ADD 1 TO WS-DUP-COUNT
               MOVE 'DUPLICATE-RECORD' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
           EVALUATE TRUE
               WHEN REC-IS-RETURN
                   MOVE 'Y' TO WS-KEY-RETURN-SEEN-SW
               WHEN REC-IS-VOID
                   MOVE 'Y' TO WS-KEY-VOID-SEEN-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-KEY-SALE-SEEN-SW
           END-EVALUATE.
      *> The quantity multiplies straight into money - a feed line
      *> whose quantity is not a number cannot be valued, so it is
      *> rejected with its own reason instead of pricing as garbage.
           IF REC-QTY IS NOT NUMERIC
               MOVE 'BAD-QUANTITY' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
           IF STORE-ID < WS-STORE-LOW
               MOVE 'BELOW-THRESHOLD' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
           IF STORE-ID > WS-STORE-HIGH
               MOVE 'ABOVE-THRESHOLD' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
           PERFORM FIND-STORE-PARA THRU FIND-STORE-EXIT-PARA.
           PERFORM FIND-ITEM-PARA THRU FIND-ITEM-EXIT-PARA.
           IF WS-STORE-FOUND AND NOT WS-LOOKUP-STORE-CLOSED
                   AND WS-ITEM-FOUND
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-STORE-FOUND
                       MOVE 'UNKNOWN-STORE' TO RJ-REASON-CODE
                   WHEN WS-LOOKUP-STORE-CLOSED
                       MOVE 'CLOSED-STORE'  TO RJ-REASON-CODE
                   WHEN OTHER
                       MOVE 'UNKNOWN-ITEM'  TO RJ-REASON-CODE
               END-EVALUATE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
      *> Merchandising has retired the item but a till is still
      *> ringing it. The void goes with the sale it would cancel.
           IF WS-REJECT-INACTIVE AND WS-LOOKUP-ITEM-INACTIVE
                   AND NOT REC-IS-RETURN
               MOVE 'INACTIVE-ITEM' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
      *> A void cancels a line rung on this feed - it cannot cancel
      *> more than the key's sales line carried. The sort has put
      *> the sale ahead of the void, so the sale quantity is known.
           IF REC-IS-VOID AND REC-QTY-N > WS-KEY-SALE-QTY
               MOVE 'VOID-OVER-SALE' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT-PARA
               GO TO WRITE-EXIT-PARA
           END-IF.
           EVALUATE TRUE
               WHEN REC-IS-RETURN
                   ADD REC-QTY-N TO WS-KEY-RETURN-QTY
                   ADD 1 TO RETURN-COUNT
               WHEN REC-IS-VOID
                   ADD REC-QTY-N TO WS-KEY-VOID-QTY
                   ADD 1 TO VOID-COUNT
               WHEN OTHER
                   ADD REC-QTY-N TO WS-KEY-SALE-QTY
                   ADD 1 TO SALE-COUNT
           END-EVALUATE.
           MOVE 'Y' TO WS-KEY-ACTIVE-SW.
           MOVE WS-LOOKUP-STORE-NAME TO WS-KEY-STORE-NAME.
           MOVE WS-LOOKUP-ITEM-DESC  TO WS-KEY-ITEM-DESC.
           MOVE WS-LOOKUP-UNIT-PRICE TO WS-KEY-UNIT-PRICE.
       WRITE-EXIT-PARA.
           EXIT.
      *> Every rejected feed line goes out the same way, with the
      *> reason WRITE-PARA has already moved in.
       WRITE-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           ADD 1 TO WS-SUM-REJECTED.
           MOVE STORE-ID TO RJ-STORE-ID.
           MOVE ITEM-ID  TO RJ-ITEM-ID.
           MOVE REC-QTY  TO RJ-QTY.
           MOVE REC-TYPE TO RJ-REC-TYPE.
           MOVE WS-RUN-DATE TO RJ-EXTRACT-DATE.
           WRITE REJECT-FILE-REC.
       WRITE-REJECT-EXIT-PARA.
           EXIT.
      *> Writes the key in hand as one extract record: sales less
      *> voids less returns, valued at the unit price in force. The
      *> record carries the net as a magnitude with O-NET-SIGN set
      *> when returns outweighed sales. A key whose every line was
      *> rejected never became active and writes nothing.
       FLUSH-KEY-PARA.
           IF NOT WS-KEY-ACTIVE
               GO TO FLUSH-KEY-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-KEY-ACTIVE-SW.
           SUBTRACT WS-KEY-VOID-QTY FROM WS-KEY-SALE-QTY
               GIVING WS-KEY-SOLD-QTY.
           SUBTRACT WS-KEY-RETURN-QTY FROM WS-KEY-SOLD-QTY
               GIVING WS-KEY-NET-QTY.
           COMPUTE WS-EXT-VALUE = WS-KEY-NET-QTY * WS-KEY-UNIT-PRICE.
           COMPUTE WS-KEY-RETURN-VALUE =
               WS-KEY-RETURN-QTY * WS-KEY-UNIT-PRICE.
           MOVE "|" TO DELIMIT DELIMIT-2 DELIMIT-3 DELIMIT-4
               DELIMIT-5 DELIMIT-6 DELIMIT-7.
           MOVE WS-RUN-DATE TO O-EXTRACT-DATE.
           MOVE WS-PREV-STORE-ID TO O-STORE-ID.
           MOVE WS-PREV-ITEM-ID TO O-ITEM-ID.
           MOVE WS-KEY-STORE-NAME TO O-STORE-NAME.
           MOVE WS-KEY-ITEM-DESC  TO O-ITEM-DESC.
           MOVE WS-KEY-UNIT-PRICE TO O-UNIT-PRICE.
           MOVE WS-KEY-NET-QTY TO O-QTY.
           MOVE WS-EXT-VALUE TO O-EXT-VALUE.
           IF WS-KEY-NET-QTY < 0
               MOVE '-' TO O-NET-SIGN
           ELSE
               MOVE SPACE TO O-NET-SIGN
           END-IF.
           WRITE OUTPUT-FILE-REC.
           ADD 1 TO WRITE-COUNT.
           ADD 1 TO WS-SUM-WRITTEN.
           ADD WS-KEY-SOLD-QTY TO WS-SUM-QTY.
           ADD WS-KEY-NET-QTY TO WS-TOTAL-QTY.
           ADD WS-EXT-VALUE TO WS-SUM-VALUE WS-TOTAL-VALUE.
           ADD WS-KEY-RETURN-QTY TO WS-SUM-RETURN-QTY
               WS-TOTAL-RETURN-QTY.
           ADD WS-KEY-RETURN-VALUE TO WS-SUM-RETURN-VALUE
               WS-TOTAL-RETURN-VALUE.
           ADD WS-KEY-VOID-QTY TO WS-TOTAL-VOID-QTY.
           MOVE SPACES TO RETURNS-FILE-REC.
           MOVE WS-PREV-STORE-ID TO RT-STORE-ID.
           MOVE WS-PREV-ITEM-ID TO RT-ITEM-ID.
           MOVE WS-KEY-ITEM-DESC TO RT-ITEM-DESC.
           MOVE WS-KEY-SOLD-QTY TO RT-SOLD-QTY.
           MOVE WS-KEY-RETURN-QTY TO RT-RETURN-QTY.
           MOVE WS-KEY-RETURN-VALUE TO RT-RETURN-VALUE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           WRITE RETURNS-FILE-REC.
           IF WS-CSV-MODE-ON
               MOVE WS-PREV-STORE-ID TO CSV-STORE-ID
               MOVE WS-PREV-ITEM-ID TO CSV-ITEM-ID
               MOVE WS-KEY-STORE-NAME TO CSV-STORE-NAME
               MOVE WS-KEY-ITEM-DESC  TO CSV-ITEM-DESC
               MOVE WS-KEY-UNIT-PRICE TO CSV-UNIT-PRICE
               MOVE WS-KEY-NET-QTY TO CSV-QTY
               MOVE WS-EXT-VALUE TO CSV-EXT-VALUE
               MOVE CSV-DETAIL-LINE TO CSV-OUTPUT-REC
               WRITE CSV-OUTPUT-REC
           END-IF.
       FLUSH-KEY-EXIT-PARA.
           EXIT.
      *> Called only between keys. A checkpoint falls due once the
      *> interval's worth of records has been read since the last
      *> one.
       WRITE-CHECKPOINT-TEST-PARA.
           SUBTRACT WS-LAST-CHECKPOINT-COUNT FROM READ-COUNT
               GIVING WS-CHECKPOINT-DUE.
           IF WS-CHECKPOINT-DUE >= WS-CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT-PARA THRU
                   WRITE-CHECKPOINT-EXIT-PARA
               MOVE READ-COUNT TO WS-LAST-CHECKPOINT-COUNT
           END-IF.
       WRITE-CHECKPOINT-TEST-EXIT-PARA.
           EXIT.
      *> Binary-searches WS-STORE-TABLE for the current SORTED-FILE
      *> STORE-ID, leaving the found switch and the store's
           EXIT.
      *> Binary-searches WS-ITEM-TABLE for the current SORTED-FILE
      *> ITEM-ID, leaving the found switch and the item's
      *> description/price/status behind for WRITE-PARA to act on.
       FIND-ITEM-PARA.
           MOVE 'N'    TO WS-ITEM-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-ITEM-DESC.
           MOVE 0      TO WS-LOOKUP-UNIT-PRICE.
           MOVE SPACES TO WS-LOOKUP-ITEM-STATUS.
           IF WS-ITEM-COUNT = 0
               GO TO FIND-ITEM-EXIT-PARA
           END-IF.
                       TO WS-LOOKUP-ITEM-DESC
                   MOVE WS-TBL-UNIT-PRICE (ITEM-IX)
                       TO WS-LOOKUP-UNIT-PRICE
                   MOVE WS-TBL-ITEM-STATUS (ITEM-IX)
                       TO WS-LOOKUP-ITEM-STATUS
           END-SEARCH.
       FIND-ITEM-EXIT-PARA.
           EXIT.
           MOVE REJECT-COUNT   TO RST-REJECT-COUNT.
           MOVE WS-TOTAL-QTY   TO RST-TOTAL-QTY.
           MOVE WS-TOTAL-VALUE TO RST-TOTAL-VALUE.
           MOVE SALE-COUNT     TO RST-SALE-COUNT.
           MOVE RETURN-COUNT   TO RST-RETURN-COUNT.
           MOVE VOID-COUNT     TO RST-VOID-COUNT.
           MOVE WS-TOTAL-RETURN-QTY   TO RST-RETURN-QTY.
           MOVE WS-TOTAL-RETURN-VALUE TO RST-RETURN-VALUE.
           MOVE WS-TOTAL-VOID-QTY     TO RST-VOID-QTY.
           MOVE WS-SUM-RECORDS        TO RST-SUMMARY-COUNT.
           MOVE WS-SUM-HISTORY-COUNT  TO RST-HISTORY-COUNT.
           MOVE WS-SUM-ACTIVE-SW      TO RST-SUM-ACTIVE.
           MOVE WS-SUM-STORE-ID       TO RST-SUM-STORE-ID.
           MOVE WS-SUM-WRITTEN        TO RST-SUM-WRITTEN.
           MOVE WS-SUM-REJECTED       TO RST-SUM-REJECTED.
           MOVE WS-SUM-QTY            TO RST-SUM-QTY.
           MOVE WS-SUM-VALUE          TO RST-SUM-VALUE.
           MOVE WS-SUM-RETURN-QTY     TO RST-SUM-RETURN-QTY.
           MOVE WS-SUM-RETURN-VALUE   TO RST-SUM-RETURN-VALUE.
           WRITE RESTART-FILE-REC.
           CLOSE RESTART-FILE.
       WRITE-CHECKPOINT-EXIT-PARA.
           MOVE WS-RUN-DATE     TO SU-RUN-DATE.
           MOVE WS-SUM-QTY      TO SU-QTY-SOLD.
           MOVE WS-SUM-VALUE    TO SU-EXT-VALUE.
           IF WS-SUM-VALUE < 0
               MOVE '-' TO SU-NET-SIGN
           ELSE
               MOVE SPACE TO SU-NET-SIGN
           END-IF.
           MOVE WS-SUM-RETURN-QTY   TO SU-RETURN-QTY.
           MOVE WS-SUM-RETURN-VALUE TO SU-RETURN-VALUE.
           WRITE SUMMARY-FILE-REC.
           ADD 1 TO WS-SUM-RECORDS.
           MOVE 0 TO WS-SUM-WRITTEN WS-SUM-REJECTED
               WS-SUM-QTY WS-SUM-VALUE
               WS-SUM-RETURN-QTY WS-SUM-RETURN-VALUE.
       WRITE-SUMMARY-EXIT-PARA.
           EXIT.
      *> The partition's closing totals, with the return code it is
      *> ending on and the feed it took, for EXTMERGE, marked
      *> complete over the started mark. Written fresh every run - a
      *> restarted partition's record covers the whole partition,
      *> since its counts and totals came back from the checkpoint.
       WRITE-PART-TOTALS-PARA.
           OPEN OUTPUT PART-TOTALS-FILE
           IF NOT FS-PART-TOTALS-FILE-OK
               DISPLAY 'PART TOTALS OPEN FAILED: ' FS-PART-TOTALS-FILE
               MOVE 'PART-TOTALS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-TOTALS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-PART-TOTALS-EXIT-PARA
           END-IF.
           MOVE SPACES              TO PART-TOTALS-REC.
           MOVE WS-PART-ID          TO PT-PART-ID.
           MOVE WS-PART-LOW         TO PT-PART-LOW.
           MOVE WS-PART-HIGH        TO PT-PART-HIGH.
           MOVE WS-RUN-DATE         TO PT-RUN-DATE.
           MOVE WS-FEED-COUNT       TO PT-FEED-COUNT.
           MOVE READ-COUNT          TO PT-READ-COUNT.
           MOVE WRITE-COUNT         TO PT-WRITE-COUNT.
           MOVE REJECT-COUNT        TO PT-REJECT-COUNT.
           MOVE WS-TOTAL-QTY        TO PT-TOTAL-QTY.
           MOVE WS-TOTAL-VALUE      TO PT-TOTAL-VALUE.
           MOVE WS-TOTAL-RETURN-QTY TO PT-RETURN-QTY.
           MOVE WS-TOTAL-RETURN-VALUE TO PT-RETURN-VALUE.
           MOVE WS-TOTAL-VOID-QTY   TO PT-VOID-QTY.
           MOVE RETURN-CODE         TO PT-RETURN-CODE.
           MOVE WS-FEED-BUS-DATE    TO PT-FEED-BUS-DATE.
           MOVE 'C'                 TO PT-RUN-STATUS.
           WRITE PART-TOTALS-REC.
           CLOSE PART-TOTALS-FILE.
       WRITE-PART-TOTALS-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF WS-SUM-ACTIVE
               PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-EXIT-PARA
           END-IF.
           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA.
           IF NOT WS-WHOLE-FEED
               PERFORM WRITE-PART-TOTALS-PARA THRU
                   WRITE-PART-TOTALS-EXIT-PARA
           END-IF.
           CLOSE SORTED-FILE OUTPUT-FILE REJECT-FILE SUMMARY-FILE
               RETURNS-FILE.
           IF WS-CSV-MODE-ON
               CLOSE CSV-OUTPUT-FILE
           END-IF.
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           IF NOT WS-WHOLE-FEED
               MOVE WS-PART-ID   TO PL-PART-ID
               MOVE WS-PART-LOW  TO PL-PART-LOW
               MOVE WS-PART-HIGH TO PL-PART-HIGH
               MOVE PARTITION-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
               MOVE 'FEED RECORDS READ     :' TO CT-LABEL
               MOVE WS-FEED-COUNT TO CT-VALUE
               MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
               MOVE 'OTHER PARTITIONS      :' TO CT-LABEL
               MOVE WS-OTHER-PART-COUNT TO CT-VALUE
               MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-IF.
           MOVE 'RECORDS READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           MOVE WS-DUP-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SALE LINES ACCEPTED   :' TO CT-LABEL
           MOVE SALE-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURN LINES ACCEPTED :' TO CT-LABEL
           MOVE RETURN-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VOID LINES ACCEPTED   :' TO CT-LABEL
           MOVE VOID-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> "Records written: 4,812" tells finance nothing - the money
      *> lines are what balance against the till reports. The
      *> extracted figures are net of voids and returns; the returns
      *> are shown on their own beneath, so the refunds that used to
      *> open a gap with the till takings can be seen.
           MOVE 'QUANTITY EXTRACTED    :' TO CQ-LABEL
           MOVE WS-TOTAL-QTY TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           MOVE WS-TOTAL-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS QUANTITY      :' TO CQ-LABEL
           MOVE WS-TOTAL-RETURN-QTY TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RETURNS VALUE         :' TO CA-LABEL
           MOVE WS-TOTAL-RETURN-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'VOIDS QUANTITY        :' TO CQ-LABEL
           MOVE WS-TOTAL-VOID-QTY TO CQ-VALUE
           MOVE CONTROL-QTY-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Strict mode treats any duplicate as a failed run - RC 8
      *> trips the same EXTUPD COND tests the out-of-balance
      *> reconciliation below does.
               WRITE CONTROL-RPT-REC
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD SALE-COUNT RETURN-COUNT VOID-COUNT REJECT-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
               MOVE 'IN BALANCE' TO RC-RESULT
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> A partition's own share plus what it left for the others
      *> must be the whole feed it read.
           IF NOT WS-WHOLE-FEED
               ADD READ-COUNT WS-OTHER-PART-COUNT
                   GIVING WS-SPLIT-TOTAL
               MOVE 'PARTITION SPLIT       :' TO RC-LABEL
               IF WS-FEED-COUNT = WS-SPLIT-TOTAL
                   MOVE 'IN BALANCE' TO RC-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE' TO RC-RESULT
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE RECONCILE-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-IF.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
