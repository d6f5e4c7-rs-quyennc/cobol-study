      *> EXTPART.cpy
      *> Layout of one PARTITION-TOTALS record - the closing control
      *> totals of one partition of the store extract. A partition
      *> run of SEQFILE-READ-WRITE takes only the feed lines whose
      *> STORE-ID falls in its own range and writes this one record
      *> as it ends; EXTMERGE reads every partition's record back to
      *> prove the partitions add up to the whole feed before it
      *> builds the single extract, reject and summary files the
      *> downstream jobs read. PT-FEED-COUNT is every line of the
      *> feed the partition passed over, its own and the others';
      *> PT-READ-COUNT is its own share. Quantity and value are net
      *> of returns, so signed, the same as the checkpoint's.
           05 PT-PART-ID        PIC X(01).
           05 FILLER            PIC X(01).
           05 PT-PART-LOW       PIC 9(05).
           05 FILLER            PIC X(01).
           05 PT-PART-HIGH      PIC 9(05).
           05 FILLER            PIC X(01).
           05 PT-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(01).
           05 PT-FEED-COUNT     PIC 9(07).
           05 FILLER            PIC X(01).
           05 PT-READ-COUNT     PIC 9(07).
           05 FILLER            PIC X(01).
           05 PT-WRITE-COUNT    PIC 9(07).
           05 FILLER            PIC X(01).
           05 PT-REJECT-COUNT   PIC 9(07).
           05 FILLER            PIC X(01).
           05 PT-TOTAL-QTY      PIC S9(09).
           05 FILLER            PIC X(01).
           05 PT-TOTAL-VALUE    PIC S9(11)V99.
           05 FILLER            PIC X(01).
           05 PT-RETURN-QTY     PIC 9(09).
           05 FILLER            PIC X(01).
           05 PT-RETURN-VALUE   PIC 9(11)V99.
           05 FILLER            PIC X(01).
           05 PT-VOID-QTY       PIC 9(09).
           05 FILLER            PIC X(01).
      *> The return code the partition ended with - anything at or
      *> over 4 and its files are not fit to merge.
           05 PT-RETURN-CODE    PIC 9(04).
           05 FILLER            PIC X(01).
      *> 'S' is written over the last run's record the moment a
      *> partition starts and 'C' only with its closing totals, so a
      *> run that stops early leaves nothing the merge could take
      *> for tonight's.
           05 PT-RUN-STATUS     PIC X(01).
              88 PT-RUN-STARTED            VALUE 'S'.
              88 PT-RUN-COMPLETE           VALUE 'C'.
           05 FILLER            PIC X(01).
      *> The business date of the feed the partition extracted, off
      *> the last entry on FEEDVAL's feed register.
           05 PT-FEED-BUS-DATE  PIC 9(08).
           05 FILLER            PIC X(02).
