      *> report; the operator edit, and the class of errors it
      *> invites, goes away. Whatever restart value was keyed on
      *> the source card is ignored - the evidence decides.
      *> When the extract runs split into STORE-ID partitions, each
      *> partition job runs this step with its own partition card:
      *> the partition id and range go onto that partition's run
      *> card, and the evidence read is that partition's own - so a
      *> partition that died resumes alone while the others run
      *> fresh. With no partition card the run card is the whole
      *> feed's, as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE ASSIGN TO PARM-IN-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-IN-FILE.
      *> The partition job's card - which partition, which stores.
      *> Not allocated (or empty) for the one-pass extract.
           SELECT PART-CARD-FILE ASSIGN TO PART-CARD-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PART-CARD-FILE.
      *> The card STEP010 reads - same fields, restart decided.
           SELECT PARM-OUT-FILE ASSIGN TO PARM-OUT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           05  FILLER           PIC X(01).
           05  PI-DUP-MODE      PIC X(01).
           05  FILLER           PIC X(63).
      *> Partition id, then the low and high STORE-ID it owns.
       FD  PART-CARD-FILE.
       01  PART-CARD-REC.
           05  PC-PART-ID       PIC X(01).
           05  FILLER           PIC X(01).
           05  PC-PART-LOW      PIC X(05).
           05  FILLER           PIC X(01).
           05  PC-PART-HIGH     PIC X(05).
           05  FILLER           PIC X(67).
       FD  PARM-OUT-FILE.
       01  PARM-OUT-REC         PIC X(80).
       FD  CONTROL-RPT-FILE.
           88  FS-RUN-CONTROL-EOF          VALUE '10'.
       01  FS-PARM-IN-FILE     PIC X(02)  VALUE SPACES.
           88  FS-PARM-IN-FILE-OK          VALUE '00'.
       01  FS-PART-CARD-FILE   PIC X(02)  VALUE SPACES.
           88  FS-PART-CARD-FILE-OK        VALUE '00'.
           88  FS-PART-CARD-ABSENT         VALUE '35'.
       01  FS-PARM-OUT-FILE    PIC X(02)  VALUE SPACES.
           88  FS-PARM-OUT-FILE-OK         VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> The extract's PROGRAM-ID exactly as RUNTRACK records it -
      *> a partition is logged under the partition's own name.
       01  WS-TARGET-PROGRAM   PIC X(18)
               VALUE 'SEQFILE-READ-WRITE'.
       01  WS-PART-PROGRAM-ID.
           05  FILLER          PIC X(16) VALUE 'SEQFILE-RW-PART-'.
           05  WS-PPI-PART-ID  PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(01) VALUE SPACE.
      *> The most recent event seen for the target - RUN-CONTROL
      *> is appended in time order, so the last one read stands.
       01  WS-LAST-EVENT       PIC X(05)  VALUE SPACES.
           05  WK-RESTART-MODE  PIC X(01).
           05  FILLER           PIC X(01).
           05  WK-DUP-MODE      PIC X(01).
           05  FILLER           PIC X(01).
           05  WK-PART-ID       PIC X(01).
           05  FILLER           PIC X(01).
           05  WK-PART-LOW      PIC X(05).
           05  FILLER           PIC X(01).
           05  WK-PART-HIGH     PIC X(05).
           05  FILLER           PIC X(49).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  DECISION-LINE.
           05  FILLER          PIC X(01) VALUE '-'.
           05  EV-TIME         PIC 9(06).
           05  FILLER          PIC X(37) VALUE SPACES.
       01  PARTITION-LINE.
           05  FILLER          PIC X(19) VALUE 'PARTITION        : '.
           05  PL-PART-ID      PIC X(01).
           05  FILLER          PIC X(08) VALUE ' STORES '.
           05  PL-PART-LOW     PIC X(05).
           05  FILLER          PIC X(04) VALUE ' TO '.
           05  PL-PART-HIGH    PIC X(05).
           05  FILLER          PIC X(38) VALUE SPACES.

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
      *> The partition fields are the partition card's alone - the
      *> keyed card's bytes there are cleared first, so a one-pass
      *> run card never carries a partition by accident.
           MOVE SPACES TO WK-PART-ID WK-PART-LOW WK-PART-HIGH.
           OPEN INPUT PART-CARD-FILE
           IF FS-PART-CARD-ABSENT
               GO TO OPEN-RUN-CARD-PARA
           END-IF.
           IF NOT FS-PART-CARD-FILE-OK
               DISPLAY 'PARTITION CARD OPEN FAILED: ' FS-PART-CARD-FILE
               MOVE 'PART-CARD-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PART-CARD-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PART-CARD-FILE
           IF FS-PART-CARD-FILE-OK AND PC-PART-ID NOT = SPACE
      *> A range that cannot be read, or runs backwards, would hand
      *> the partition someone else's stores or none at all - no
      *> run card, and the partition job stops here.
               IF PC-PART-LOW IS NUMERIC AND PC-PART-HIGH IS NUMERIC
                       AND PC-PART-LOW NOT > PC-PART-HIGH
                   MOVE PC-PART-ID   TO WK-PART-ID WS-PPI-PART-ID
                   MOVE PC-PART-LOW  TO WK-PART-LOW
                   MOVE PC-PART-HIGH TO WK-PART-HIGH
                   MOVE WS-PART-PROGRAM-ID TO WS-TARGET-PROGRAM
               ELSE
                   DISPLAY 'PARTITION CARD RANGE NOT VALID: '
                       PART-CARD-REC (1:13)
                   CLOSE PART-CARD-FILE
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO OPEN-EXIT-PARA
               END-IF
           END-IF.
           CLOSE PART-CARD-FILE.
       OPEN-RUN-CARD-PARA.
           OPEN OUTPUT PARM-OUT-FILE
           IF NOT FS-PARM-OUT-FILE-OK
               DISPLAY 'RUN CARD OPEN FAILED: ' FS-PARM-OUT-FILE
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           IF WK-PART-ID NOT = SPACE
               MOVE WK-PART-ID   TO PL-PART-ID
               MOVE WK-PART-LOW  TO PL-PART-LOW
               MOVE WK-PART-HIGH TO PL-PART-HIGH
               MOVE PARTITION-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-IF.
           IF WS-ABORT-RUN
               MOVE 'NO RUN CARD WRITTEN - SOURCE CARD UNREADABLE'
                   TO DL-TEXT
