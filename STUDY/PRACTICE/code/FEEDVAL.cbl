       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDVAL.
       AUTHOR. QUYENNC

      *> Inbound store feed check, run ahead of the extract. The
      *> extract used to trust INPUT-FILE completely: a transmission
      *> cut off halfway went through as a short day, and a resent
      *> copy of yesterday's feed went through as today. Upstream
      *> now frames the feed with a header (business date, sending
      *> system, feed sequence number) and a trailer (detail record
      *> count, hash total of the quantities), told apart from the
      *> detail lines by the record type byte the extract already
      *> reads. This program:
      *>   - checks the header is first and the trailer last, and
      *>     that the trailer's count and hash match the details;
      *>   - checks the header against the register of feeds already
      *>     processed: the sequence must be the last one plus one
      *>     (higher is a gap, equal or lower is a repeat), and the
      *>     business date must be new and not behind the last;
      *>   - writes the detail lines, header and trailer stripped,
      *>     to the file SEQFILE-READ-WRITE reads, so the extract
      *>     itself is unchanged;
      *>   - adds the feed to the register once it passes.
      *> A restart run (the run card EXTRSTRT wrote says so) is
      *> re-reading the feed the failed run already registered, so
      *> it must match the register's last entry instead, and is
      *> not registered twice. Any failure ends RC 8 and EXTUPD's
      *> COND tests keep the extract from running.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The feed as transmitted - header, details, trailer.
           SELECT FEED-FILE ASSIGN TO FEED-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-FILE.
      *> The detail lines only, for STEP010's INPUT-FILE-DD.
           SELECT BODY-FILE ASSIGN TO BODY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-BODY-FILE.
      *> One record per feed accepted, in the order accepted - read
      *> in full, then extended with tonight's feed.
           SELECT FEED-REGISTER ASSIGN TO FEED-REGISTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-REGISTER.
      *> The run card EXTRSTRT wrote, for the restart decision.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Detail lines are the extract's INPUT-FILE record; the
      *> header and trailer carry their type in the same byte.
       FD  FEED-FILE.
       01  FEED-REC.
           05  RAW-STORE-ID     PIC 9(05).
           05  FILLER           PIC X(01).
           05  RAW-ITEM-ID      PIC X(10).
           05  FILLER           PIC X(01).
           05  RAW-QTY          PIC X(05).
           05  RAW-QTY-N REDEFINES RAW-QTY PIC 9(05).
           05  FILLER           PIC X(01).
           05  RAW-REC-TYPE     PIC X(01).
               88  RAW-IS-HEADER          VALUE 'H'.
               88  RAW-IS-TRAILER         VALUE 'T'.
           05  FILLER           PIC X(56).
       01  FEED-HEADER-REC.
           05  FH-BUSINESS-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  FH-SENDING-SYSTEM PIC X(08).
           05  FILLER           PIC X(01).
           05  FH-FEED-SEQ      PIC 9(05).
           05  FILLER           PIC X(01).
           05  FILLER           PIC X(56).
       01  FEED-TRAILER-REC.
           05  FT-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  FT-QTY-HASH      PIC 9(11).
           05  FILLER           PIC X(04).
           05  FILLER           PIC X(01).
           05  FILLER           PIC X(56).
       FD  BODY-FILE.
       01  BODY-REC             PIC X(80).
       FD  FEED-REGISTER.
       01  FEED-REGISTER-REC.
           05  FR-FEED-SEQ      PIC 9(05).
           05  FILLER           PIC X(01).
           05  FR-BUSINESS-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  FR-SENDING-SYSTEM PIC X(08).
           05  FILLER           PIC X(01).
           05  FR-RECORD-COUNT  PIC 9(07).
           05  FILLER           PIC X(01).
           05  FR-QTY-HASH      PIC 9(11).
           05  FILLER           PIC X(01).
           05  FR-PROCESSED-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  FR-PROCESSED-TIME PIC 9(06).
           05  FILLER           PIC X(21).
      *> SEQFILE-READ-WRITE's PARM-FILE card, byte for byte.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-STORE-LOW   PIC X(05).
           05  FILLER           PIC X(01).
           05  PARM-STORE-HIGH  PIC X(05).
           05  FILLER           PIC X(01).
           05  PARM-CSV-MODE    PIC X(01).
           05  FILLER           PIC X(01).
           05  PARM-RESTART-MODE PIC X(01).
           05  FILLER           PIC X(01).
           05  PARM-DUP-MODE    PIC X(01).
           05  FILLER           PIC X(63).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-FEED-FILE        PIC X(02)  VALUE SPACES.
           88  FS-FEED-FILE-OK             VALUE '00'.
           88  FS-FEED-FILE-EOF            VALUE '10'.
       01  FS-BODY-FILE        PIC X(02)  VALUE SPACES.
           88  FS-BODY-FILE-OK             VALUE '00'.
       01  FS-FEED-REGISTER    PIC X(02)  VALUE SPACES.
           88  FS-FEED-REGISTER-OK         VALUE '00'.
           88  FS-FEED-REGISTER-EOF        VALUE '10'.
           88  FS-FEED-REGISTER-NEW        VALUE '05' '35'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  WS-RESTART-MODE     PIC X(01)  VALUE 'N'.
           88  WS-RESTART-MODE-ON          VALUE 'Y'.
       01  WS-HEADER-SW        PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN              VALUE 'Y'.
       01  WS-TRAILER-SW       PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN             VALUE 'Y'.
      *> Tested on the record as read - a MOVE to a numeric field
      *> would tidy a garbled value into something plausible.
       01  WS-HEADER-BAD-SW    PIC X(01)  VALUE 'N'.
           88  WS-HEADER-BAD               VALUE 'Y'.
       01  WS-TRAILER-BAD-SW   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-BAD              VALUE 'Y'.
      *> The header and trailer as read, held for the checks after
      *> the last record.
       01  WS-FEED-HEADER.
           05  WS-FH-BUSINESS-DATE PIC 9(08)  VALUE 0.
           05  WS-FH-SENDING-SYSTEM PIC X(08) VALUE SPACES.
           05  WS-FH-FEED-SEQ      PIC 9(05)  VALUE 0.
       01  WS-FEED-TRAILER.
           05  WS-FT-RECORD-COUNT  PIC 9(07)  VALUE 0.
           05  WS-FT-QTY-HASH      PIC 9(11)  VALUE 0.
      *> What the register says: its last entry, and whether the
      *> header's sequence or business date is anywhere on it.
       01  WS-REGISTER-COUNT   PIC 9(07)  VALUE 0.
       01  WS-LAST-FEED-SEQ    PIC 9(05)  VALUE 0.
       01  WS-LAST-BUSINESS-DATE PIC 9(08) VALUE 0.
       01  WS-EXPECTED-SEQ     PIC 9(06)  VALUE 0.
       01  WS-SEQ-SEEN-SW      PIC X(01)  VALUE 'N'.
           88  WS-SEQ-SEEN                 VALUE 'Y'.
       01  WS-DATE-SEEN-SW     PIC X(01)  VALUE 'N'.
           88  WS-DATE-SEEN                VALUE 'Y'.
       01  WS-QTY-HASH         PIC 9(11)  VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
      *> ACCEPT FROM TIME returns HHMMSSss - the group keeps the
      *> hour in front where a 9(06) receiver would drop it.
       01  WS-CLOCK.
           05  WS-CLOCK-HHMMSS PIC 9(06).
           05  WS-CLOCK-HUNDS  PIC 9(02).
       01  COUNTERS.
           05  RECORDS-READ    PIC 9(07).
           05  DETAILS-WRITTEN PIC 9(07).
           05  QTY-NOT-NUMERIC PIC 9(07).
           05  EXTRA-CONTROL-RECS PIC 9(07).
           05  AFTER-TRAILER   PIC 9(07).
      *> Each check that fails adds its text here; all of them go
      *> on the control report, so one rerun fixes everything.
       01  WS-FAIL-MAX         PIC 9(02)  VALUE 10.
       01  WS-FAIL-COUNT       PIC 9(02)  VALUE 0.
       01  WS-FX               PIC 9(02)  VALUE 0.
       01  WS-FAIL-TEXT        PIC X(40)  VALUE SPACES.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 10 TIMES PIC X(40).
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  HASH-LINE.
           05  HL-LABEL        PIC X(23).
           05  HL-VALUE        PIC Z(10)9.
           05  FILLER          PIC X(46).
       01  INFO-LINE.
           05  IL-LABEL        PIC X(23).
           05  IL-TEXT         PIC X(20).
           05  FILLER          PIC X(37).
       01  FAILURE-LINE.
           05  FILLER          PIC X(23) VALUE
               'CHECK FAILED          :'.
           05  FL-TEXT         PIC X(40).
           05  FILLER          PIC X(17) VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'FEEDVAL'.

      *> RUNTRACK's LINKAGE items, passed from named fields sized to
      *> match exactly - same rule as the ERRLOG fields above. START
      *> is written before any file is touched and END just before
      *> STOP RUN, so the morning OPSRPT can see the run happened.
       01  WS-RUNTRACK-EVENT    PIC X(05) VALUE SPACES.
       01  WS-RUNTRACK-RC       PIC 9(04) VALUE 0.
       01  WS-RT-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-RT-WRITE-COUNT    PIC 9(07) VALUE 0.
       01  WS-RT-REJECT-COUNT   PIC 9(07) VALUE 0.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           MOVE 'START' TO WS-RUNTRACK-EVENT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
               PERFORM CHECK-FRAME-PARA THRU CHECK-FRAME-EXIT-PARA
               PERFORM CHECK-REGISTER-PARA
                   THRU CHECK-REGISTER-EXIT-PARA
               PERFORM REGISTER-FEED-PARA THRU REGISTER-FEED-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 'END' TO WS-RUNTRACK-EVENT.
           MOVE RETURN-CODE TO WS-RUNTRACK-RC.
           MOVE RECORDS-READ TO WS-RT-READ-COUNT.
           MOVE DETAILS-WRITTEN TO WS-RT-WRITE-COUNT.
           MOVE WS-FAIL-COUNT TO WS-RT-REJECT-COUNT.
           CALL 'RUNTRACK' USING WS-ERRLOG-PROGRAM-ID
               WS-RUNTRACK-EVENT WS-RUNTRACK-RC WS-RT-READ-COUNT
               WS-RT-WRITE-COUNT WS-RT-REJECT-COUNT.
      *> A CALLed program hands its own (zero) return code back, so
      *> the run's code is re-established from the copy just logged
      *> - without this the END call would wipe an RC 8 and the JCL
      *> COND tests downstream would never see the failure.
           MOVE WS-RUNTRACK-RC TO RETURN-CODE.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *> STEP008 always writes the run card; no card means the
      *> chain is not in a state to say fresh or restart.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'RUN CARD OPEN FAILED: ' FS-PARM-FILE
               MOVE 'PARM-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-PARM-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               MOVE PARM-RESTART-MODE TO WS-RESTART-MODE
           END-IF.
           CLOSE PARM-FILE.
           OPEN INPUT FEED-FILE
           IF NOT FS-FEED-FILE-OK
               DISPLAY 'FEED FILE OPEN FAILED: ' FS-FEED-FILE
               MOVE 'FEED-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT BODY-FILE
           IF NOT FS-BODY-FILE-OK
               DISPLAY 'BODY FILE OPEN FAILED: ' FS-BODY-FILE
               MOVE 'BODY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-BODY-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *> One pass over the feed. Only the first record may be the
      *> header and only the last the trailer; a detail line after
      *> the trailer means two feeds run together, and a second
      *> header or trailer is counted against the frame.
       PROCESS-PARA.
           PERFORM UNTIL FS-FEED-FILE-EOF
               READ FEED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   EVALUATE TRUE
                       WHEN RAW-IS-HEADER
                           IF RECORDS-READ = 1
                               MOVE 'Y' TO WS-HEADER-SW
                               IF FH-BUSINESS-DATE NOT NUMERIC
                                       OR FH-FEED-SEQ NOT NUMERIC
                                   MOVE 'Y' TO WS-HEADER-BAD-SW
                               END-IF
                               MOVE FH-BUSINESS-DATE
                                   TO WS-FH-BUSINESS-DATE
                               MOVE FH-SENDING-SYSTEM
                                   TO WS-FH-SENDING-SYSTEM
                               MOVE FH-FEED-SEQ TO WS-FH-FEED-SEQ
                           ELSE
                               ADD 1 TO EXTRA-CONTROL-RECS
                           END-IF
                       WHEN RAW-IS-TRAILER
                           IF WS-TRAILER-SEEN
                               ADD 1 TO EXTRA-CONTROL-RECS
                           ELSE
                               MOVE 'Y' TO WS-TRAILER-SW
                               IF FT-RECORD-COUNT NOT NUMERIC
                                       OR FT-QTY-HASH NOT NUMERIC
                                   MOVE 'Y' TO WS-TRAILER-BAD-SW
                               END-IF
                               MOVE FT-RECORD-COUNT
                                   TO WS-FT-RECORD-COUNT
                               MOVE FT-QTY-HASH TO WS-FT-QTY-HASH
                           END-IF
                       WHEN OTHER
                           PERFORM DETAIL-PARA THRU DETAIL-EXIT-PARA
                   END-EVALUATE
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A quantity the extract will reject as non-numeric adds
      *> nothing to the hash - upstream's total is of the numbers
      *> it sent, and a garbled field is the extract's to report.
       DETAIL-PARA.
           IF WS-TRAILER-SEEN
               ADD 1 TO AFTER-TRAILER
           END-IF.
           IF RAW-QTY IS NUMERIC
               ADD RAW-QTY-N TO WS-QTY-HASH
           ELSE
               ADD 1 TO QTY-NOT-NUMERIC
           END-IF.
           WRITE BODY-REC FROM FEED-REC.
           ADD 1 TO DETAILS-WRITTEN.
       DETAIL-EXIT-PARA.
           EXIT.
       CHECK-FRAME-PARA.
           IF NOT WS-HEADER-SEEN
               MOVE 'NO HEADER RECORD AT FRONT OF FEED'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           ELSE
               IF WS-HEADER-BAD
                   MOVE 'HEADER DATE OR SEQUENCE NOT NUMERIC'
                       TO WS-FAIL-TEXT
                   PERFORM ADD-FAILURE-PARA
                       THRU ADD-FAILURE-EXIT-PARA
               END-IF
           END-IF.
           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD - FEED TRUNCATED'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-FRAME-CONTROLS-PARA
           END-IF.
           IF WS-TRAILER-BAD
               MOVE 'TRAILER COUNT OR HASH NOT NUMERIC'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-FRAME-CONTROLS-PARA
           END-IF.
           IF WS-FT-RECORD-COUNT NOT = DETAILS-WRITTEN
               MOVE 'TRAILER RECORD COUNT OUT OF BALANCE'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF WS-FT-QTY-HASH NOT = WS-QTY-HASH
               MOVE 'TRAILER QUANTITY HASH OUT OF BALANCE'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       CHECK-FRAME-CONTROLS-PARA.
           IF AFTER-TRAILER > 0
               MOVE 'DETAIL RECORDS FOUND AFTER TRAILER'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF EXTRA-CONTROL-RECS > 0
               MOVE 'HEADER OR TRAILER OUT OF PLACE'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       CHECK-FRAME-EXIT-PARA.
           EXIT.
      *> Reads the whole register, keeping its last entry and
      *> noting whether tonight's sequence or business date is on it
      *> anywhere. No register yet is the first feed ever: any
      *> sequence starts it. Without a usable header there is
      *> nothing to look up.
       CHECK-REGISTER-PARA.
           IF NOT WS-HEADER-SEEN OR WS-HEADER-BAD
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
           OPEN INPUT FEED-REGISTER
           IF FS-FEED-REGISTER-NEW
               DISPLAY 'FEED REGISTER NOT FOUND, FIRST FEED ASSUMED'
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
           IF NOT FS-FEED-REGISTER-OK
               DISPLAY 'FEED REGISTER OPEN FAILED: ' FS-FEED-REGISTER
               MOVE 'FEED-REGISTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-REGISTER
               MOVE 'FEED REGISTER UNREADABLE' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FEED-REGISTER-EOF
               READ FEED-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE FR-FEED-SEQ TO WS-LAST-FEED-SEQ
                   MOVE FR-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
                   IF FR-FEED-SEQ = WS-FH-FEED-SEQ
                       MOVE 'Y' TO WS-SEQ-SEEN-SW
                   END-IF
                   IF FR-BUSINESS-DATE = WS-FH-BUSINESS-DATE
                       MOVE 'Y' TO WS-DATE-SEEN-SW
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.
           IF WS-REGISTER-COUNT = 0
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
      *> A restart re-reads the feed the failed run registered.
           IF WS-RESTART-MODE-ON
               IF WS-FH-FEED-SEQ NOT = WS-LAST-FEED-SEQ
                       OR WS-FH-BUSINESS-DATE
                           NOT = WS-LAST-BUSINESS-DATE
                   MOVE 'RESTART FEED IS NOT LAST REGISTERED'
                       TO WS-FAIL-TEXT
                   PERFORM ADD-FAILURE-PARA
                       THRU ADD-FAILURE-EXIT-PARA
               END-IF
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
      *> The sequence number wraps from 99999 back to 1.
           COMPUTE WS-EXPECTED-SEQ = WS-LAST-FEED-SEQ + 1.
           IF WS-EXPECTED-SEQ > 99999
               MOVE 1 TO WS-EXPECTED-SEQ
           END-IF.
           IF WS-SEQ-SEEN OR WS-DATE-SEEN
               MOVE 'REPEAT - FEED ALREADY PROCESSED'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               GO TO CHECK-REGISTER-EXIT-PARA
           END-IF.
           IF WS-FH-FEED-SEQ NOT = WS-EXPECTED-SEQ
               IF WS-FH-FEED-SEQ > WS-EXPECTED-SEQ
                   MOVE 'GAP - FEED SEQUENCE SKIPPED'
                       TO WS-FAIL-TEXT
               ELSE
                   MOVE 'REPEAT - FEED SEQUENCE BEHIND LAST'
                       TO WS-FAIL-TEXT
               END-IF
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
           IF WS-FH-BUSINESS-DATE < WS-LAST-BUSINESS-DATE
               MOVE 'BUSINESS DATE BEHIND LAST FEED'
                   TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
           END-IF.
       CHECK-REGISTER-EXIT-PARA.
           EXIT.
      *> Only a clean, fresh feed goes on the register - a failed
      *> one must be sendable again once upstream fixes it.
       REGISTER-FEED-PARA.
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GO TO REGISTER-FEED-EXIT-PARA
           END-IF.
           IF WS-RESTART-MODE-ON AND WS-REGISTER-COUNT > 0
               GO TO REGISTER-FEED-EXIT-PARA
           END-IF.
           OPEN EXTEND FEED-REGISTER
           IF FS-FEED-REGISTER-NEW
               OPEN OUTPUT FEED-REGISTER
           END-IF.
           IF NOT FS-FEED-REGISTER-OK
               DISPLAY 'FEED REGISTER OPEN FAILED: ' FS-FEED-REGISTER
               MOVE 'FEED-REGISTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-REGISTER
               MOVE 'FEED NOT REGISTERED' TO WS-FAIL-TEXT
               PERFORM ADD-FAILURE-PARA THRU ADD-FAILURE-EXIT-PARA
               MOVE 8 TO RETURN-CODE
               GO TO REGISTER-FEED-EXIT-PARA
           END-IF.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE SPACES TO FEED-REGISTER-REC.
           MOVE WS-FH-FEED-SEQ       TO FR-FEED-SEQ.
           MOVE WS-FH-BUSINESS-DATE  TO FR-BUSINESS-DATE.
           MOVE WS-FH-SENDING-SYSTEM TO FR-SENDING-SYSTEM.
           MOVE WS-FT-RECORD-COUNT   TO FR-RECORD-COUNT.
           MOVE WS-FT-QTY-HASH       TO FR-QTY-HASH.
           MOVE WS-RUN-DATE          TO FR-PROCESSED-DATE.
           MOVE WS-CLOCK-HHMMSS      TO FR-PROCESSED-TIME.
           WRITE FEED-REGISTER-REC.
           CLOSE FEED-REGISTER.
       REGISTER-FEED-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE FEED-FILE BODY-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       ADD-FAILURE-PARA.
           IF WS-FAIL-COUNT < WS-FAIL-MAX
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-FAIL-TEXT TO WS-FAIL-ENTRY (WS-FAIL-COUNT)
           END-IF.
       ADD-FAILURE-EXIT-PARA.
           EXIT.
       WRITE-TOTALS-PARA.
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT FS-CONTROL-RPT-FILE-OK
               DISPLAY 'CONTROL RPT OPEN FAILED: ' FS-CONTROL-RPT-FILE
               MOVE 'CONTROL-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-CONTROL-RPT-FILE
               GO TO WRITE-TOTALS-EXIT-PARA
           END-IF.
           MOVE 'FEEDVAL CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RUN MODE              :' TO IL-LABEL
           IF WS-RESTART-MODE-ON
               MOVE 'RESTART' TO IL-TEXT
           ELSE
               MOVE 'FRESH' TO IL-TEXT
           END-IF
           MOVE INFO-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BUSINESS DATE         :' TO IL-LABEL
           MOVE WS-FH-BUSINESS-DATE TO IL-TEXT
           MOVE INFO-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SENDING SYSTEM        :' TO IL-LABEL
           MOVE WS-FH-SENDING-SYSTEM TO IL-TEXT
           MOVE INFO-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FEED SEQUENCE         :' TO CT-LABEL
           MOVE WS-FH-FEED-SEQ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'LAST REGISTERED SEQ   :' TO CT-LABEL
           MOVE WS-LAST-FEED-SEQ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'LAST REGISTERED DATE  :' TO IL-LABEL
           MOVE WS-LAST-BUSINESS-DATE TO IL-TEXT
           MOVE INFO-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS READ          :' TO CT-LABEL
           MOVE RECORDS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'DETAIL RECORDS        :' TO CT-LABEL
           MOVE DETAILS-WRITTEN TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRAILER RECORD COUNT  :' TO CT-LABEL
           MOVE WS-FT-RECORD-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'QUANTITY HASH         :' TO HL-LABEL
           MOVE WS-QTY-HASH TO HL-VALUE
           MOVE HASH-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TRAILER QUANTITY HASH :' TO HL-LABEL
           MOVE WS-FT-QTY-HASH TO HL-VALUE
           MOVE HASH-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE '  QTY NOT NUMERIC     :' TO CT-LABEL
           MOVE QTY-NOT-NUMERIC TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FAIL-COUNT
               MOVE WS-FAIL-ENTRY (WS-FX) TO FL-TEXT
               MOVE FAILURE-LINE TO CONTROL-RPT-REC
               WRITE CONTROL-RPT-REC
           END-PERFORM.
           MOVE 'FEED VALIDATION       :' TO RC-LABEL.
           IF WS-FAIL-COUNT > 0
               MOVE 'REJECTED' TO RC-RESULT
           ELSE
               IF WS-RESTART-MODE-ON AND WS-REGISTER-COUNT > 0
                   MOVE 'ACCEPTED - RESTART' TO RC-RESULT
               ELSE
                   MOVE 'ACCEPTED - REGISTERED' TO RC-RESULT
               END-IF
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
