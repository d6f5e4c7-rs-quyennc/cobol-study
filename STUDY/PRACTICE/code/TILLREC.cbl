       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLREC.
       AUTHOR. QUYENNC

      *> Till takings reconciliation. The extract carries each
      *> store's sales value on SUMMARY-FILE, the stores send in what
      *> they actually banked, and until now finance held one against
      *> the other by hand every morning. This program does it for a
      *> business date: every store's takings (cash plus card, less
      *> refunds paid out) against its SUMMARY-FILE value for the
      *> same date, net of returns. The variance report lists the
      *> stores whose difference is over the parm tolerance, the
      *> stores that banked money but had no extract, and the stores
      *> that had an extract but sent no takings. Each store over
      *> tolerance also gets a notice page for its manager, laid out
      *> like REJNOTIF's so store operations can mail both the same
      *> way. The control report proves every takings line and every
      *> summary record for the date landed on some store.
      *> SUMMARY-FILE is dated with the day the night's feed was
      *> taken - EXTMERGE stamps that one date on every partition's
      *> records whatever day each finished - not the business date
      *> the feed carried, so the business date is taken through
      *> FEEDVAL's feed register to the date that feed was
      *> processed, and only summary records of that date count.
      *> With no date on the card the business date is the latest
      *> feed on the register, the one the morning's run follows.
      *> A business date with no summary behind it ends RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PARM-FILE carries the business date (blank means the latest
      *> feed registered) and the tolerance. Missing card means the
      *> latest feed and 10.00.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
      *> Kept in SM-STORE-ID sequence by STOREMNT, so the table it
      *> loads can be binary-searched.
           SELECT STORE-MASTER ASSIGN TO STORE-MASTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STORE-MASTER.
      *> FEEDVAL's register of feeds taken: business date and the
      *> date the feed was processed, one record per feed.
           SELECT FEED-REGISTER ASSIGN TO FEED-REGISTER-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FEED-REGISTER.
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SUMMARY-FILE.
      *> The stores' daily takings file - one line per store per
      *> business date, or one per till; lines for the same store
      *> and date are added together.
           SELECT TAKINGS-FILE ASSIGN TO TAKINGS-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TAKINGS-FILE.
           SELECT VARIANCE-RPT-FILE ASSIGN TO VARIANCE-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-VARIANCE-RPT-FILE.
           SELECT NOTIF-RPT-FILE ASSIGN TO NOTIF-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-NOTIF-RPT-FILE.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-BUS-DATE        PIC X(08).
           05  FILLER               PIC X(01).
           05  PARM-TOLERANCE       PIC X(09).
           05  PARM-TOLERANCE-N REDEFINES PARM-TOLERANCE
                                    PIC 9(07)V99.
           05  FILLER               PIC X(62).
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID      PIC 9(05).
           05  FILLER           PIC X(01).
           05  SM-STORE-NAME    PIC X(20).
           05  FILLER           PIC X(01).
           05  SM-STORE-STATUS  PIC X(01).
           05  FILLER           PIC X(52).
      *> FEEDVAL's FEED-REGISTER record.
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
       FD  SUMMARY-FILE.
       01  SUMMARY-FILE-REC.
           05  SU-STORE-ID       PIC 9(05).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-WRITTEN  PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-ITEMS-REJECTED PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RUN-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  SU-QTY-SOLD       PIC 9(09).
           05  FILLER            PIC X(01).
           05  SU-EXT-VALUE      PIC 9(09)V99.
           05  SU-NET-SIGN       PIC X(01).
               88  SU-NET-NEGATIVE        VALUE '-'.
           05  FILLER            PIC X(01).
           05  SU-RETURN-QTY     PIC 9(07).
           05  FILLER            PIC X(01).
           05  SU-RETURN-VALUE   PIC 9(09)V99.
           05  FILLER            PIC X(07).
       FD  TAKINGS-FILE.
       01  TAKINGS-REC.
           05  TK-STORE-ID       PIC 9(05).
           05  FILLER            PIC X(01).
           05  TK-BUS-DATE       PIC 9(08).
           05  FILLER            PIC X(01).
           05  TK-CASH           PIC 9(09)V99.
           05  FILLER            PIC X(01).
           05  TK-CARD           PIC 9(09)V99.
           05  FILLER            PIC X(01).
           05  TK-REFUNDS        PIC 9(09)V99.
           05  FILLER            PIC X(30).
       FD  VARIANCE-RPT-FILE.
       01  VARIANCE-RPT-LINE    PIC X(80).
       FD  NOTIF-RPT-FILE.
       01  NOTIF-RPT-LINE       PIC X(80).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  FS-STORE-MASTER     PIC X(02)  VALUE SPACES.
           88  FS-STORE-MASTER-OK          VALUE '00'.
           88  FS-STORE-MASTER-EOF         VALUE '10'.
       01  FS-FEED-REGISTER    PIC X(02)  VALUE SPACES.
           88  FS-FEED-REGISTER-OK         VALUE '00'.
           88  FS-FEED-REGISTER-EOF        VALUE '10'.
       01  FS-SUMMARY-FILE     PIC X(02)  VALUE SPACES.
           88  FS-SUMMARY-FILE-OK          VALUE '00'.
           88  FS-SUMMARY-FILE-EOF         VALUE '10'.
       01  FS-TAKINGS-FILE     PIC X(02)  VALUE SPACES.
           88  FS-TAKINGS-FILE-OK          VALUE '00'.
           88  FS-TAKINGS-FILE-EOF         VALUE '10'.
       01  FS-VARIANCE-RPT-FILE PIC X(02) VALUE SPACES.
           88  FS-VARIANCE-RPT-FILE-OK     VALUE '00'.
       01  FS-NOTIF-RPT-FILE   PIC X(02)  VALUE SPACES.
           88  FS-NOTIF-RPT-FILE-OK        VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
      *> One store's figures for the date, worked on here and kept
      *> in one of the two tables below. Both tables hold entries of
      *> exactly this shape, so an entry moves in and out whole.
       01  WS-CUR-ENTRY.
           05  WS-CUR-STORE-ID     PIC 9(05).
           05  WS-CUR-STORE-NAME   PIC X(20).
           05  WS-CUR-EXTRACT-SW   PIC X(01).
               88  WS-CUR-HAS-EXTRACT       VALUE 'Y'.
           05  WS-CUR-TAKINGS-SW   PIC X(01).
               88  WS-CUR-HAS-TAKINGS       VALUE 'Y'.
           05  WS-CUR-EXTRACT      PIC S9(11)V99.
           05  WS-CUR-CASH         PIC S9(11)V99.
           05  WS-CUR-CARD         PIC S9(11)V99.
           05  WS-CUR-REFUNDS      PIC S9(11)V99.
      *> Every store on the master, in store-id sequence, searched
      *> with SEARCH ALL the way REJNOTIF searches it.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT    PIC 9(05)   VALUE 0.
           05  WS-STORE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-STORE-COUNT
                   ASCENDING KEY IS WS-TBL-STORE-ID
                   INDEXED BY STORE-IX.
               10  WS-TBL-STORE-ID     PIC 9(05).
               10  WS-TBL-FIGURES      PIC X(74).
      *> Stores that banked or sold under an id the master does not
      *> carry - still reconciled, just without a name.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-COUNT  PIC 9(04)   VALUE 0.
           05  WS-MISSING-ENTRY OCCURS 1000 TIMES
                   INDEXED BY MISSING-IX.
               10  WS-MIS-STORE-ID     PIC 9(05).
               10  WS-MIS-FIGURES      PIC X(74).
       01  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-WHERE-SW         PIC X(01)  VALUE SPACES.
           88  WS-ON-MASTER                VALUE 'M'.
           88  WS-OFF-MASTER               VALUE 'X'.
           88  WS-NOWHERE                  VALUE ' '.
       01  WS-LOOKUP-STORE-ID  PIC 9(05)  VALUE 0.
       01  WS-BUS-DATE         PIC 9(08)  VALUE 0.
      *> The extract run date the business date's feed went through
      *> on - zero when the register has no feed for the date.
       01  WS-SUMMARY-RUN-DATE PIC 9(08)  VALUE 0.
      *> The register's last feed, for a card with no date on it.
       01  WS-LAST-BUS-DATE    PIC 9(08)  VALUE 0.
       01  WS-LAST-PROC-DATE   PIC 9(08)  VALUE 0.
       01  WS-TOLERANCE        PIC 9(07)V99 VALUE 10.00.
       01  WS-SIGNED-VALUE     PIC S9(11)V99 VALUE 0.
       01  WS-BANKED           PIC S9(11)V99 VALUE 0.
       01  WS-VARIANCE         PIC S9(11)V99 VALUE 0.
       01  WS-ABS-VARIANCE     PIC S9(11)V99 VALUE 0.
       01  WS-SCAN-IX          PIC 9(05)  VALUE 0.
      *> Which list the report is on: over tolerance, banked with
      *> no extract, or extract with no takings.
       01  WS-SECTION-SW       PIC X(01)  VALUE SPACES.
           88  WS-SECTION-OVER             VALUE 'O'.
           88  WS-SECTION-NO-EXTRACT       VALUE 'E'.
           88  WS-SECTION-NO-TAKINGS       VALUE 'T'.
       01  WS-SECTION-LISTED   PIC 9(05)  VALUE 0.
       01  COUNTERS.
           05  STORE-MASTER-READ   PIC 9(07).
           05  REGISTER-READ       PIC 9(07).
           05  SUMMARY-READ        PIC 9(07).
           05  SUMMARY-FOR-DATE    PIC 9(07).
           05  TAKINGS-READ        PIC 9(07).
           05  TAKINGS-FOR-DATE    PIC 9(07).
           05  TAKINGS-OTHER-DATE  PIC 9(07).
           05  TAKINGS-UNREADABLE  PIC 9(07).
           05  STORES-RECONCILED   PIC 9(07).
           05  STORES-IN-TOLERANCE PIC 9(07).
           05  STORES-OVER         PIC 9(07).
           05  STORES-NO-EXTRACT   PIC 9(07).
           05  STORES-NO-TAKINGS   PIC 9(07).
           05  STORES-NOTIFIED     PIC 9(07).
           05  STORES-DROPPED      PIC 9(07).
      *> What was read for the date against what the tables hold -
      *> the reconciliation on the control report.
       01  WS-READ-EXTRACT-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-READ-BANKED-VALUE   PIC S9(11)V99 VALUE 0.
       01  WS-HELD-EXTRACT-VALUE  PIC S9(11)V99 VALUE 0.
       01  WS-HELD-BANKED-VALUE   PIC S9(11)V99 VALUE 0.
       01  WS-ABORT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ABORT-RUN                VALUE 'Y'.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  WS-PRINT-LINE       PIC X(80)  VALUE SPACES.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               'TILL TAKINGS RECONCILE'.
           05  FILLER          PIC X(09) VALUE '  DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
           05  RH-BUS-DATE     PIC 9(08).
           05  FILLER          PIC X(13) VALUE '  TOLERANCE: '.
           05  RH-TOLERANCE    PIC Z(06)9.99.
           05  FILLER          PIC X(34) VALUE SPACES.
       01  REPORT-HEADING-3.
           05  FILLER          PIC X(28) VALUE 'STORE NAME'.
           05  FILLER          PIC X(14) VALUE '   SALES VALUE'.
           05  FILLER          PIC X(14) VALUE '    NET BANKED'.
           05  FILLER          PIC X(14) VALUE '      VARIANCE'.
           05  FILLER          PIC X(10) VALUE SPACES.
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(50).
           05  FILLER          PIC X(30) VALUE SPACES.
      *> Values not known for a store (no takings, or no extract)
      *> print blank rather than as a misleading zero.
       01  VARIANCE-LINE.
           05  VL-STORE-ID     PIC 9(05).
           05  FILLER          PIC X(01).
           05  VL-STORE-NAME   PIC X(20).
           05  FILLER          PIC X(03).
           05  VL-EXTRACT      PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(01).
           05  VL-BANKED       PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(01).
           05  VL-VARIANCE     PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(10).
      *> The store manager's notice, REJNOTIF's letter shape.
       01  LETTER-HEADING-1.
           05  FILLER        PIC X(34) VALUE
               'TILL TAKINGS NOTICE         DATE: '.
           05  LH-RUN-DATE   PIC 9(08).
           05  FILLER        PIC X(38) VALUE SPACES.
       01  LETTER-HEADING-2.
           05  FILLER        PIC X(07) VALUE 'STORE: '.
           05  LH-STORE-NAME PIC X(20).
           05  FILLER        PIC X(06) VALUE ' (ID: '.
           05  LH-STORE-ID   PIC 9(05).
           05  FILLER        PIC X(01) VALUE ')'.
           05  FILLER        PIC X(41) VALUE SPACES.
       01  LETTER-TO-LINE    PIC X(80) VALUE
           'FOR THE ATTENTION OF THE STORE MANAGER'.
       01  LETTER-INTRO-1.
           05  FILLER        PIC X(34) VALUE
               'THE MONEY BANKED FOR BUSINESS DATE'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LI-BUS-DATE   PIC 9(08).
           05  FILLER        PIC X(37) VALUE
               ' DOES NOT AGREE WITH'.
       01  LETTER-INTRO-2    PIC X(80) VALUE
           'THE SALES YOUR TILLS SENT TO HEAD OFFICE:'.
       01  LETTER-AMOUNT-LINE.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LA-LABEL      PIC X(30).
           05  LA-VALUE      PIC -ZZZZZZZZ9.99.
           05  FILLER        PIC X(35) VALUE SPACES.
       01  LETTER-CLOSE-LINE PIC X(80) VALUE
           'PLEASE CHECK THE CASH-UP AND REPLY TO FINANCE TODAY.'.
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50).
       01  CONTROL-DATE-LINE.
           05  CD-LABEL        PIC X(23).
           05  CD-VALUE        PIC 9(08).
           05  FILLER          PIC X(49).
       01  CONTROL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(23).
           05  CA-VALUE        PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(44).
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
           05  FILLER          PIC X(32).

      *> ERRLOG's LINKAGE SECTION items are wider than the literals
      *> this program passes it (CALL...USING is by reference, so a
      *> short literal leaves ERRLOG reading past its own storage) -
      *> these are sized to match ERRLOG's LK-PROGRAM-ID/LK-FILE-NAME/
      *> LK-OPERATION exactly and MOVEd into before every CALL.
       01  WS-ERRLOG-PROGRAM-ID PIC X(18) VALUE 'TILLREC'.
       01  WS-ERRLOG-FILE-NAME  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-OPERATION  PIC X(05) VALUE 'OPEN'.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       OPEN-PARA.
           INITIALIZE COUNTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PARA THRU READ-PARM-EXIT-PARA.
           PERFORM READ-REGISTER-PARA THRU READ-REGISTER-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT STORE-MASTER
           IF FS-STORE-MASTER-OK
               CONTINUE
           ELSE
               DISPLAY 'STORE MASTER OPEN FAILED: ' FS-STORE-MASTER
               MOVE 'STORE-MASTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-STORE-MASTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT SUMMARY-FILE
           IF FS-SUMMARY-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'SUMMARY FILE OPEN FAILED: ' FS-SUMMARY-FILE
               MOVE 'SUMMARY-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-SUMMARY-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT TAKINGS-FILE
           IF FS-TAKINGS-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'TAKINGS FILE OPEN FAILED: ' FS-TAKINGS-FILE
               MOVE 'TAKINGS-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-TAKINGS-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT VARIANCE-RPT-FILE
           IF FS-VARIANCE-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'VARIANCE RPT OPEN FAILED: '
                   FS-VARIANCE-RPT-FILE
               MOVE 'VARIANCE-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-VARIANCE-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT NOTIF-RPT-FILE
           IF FS-NOTIF-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'NOTICE RPT OPEN FAILED: ' FS-NOTIF-RPT-FILE
               MOVE 'NOTIF-RPT-FILE' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-NOTIF-RPT-FILE
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
       READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT FS-PARM-FILE-OK
               DISPLAY 'PARM FILE NOT AVAILABLE, LATEST FEED AT 10.00'
               GO TO READ-PARM-EXIT-PARA
           END-IF.
           READ PARM-FILE
           IF FS-PARM-FILE-OK
               IF PARM-BUS-DATE IS NUMERIC
                   MOVE PARM-BUS-DATE TO WS-BUS-DATE
               END-IF
               IF PARM-TOLERANCE IS NUMERIC
                   MOVE PARM-TOLERANCE-N TO WS-TOLERANCE
               END-IF
           END-IF.
           CLOSE PARM-FILE.
       READ-PARM-EXIT-PARA.
           EXIT.
      *> FEEDVAL refuses a second feed for a business date, so the
      *> date is on the register once at most. No date off the card
      *> means the last feed on the register.
       READ-REGISTER-PARA.
           OPEN INPUT FEED-REGISTER
           IF NOT FS-FEED-REGISTER-OK
               DISPLAY 'FEED REGISTER OPEN FAILED: ' FS-FEED-REGISTER
               MOVE 'FEED-REGISTER' TO WS-ERRLOG-FILE-NAME
               CALL 'ERRLOG' USING WS-ERRLOG-PROGRAM-ID
                   WS-ERRLOG-FILE-NAME WS-ERRLOG-OPERATION
                   FS-FEED-REGISTER
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO READ-REGISTER-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FEED-REGISTER-EOF
               READ FEED-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO REGISTER-READ
                   MOVE FR-BUSINESS-DATE  TO WS-LAST-BUS-DATE
                   MOVE FR-PROCESSED-DATE TO WS-LAST-PROC-DATE
                   IF FR-BUSINESS-DATE = WS-BUS-DATE
                       MOVE FR-PROCESSED-DATE TO WS-SUMMARY-RUN-DATE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.
           IF WS-BUS-DATE = 0
               MOVE WS-LAST-BUS-DATE  TO WS-BUS-DATE
               MOVE WS-LAST-PROC-DATE TO WS-SUMMARY-RUN-DATE
           END-IF.
           IF WS-SUMMARY-RUN-DATE = 0
               DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                   ' NOT ON FEED REGISTER'
           END-IF.
       READ-REGISTER-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM LOAD-STORES-PARA THRU LOAD-STORES-EXIT-PARA.
           IF WS-ABORT-RUN
               GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-SUMMARY-FILE-EOF
               READ SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM ACCUM-SUMMARY-PARA
                       THRU ACCUM-SUMMARY-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM UNTIL FS-TAKINGS-FILE-EOF
               READ TAKINGS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM ACCUM-TAKINGS-PARA
                       THRU ACCUM-TAKINGS-EXIT-PARA
               END-READ
           END-PERFORM.
           MOVE 'O' TO WS-SECTION-SW.
           PERFORM REPORT-SECTION-PARA THRU REPORT-SECTION-EXIT-PARA.
           MOVE 'E' TO WS-SECTION-SW.
           PERFORM REPORT-SECTION-PARA THRU REPORT-SECTION-EXIT-PARA.
           MOVE 'T' TO WS-SECTION-SW.
           PERFORM REPORT-SECTION-PARA THRU REPORT-SECTION-EXIT-PARA.
       PROCESS-EXIT-PARA.
           EXIT.
      *> SEARCH ALL is only honest over a strictly ascending table -
      *> an out-of-sequence master would make lookups quietly miss
      *> stores, so the run stops instead.
       LOAD-STORES-PARA.
           PERFORM UNTIL FS-STORE-MASTER-EOF
               READ STORE-MASTER
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO STORE-MASTER-READ
                   IF WS-STORE-COUNT > 0
                           AND SM-STORE-ID NOT >
                               WS-TBL-STORE-ID (WS-STORE-COUNT)
                       DISPLAY 'STORE MASTER OUT OF SEQUENCE AT '
                           SM-STORE-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                       GO TO LOAD-STORES-EXIT-PARA
                   END-IF
                   IF WS-STORE-COUNT NOT < 5000
                       DISPLAY 'STORE TABLE FULL AT ' SM-STORE-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 8 TO RETURN-CODE
                       GO TO LOAD-STORES-EXIT-PARA
                   END-IF
                   PERFORM CLEAR-ENTRY-PARA THRU CLEAR-ENTRY-EXIT-PARA
                   MOVE SM-STORE-ID   TO WS-CUR-STORE-ID
                   MOVE SM-STORE-NAME TO WS-CUR-STORE-NAME
                   ADD 1 TO WS-STORE-COUNT
                   SET STORE-IX TO WS-STORE-COUNT
                   MOVE WS-CUR-ENTRY TO WS-STORE-ENTRY (STORE-IX)
               END-READ
           END-PERFORM.
       LOAD-STORES-EXIT-PARA.
           EXIT.
      *> Only the extract run that took the business date's feed
      *> counts; the value is net of returns, signed by SU-NET-SIGN.
       ACCUM-SUMMARY-PARA.
           ADD 1 TO SUMMARY-READ.
           IF WS-SUMMARY-RUN-DATE = 0
                   OR SU-RUN-DATE NOT = WS-SUMMARY-RUN-DATE
               GO TO ACCUM-SUMMARY-EXIT-PARA
           END-IF.
           ADD 1 TO SUMMARY-FOR-DATE.
           IF SU-NET-NEGATIVE
               COMPUTE WS-SIGNED-VALUE = 0 - SU-EXT-VALUE
           ELSE
               MOVE SU-EXT-VALUE TO WS-SIGNED-VALUE
           END-IF.
           ADD WS-SIGNED-VALUE TO WS-READ-EXTRACT-VALUE.
           MOVE SU-STORE-ID TO WS-LOOKUP-STORE-ID.
           PERFORM GET-ENTRY-PARA THRU GET-ENTRY-EXIT-PARA.
           IF WS-NOWHERE
               GO TO ACCUM-SUMMARY-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-CUR-EXTRACT-SW.
           ADD WS-SIGNED-VALUE TO WS-CUR-EXTRACT.
           PERFORM PUT-ENTRY-PARA THRU PUT-ENTRY-EXIT-PARA.
       ACCUM-SUMMARY-EXIT-PARA.
           EXIT.
      *> A takings line that is not numeric where money or keys
      *> should be is shown and left out - and the reconciliation
      *> only covers what could be read, so it stays in balance.
       ACCUM-TAKINGS-PARA.
           ADD 1 TO TAKINGS-READ.
           IF TK-STORE-ID IS NOT NUMERIC
                   OR TK-BUS-DATE IS NOT NUMERIC
                   OR TK-CASH IS NOT NUMERIC
                   OR TK-CARD IS NOT NUMERIC
                   OR TK-REFUNDS IS NOT NUMERIC
               ADD 1 TO TAKINGS-UNREADABLE
               DISPLAY 'UNREADABLE TAKINGS LINE: ' TAKINGS-REC
               GO TO ACCUM-TAKINGS-EXIT-PARA
           END-IF.
           IF TK-BUS-DATE NOT = WS-BUS-DATE
               ADD 1 TO TAKINGS-OTHER-DATE
               GO TO ACCUM-TAKINGS-EXIT-PARA
           END-IF.
           ADD 1 TO TAKINGS-FOR-DATE.
           COMPUTE WS-READ-BANKED-VALUE = WS-READ-BANKED-VALUE
               + TK-CASH + TK-CARD - TK-REFUNDS.
           MOVE TK-STORE-ID TO WS-LOOKUP-STORE-ID.
           PERFORM GET-ENTRY-PARA THRU GET-ENTRY-EXIT-PARA.
           IF WS-NOWHERE
               GO TO ACCUM-TAKINGS-EXIT-PARA
           END-IF.
           MOVE 'Y' TO WS-CUR-TAKINGS-SW.
           ADD TK-CASH    TO WS-CUR-CASH.
           ADD TK-CARD    TO WS-CUR-CARD.
           ADD TK-REFUNDS TO WS-CUR-REFUNDS.
           PERFORM PUT-ENTRY-PARA THRU PUT-ENTRY-EXIT-PARA.
       ACCUM-TAKINGS-EXIT-PARA.
           EXIT.
      *> Brings WS-LOOKUP-STORE-ID's entry into WS-CUR-ENTRY: off
      *> the master table, else off the missing list, else as a new
      *> missing-list entry. Only a full missing list leaves the
      *> store nowhere - its money is then not held, and the
      *> control report shows the imbalance.
       GET-ENTRY-PARA.
           MOVE SPACE TO WS-WHERE-SW.
           IF WS-STORE-COUNT > 0
               SEARCH ALL WS-STORE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TBL-STORE-ID (STORE-IX) = WS-LOOKUP-STORE-ID
                       MOVE 'M' TO WS-WHERE-SW
                       MOVE WS-STORE-ENTRY (STORE-IX) TO WS-CUR-ENTRY
               END-SEARCH
           END-IF.
           IF WS-ON-MASTER
               GO TO GET-ENTRY-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > WS-MISSING-COUNT OR WS-FOUND
               IF WS-MIS-STORE-ID (MISSING-IX) = WS-LOOKUP-STORE-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET MISSING-IX DOWN BY 1
               MOVE WS-MISSING-ENTRY (MISSING-IX) TO WS-CUR-ENTRY
               MOVE 'X' TO WS-WHERE-SW
               GO TO GET-ENTRY-EXIT-PARA
           END-IF.
           IF WS-MISSING-COUNT NOT < 1000
               DISPLAY 'MISSING STORE TABLE FULL AT '
                   WS-LOOKUP-STORE-ID
               ADD 1 TO STORES-DROPPED
               GO TO GET-ENTRY-EXIT-PARA
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           SET MISSING-IX TO WS-MISSING-COUNT.
           PERFORM CLEAR-ENTRY-PARA THRU CLEAR-ENTRY-EXIT-PARA.
           MOVE WS-LOOKUP-STORE-ID TO WS-CUR-STORE-ID.
           MOVE 'NOT ON STORE MASTER' TO WS-CUR-STORE-NAME.
           MOVE 'X' TO WS-WHERE-SW.
       GET-ENTRY-EXIT-PARA.
           EXIT.
       PUT-ENTRY-PARA.
           IF WS-ON-MASTER
               MOVE WS-CUR-ENTRY TO WS-STORE-ENTRY (STORE-IX)
           END-IF.
           IF WS-OFF-MASTER
               MOVE WS-CUR-ENTRY TO WS-MISSING-ENTRY (MISSING-IX)
           END-IF.
       PUT-ENTRY-EXIT-PARA.
           EXIT.
       CLEAR-ENTRY-PARA.
           INITIALIZE WS-CUR-ENTRY.
           MOVE 'N' TO WS-CUR-EXTRACT-SW WS-CUR-TAKINGS-SW.
       CLEAR-ENTRY-EXIT-PARA.
           EXIT.
      *> One pass of both tables per list. The first pass also
      *> settles each store's standing, so the store counts and the
      *> held totals are taken there and only there.
       REPORT-SECTION-PARA.
           MOVE 0 TO WS-SECTION-LISTED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           EVALUATE TRUE
               WHEN WS-SECTION-OVER
                   MOVE 'STORES OVER TOLERANCE' TO SH-TEXT
               WHEN WS-SECTION-NO-EXTRACT
                   MOVE 'STORES THAT BANKED BUT HAD NO EXTRACT'
                       TO SH-TEXT
               WHEN WS-SECTION-NO-TAKINGS
                   MOVE 'STORES WITH AN EXTRACT BUT NO TAKINGS'
                       TO SH-TEXT
           END-EVALUATE.
           MOVE SECTION-HEADING TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-STORE-COUNT
               SET STORE-IX TO WS-SCAN-IX
               MOVE WS-STORE-ENTRY (STORE-IX) TO WS-CUR-ENTRY
               PERFORM CHECK-STORE-PARA THRU CHECK-STORE-EXIT-PARA
           END-PERFORM.
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > WS-MISSING-COUNT
               MOVE WS-MISSING-ENTRY (MISSING-IX) TO WS-CUR-ENTRY
               PERFORM CHECK-STORE-PARA THRU CHECK-STORE-EXIT-PARA
           END-PERFORM.
           IF WS-SECTION-LISTED = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA
           END-IF.
       REPORT-SECTION-EXIT-PARA.
           EXIT.
      *> Net banked is cash plus card less refunds paid out; the
      *> variance is banked less sales, so a shortfall is negative.
       CHECK-STORE-PARA.
           IF NOT WS-CUR-HAS-EXTRACT AND NOT WS-CUR-HAS-TAKINGS
               GO TO CHECK-STORE-EXIT-PARA
           END-IF.
           COMPUTE WS-BANKED = WS-CUR-CASH + WS-CUR-CARD
               - WS-CUR-REFUNDS.
           COMPUTE WS-VARIANCE = WS-BANKED - WS-CUR-EXTRACT.
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           IF WS-SECTION-OVER
               PERFORM COUNT-STORE-PARA THRU COUNT-STORE-EXIT-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-SECTION-OVER
                   IF WS-CUR-HAS-EXTRACT AND WS-CUR-HAS-TAKINGS
                           AND WS-ABS-VARIANCE > WS-TOLERANCE
                       PERFORM LIST-STORE-PARA
                           THRU LIST-STORE-EXIT-PARA
                       PERFORM WRITE-LETTER-PARA
                           THRU WRITE-LETTER-EXIT-PARA
                   END-IF
               WHEN WS-SECTION-NO-EXTRACT
                   IF WS-CUR-HAS-TAKINGS AND NOT WS-CUR-HAS-EXTRACT
                       PERFORM LIST-STORE-PARA
                           THRU LIST-STORE-EXIT-PARA
                   END-IF
               WHEN WS-SECTION-NO-TAKINGS
                   IF WS-CUR-HAS-EXTRACT AND NOT WS-CUR-HAS-TAKINGS
                       PERFORM LIST-STORE-PARA
                           THRU LIST-STORE-EXIT-PARA
                   END-IF
           END-EVALUATE.
       CHECK-STORE-EXIT-PARA.
           EXIT.
       COUNT-STORE-PARA.
           ADD WS-CUR-EXTRACT TO WS-HELD-EXTRACT-VALUE.
           ADD WS-BANKED      TO WS-HELD-BANKED-VALUE.
           EVALUATE TRUE
               WHEN NOT WS-CUR-HAS-EXTRACT
                   ADD 1 TO STORES-NO-EXTRACT
               WHEN NOT WS-CUR-HAS-TAKINGS
                   ADD 1 TO STORES-NO-TAKINGS
               WHEN WS-ABS-VARIANCE > WS-TOLERANCE
                   ADD 1 TO STORES-RECONCILED
                   ADD 1 TO STORES-OVER
               WHEN OTHER
                   ADD 1 TO STORES-RECONCILED
                   ADD 1 TO STORES-IN-TOLERANCE
           END-EVALUATE.
       COUNT-STORE-EXIT-PARA.
           EXIT.
       LIST-STORE-PARA.
           ADD 1 TO WS-SECTION-LISTED.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE WS-CUR-STORE-ID   TO VL-STORE-ID.
           MOVE WS-CUR-STORE-NAME TO VL-STORE-NAME.
           IF WS-CUR-HAS-EXTRACT
               MOVE WS-CUR-EXTRACT TO VL-EXTRACT
           END-IF.
           IF WS-CUR-HAS-TAKINGS
               MOVE WS-BANKED TO VL-BANKED
           END-IF.
           IF WS-CUR-HAS-EXTRACT AND WS-CUR-HAS-TAKINGS
               MOVE WS-VARIANCE TO VL-VARIANCE
           END-IF.
           MOVE VARIANCE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE-PARA THRU PRINT-LINE-EXIT-PARA.
       LIST-STORE-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT-PARA
               CLOSE STORE-MASTER SUMMARY-FILE TAKINGS-FILE
                   VARIANCE-RPT-FILE NOTIF-RPT-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *> Report paragraphs live below CLOSE-EXIT-PARA, outside every
      *> PERFORM THRU range above, so end-of-loop control never
      *> falls through them.
       PRINT-LINE-PARA.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           WRITE VARIANCE-RPT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-LINE-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           MOVE WS-BUS-DATE TO RH-BUS-DATE.
           MOVE WS-TOLERANCE TO RH-TOLERANCE.
           IF WS-PAGE-NO > 1
               WRITE VARIANCE-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE VARIANCE-RPT-LINE FROM REPORT-HEADING-1.
           WRITE VARIANCE-RPT-LINE FROM REPORT-HEADING-2.
           MOVE SPACES TO VARIANCE-RPT-LINE.
           WRITE VARIANCE-RPT-LINE.
           WRITE VARIANCE-RPT-LINE FROM REPORT-HEADING-3.
           MOVE 0 TO WS-LINE-COUNT.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
      *> Each store starts its own page, so the pages can go into
      *> envelopes as they come off the printer.
       WRITE-LETTER-PARA.
           ADD 1 TO STORES-NOTIFIED.
           IF STORES-NOTIFIED > 1
               WRITE NOTIF-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-RUN-DATE TO LH-RUN-DATE.
           WRITE NOTIF-RPT-LINE FROM LETTER-HEADING-1.
           MOVE WS-CUR-STORE-NAME TO LH-STORE-NAME.
           MOVE WS-CUR-STORE-ID TO LH-STORE-ID.
           WRITE NOTIF-RPT-LINE FROM LETTER-HEADING-2.
           WRITE NOTIF-RPT-LINE FROM LETTER-TO-LINE.
           MOVE SPACES TO NOTIF-RPT-LINE.
           WRITE NOTIF-RPT-LINE.
           MOVE WS-BUS-DATE TO LI-BUS-DATE.
           WRITE NOTIF-RPT-LINE FROM LETTER-INTRO-1.
           WRITE NOTIF-RPT-LINE FROM LETTER-INTRO-2.
           MOVE SPACES TO NOTIF-RPT-LINE.
           WRITE NOTIF-RPT-LINE.
           MOVE 'SALES PER TILL EXTRACT' TO LA-LABEL.
           MOVE WS-CUR-EXTRACT TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'CASH BANKED' TO LA-LABEL.
           MOVE WS-CUR-CASH TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'CARD TAKINGS' TO LA-LABEL.
           MOVE WS-CUR-CARD TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'REFUNDS PAID OUT' TO LA-LABEL.
           MOVE WS-CUR-REFUNDS TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'NET BANKED' TO LA-LABEL.
           MOVE WS-BANKED TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'DIFFERENCE (BANKED - SALES)' TO LA-LABEL.
           MOVE WS-VARIANCE TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE 'TOLERANCE ALLOWED' TO LA-LABEL.
           MOVE WS-TOLERANCE TO LA-VALUE.
           WRITE NOTIF-RPT-LINE FROM LETTER-AMOUNT-LINE.
           MOVE SPACES TO NOTIF-RPT-LINE.
           WRITE NOTIF-RPT-LINE.
           WRITE NOTIF-RPT-LINE FROM LETTER-CLOSE-LINE.
       WRITE-LETTER-EXIT-PARA.
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
           MOVE 'TILLREC CONTROL TOTALS' TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORE MASTER READ     :' TO CT-LABEL
           MOVE STORE-MASTER-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'FEED REGISTER READ    :' TO CT-LABEL
           MOVE REGISTER-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RUN DATE      :' TO CD-LABEL
           MOVE WS-SUMMARY-RUN-DATE TO CD-VALUE
           MOVE CONTROL-DATE-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY RECORDS READ  :' TO CT-LABEL
           MOVE SUMMARY-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SUMMARY FOR DATE      :' TO CT-LABEL
           MOVE SUMMARY-FOR-DATE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TAKINGS LINES READ    :' TO CT-LABEL
           MOVE TAKINGS-READ TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TAKINGS FOR DATE      :' TO CT-LABEL
           MOVE TAKINGS-FOR-DATE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TAKINGS OTHER DATES   :' TO CT-LABEL
           MOVE TAKINGS-OTHER-DATE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'TAKINGS UNREADABLE    :' TO CT-LABEL
           MOVE TAKINGS-UNREADABLE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES RECONCILED     :' TO CT-LABEL
           MOVE STORES-RECONCILED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'WITHIN TOLERANCE      :' TO CT-LABEL
           MOVE STORES-IN-TOLERANCE TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OVER TOLERANCE        :' TO CT-LABEL
           MOVE STORES-OVER TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'BANKED, NO EXTRACT    :' TO CT-LABEL
           MOVE STORES-NO-EXTRACT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'EXTRACT, NO TAKINGS   :' TO CT-LABEL
           MOVE STORES-NO-TAKINGS TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES NOTIFIED       :' TO CT-LABEL
           MOVE STORES-NOTIFIED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'STORES DROPPED        :' TO CT-LABEL
           MOVE STORES-DROPPED TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'SALES VALUE FOR DATE  :' TO CA-LABEL
           MOVE WS-READ-EXTRACT-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'NET BANKED FOR DATE   :' TO CA-LABEL
           MOVE WS-READ-BANKED-VALUE TO CA-VALUE
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every summary record and takings line read for the date
      *> must be held against some store - on the master or off it.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF WS-HELD-EXTRACT-VALUE = WS-READ-EXTRACT-VALUE
                   AND WS-HELD-BANKED-VALUE = WS-READ-BANKED-VALUE
               MOVE 'IN BALANCE' TO RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RC-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RECONCILE-LINE TO CONTROL-RPT-REC.
           WRITE CONTROL-RPT-REC.
      *> Balanced against nothing is not reconciled - every store
      *> that banked would otherwise just show as having no extract.
           IF SUMMARY-FOR-DATE = 0
               DISPLAY 'NO EXTRACT SUMMARY FOR BUSINESS DATE '
                   WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONTROL-RPT-FILE.
       WRITE-TOTALS-EXIT-PARA.
           EXIT.
