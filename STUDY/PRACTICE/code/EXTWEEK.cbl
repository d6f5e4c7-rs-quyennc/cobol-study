      *> already carries its run date, which doubles as the
      *> last-seen date the warehouse asked for. Output is the
      *> same enriched layout every extract consumer reads, with
      *> control totals proving read = written + collapsed + out of
      *> week. The week is the shop's fiscal week off CALDATE,
      *> holding the parm date (today when the card is absent), so
      *> a short week round a bank holiday or a late run after the
      *> weekend still cuts at the right day: the JCL concatenates
      *> more generations than a week needs and anything extracted
      *> outside the week's bounds is counted and dropped.
      *> STORETRD proved the history readable at summary level;
      *> this is the record-level equivalent.
       ENVIRONMENT DIVISION.
           SELECT CONTROL-RPT-FILE ASSIGN TO CONTROL-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CONTROL-RPT-FILE.
      *> PARM-FILE: any date in the week to consolidate, YYYYMMDD in
      *> columns 1-8. Missing card or a blank date means the week
      *> holding today.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> SEQFILE-READ-WRITE's enriched output record - only the key
           05  SH-STORE-ID      PIC X(05).
           05  FILLER           PIC X(01).
           05  SH-ITEM-ID       PIC X(10).
           05  FILLER           PIC X(72).
           05  SH-EXTRACT-DATE  PIC X(08).
           05  FILLER           PIC X(04).
       FD  WEEKLY-FILE.
       01  WEEKLY-REC           PIC X(100).
       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC      PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-WEEK-DATE   PIC X(08).
           05  FILLER           PIC X(72).
       WORKING-STORAGE SECTION.
       01  FS-EXTRACT-HIST     PIC X(02)  VALUE SPACES.
           88  FS-EXTRACT-HIST-OK          VALUE '00'.
           88  FS-WEEKLY-FILE-OK           VALUE '00'.
       01  FS-CONTROL-RPT-FILE PIC X(02)  VALUE SPACES.
           88  FS-CONTROL-RPT-FILE-OK      VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
      *> The week being consolidated, as first and last dates in the
      *> same YYYYMMDD form as the record's extract date.
       01  WS-CAL-PARMS.
           COPY "CALLINK.cpy".
       01  WS-WEEK-DATE        PIC 9(08)  VALUE 0.
       01  WS-WEEK-START       PIC X(08)  VALUE SPACES.
       01  WS-WEEK-END         PIC X(08)  VALUE SPACES.
      *> The record being held back - the sort leaves each key's
      *> newest occurrence last, so the held record is written when
      *> the key changes and replaced while it repeats.
           05  READ-COUNT      PIC 9(07).
           05  WRITTEN-COUNT   PIC 9(07).
           05  COLLAPSED-COUNT PIC 9(07).
           05  OUT-OF-WEEK-COUNT PIC 9(07).
       01  WS-RECONCILE-TOTAL  PIC 9(07).
       01  CONTROL-TOTALS-LINE.
           05  CT-LABEL        PIC X(23).
           05  CT-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(52).
       01  WEEK-BOUNDS-LINE.
           05  WB-LABEL        PIC X(23).
           05  WB-START        PIC X(08).
           05  FILLER          PIC X(04)  VALUE ' TO '.
           05  WB-END          PIC X(08).
           05  FILLER          PIC X(37)  VALUE SPACES.
       01  RECONCILE-LINE.
           05  RC-LABEL        PIC X(23).
           05  RC-RESULT       PIC X(25).
                   FS-WEEKLY-FILE
               GO TO EXIT-PARA
           END-IF.
           PERFORM WEEK-BOUNDS-PARA THRU WEEK-BOUNDS-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
      *> The parm date, or today, and the bounds of the fiscal week
      *> it falls in. A date CALDATE will not take is said on the
      *> console and today's week is used instead; with no calendar
      *> CALDATE's plain Monday-to-Sunday week stands in.
       WEEK-BOUNDS-PARA.
           ACCEPT WS-WEEK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
               IF FS-PARM-FILE-OK AND PARM-WEEK-DATE IS NUMERIC
                       AND PARM-WEEK-DATE NOT = '00000000'
                   MOVE PARM-WEEK-DATE TO WS-WEEK-DATE
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'PARM FILE NOT AVAILABLE, CURRENT WEEK USED'
           END-IF.
           MOVE 'WEEK' TO CL-FUNCTION.
           MOVE WS-WEEK-DATE TO CL-DATE-1.
           CALL 'CALDATE' USING WS-CAL-PARMS.
           IF CL-BAD-REQUEST
               DISPLAY 'BAD WEEK DATE ON PARM, CURRENT WEEK USED: '
                   WS-WEEK-DATE
               ACCEPT WS-WEEK-DATE FROM DATE YYYYMMDD
               MOVE WS-WEEK-DATE TO CL-DATE-1
               CALL 'CALDATE' USING WS-CAL-PARMS
           END-IF.
           IF CL-NO-CALENDAR
               DISPLAY 'NO SHOP CALENDAR, CALENDAR WEEK IN FORCE'
           END-IF.
           MOVE CL-START-DATE TO WS-WEEK-START.
           MOVE CL-END-DATE TO WS-WEEK-END.
       WEEK-BOUNDS-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-HIST-EOF
               READ SORTED-HIST
           EXIT.
       CONSOLIDATE-PARA.
           ADD 1 TO READ-COUNT.
      *> Extracted before or after the week - an older generation
      *> the concatenation reached back to, or a rerun since.
           IF SH-EXTRACT-DATE < WS-WEEK-START
                   OR SH-EXTRACT-DATE > WS-WEEK-END
               ADD 1 TO OUT-OF-WEEK-COUNT
               GO TO CONSOLIDATE-EXIT-PARA
           END-IF.
           IF WS-HELD
               IF SH-STORE-ID = WS-HELD-STORE-ID
                       AND SH-ITEM-ID = WS-HELD-ITEM-ID
           WRITE CONTROL-RPT-REC.
           MOVE SPACES TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'WEEK CONSOLIDATED     :' TO WB-LABEL
           MOVE WS-WEEK-START TO WB-START
           MOVE WS-WEEK-END TO WB-END
           MOVE WEEK-BOUNDS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'RECORDS READ          :' TO CT-LABEL
           MOVE READ-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           MOVE COLLAPSED-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
           MOVE 'OUTSIDE THE WEEK      :' TO CT-LABEL
           MOVE OUT-OF-WEEK-COUNT TO CT-VALUE
           MOVE CONTROL-TOTALS-LINE TO CONTROL-RPT-REC
           WRITE CONTROL-RPT-REC.
      *> Every record read was written, collapsed into a newer
      *> occurrence of its key, or dropped as outside the week, with
      *> no fourth outcome.
           ADD WRITTEN-COUNT COLLAPSED-COUNT OUT-OF-WEEK-COUNT
               GIVING WS-RECONCILE-TOTAL.
           MOVE 'RECONCILIATION        :' TO RC-LABEL.
           IF READ-COUNT = WS-RECONCILE-TOTAL
